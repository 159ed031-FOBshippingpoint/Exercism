      *> RSNDHIST - shipment resend history, one record per resend,
      *> appended by SHIPRSND to the cumulative RSNDHIST file (never
      *> deleted by any chain, like XRFJRNL). It is what numbers the
      *> resends of a file and cycle: ACKBAL drops a rejected
      *> shipment from the pending file, so the pending entry alone
      *> cannot say how many times it has already gone back out.
      *> COPY into the FD for RSND-HIST.
       01 RSND-HIST-REC.
         05 RSH-FILE-NAME    PIC X(8).
         05 RSH-CYCLE-DATE   PIC X(8).
         05 RSH-RESEND-SEQ   PIC 9(2).
         05 RSH-OUT-COUNT    PIC 9(9).
         05 RSH-TIMESTAMP    PIC X(21).
