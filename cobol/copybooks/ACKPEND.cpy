      *> ages the rest, and writes the survivors back out; an entry
      *> aged past the standing limit goes critical on the ACKRPT
      *> report. COPY into the FDs for PEND-IN and PEND-OUT.
      *>
      *> SHIPRSND re-arms an entry when it resends the shipment:
      *> age back to zero, APD-RESEND-SEQ set to the resend's
      *> number, and APD-RESEND-UNRPT counting the resends ACKRPT
      *> has not yet shown -- the next full ACKBAL run lists them
      *> and clears the count. Both are zero on an entry that has
      *> never been resent.
       01 ACKPEND-REC.
         05 APD-FILE-NAME   PIC X(8).
         05 APD-CYCLE-DATE  PIC X(8).
         05 APD-OUT-COUNT   PIC 9(9).
         05 APD-AGE-CYCLES  PIC 9(2).
         05 APD-RESEND-SEQ  PIC 9(2).
         05 APD-RESEND-UNRPT PIC 9(2).
