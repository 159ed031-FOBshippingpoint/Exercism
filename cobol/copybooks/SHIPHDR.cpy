      *> SHIPHDR - header record leading each kept shipment
      *> generation (REFOUT.SHIPPED, LEAPRPT.SHIPPED). SHIPKEEP
      *> writes it ahead of an exact copy of the shipped file as it
      *> stood at the end of a leg; SHIPRSND finds a cycle's
      *> shipment by it and sends it back out at the head of the
      *> resend with SHH-RESEND-SEQ set. The first 20 bytes are a
      *> standard FEEDCTL header (HDR, file date = the cycle date,
      *> source = the shipped file's name) so a consumer that
      *> classifies records through FEEDCTL.cpy sees an ordinary
      *> header. SHH-LEG is NIGHTLY or INTRADAY -- the intraday leg
      *> appends to the cycle's files, so a cycle can have two
      *> generations and the later one is the whole day's.
       01 SHIP-HDR-REC.
         05 SHH-CTL-ID       PIC X(3).
           88 SHH-HEADER     VALUE "HDR".
         05 SHH-CYCLE-DATE   PIC X(8).
         05 SHH-FILE-NAME    PIC X(8).
         05 FILLER           PIC X(1).
         05 SHH-LEG          PIC X(8).
         05 SHH-RUN-NUMBER   PIC 9(4).
         05 SHH-RESEND-SEQ   PIC 9(2).
         05 SHH-KEPT-TS      PIC X(21).
