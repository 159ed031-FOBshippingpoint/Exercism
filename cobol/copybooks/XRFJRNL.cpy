      *> XRFJRNL - REFXREF before-image journal. RSBATCH appends one
      *> record immediately before every WRITE or REWRITE it makes
      *> to the cross-reference master (REFXREF.cpy), in full,
      *> partition (P1-P4), and supplemental (SUPP) runs alike,
      *> stamped with the RUNCTL cycle date and run number in force
      *> and the writing step's identity (RSBATCH, RSBATCHn,
      *> RSBATCHS). XRJ-ADDED means the reference was not on the
      *> master before this run touched it -- only the key in the
      *> before image is meaningful; XRJ-CHANGED carries the whole
      *> 151-byte record as it stood before the REWRITE. The file is
      *> cumulative (DISP=MOD) and is what the XRFBKOUT backout job
      *> reads to put the master back as it was before a bad run.
       01 XRJ-REC.
         05 XRJ-CYCLE-DATE    PIC X(8).
         05 XRJ-RUN-NUMBER    PIC 9(4).
         05 XRJ-PROGRAM       PIC X(8).
         05 XRJ-ACTION        PIC X.
           88 XRJ-ADDED       VALUE "A".
           88 XRJ-CHANGED     VALUE "C".
         05 XRJ-TIMESTAMP     PIC X(21).
         05 XRJ-BEFORE-IMAGE.
           10 XRJ-BEFORE-REF  PIC X(64).
           10 FILLER          PIC X(87).
