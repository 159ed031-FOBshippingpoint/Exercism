      *> at-a-glance answer to which steps of a broken chain
      *> finished. COPY into the FD for RUNCTL-FILE; the shared
      *> paragraphs live in RUNCTLIO.cpy.
      *>
      *> On the CYC record the step-result bytes carry the cycle's
      *> period-end flags instead (RCT-CYCLE-PERIOD): CYCINIT sets
      *> month-end when the cycle date is the last business day of
      *> its month on the DATESERV calendar, quarter-end and
      *> year-end when that month also closes a quarter or the
      *> year, and RCT-CLOSE-PERIOD to the YYYYMM being closed
      *> (spaces when the cycle closes nothing). The month-end jobs
      *> pick their period up from here through RUNCTLPD.cpy.
       01 RUNCTL-REC.
         05 RCT-REC-TYPE     PIC X(3).
           88 RCT-CYCLE      VALUE "CYC".
         05 RCT-CYCLE-DATE   PIC X(8).
         05 RCT-RUN-NUMBER   PIC 9(4).
         05 RCT-PROGRAM      PIC X(8).
         05 RCT-STEP-RESULT.
           10 RCT-STATUS       PIC X(8).
           10 RCT-RETURN-CODE  PIC 9(2).
         05 RCT-CYCLE-PERIOD REDEFINES RCT-STEP-RESULT.
           10 RCT-MONTH-END-FLAG   PIC X.
             88 RCT-MONTH-END      VALUE "Y".
           10 RCT-QUARTER-END-FLAG PIC X.
             88 RCT-QUARTER-END    VALUE "Y".
           10 RCT-YEAR-END-FLAG    PIC X.
             88 RCT-YEAR-END       VALUE "Y".
           10 RCT-CLOSE-PERIOD     PIC X(6).
           10 FILLER               PIC X(1).
         05 RCT-TIMESTAMP    PIC X(21).
