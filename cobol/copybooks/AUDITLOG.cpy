      *> caller: AUDIT-INPUT-VALUE holds PANGRAM's longest sentence,
      *> AUDIT-RESULT-VALUE holds REVERSE-STRING's longest reversed
      *> value.
      *>
      *> AUDIT-CHAIN makes the trail tamper-evident: every writer
      *> stamps a running sequence number, the check value of the
      *> record before it, and this record's own check value -- a
      *> hash over bytes 1-371 (everything up to and including
      *> AUDIT-PREV-CHECK), so each record seals its predecessor.
      *> The stamping and hashing live in the AUDCHAIN subprogram;
      *> AUDVERFY walks the archives and the live log and reports
      *> any gap, break, alteration, or out-of-order record.
      *>
      *> AUDIT-USER-ID names who caused the record: the operator
      *> signed on to HARNESS, the user on a FIXTMNT, EDREPAIR,
      *> HOLMNT or SHIPRSND transaction, or the job identity of a
      *> batch driver (NIGHTLY, INTRADAY, RSPARA, or the job name
      *> of a stand-alone job). Writers do not MOVE it: each run
      *> unit declares its identity to AUDCHAIN (function US) and
      *> AUDCHAIN stamps it with the chain fields, so the
      *> subprograms MAINCTL dispatches carry the identity of
      *> whoever called them. The check value covers it too
      *> whenever it is non-blank; records written before it
      *> existed read blank and keep their original check values.
      *> A refused attempt is audited with AUDIT-RESULT-VALUE
      *> starting NOTAUTH (see OPERAUTH.cpy).
       01 AUDIT-REC.
         05 AUDIT-PROGRAM      PIC X(8).
         05 AUDIT-TIMESTAMP    PIC X(21).
         05 AUDIT-INPUT-VALUE  PIC X(250).
         05 AUDIT-RESULT-VALUE PIC X(64).
         05 AUDIT-CHAIN.
           10 AUDIT-SEQ-NO     PIC 9(10).
           10 AUDIT-PREV-CHECK PIC 9(18).
           10 AUDIT-CHECK      PIC 9(18).
         05 AUDIT-USER-ID      PIC X(8).
