      *>   LP  4-digit year in payload 1-4
      *>   L2  2-digit year in payload 1-2
      *>   RS  reference string in payload 1-64
      *>   PG  sentence in payload 1-250 (case-insensitive check
      *>       against the EN alphabet -- the payload has no room
      *>       for a language code)
      *>   DV/DW/DY  YYYYMMDD date in payload 1-8
      *>   DB  first date payload 1-8, second date payload 10-17
      *> Each record is routed through MAINCTL exactly as a HARNESS
      *> so the department sending the garbage sees its own numbers.
      *> Per-department per-type counts also go to the retained
      *> MIXUSE usage file (MIXUSE.cpy) for the month-end MXCHARGE
      *> chargeback rollup. The records read and the detail lines
      *> written go to RECONFIL as MXBATCH/MIXOUT, which the
      *> MXRETURN department split balances its return files
      *> against. Return codes: 0 clean, 4 any invalid records, 12
      *> file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-FILE ASSIGN TO "MIXUSE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RECON-FILE ASSIGN TO "RECONFIL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 22 CHARACTERS.
       COPY MIXUSE.

       FD  RECON-FILE
           RECORD CONTAINS 45 CHARACTERS.
       COPY RECONREC.

       WORKING-STORAGE SECTION.
       01 WS-MIX-IN-STATUS  PIC XX.
       01 WS-MIX-OUT-STATUS PIC XX.
       01 WS-TRUNCATION-FLAG  PIC X.
       01 WS-CASE-MODE        PIC X.
       01 WS-ORIGINAL-SENTENCE PIC X(250).
       01 WS-LANGUAGE-CODE    PIC X(2) VALUE SPACES.
       01 WS-DATE-A           PIC 9(8).
       01 WS-DATE-B           PIC 9(8).
       01 WS-DAYS-RESULT      PIC S9(7).
       01 WS-BASIS-CODE       PIC X(3).
       01 WS-DENOMINATOR      PIC 9(3).
       01 WS-LEAP-DAYS        PIC 9(7).
       01 WS-NONLEAP-DAYS     PIC 9(7).
       01 WS-YEAR-FRACTION    PIC 9(3)V9(9).
       01 WS-DAYS-DISPLAY     PIC +9(7).

       01 WS-TYPE-TABLE.
         88 PAYLOAD-BAD       VALUE "N".
       01 WS-INVALID-COUNT    PIC 9(9) VALUE 0.
       01 WS-READ-COUNT       PIC 9(9) VALUE 0.
       01 WS-WRITE-COUNT      PIC 9(9) VALUE 0.
       01 WS-RECON-STATUS     PIC XX.
       01 WS-RECON-PROGRAM    PIC X(8) VALUE "MXBATCH".
       01 WS-RECON-FILE-NAME  PIC X(8) VALUE "MIXOUT".
       01 WS-RECON-IN-COUNT   PIC 9(9).
       01 WS-RECON-OUT-COUNT  PIC 9(9).
       01 WS-RECON-TRL-COUNT  PIC 9(9).
       01 WS-RECON-TRL-OK     PIC X.
       01 WS-RECON-DATE-OK    PIC X.
       01 WS-RETURN-CODE      PIC 9(2) VALUE 0.
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy) -- the programs MAINCTL
      *> dispatches audit under it: the job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "MIXED".
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       01 WS-OUT-LINE.
         05 OUT-DEPT        PIC X(3).

       PROCEDURE DIVISION.
       MIXED-BATCH-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM INIT-TYPE-TABLE
           PERFORM OPEN-FILES
           PERFORM WRITE-TYPE-COUNTS
           PERFORM WRITE-USAGE-RECORDS
           PERFORM CLOSE-FILES
           MOVE WS-READ-COUNT TO WS-RECON-IN-COUNT
           MOVE WS-WRITE-COUNT TO WS-RECON-OUT-COUNT
           MOVE 0 TO WS-RECON-TRL-COUNT
           MOVE SPACE TO WS-RECON-TRL-OK WS-RECON-DATE-OK
           PERFORM WRITE-RECON-REC
           IF WS-INVALID-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
                 WS-BAD-YEAR WS-PALINDROME-FLAG WS-STRING-LENGTH
                 WS-MISSING-LETTERS WS-TRUNCATION-FLAG WS-CASE-MODE
                 WS-ORIGINAL-SENTENCE WS-DATE-A WS-DATE-B
                 WS-DAYS-RESULT WS-BASIS-CODE WS-DENOMINATOR
                 WS-LEAP-DAYS WS-NONLEAP-DAYS WS-YEAR-FRACTION
                 WS-LANGUAGE-CODE
              PERFORM COUNT-TYPE
              PERFORM COUNT-DEPT-USAGE
           ELSE
              DISPLAY "MXBATCH: MIXOUT WRITE FAILED, STATUS="
                 WS-MIX-OUT-STATUS
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              ADD 1 TO WS-WRITE-COUNT
           END-IF.

       WRITE-TYPE-COUNTS.
              END-PERFORM
              CLOSE USAGE-FILE
           END-IF.

       COPY RECONWRT.
