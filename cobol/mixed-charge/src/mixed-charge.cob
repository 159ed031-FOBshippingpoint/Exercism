      *> MIXUSE usage file MXBATCH appends each run (MIXUSE.cpy) --
      *> the numbers that settle the quarterly cost-allocation
      *> fight with actual volumes instead of guesswork. Selects
      *> the usage records for the rollup month (SYSIN YYYYMM; blank
      *> takes the month the current RUNCTL cycle closes -- CYCINIT's
      *> month-end flag -- and rolls nothing up on a cycle that
      *> closes no month) and prints the MXCHGRPT
      *> chargeback report: per department, the volume of each
      *> function code it submitted, its invalid-record count (the
      *> ** function code -- the department sending the garbage
      *> sees its own numbers), and a department total, closed with
      *> a grand total for the feed. Return codes: 0 clean, 4 no
      *> usage found for the month or no month closed by the cycle,
      *> 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-RPT ASSIGN TO "MXCHGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01 CHARGE-RPT-REC  PIC X(80).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-USAGE-STATUS      PIC XX.
       01 WS-CHARGE-RPT-STATUS PIC XX.

       01 WS-PARM-IN        PIC X(8).
       01 WS-ROLLUP-MONTH   PIC X(6).
       01 WS-ROLLUP-FLAG    PIC X VALUE "N".
         88 ROLLUP-MONTH-SET VALUE "Y".

      *> Cycle period from RUNCTL (RUNCTLPD.cpy) for a blank SYSIN.
       01 WS-RUNCTL-STATUS  PIC XX.
       01 WS-CYCLE-DATE     PIC X(8).
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET VALUE "Y".
       01 WS-CYCLE-PERIOD.
         05 WS-MONTH-END-FLAG    PIC X.
           88 CYCLE-MONTH-END    VALUE "Y".
         05 WS-QUARTER-END-FLAG  PIC X.
           88 CYCLE-QUARTER-END  VALUE "Y".
         05 WS-YEAR-END-FLAG     PIC X.
           88 CYCLE-YEAR-END     VALUE "Y".
         05 WS-CLOSE-PERIOD      PIC X(6).
         05 FILLER               PIC X(1).
       01 WS-SELECT-COUNT   PIC 9(9) VALUE 0.

      *> Aggregation by department and function code across the
       PROCEDURE DIVISION.
       MIXED-CHARGE-MAIN.
           PERFORM GET-MONTH-PARM
           IF ROLLUP-MONTH-SET
              PERFORM LOAD-USAGE-FILE
           END-IF
           PERFORM WRITE-CHARGE-REPORT
           IF WS-SELECT-COUNT = 0
              MOVE 4 TO WS-RC-CANDIDATE
       GET-MONTH-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE SPACES TO WS-ROLLUP-MONTH
           MOVE SPACES TO WS-CYCLE-DATE
           IF WS-PARM-IN(1:6) IS NUMERIC
              MOVE WS-PARM-IN(1:6) TO WS-ROLLUP-MONTH
              MOVE "Y" TO WS-ROLLUP-FLAG
           ELSE
              PERFORM READ-CYCLE-PERIOD
              IF CYCLE-MONTH-END
                 MOVE WS-CLOSE-PERIOD TO WS-ROLLUP-MONTH
                 MOVE "Y" TO WS-ROLLUP-FLAG
                 DISPLAY "MXCHARGE: ROLLUP MONTH " WS-ROLLUP-MONTH
                    " CLOSED BY CYCLE " WS-CYCLE-DATE
              ELSE
                 DISPLAY "MXCHARGE: CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH, NO ROLLUP"
              END-IF
           END-IF.

       LOAD-USAGE-FILE.
           END-PERFORM
           MOVE SPACES TO CHARGE-RPT-REC
           WRITE CHARGE-RPT-REC
           EVALUATE TRUE
              WHEN NOT ROLLUP-MONTH-SET
                 MOVE SPACES TO WS-SECTION-LINE
                 STRING "CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH -- NO ROLLUP RUN"
                    DELIMITED BY SIZE INTO WS-SECTION-LINE
                 WRITE CHARGE-RPT-REC FROM WS-SECTION-LINE
              WHEN WS-SELECT-COUNT = 0
                 MOVE "NO USAGE FOUND FOR ROLLUP MONTH"
                    TO WS-SECTION-LINE
                 WRITE CHARGE-RPT-REC FROM WS-SECTION-LINE
              WHEN OTHER
                 MOVE "FEED TOTAL .................: " TO CNT-LIT
                 MOVE WS-GRAND-TOTAL TO CNT-VALUE
                 WRITE CHARGE-RPT-REC FROM WS-COUNT-LINE
           END-EVALUATE
           CLOSE CHARGE-RPT.

      *> One block per department: the routed volumes per type, the
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLPD.
