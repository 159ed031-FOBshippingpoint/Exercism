      *> RUNRPT one-pager cannot give: is REFIN volume growing, is a
      *> driver's elapsed time creeping toward the window edge, how
      *> often did a program end RC=8. Selects the runs whose
      *> RST-START-TS falls in the rollup month (SYSIN YYYYMM; blank
      *> takes the month the current RUNCTL cycle closes, per
      *> CYCINIT's month-end flag), aggregates them by
      *> RST-PROGRAM -- min/max/total read and write counts, elapsed
      *> seconds derived from RST-START-TS/RST-END-TS, error counts,
      *> and the return-code distribution -- appends one RUNHIST
      *> followed by the full history so the month-over-month drift
      *> reads off one page. Rerunning the job for a month already
      *> rolled up appends a second history record for it; clear the
      *> month's records first when correcting a bad run. With a
      *> blank SYSIN on a cycle that closes no month nothing is
      *> rolled up or appended; the report carries the history
      *> only. Return codes: 0 clean, 4 no runs found for the month
      *> or no month closed by the cycle, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-RPT ASSIGN TO "RUNTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TREND-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 132 CHARACTERS.
       01 TREND-RPT-REC   PIC X(132).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-RUNSTAT-STATUS   PIC XX.
       01 WS-RUNHIST-STATUS   PIC XX.

       01 WS-PARM-IN         PIC X(8).
       01 WS-ROLLUP-MONTH    PIC X(6).
       01 WS-ROLLUP-FLAG     PIC X VALUE "N".
         88 ROLLUP-MONTH-SET VALUE "Y".

      *> Cycle period from RUNCTL (RUNCTLPD.cpy) for a blank SYSIN.
       01 WS-RUNCTL-STATUS   PIC XX.
       01 WS-CYCLE-DATE      PIC X(8).
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET  VALUE "Y".
       01 WS-CYCLE-PERIOD.
         05 WS-MONTH-END-FLAG    PIC X.
           88 CYCLE-MONTH-END    VALUE "Y".
         05 WS-QUARTER-END-FLAG  PIC X.
           88 CYCLE-QUARTER-END  VALUE "Y".
         05 WS-YEAR-END-FLAG     PIC X.
           88 CYCLE-YEAR-END     VALUE "Y".
         05 WS-CLOSE-PERIOD      PIC X(6).
         05 FILLER               PIC X(1).
       01 WS-SELECT-COUNT    PIC 9(9) VALUE 0.

      *> Per-program aggregation for the rollup month. Mirrors the
       RUN-TREND-MAIN.
           PERFORM GET-MONTH-PARM
           PERFORM OPEN-FILES
           IF NOT ROLLUP-MONTH-SET
              MOVE "Y" TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF
              READ RUNSTAT-FILE
                 AT END
              END-IF
           END-PERFORM
           CLOSE RUNSTAT-FILE
           IF ROLLUP-MONTH-SET
              PERFORM APPEND-HISTORY-RECORDS
           END-IF
           PERFORM WRITE-TREND-REPORT
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
                 DISPLAY "RUNTREND: ROLLUP MONTH " WS-ROLLUP-MONTH
                    " CLOSED BY CYCLE " WS-CYCLE-DATE
              ELSE
                 DISPLAY "RUNTREND: CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH, NO ROLLUP"
              END-IF
           END-IF.

       OPEN-FILES.
              TO WS-SECTION-LINE
           WRITE TREND-RPT-REC FROM WS-SECTION-LINE
           PERFORM PRINT-HISTORY
           EVALUATE TRUE
              WHEN NOT ROLLUP-MONTH-SET
                 MOVE SPACES TO WS-SECTION-LINE
                 STRING "CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH -- NO ROLLUP RUN, HISTORY ONLY"
                    DELIMITED BY SIZE INTO WS-SECTION-LINE
                 WRITE TREND-RPT-REC FROM WS-SECTION-LINE
              WHEN WS-SELECT-COUNT = 0
                 MOVE "NO RUNS FOUND FOR ROLLUP MONTH"
                    TO WS-SECTION-LINE
                 WRITE TREND-RPT-REC FROM WS-SECTION-LINE
           END-EVALUATE
           CLOSE TREND-RPT.

       PRINT-HISTORY.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLPD.
