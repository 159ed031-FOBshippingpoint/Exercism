       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINREVW.
      *> Month-end batch-window review over the retained WINHIST
      *> file (WINHIST.cpy) the WINCHK checkpoints append through
      *> the month. For the review month (SYSIN YYYYMM; blank takes
      *> the month the RUNCTL cycle closes, per CYCINIT's month-end
      *> flag, as RUNTREND does) it prints, chain by chain, one line
      *> per cycle -- when the chain started and finished against
      *> its deadline, the margin in minutes, and how many of the
      *> cycle's checkpoints had warned (at risk) or gone critical
      *> (late) on the way -- and one line per step: the cycles it
      *> ran in, its planned and average actual minutes, its
      *> longest run, and how often it ran over plan, ended after
      *> its deadline or left no record. A cycle's FINAL check
      *> rerun after a restart appended a second set of records;
      *> the latest set stands. A cycle whose chain never reached
      *> its FINAL check shows with its checkpoints only. Read-only
      *> against WINHIST. Return codes: 0 clean, 4 nothing recorded
      *> for the month or no month closed by the cycle, 12 a
      *> file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WINHIST-FILE ASSIGN TO "WINHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINHIST-STATUS.
           SELECT REVIEW-RPT ASSIGN TO "WINREVW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WINHIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY WINHIST.

       FD  REVIEW-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 REVIEW-RPT-REC  PIC X(100).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-WINHIST-STATUS PIC XX.
       01 WS-REVIEW-STATUS  PIC XX.
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2) VALUE 0.
       01 WS-REPORT-FLAG    PIC X VALUE "N".
         88 REPORT-OPEN     VALUE "Y".

       01 WS-PARM-IN        PIC X(8).
       01 WS-REVIEW-MONTH   PIC X(6) VALUE SPACES.
       01 WS-MONTH-FLAG     PIC X VALUE "N".
         88 REVIEW-MONTH-SET VALUE "Y".

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

      *> One entry per chain and cycle of the month: the latest
      *> FINAL check's finish record and the checkpoints' verdicts.
       01 WS-CYC-MAX        PIC 9(3) VALUE 120.
       01 WS-CYC-USED       PIC 9(3) VALUE 0.
       01 WS-CYC-TABLE.
         05 WS-CYC-ENTRY OCCURS 120 TIMES.
           10 WS-CYC-CHAIN      PIC X(8).
           10 WS-CYC-DATE       PIC X(8).
           10 WS-CYC-RECORDED   PIC X(14).
           10 WS-CYC-START-TS   PIC X(14).
           10 WS-CYC-END-TS     PIC X(14).
           10 WS-CYC-DEADLINE   PIC X(14).
           10 WS-CYC-STATE      PIC X.
           10 WS-CYC-RISK       PIC 9(3).
           10 WS-CYC-LATE       PIC 9(3).
       01 CYC-IDX           PIC 9(3).
       01 WS-CYC-FOUND      PIC 9(3).

      *> One entry per chain and step, from the S records of each
      *> cycle's standing FINAL set.
       01 WS-STP-MAX        PIC 9(2) VALUE 60.
       01 WS-STP-USED       PIC 9(2) VALUE 0.
       01 WS-STP-TABLE.
         05 WS-STP-ENTRY OCCURS 60 TIMES.
           10 WS-STP-CHAIN      PIC X(8).
           10 WS-STP-STEP       PIC X(7).
           10 WS-STP-PROGRAM    PIC X(8).
           10 WS-STP-CYCLES     PIC 9(3).
           10 WS-STP-PLAN-TOT   PIC 9(9).
           10 WS-STP-ACT-TOT    PIC 9(9).
           10 WS-STP-ACT-RUNS   PIC 9(3).
           10 WS-STP-ACT-MAX    PIC 9(5).
           10 WS-STP-OVER       PIC 9(3).
           10 WS-STP-MISSED     PIC 9(3).
           10 WS-STP-NO-RECORD  PIC 9(3).
           10 WS-STP-LAST-CYC   PIC 9(3).
       01 STP-IDX           PIC 9(2).
       01 WS-STP-FOUND      PIC 9(2).

      *> Chains in the order they first appear on the file.
       01 WS-CHN-MAX        PIC 9(2) VALUE 10.
       01 WS-CHN-USED       PIC 9(2) VALUE 0.
       01 WS-CHN-TABLE.
         05 WS-CHN-NAME OCCURS 10 TIMES PIC X(8).
       01 CHN-IDX           PIC 9(2).
       01 WS-CHN-FOUND      PIC 9(2).
       01 WS-CUR-CHAIN      PIC X(8).

       01 WS-SELECT-COUNT   PIC 9(9) VALUE 0.
       01 WS-CHAIN-CYCLES   PIC 9(3).
       01 WS-CHAIN-LATE     PIC 9(3).
       01 WS-CHAIN-RISK     PIC 9(3).
       01 WS-CHAIN-CRIT     PIC 9(3).

      *> Margin arithmetic on YYYYMMDDHHMMSS stamps.
       01 WS-CNV-STAMP.
         05 WS-CNV-DATE     PIC 9(8).
         05 WS-CNV-HH       PIC 9(2).
         05 WS-CNV-MM       PIC 9(2).
         05 WS-CNV-SS       PIC 9(2).
       01 WS-CNV-STAMP-X REDEFINES WS-CNV-STAMP PIC X(14).
       01 WS-CNV-SECS       PIC 9(11).
       01 WS-CNV-OK         PIC X.
         88 CNV-VALID       VALUE "Y".
       01 WS-CNV-TEXT       PIC X(16).
       01 WS-DEADLINE-SECS  PIC 9(11).
       01 WS-DIFF-SECS      PIC S9(11).
       01 WS-DIFF-MIN       PIC S9(5).
       01 WS-MINUTES        PIC 9(5).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(28)
            VALUE "BATCH WINDOW REVIEW   MONTH ".
         05 HDR-MONTH       PIC X(6).
         05 FILLER          PIC X(10) VALUE "  PRINTED ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(48) VALUE SPACES.

       01 WS-CHAIN-LINE.
         05 FILLER          PIC X(6) VALUE "CHAIN ".
         05 CL-CHAIN        PIC X(8).
         05 FILLER          PIC X(9) VALUE "  CYCLES ".
         05 CL-CYCLES       PIC ZZ9.
         05 FILLER          PIC X(17) VALUE "  FINISHED LATE ".
         05 CL-LATE         PIC ZZ9.
         05 FILLER          PIC X(18) VALUE "  CHECKS AT RISK ".
         05 CL-RISK         PIC ZZ9.
         05 FILLER          PIC X(15) VALUE "  CHECKS LATE ".
         05 CL-CRIT         PIC ZZ9.
         05 FILLER          PIC X(15) VALUE SPACES.

       01 WS-CYC-COL-LINE.
         05 FILLER          PIC X(36)
            VALUE "CYCLE     STARTED           FINISHED".
         05 FILLER          PIC X(36)
            VALUE "          DEADLINE          MARGIN  ".
         05 FILLER          PIC X(28)
            VALUE "STATE     CHECKS RISK/LATE  ".

       01 WS-CYC-LINE.
         05 CY-DATE         PIC X(8).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 CY-STARTED      PIC X(16).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 CY-FINISHED     PIC X(16).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 CY-DEADLINE     PIC X(16).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 CY-MARGIN       PIC X(6).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 CY-STATE        PIC X(8).
         05 FILLER          PIC X(9) VALUE SPACES.
         05 CY-RISK         PIC ZZ9.
         05 FILLER          PIC X(1) VALUE "/".
         05 CY-LATE         PIC ZZ9.
         05 FILLER          PIC X(4) VALUE SPACES.

       01 WS-STP-COL-LINE.
         05 FILLER          PIC X(36)
            VALUE "STEP     PROGRAM   CYCLES  PLAN MIN ".
         05 FILLER          PIC X(36)
            VALUE " AVG MIN  MAX MIN  OVER PLAN  MISSED".
         05 FILLER          PIC X(28)
            VALUE "  NO RECORD                 ".

       01 WS-STP-LINE.
         05 SP-STEP         PIC X(7).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SP-PROGRAM      PIC X(8).
         05 FILLER          PIC X(4) VALUE SPACES.
         05 SP-CYCLES       PIC ZZ9.
         05 FILLER          PIC X(6) VALUE SPACES.
         05 SP-PLAN         PIC ZZZ9.
         05 FILLER          PIC X(5) VALUE SPACES.
         05 SP-AVG          PIC X(4).
         05 FILLER          PIC X(5) VALUE SPACES.
         05 SP-MAX          PIC X(4).
         05 FILLER          PIC X(8) VALUE SPACES.
         05 SP-OVER         PIC ZZ9.
         05 FILLER          PIC X(5) VALUE SPACES.
         05 SP-MISSED       PIC ZZ9.
         05 FILLER          PIC X(8) VALUE SPACES.
         05 SP-NO-RECORD    PIC ZZ9.
         05 FILLER          PIC X(18) VALUE SPACES.

       01 WS-MINUTE-EDIT    PIC ZZZ9.
       01 WS-SIGNED-EDIT    PIC +(4)9.
       01 WS-RPT-LINE       PIC X(100).

       PROCEDURE DIVISION.
       WINDOW-REVIEW-MAIN.
           PERFORM GET-MONTH-PARM
           PERFORM OPEN-REPORT
           IF REVIEW-MONTH-SET
              PERFORM COLLECT-CYCLES
              PERFORM COLLECT-STEPS
           END-IF
           IF REPORT-OPEN
              PERFORM WRITE-REVIEW
              CLOSE REVIEW-RPT
           END-IF
           IF WS-SELECT-COUNT = 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           DISPLAY "WINREVW: MONTH " WS-REVIEW-MONTH
              " RECORDS " WS-SELECT-COUNT " CHAIN CYCLES "
              WS-CYC-USED " RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-MONTH-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE SPACES TO WS-CYCLE-DATE
           IF WS-PARM-IN(1:6) IS NUMERIC
              MOVE WS-PARM-IN(1:6) TO WS-REVIEW-MONTH
              MOVE "Y" TO WS-MONTH-FLAG
           ELSE
              PERFORM READ-CYCLE-PERIOD
              IF CYCLE-MONTH-END
                 MOVE WS-CLOSE-PERIOD TO WS-REVIEW-MONTH
                 MOVE "Y" TO WS-MONTH-FLAG
                 DISPLAY "WINREVW: REVIEW MONTH " WS-REVIEW-MONTH
                    " CLOSED BY CYCLE " WS-CYCLE-DATE
              ELSE
                 DISPLAY "WINREVW: CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH, NO REVIEW"
              END-IF
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REVIEW-RPT
           IF WS-REVIEW-STATUS = "00"
              MOVE "Y" TO WS-REPORT-FLAG
           ELSE
              DISPLAY "WINREVW: WINREVW OPEN FAILED, STATUS="
                 WS-REVIEW-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> First pass: the chains and cycles of the month, the latest
      *> FINAL set of each, and its checkpoints' verdicts.
       COLLECT-CYCLES.
           OPEN INPUT WINHIST-FILE
           IF WS-WINHIST-STATUS = "00"
              PERFORM READ-CYCLE-PASS
                 UNTIL WS-WINHIST-STATUS NOT = "00"
              PERFORM CHECK-END-OF-HISTORY
              CLOSE WINHIST-FILE
           ELSE
              DISPLAY "WINREVW: WINHIST NOT READ, STATUS="
                 WS-WINHIST-STATUS
              IF WS-WINHIST-STATUS NOT = "35"
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       READ-CYCLE-PASS.
           READ WINHIST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WNH-CYCLE-DATE(1:6) = WS-REVIEW-MONTH
                    ADD 1 TO WS-SELECT-COUNT
                    PERFORM STORE-CYCLE-REC
                 END-IF
           END-READ.

       STORE-CYCLE-REC.
           PERFORM FIND-CYCLE-ENTRY
           IF WS-CYC-FOUND > 0
              EVALUATE TRUE
                 WHEN WNH-FINISH AND WNH-RECORDED-TS >=
                    WS-CYC-RECORDED (WS-CYC-FOUND)
                    MOVE WNH-RECORDED-TS
                       TO WS-CYC-RECORDED (WS-CYC-FOUND)
                    MOVE WNH-START-TS TO WS-CYC-START-TS (WS-CYC-FOUND)
                    MOVE WNH-END-TS TO WS-CYC-END-TS (WS-CYC-FOUND)
                    MOVE WNH-DEADLINE-TS
                       TO WS-CYC-DEADLINE (WS-CYC-FOUND)
                    MOVE WNH-STATE TO WS-CYC-STATE (WS-CYC-FOUND)
                 WHEN WNH-CHECKPOINT AND WNH-STATE = "R"
                    ADD 1 TO WS-CYC-RISK (WS-CYC-FOUND)
                 WHEN WNH-CHECKPOINT AND WNH-STATE = "L"
                    ADD 1 TO WS-CYC-LATE (WS-CYC-FOUND)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *> Finds the chain and cycle of the current record, adding it
      *> (and its chain) on first sight; zero when the table is full.
       FIND-CYCLE-ENTRY.
           MOVE 0 TO WS-CYC-FOUND
           PERFORM MATCH-CYCLE-ENTRY
              VARYING CYC-IDX FROM 1 BY 1
              UNTIL CYC-IDX > WS-CYC-USED OR WS-CYC-FOUND > 0
           IF WS-CYC-FOUND = 0
              IF WS-CYC-USED < WS-CYC-MAX
                 ADD 1 TO WS-CYC-USED
                 MOVE WS-CYC-USED TO WS-CYC-FOUND
                 MOVE WNH-CHAIN TO WS-CYC-CHAIN (WS-CYC-FOUND)
                 MOVE WNH-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-FOUND)
                 MOVE SPACES TO WS-CYC-RECORDED (WS-CYC-FOUND)
                 MOVE SPACES TO WS-CYC-START-TS (WS-CYC-FOUND)
                 MOVE SPACES TO WS-CYC-END-TS (WS-CYC-FOUND)
                 MOVE SPACES TO WS-CYC-DEADLINE (WS-CYC-FOUND)
                 MOVE SPACE TO WS-CYC-STATE (WS-CYC-FOUND)
                 MOVE 0 TO WS-CYC-RISK (WS-CYC-FOUND)
                 MOVE 0 TO WS-CYC-LATE (WS-CYC-FOUND)
                 PERFORM NOTE-CHAIN
              ELSE
                 DISPLAY "WINREVW: CYCLE TABLE FULL, " WNH-CHAIN " "
                    WNH-CYCLE-DATE " NOT REVIEWED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       MATCH-CYCLE-ENTRY.
           IF WS-CYC-CHAIN (CYC-IDX) = WNH-CHAIN
              AND WS-CYC-DATE (CYC-IDX) = WNH-CYCLE-DATE
              MOVE CYC-IDX TO WS-CYC-FOUND
           END-IF.

       NOTE-CHAIN.
           MOVE 0 TO WS-CHN-FOUND
           PERFORM MATCH-CHAIN
              VARYING CHN-IDX FROM 1 BY 1
              UNTIL CHN-IDX > WS-CHN-USED OR WS-CHN-FOUND > 0
           IF WS-CHN-FOUND = 0 AND WS-CHN-USED < WS-CHN-MAX
              ADD 1 TO WS-CHN-USED
              MOVE WNH-CHAIN TO WS-CHN-NAME (WS-CHN-USED)
           END-IF.

       MATCH-CHAIN.
           IF WS-CHN-NAME (CHN-IDX) = WNH-CHAIN
              MOVE CHN-IDX TO WS-CHN-FOUND
           END-IF.

      *> Second pass: the S records of each cycle's standing FINAL
      *> set, rolled up by chain and step, each step counted once a
      *> cycle should two sets carry the same stamp.
       COLLECT-STEPS.
           OPEN INPUT WINHIST-FILE
           IF WS-WINHIST-STATUS = "00"
              PERFORM READ-STEP-PASS
                 UNTIL WS-WINHIST-STATUS NOT = "00"
              PERFORM CHECK-END-OF-HISTORY
              CLOSE WINHIST-FILE
           END-IF.

       READ-STEP-PASS.
           READ WINHIST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WNH-CYCLE-DATE(1:6) = WS-REVIEW-MONTH
                    AND WNH-STEP-ACTUAL
                    PERFORM STORE-STEP-REC
                 END-IF
           END-READ.

       STORE-STEP-REC.
           MOVE 0 TO WS-CYC-FOUND
           PERFORM MATCH-CYCLE-ENTRY
              VARYING CYC-IDX FROM 1 BY 1
              UNTIL CYC-IDX > WS-CYC-USED OR WS-CYC-FOUND > 0
           IF WS-CYC-FOUND > 0
              IF WNH-RECORDED-TS = WS-CYC-RECORDED (WS-CYC-FOUND)
                 PERFORM FIND-STEP-ENTRY
                 IF WS-STP-FOUND > 0 AND
                    WS-STP-LAST-CYC (WS-STP-FOUND) NOT = WS-CYC-FOUND
                    MOVE WS-CYC-FOUND TO WS-STP-LAST-CYC (WS-STP-FOUND)
                    PERFORM ADD-STEP-RESULT
                 END-IF
              END-IF
           END-IF.

       FIND-STEP-ENTRY.
           MOVE 0 TO WS-STP-FOUND
           PERFORM MATCH-STEP-ENTRY
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED OR WS-STP-FOUND > 0
           IF WS-STP-FOUND = 0
              IF WS-STP-USED < WS-STP-MAX
                 ADD 1 TO WS-STP-USED
                 MOVE WS-STP-USED TO WS-STP-FOUND
                 MOVE WNH-CHAIN TO WS-STP-CHAIN (WS-STP-FOUND)
                 MOVE WNH-STEP TO WS-STP-STEP (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-CYCLES (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-PLAN-TOT (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-ACT-TOT (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-ACT-RUNS (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-ACT-MAX (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-OVER (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-MISSED (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-NO-RECORD (WS-STP-FOUND)
                 MOVE 0 TO WS-STP-LAST-CYC (WS-STP-FOUND)
              ELSE
                 DISPLAY "WINREVW: STEP TABLE FULL, " WNH-CHAIN " "
                    WNH-STEP " NOT REVIEWED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       MATCH-STEP-ENTRY.
           IF WS-STP-CHAIN (STP-IDX) = WNH-CHAIN
              AND WS-STP-STEP (STP-IDX) = WNH-STEP
              MOVE STP-IDX TO WS-STP-FOUND
           END-IF.

      *> The plan can change during the month; the step's latest
      *> program identity is shown and its plan minutes averaged.
       ADD-STEP-RESULT.
           MOVE WNH-PROGRAM TO WS-STP-PROGRAM (WS-STP-FOUND)
           ADD 1 TO WS-STP-CYCLES (WS-STP-FOUND)
           IF WNH-PLAN-SECS IS NUMERIC
              ADD WNH-PLAN-SECS TO WS-STP-PLAN-TOT (WS-STP-FOUND)
           END-IF
           IF WNH-START-TS NOT = SPACES
              AND WNH-ACTUAL-SECS IS NUMERIC
              ADD WNH-ACTUAL-SECS TO WS-STP-ACT-TOT (WS-STP-FOUND)
              ADD 1 TO WS-STP-ACT-RUNS (WS-STP-FOUND)
              IF WNH-ACTUAL-SECS > WS-STP-ACT-MAX (WS-STP-FOUND)
                 MOVE WNH-ACTUAL-SECS
                    TO WS-STP-ACT-MAX (WS-STP-FOUND)
              END-IF
           END-IF
           EVALUATE WNH-STATE
              WHEN "V"
                 ADD 1 TO WS-STP-OVER (WS-STP-FOUND)
              WHEN "M"
                 ADD 1 TO WS-STP-MISSED (WS-STP-FOUND)
              WHEN "N"
                 ADD 1 TO WS-STP-NO-RECORD (WS-STP-FOUND)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-END-OF-HISTORY.
           IF WS-WINHIST-STATUS NOT = "10"
              DISPLAY "WINREVW: WINHIST READ FAILED, STATUS="
                 WS-WINHIST-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-REVIEW.
           MOVE WS-REVIEW-MONTH TO HDR-MONTH
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           MOVE WS-HDR-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE
           EVALUATE TRUE
              WHEN NOT REVIEW-MONTH-SET
                 STRING "CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH -- NOTHING REVIEWED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN WS-CYC-USED = 0
                 MOVE "NO WINDOW HISTORY RECORDED FOR THE MONTH"
                    TO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN OTHER
                 PERFORM WRITE-CHAIN-SECTION
                    VARYING CHN-IDX FROM 1 BY 1
                    UNTIL CHN-IDX > WS-CHN-USED
           END-EVALUATE.

       WRITE-CHAIN-SECTION.
           MOVE WS-CHN-NAME (CHN-IDX) TO WS-CUR-CHAIN
           MOVE 0 TO WS-CHAIN-CYCLES
           MOVE 0 TO WS-CHAIN-LATE
           MOVE 0 TO WS-CHAIN-RISK
           MOVE 0 TO WS-CHAIN-CRIT
           PERFORM COUNT-CHAIN-CYCLE
              VARYING CYC-IDX FROM 1 BY 1
              UNTIL CYC-IDX > WS-CYC-USED
           MOVE WS-CUR-CHAIN TO CL-CHAIN
           MOVE WS-CHAIN-CYCLES TO CL-CYCLES
           MOVE WS-CHAIN-LATE TO CL-LATE
           MOVE WS-CHAIN-RISK TO CL-RISK
           MOVE WS-CHAIN-CRIT TO CL-CRIT
           MOVE WS-CHAIN-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE WS-CYC-COL-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-CYCLE-LINE
              VARYING CYC-IDX FROM 1 BY 1
              UNTIL CYC-IDX > WS-CYC-USED
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE WS-STP-COL-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-STEP-LINE
              VARYING STP-IDX FROM 1 BY 1
              UNTIL STP-IDX > WS-STP-USED
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE.

       COUNT-CHAIN-CYCLE.
           IF WS-CYC-CHAIN (CYC-IDX) = WS-CUR-CHAIN
              ADD 1 TO WS-CHAIN-CYCLES
              IF WS-CYC-STATE (CYC-IDX) = "M"
                 ADD 1 TO WS-CHAIN-LATE
              END-IF
              ADD WS-CYC-RISK (CYC-IDX) TO WS-CHAIN-RISK
              ADD WS-CYC-LATE (CYC-IDX) TO WS-CHAIN-CRIT
           END-IF.

       WRITE-CYCLE-LINE.
           IF WS-CYC-CHAIN (CYC-IDX) = WS-CUR-CHAIN
              MOVE WS-CYC-DATE (CYC-IDX) TO CY-DATE
              MOVE WS-CYC-START-TS (CYC-IDX) TO WS-CNV-STAMP-X
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO CY-STARTED
              MOVE WS-CYC-END-TS (CYC-IDX) TO WS-CNV-STAMP-X
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO CY-FINISHED
              MOVE WS-CYC-DEADLINE (CYC-IDX) TO WS-CNV-STAMP-X
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO CY-DEADLINE
              PERFORM SET-CYCLE-MARGIN
              EVALUATE WS-CYC-STATE (CYC-IDX)
                 WHEN "O"
                    MOVE "ON TIME" TO CY-STATE
                 WHEN "M"
                    MOVE "LATE" TO CY-STATE
                 WHEN "N"
                    MOVE "NO RUNS" TO CY-STATE
                 WHEN OTHER
                    MOVE "NO FINAL" TO CY-STATE
              END-EVALUATE
              MOVE WS-CYC-RISK (CYC-IDX) TO CY-RISK
              MOVE WS-CYC-LATE (CYC-IDX) TO CY-LATE
              MOVE WS-CYC-LINE TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

      *> Minutes from the finish to the deadline: positive is time
      *> to spare, negative how late the chain finished.
       SET-CYCLE-MARGIN.
           MOVE SPACES TO CY-MARGIN
           MOVE WS-CYC-DEADLINE (CYC-IDX) TO WS-CNV-STAMP-X
           PERFORM STAMP-TO-SECONDS
           IF CNV-VALID
              MOVE WS-CNV-SECS TO WS-DEADLINE-SECS
              MOVE WS-CYC-END-TS (CYC-IDX) TO WS-CNV-STAMP-X
              PERFORM STAMP-TO-SECONDS
              IF CNV-VALID
                 COMPUTE WS-DIFF-SECS = WS-DEADLINE-SECS - WS-CNV-SECS
                 IF WS-DIFF-SECS < 0
                    COMPUTE WS-DIFF-MIN = (WS-DIFF-SECS - 59) / 60
                 ELSE
                    COMPUTE WS-DIFF-MIN = WS-DIFF-SECS / 60
                 END-IF
                 MOVE WS-DIFF-MIN TO WS-SIGNED-EDIT
                 MOVE WS-SIGNED-EDIT TO CY-MARGIN
              END-IF
           END-IF.

       WRITE-STEP-LINE.
           IF WS-STP-CHAIN (STP-IDX) = WS-CUR-CHAIN
              MOVE WS-STP-STEP (STP-IDX) TO SP-STEP
              MOVE WS-STP-PROGRAM (STP-IDX) TO SP-PROGRAM
              MOVE WS-STP-CYCLES (STP-IDX) TO SP-CYCLES
              COMPUTE WS-MINUTES ROUNDED = WS-STP-PLAN-TOT (STP-IDX)
                 / WS-STP-CYCLES (STP-IDX) / 60
              MOVE WS-MINUTES TO SP-PLAN
              MOVE SPACES TO SP-AVG
              MOVE SPACES TO SP-MAX
              IF WS-STP-ACT-RUNS (STP-IDX) > 0
                 COMPUTE WS-MINUTES ROUNDED = WS-STP-ACT-TOT (STP-IDX)
                    / WS-STP-ACT-RUNS (STP-IDX) / 60
                 MOVE WS-MINUTES TO WS-MINUTE-EDIT
                 MOVE WS-MINUTE-EDIT TO SP-AVG
                 COMPUTE WS-MINUTES ROUNDED =
                    WS-STP-ACT-MAX (STP-IDX) / 60
                 MOVE WS-MINUTES TO WS-MINUTE-EDIT
                 MOVE WS-MINUTE-EDIT TO SP-MAX
              END-IF
              MOVE WS-STP-OVER (STP-IDX) TO SP-OVER
              MOVE WS-STP-MISSED (STP-IDX) TO SP-MISSED
              MOVE WS-STP-NO-RECORD (STP-IDX) TO SP-NO-RECORD
              MOVE WS-STP-LINE TO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

       PUT-LINE.
           IF REPORT-OPEN
              MOVE WS-RPT-LINE TO REVIEW-RPT-REC
              WRITE REVIEW-RPT-REC
              IF WS-REVIEW-STATUS NOT = "00"
                 DISPLAY "WINREVW: WINREVW WRITE FAILED, STATUS="
                    WS-REVIEW-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "N" TO WS-REPORT-FLAG
              END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE.

       STAMP-TO-SECONDS.
           MOVE "N" TO WS-CNV-OK
           MOVE 0 TO WS-CNV-SECS
           IF WS-CNV-STAMP-X IS NUMERIC
              IF WS-CNV-DATE >= 16010101
                 AND WS-CNV-HH < 24 AND WS-CNV-MM < 60
                 AND WS-CNV-SS < 60
                 COMPUTE WS-CNV-SECS =
                    FUNCTION INTEGER-OF-DATE(WS-CNV-DATE) * 86400
                    + WS-CNV-HH * 3600 + WS-CNV-MM * 60 + WS-CNV-SS
                 MOVE "Y" TO WS-CNV-OK
              END-IF
           END-IF.

       FORMAT-STAMP.
           MOVE SPACES TO WS-CNV-TEXT
           IF WS-CNV-STAMP-X IS NUMERIC
              STRING WS-CNV-STAMP-X(1:4) "-" WS-CNV-STAMP-X(5:2) "-"
                 WS-CNV-STAMP-X(7:2) " " WS-CNV-STAMP-X(9:2) ":"
                 WS-CNV-STAMP-X(11:2)
                 DELIMITED BY SIZE INTO WS-CNV-TEXT
           END-IF.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLPD.
