       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDQSC.
      *> Month-end upstream feed-quality scorecard over the retained
      *> FEEDQHST history (FEEDQHST.cpy) EDBATCH appends one record
      *> to per extract per run. For the scorecard month (SYSIN
      *> YYYYMM; blank takes the month the RUNCTL cycle closes, per
      *> CYCINIT's month-end flag, as RUNTREND does) it rolls the
      *> nightly and intraday records up by upstream source and
      *> extract and prints, for each: the nights it sent, the
      *> records received, clean and rejected, the reject rate
      *> against the ceiling agreed for the source (PROD.PARMLIB.
      *> FEEDQLIM, FEEDQLIM.cpy), the prior month's rate and the
      *> change since, how many nights its trailer failed to
      *> balance or never came and its header date failed or never
      *> came, the recycle and aged-out counts, and its top three
      *> reject reason codes. A source whose reject rate broke its
      *> ceiling for the month is flagged OVER CEILING -- the
      *> evidence for the upstream service reviews. The history is
      *> the retained record: rerun the scorecard for any earlier
      *> month and it reads the same figures. An EDBATCH rerun
      *> appended a second record for its cycle and extract; the
      *> latest one stands. Read-only against FEEDQHST. Return
      *> codes: 0 clean, 4 a source over its ceiling, nothing
      *> recorded for the month or no month closed by the cycle, 12
      *> a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDQHST-FILE ASSIGN TO "FEEDQHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDQ-STATUS.
           SELECT FEEDQLIM-FILE ASSIGN TO "FEEDQLIM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT SCORE-RPT ASSIGN TO "FEEDQSC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORE-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDQHST-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY FEEDQHST.

       FD  FEEDQLIM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FEEDQLIM.

       FD  SCORE-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 SCORE-RPT-REC   PIC X(132).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-FEEDQ-STATUS   PIC XX.
       01 WS-LIMIT-STATUS   PIC XX.
       01 WS-SCORE-STATUS   PIC XX.
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2) VALUE 0.
       01 WS-REPORT-FLAG    PIC X VALUE "N".
         88 REPORT-OPEN     VALUE "Y".

       01 WS-PARM-IN        PIC X(8).
       01 WS-SCORE-MONTH    PIC X(6) VALUE SPACES.
       01 WS-MONTH-FLAG     PIC X VALUE "N".
         88 SCORE-MONTH-SET VALUE "Y".
       01 WS-PRIOR-MONTH    PIC X(6) VALUE SPACES.
       01 WS-MONTH-CALC.
         05 WS-CALC-YEAR    PIC 9(4).
         05 WS-CALC-MONTH   PIC 9(2).
       01 WS-MONTH-CALC-X REDEFINES WS-MONTH-CALC PIC X(6).

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

      *> Agreed ceilings from the FEEDQLIM member, as percentages;
      *> a DEFAULT line replaces the built-in 2.00.
       01 WS-DEFAULT-CEILING PIC 9(3)V99 VALUE 2.00.
       01 WS-LIM-MAX        PIC 9(2) VALUE 40.
       01 WS-LIM-USED       PIC 9(2) VALUE 0.
       01 WS-LIM-TABLE.
         05 WS-LIM-ENTRY OCCURS 40 TIMES.
           10 WS-LIM-SOURCE    PIC X(8).
           10 WS-LIM-CEILING   PIC 9(3)V99.
       01 LIM-IDX           PIC 9(2).
       01 WS-LIM-FOUND      PIC 9(2).
       01 WS-LIM-WORK.
         05 WS-LIM-WHOLE    PIC 9(3).
         05 WS-LIM-FRAC     PIC 9(2).
       01 WS-LIM-WORK-9 REDEFINES WS-LIM-WORK PIC 9(3)V99.

      *> One entry per cycle, program and extract of the scorecard
      *> and prior months: the stamp of the standing (latest)
      *> record, and whether the second pass has rolled it up.
       01 WS-DAY-MAX        PIC 9(3) VALUE 400.
       01 WS-DAY-USED       PIC 9(3) VALUE 0.
       01 WS-DAY-TABLE.
         05 WS-DAY-ENTRY OCCURS 400 TIMES.
           10 WS-DAY-CYCLE-DATE PIC X(8).
           10 WS-DAY-PROGRAM    PIC X(8).
           10 WS-DAY-EXTRACT    PIC X(8).
           10 WS-DAY-RECORDED   PIC X(14).
           10 WS-DAY-DONE       PIC X.
       01 DAY-IDX           PIC 9(3).
       01 WS-DAY-FOUND      PIC 9(3).

      *> One entry per upstream source and extract, in the order
      *> first met on the history. WS-SRC-LAST-xxx hold the cycle
      *> date last counted for each kind of night, so a night the
      *> nightly and the intraday run both recorded counts once --
      *> the history is appended in cycle order.
       01 WS-SRC-MAX        PIC 9(2) VALUE 40.
       01 WS-SRC-USED       PIC 9(2) VALUE 0.
       01 WS-SRC-TABLE.
         05 WS-SRC-ENTRY OCCURS 40 TIMES.
           10 WS-SRC-SOURCE      PIC X(8).
           10 WS-SRC-EXTRACT     PIC X(8).
           10 WS-SRC-CURRENT     PIC X.
             88 SRC-IN-MONTH     VALUE "Y".
           10 WS-SRC-NIGHTS      PIC 9(3).
           10 WS-SRC-LAST-NIGHT  PIC X(8).
           10 WS-SRC-RECEIVED    PIC 9(11).
           10 WS-SRC-CLEAN       PIC 9(11).
           10 WS-SRC-REJECTED    PIC 9(11).
           10 WS-SRC-BAL-FAIL    PIC 9(3).
           10 WS-SRC-LAST-BAL    PIC X(8).
           10 WS-SRC-NO-TRL      PIC 9(3).
           10 WS-SRC-LAST-NO-TRL PIC X(8).
           10 WS-SRC-DATE-FAIL   PIC 9(3).
           10 WS-SRC-LAST-DATE   PIC X(8).
           10 WS-SRC-NO-HDR      PIC 9(3).
           10 WS-SRC-LAST-NO-HDR PIC X(8).
           10 WS-SRC-RECYC-READ  PIC 9(9).
           10 WS-SRC-RECYC-CLEAN PIC 9(9).
           10 WS-SRC-RECYC-REJ   PIC 9(9).
           10 WS-SRC-RECYC-AGED  PIC 9(9).
           10 WS-SRC-PRIOR       PIC X.
             88 SRC-IN-PRIOR     VALUE "Y".
           10 WS-SRC-PRI-RECEIVED PIC 9(11).
           10 WS-SRC-PRI-REJECTED PIC 9(11).
           10 WS-SRC-RSN-USED    PIC 9(2).
           10 WS-SRC-RSN OCCURS 20 TIMES.
             15 WS-SRC-RSN-CODE  PIC X(4).
             15 WS-SRC-RSN-COUNT PIC 9(11).
             15 WS-SRC-RSN-TAKEN PIC X.
           10 WS-SRC-RSN-OTHER   PIC 9(11).
       01 SRC-IDX           PIC 9(2).
       01 WS-SRC-FOUND      PIC 9(2).
       01 RSN-IDX           PIC 9(2).
       01 WS-RSN-FOUND      PIC 9(2).
       01 FQH-IDX           PIC 9(2).

       01 WS-SELECT-COUNT   PIC 9(9) VALUE 0.
       01 WS-SOURCE-COUNT   PIC 9(2) VALUE 0.
       01 WS-OVER-COUNT     PIC 9(2) VALUE 0.
       01 WS-RATE           PIC 9(3)V99.
       01 WS-PRIOR-RATE     PIC 9(3)V99.
       01 WS-CEILING        PIC 9(3)V99.
       01 WS-CHANGE         PIC S9(3)V99.
       01 WS-SHARE          PIC 9(3)V9.
       01 WS-TOP-SLOT       PIC 9.
       01 WS-TOP-BEST       PIC 9(2).
       01 WS-TOP-COUNT      PIC 9(11).
       01 WS-TOP-POS        PIC 9(3).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(38)
            VALUE "UPSTREAM FEED-QUALITY SCORECARD MONTH ".
         05 HDR-MONTH       PIC X(6).
         05 FILLER          PIC X(15) VALUE "  PRIOR MONTH  ".
         05 HDR-PRIOR       PIC X(6).
         05 FILLER          PIC X(10) VALUE "  PRINTED ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(49) VALUE SPACES.

       01 WS-COL-LINE.
         05 FILLER          PIC X(36)
            VALUE "SOURCE    EXTRACT   NIGHTS   RECEIVE".
         05 FILLER          PIC X(36)
            VALUE "D      CLEAN   REJECTED   REJ%  CEIL".
         05 FILLER          PIC X(36)
            VALUE "%  PRIOR%   CHANGE  TREND           ".
         05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-SRC-LINE.
         05 SL-SOURCE       PIC X(8).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-EXTRACT      PIC X(8).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-NIGHTS       PIC ZZZZZ9.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-RECEIVED     PIC Z(8)9.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-CLEAN        PIC Z(8)9.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-REJECTED     PIC Z(8)9.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-RATE         PIC ZZ9.99.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-CEILING      PIC ZZ9.99.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-PRIOR        PIC X(6).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-CHANGE       PIC X(7).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-TREND        PIC X(6).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-FLAG         PIC X(12).
         05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-CTL-LINE.
         05 FILLER          PIC X(10) VALUE SPACES.
         05 FILLER          PIC X(25)
            VALUE "NIGHTS TRAILER UNBALANCED".
         05 CL-BAL-FAIL     PIC ZZZ9.
         05 FILLER          PIC X(14) VALUE "   NO TRAILER ".
         05 CL-NO-TRL       PIC ZZZ9.
         05 FILLER          PIC X(21) VALUE "   HEADER DATE WRONG ".
         05 CL-DATE-FAIL    PIC ZZZ9.
         05 FILLER          PIC X(13) VALUE "   NO HEADER ".
         05 CL-NO-HDR       PIC ZZZ9.
         05 FILLER          PIC X(33) VALUE SPACES.

       01 WS-RCY-LINE.
         05 FILLER          PIC X(10) VALUE SPACES.
         05 FILLER          PIC X(14) VALUE "RECYCLED READ ".
         05 RL-READ         PIC Z(8)9.
         05 FILLER          PIC X(10) VALUE "   CLEAN ".
         05 RL-CLEAN        PIC Z(8)9.
         05 FILLER          PIC X(18) VALUE "   REJECTED AGAIN ".
         05 RL-REJECT       PIC Z(8)9.
         05 FILLER          PIC X(12) VALUE "   AGED OUT ".
         05 RL-AGED         PIC Z(8)9.
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-REASON-ITEM.
         05 RI-CODE         PIC X(4).
         05 FILLER          PIC X VALUE SPACE.
         05 RI-COUNT        PIC Z(8)9.
         05 FILLER          PIC X(2) VALUE " (".
         05 RI-SHARE        PIC ZZ9.9.
         05 FILLER          PIC X(2) VALUE "%)".
       01 WS-REASON-LINE    PIC X(132).

       01 WS-RATE-EDIT      PIC ZZ9.99.
       01 WS-CHANGE-EDIT    PIC +++9.99.
       01 WS-COUNT-EDIT     PIC Z9.
       01 WS-RPT-LINE       PIC X(132).

       PROCEDURE DIVISION.
       FEED-SCORECARD-MAIN.
           PERFORM GET-MONTH-PARM
           PERFORM OPEN-REPORT
           IF SCORE-MONTH-SET
              PERFORM LOAD-CEILINGS
              PERFORM COLLECT-RUNS
              PERFORM COLLECT-FIGURES
           END-IF
           IF REPORT-OPEN
              PERFORM WRITE-SCORECARD
              CLOSE SCORE-RPT
           END-IF
           IF WS-SELECT-COUNT = 0 OR WS-OVER-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           DISPLAY "FEEDQSC: MONTH " WS-SCORE-MONTH
              " RECORDS " WS-SELECT-COUNT " SOURCES "
              WS-SOURCE-COUNT " OVER CEILING " WS-OVER-COUNT
              " RETURN CODE " WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-MONTH-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE SPACES TO WS-CYCLE-DATE
           IF WS-PARM-IN(1:6) IS NUMERIC
              MOVE WS-PARM-IN(1:6) TO WS-SCORE-MONTH
              MOVE "Y" TO WS-MONTH-FLAG
           ELSE
              PERFORM READ-CYCLE-PERIOD
              IF CYCLE-MONTH-END
                 MOVE WS-CLOSE-PERIOD TO WS-SCORE-MONTH
                 MOVE "Y" TO WS-MONTH-FLAG
                 DISPLAY "FEEDQSC: SCORECARD MONTH " WS-SCORE-MONTH
                    " CLOSED BY CYCLE " WS-CYCLE-DATE
              ELSE
                 DISPLAY "FEEDQSC: CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH, NO SCORECARD"
              END-IF
           END-IF
           IF SCORE-MONTH-SET
              MOVE WS-SCORE-MONTH TO WS-MONTH-CALC-X
              IF WS-CALC-MONTH = 1
                 SUBTRACT 1 FROM WS-CALC-YEAR
                 MOVE 12 TO WS-CALC-MONTH
              ELSE
                 SUBTRACT 1 FROM WS-CALC-MONTH
              END-IF
              MOVE WS-MONTH-CALC-X TO WS-PRIOR-MONTH
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT SCORE-RPT
           IF WS-SCORE-STATUS = "00"
              MOVE "Y" TO WS-REPORT-FLAG
           ELSE
              DISPLAY "FEEDQSC: FEEDQSC OPEN FAILED, STATUS="
                 WS-SCORE-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> A missing member (status 35) holds every source to the
      *> built-in ceiling.
       LOAD-CEILINGS.
           OPEN INPUT FEEDQLIM-FILE
           EVALUATE WS-LIMIT-STATUS
              WHEN "00"
                 PERFORM READ-CEILING-REC
                    UNTIL WS-LIMIT-STATUS NOT = "00"
                 IF WS-LIMIT-STATUS NOT = "10"
                    DISPLAY "FEEDQSC: FEEDQLIM READ FAILED, STATUS="
                       WS-LIMIT-STATUS
                    MOVE 12 TO WS-RC-CANDIDATE
                    PERFORM SET-RETURN-CODE
                 END-IF
                 CLOSE FEEDQLIM-FILE
              WHEN "35"
                 DISPLAY "FEEDQSC: NO FEEDQLIM MEMBER, EVERY SOURCE"
                    " HELD TO THE BUILT-IN CEILING"
              WHEN OTHER
                 DISPLAY "FEEDQSC: FEEDQLIM OPEN FAILED, STATUS="
                    WS-LIMIT-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
           END-EVALUATE.

       READ-CEILING-REC.
           READ FEEDQLIM-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF FEEDQLIM-REC NOT = SPACES
                    AND FQL-SOURCE(1:1) NOT = "*"
                    PERFORM STORE-CEILING
                 END-IF
           END-READ.

       STORE-CEILING.
           IF FQL-CEIL-WHOLE IS NUMERIC
              AND FQL-CEIL-POINT = "."
              AND FQL-CEIL-FRAC IS NUMERIC
              MOVE FQL-CEIL-WHOLE TO WS-LIM-WHOLE
              MOVE FQL-CEIL-FRAC TO WS-LIM-FRAC
              IF FQL-SOURCE = "DEFAULT"
                 MOVE WS-LIM-WORK-9 TO WS-DEFAULT-CEILING
              ELSE
                 IF WS-LIM-USED < WS-LIM-MAX
                    ADD 1 TO WS-LIM-USED
                    MOVE FQL-SOURCE TO WS-LIM-SOURCE (WS-LIM-USED)
                    MOVE WS-LIM-WORK-9 TO WS-LIM-CEILING (WS-LIM-USED)
                 ELSE
                    DISPLAY "FEEDQSC: CEILING TABLE FULL, "
                       FQL-SOURCE " HELD TO THE DEFAULT"
                 END-IF
              END-IF
           ELSE
              DISPLAY "FEEDQSC: FEEDQLIM LINE SKIPPED, CEILING NOT"
                 " NNN.NN: " FQL-SOURCE " " FQL-CEILING
           END-IF.

      *> First pass: the cycles, programs and extracts of the
      *> scorecard and prior months, and the stamp of the latest
      *> record of each.
       COLLECT-RUNS.
           OPEN INPUT FEEDQHST-FILE
           IF WS-FEEDQ-STATUS = "00"
              PERFORM READ-RUN-PASS
                 UNTIL WS-FEEDQ-STATUS NOT = "00"
              PERFORM CHECK-END-OF-HISTORY
              CLOSE FEEDQHST-FILE
           ELSE
              DISPLAY "FEEDQSC: FEEDQHST NOT READ, STATUS="
                 WS-FEEDQ-STATUS
              IF WS-FEEDQ-STATUS NOT = "35"
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       READ-RUN-PASS.
           READ FEEDQHST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF FQH-CYCLE-DATE(1:6) = WS-SCORE-MONTH
                    OR FQH-CYCLE-DATE(1:6) = WS-PRIOR-MONTH
                    PERFORM STORE-RUN-REC
                 END-IF
           END-READ.

       STORE-RUN-REC.
           PERFORM FIND-RUN-ENTRY
           IF WS-DAY-FOUND = 0
              IF WS-DAY-USED < WS-DAY-MAX
                 ADD 1 TO WS-DAY-USED
                 MOVE FQH-CYCLE-DATE TO WS-DAY-CYCLE-DATE (WS-DAY-USED)
                 MOVE FQH-PROGRAM TO WS-DAY-PROGRAM (WS-DAY-USED)
                 MOVE FQH-EXTRACT TO WS-DAY-EXTRACT (WS-DAY-USED)
                 MOVE FQH-RECORDED-TS TO WS-DAY-RECORDED (WS-DAY-USED)
                 MOVE "N" TO WS-DAY-DONE (WS-DAY-USED)
              ELSE
                 DISPLAY "FEEDQSC: RUN TABLE FULL, " FQH-PROGRAM " "
                    FQH-EXTRACT " " FQH-CYCLE-DATE " NOT SCORED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           ELSE
              IF FQH-RECORDED-TS >= WS-DAY-RECORDED (WS-DAY-FOUND)
                 MOVE FQH-RECORDED-TS TO WS-DAY-RECORDED (WS-DAY-FOUND)
              END-IF
           END-IF.

       FIND-RUN-ENTRY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM MATCH-RUN-ENTRY
              VARYING DAY-IDX FROM 1 BY 1
              UNTIL DAY-IDX > WS-DAY-USED OR WS-DAY-FOUND > 0.

       MATCH-RUN-ENTRY.
           IF WS-DAY-CYCLE-DATE (DAY-IDX) = FQH-CYCLE-DATE
              AND WS-DAY-PROGRAM (DAY-IDX) = FQH-PROGRAM
              AND WS-DAY-EXTRACT (DAY-IDX) = FQH-EXTRACT
              MOVE DAY-IDX TO WS-DAY-FOUND
           END-IF.

      *> Second pass: each run's standing record, rolled up by
      *> source and extract -- counted once should two records of a
      *> run carry the same stamp.
       COLLECT-FIGURES.
           OPEN INPUT FEEDQHST-FILE
           IF WS-FEEDQ-STATUS = "00"
              PERFORM READ-FIGURE-PASS
                 UNTIL WS-FEEDQ-STATUS NOT = "00"
              PERFORM CHECK-END-OF-HISTORY
              CLOSE FEEDQHST-FILE
           END-IF.

       READ-FIGURE-PASS.
           READ FEEDQHST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF FQH-CYCLE-DATE(1:6) = WS-SCORE-MONTH
                    OR FQH-CYCLE-DATE(1:6) = WS-PRIOR-MONTH
                    PERFORM FIND-RUN-ENTRY
                    IF WS-DAY-FOUND > 0
                       IF FQH-RECORDED-TS =
                          WS-DAY-RECORDED (WS-DAY-FOUND)
                          AND WS-DAY-DONE (WS-DAY-FOUND) = "N"
                          MOVE "Y" TO WS-DAY-DONE (WS-DAY-FOUND)
                          PERFORM ROLL-UP-RUN
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       ROLL-UP-RUN.
           PERFORM FIND-SOURCE-ENTRY
           IF WS-SRC-FOUND > 0
              IF FQH-CYCLE-DATE(1:6) = WS-SCORE-MONTH
                 ADD 1 TO WS-SELECT-COUNT
                 PERFORM ADD-MONTH-FIGURES
              ELSE
                 MOVE "Y" TO WS-SRC-PRIOR (WS-SRC-FOUND)
                 ADD FQH-RECEIVED TO WS-SRC-PRI-RECEIVED (WS-SRC-FOUND)
                 ADD FQH-REJECTED TO WS-SRC-PRI-REJECTED (WS-SRC-FOUND)
              END-IF
           END-IF.

      *> Finds the source and extract of the current record, adding
      *> it on first sight; zero when the table is full.
       FIND-SOURCE-ENTRY.
           MOVE 0 TO WS-SRC-FOUND
           PERFORM MATCH-SOURCE-ENTRY
              VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-SRC-USED OR WS-SRC-FOUND > 0
           IF WS-SRC-FOUND = 0
              IF WS-SRC-USED < WS-SRC-MAX
                 ADD 1 TO WS-SRC-USED
                 MOVE WS-SRC-USED TO WS-SRC-FOUND
                 PERFORM INIT-SOURCE-ENTRY
              ELSE
                 DISPLAY "FEEDQSC: SOURCE TABLE FULL, " FQH-SOURCE
                    " " FQH-EXTRACT " NOT SCORED"
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

       MATCH-SOURCE-ENTRY.
           IF WS-SRC-SOURCE (SRC-IDX) = FQH-SOURCE
              AND WS-SRC-EXTRACT (SRC-IDX) = FQH-EXTRACT
              MOVE SRC-IDX TO WS-SRC-FOUND
           END-IF.

       INIT-SOURCE-ENTRY.
           MOVE FQH-SOURCE TO WS-SRC-SOURCE (WS-SRC-FOUND)
           MOVE FQH-EXTRACT TO WS-SRC-EXTRACT (WS-SRC-FOUND)
           MOVE "N" TO WS-SRC-CURRENT (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-NIGHTS (WS-SRC-FOUND)
           MOVE SPACES TO WS-SRC-LAST-NIGHT (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RECEIVED (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-CLEAN (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-REJECTED (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-BAL-FAIL (WS-SRC-FOUND)
           MOVE SPACES TO WS-SRC-LAST-BAL (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-NO-TRL (WS-SRC-FOUND)
           MOVE SPACES TO WS-SRC-LAST-NO-TRL (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-DATE-FAIL (WS-SRC-FOUND)
           MOVE SPACES TO WS-SRC-LAST-DATE (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-NO-HDR (WS-SRC-FOUND)
           MOVE SPACES TO WS-SRC-LAST-NO-HDR (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RECYC-READ (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RECYC-CLEAN (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RECYC-REJ (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RECYC-AGED (WS-SRC-FOUND)
           MOVE "N" TO WS-SRC-PRIOR (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-PRI-RECEIVED (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-PRI-REJECTED (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RSN-USED (WS-SRC-FOUND)
           MOVE 0 TO WS-SRC-RSN-OTHER (WS-SRC-FOUND).

       ADD-MONTH-FIGURES.
           MOVE "Y" TO WS-SRC-CURRENT (WS-SRC-FOUND)
           IF FQH-CYCLE-DATE NOT = WS-SRC-LAST-NIGHT (WS-SRC-FOUND)
              ADD 1 TO WS-SRC-NIGHTS (WS-SRC-FOUND)
              MOVE FQH-CYCLE-DATE TO WS-SRC-LAST-NIGHT (WS-SRC-FOUND)
           END-IF
           ADD FQH-RECEIVED TO WS-SRC-RECEIVED (WS-SRC-FOUND)
           ADD FQH-CLEAN TO WS-SRC-CLEAN (WS-SRC-FOUND)
           ADD FQH-REJECTED TO WS-SRC-REJECTED (WS-SRC-FOUND)
           EVALUATE FQH-TRL-OK
              WHEN "N"
                 IF FQH-CYCLE-DATE NOT =
                    WS-SRC-LAST-BAL (WS-SRC-FOUND)
                    ADD 1 TO WS-SRC-BAL-FAIL (WS-SRC-FOUND)
                    MOVE FQH-CYCLE-DATE
                       TO WS-SRC-LAST-BAL (WS-SRC-FOUND)
                 END-IF
              WHEN SPACE
                 IF FQH-CYCLE-DATE NOT =
                    WS-SRC-LAST-NO-TRL (WS-SRC-FOUND)
                    ADD 1 TO WS-SRC-NO-TRL (WS-SRC-FOUND)
                    MOVE FQH-CYCLE-DATE
                       TO WS-SRC-LAST-NO-TRL (WS-SRC-FOUND)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EVALUATE FQH-DATE-OK
              WHEN "N"
                 IF FQH-CYCLE-DATE NOT =
                    WS-SRC-LAST-DATE (WS-SRC-FOUND)
                    ADD 1 TO WS-SRC-DATE-FAIL (WS-SRC-FOUND)
                    MOVE FQH-CYCLE-DATE
                       TO WS-SRC-LAST-DATE (WS-SRC-FOUND)
                 END-IF
              WHEN SPACE
                 IF FQH-CYCLE-DATE NOT =
                    WS-SRC-LAST-NO-HDR (WS-SRC-FOUND)
                    ADD 1 TO WS-SRC-NO-HDR (WS-SRC-FOUND)
                    MOVE FQH-CYCLE-DATE
                       TO WS-SRC-LAST-NO-HDR (WS-SRC-FOUND)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           ADD FQH-RECYC-READ TO WS-SRC-RECYC-READ (WS-SRC-FOUND)
           ADD FQH-RECYC-CLEAN TO WS-SRC-RECYC-CLEAN (WS-SRC-FOUND)
           ADD FQH-RECYC-REJECT TO WS-SRC-RECYC-REJ (WS-SRC-FOUND)
           ADD FQH-RECYC-AGED TO WS-SRC-RECYC-AGED (WS-SRC-FOUND)
           ADD FQH-RSN-OTHER TO WS-SRC-RSN-OTHER (WS-SRC-FOUND)
           IF FQH-REASON-USED IS NUMERIC
              AND FQH-REASON-USED <= 8
              PERFORM ADD-RUN-REASON
                 VARYING FQH-IDX FROM 1 BY 1
                 UNTIL FQH-IDX > FQH-REASON-USED
           END-IF.

       ADD-RUN-REASON.
           MOVE 0 TO WS-RSN-FOUND
           PERFORM MATCH-SOURCE-REASON
              VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > WS-SRC-RSN-USED (WS-SRC-FOUND)
              OR WS-RSN-FOUND > 0
           IF WS-RSN-FOUND = 0
              IF WS-SRC-RSN-USED (WS-SRC-FOUND) < 20
                 ADD 1 TO WS-SRC-RSN-USED (WS-SRC-FOUND)
                 MOVE WS-SRC-RSN-USED (WS-SRC-FOUND) TO WS-RSN-FOUND
                 MOVE FQH-RSN-CODE (FQH-IDX)
                    TO WS-SRC-RSN-CODE (WS-SRC-FOUND WS-RSN-FOUND)
                 MOVE 0
                    TO WS-SRC-RSN-COUNT (WS-SRC-FOUND WS-RSN-FOUND)
              ELSE
                 ADD FQH-RSN-COUNT (FQH-IDX)
                    TO WS-SRC-RSN-OTHER (WS-SRC-FOUND)
              END-IF
           END-IF
           IF WS-RSN-FOUND > 0
              ADD FQH-RSN-COUNT (FQH-IDX)
                 TO WS-SRC-RSN-COUNT (WS-SRC-FOUND WS-RSN-FOUND)
           END-IF.

       MATCH-SOURCE-REASON.
           IF WS-SRC-RSN-CODE (WS-SRC-FOUND RSN-IDX) =
              FQH-RSN-CODE (FQH-IDX)
              MOVE RSN-IDX TO WS-RSN-FOUND
           END-IF.

       CHECK-END-OF-HISTORY.
           IF WS-FEEDQ-STATUS NOT = "10"
              DISPLAY "FEEDQSC: FEEDQHST READ FAILED, STATUS="
                 WS-FEEDQ-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-SCORECARD.
           MOVE WS-SCORE-MONTH TO HDR-MONTH
           MOVE WS-PRIOR-MONTH TO HDR-PRIOR
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           MOVE WS-HDR-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM PUT-LINE
           EVALUATE TRUE
              WHEN NOT SCORE-MONTH-SET
                 STRING "CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH -- NOTHING SCORED"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN WS-SELECT-COUNT = 0
                 MOVE "NO FEED-QUALITY HISTORY RECORDED FOR THE MONTH"
                    TO WS-RPT-LINE
                 PERFORM PUT-LINE
              WHEN OTHER
                 MOVE WS-COL-LINE TO WS-RPT-LINE
                 PERFORM PUT-LINE
                 PERFORM PUT-LINE
                 PERFORM WRITE-SOURCE-SECTION
                    VARYING SRC-IDX FROM 1 BY 1
                    UNTIL SRC-IDX > WS-SRC-USED
                 MOVE WS-OVER-COUNT TO WS-COUNT-EDIT
                 STRING "SOURCES OVER THEIR AGREED CEILING THIS MONTH: "
                    WS-COUNT-EDIT DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
           END-EVALUATE.

      *> A source seen only in the prior month sent nothing this
      *> month and is left off.
       WRITE-SOURCE-SECTION.
           IF SRC-IN-MONTH (SRC-IDX)
              ADD 1 TO WS-SOURCE-COUNT
              PERFORM WRITE-SOURCE-LINE
              PERFORM WRITE-CONTROL-LINE
              PERFORM WRITE-RECYCLE-LINE
              PERFORM WRITE-REASON-LINE
              PERFORM PUT-LINE
           END-IF.

       WRITE-SOURCE-LINE.
           IF WS-SRC-SOURCE (SRC-IDX) = SPACES
              MOVE "(NONE)" TO SL-SOURCE
           ELSE
              MOVE WS-SRC-SOURCE (SRC-IDX) TO SL-SOURCE
           END-IF
           MOVE WS-SRC-EXTRACT (SRC-IDX) TO SL-EXTRACT
           MOVE WS-SRC-NIGHTS (SRC-IDX) TO SL-NIGHTS
           MOVE WS-SRC-RECEIVED (SRC-IDX) TO SL-RECEIVED
           MOVE WS-SRC-CLEAN (SRC-IDX) TO SL-CLEAN
           MOVE WS-SRC-REJECTED (SRC-IDX) TO SL-REJECTED
           MOVE 0 TO WS-RATE
           IF WS-SRC-RECEIVED (SRC-IDX) > 0
              COMPUTE WS-RATE ROUNDED = WS-SRC-REJECTED (SRC-IDX)
                 * 100 / WS-SRC-RECEIVED (SRC-IDX)
           END-IF
           MOVE WS-RATE TO SL-RATE
           PERFORM FIND-CEILING
           MOVE WS-CEILING TO SL-CEILING
           IF SRC-IN-PRIOR (SRC-IDX)
              MOVE 0 TO WS-PRIOR-RATE
              IF WS-SRC-PRI-RECEIVED (SRC-IDX) > 0
                 COMPUTE WS-PRIOR-RATE ROUNDED =
                    WS-SRC-PRI-REJECTED (SRC-IDX) * 100
                    / WS-SRC-PRI-RECEIVED (SRC-IDX)
              END-IF
              MOVE WS-PRIOR-RATE TO WS-RATE-EDIT
              MOVE WS-RATE-EDIT TO SL-PRIOR
              COMPUTE WS-CHANGE = WS-RATE - WS-PRIOR-RATE
              MOVE WS-CHANGE TO WS-CHANGE-EDIT
              MOVE WS-CHANGE-EDIT TO SL-CHANGE
              EVALUATE TRUE
                 WHEN WS-CHANGE > 0
                    MOVE "WORSE" TO SL-TREND
                 WHEN WS-CHANGE < 0
                    MOVE "BETTER" TO SL-TREND
                 WHEN OTHER
                    MOVE "SAME" TO SL-TREND
              END-EVALUATE
           ELSE
              MOVE "  NONE" TO SL-PRIOR
              MOVE SPACES TO SL-CHANGE
              MOVE "NEW" TO SL-TREND
           END-IF
           IF WS-RATE > WS-CEILING
              MOVE "OVER CEILING" TO SL-FLAG
              ADD 1 TO WS-OVER-COUNT
           ELSE
              MOVE SPACES TO SL-FLAG
           END-IF
           MOVE WS-SRC-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

       FIND-CEILING.
           MOVE WS-DEFAULT-CEILING TO WS-CEILING
           MOVE 0 TO WS-LIM-FOUND
           PERFORM MATCH-CEILING
              VARYING LIM-IDX FROM 1 BY 1
              UNTIL LIM-IDX > WS-LIM-USED OR WS-LIM-FOUND > 0
           IF WS-LIM-FOUND > 0
              MOVE WS-LIM-CEILING (WS-LIM-FOUND) TO WS-CEILING
           END-IF.

       MATCH-CEILING.
           IF WS-LIM-SOURCE (LIM-IDX) = WS-SRC-SOURCE (SRC-IDX)
              MOVE LIM-IDX TO WS-LIM-FOUND
           END-IF.

       WRITE-CONTROL-LINE.
           MOVE WS-SRC-BAL-FAIL (SRC-IDX) TO CL-BAL-FAIL
           MOVE WS-SRC-NO-TRL (SRC-IDX) TO CL-NO-TRL
           MOVE WS-SRC-DATE-FAIL (SRC-IDX) TO CL-DATE-FAIL
           MOVE WS-SRC-NO-HDR (SRC-IDX) TO CL-NO-HDR
           MOVE WS-CTL-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

       WRITE-RECYCLE-LINE.
           MOVE WS-SRC-RECYC-READ (SRC-IDX) TO RL-READ
           MOVE WS-SRC-RECYC-CLEAN (SRC-IDX) TO RL-CLEAN
           MOVE WS-SRC-RECYC-REJ (SRC-IDX) TO RL-REJECT
           MOVE WS-SRC-RECYC-AGED (SRC-IDX) TO RL-AGED
           MOVE WS-RCY-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

      *> The three reason codes with the most rejects for the month,
      *> each with its share of the source's rejects; ties go to
      *> the code met first.
       WRITE-REASON-LINE.
           MOVE SPACES TO WS-REASON-LINE
           MOVE "TOP REASONS" TO WS-REASON-LINE(11:11)
           MOVE 24 TO WS-TOP-POS
           PERFORM CLEAR-REASON-TAKEN
              VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > WS-SRC-RSN-USED (SRC-IDX)
           PERFORM PICK-TOP-REASON
              VARYING WS-TOP-SLOT FROM 1 BY 1
              UNTIL WS-TOP-SLOT > 3
              OR WS-TOP-SLOT > WS-SRC-RSN-USED (SRC-IDX)
           IF WS-SRC-RSN-USED (SRC-IDX) = 0
              MOVE "NONE -- NO REJECTS" TO WS-REASON-LINE(24:18)
           END-IF
           MOVE WS-REASON-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

       CLEAR-REASON-TAKEN.
           MOVE "N" TO WS-SRC-RSN-TAKEN (SRC-IDX RSN-IDX).

       PICK-TOP-REASON.
           MOVE 0 TO WS-TOP-BEST
           MOVE 0 TO WS-TOP-COUNT
           PERFORM FIND-TOP-REASON
              VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > WS-SRC-RSN-USED (SRC-IDX)
           IF WS-TOP-BEST > 0
              MOVE "Y" TO WS-SRC-RSN-TAKEN (SRC-IDX WS-TOP-BEST)
              MOVE WS-SRC-RSN-CODE (SRC-IDX WS-TOP-BEST) TO RI-CODE
              MOVE WS-TOP-COUNT TO RI-COUNT
              MOVE 0 TO WS-SHARE
              IF WS-SRC-REJECTED (SRC-IDX) > 0
                 COMPUTE WS-SHARE ROUNDED = WS-TOP-COUNT * 100
                    / WS-SRC-REJECTED (SRC-IDX)
              END-IF
              MOVE WS-SHARE TO RI-SHARE
              MOVE WS-REASON-ITEM TO WS-REASON-LINE(WS-TOP-POS:23)
              ADD 27 TO WS-TOP-POS
           END-IF.

       FIND-TOP-REASON.
           IF WS-SRC-RSN-TAKEN (SRC-IDX RSN-IDX) = "N"
              AND (WS-TOP-BEST = 0
                 OR WS-SRC-RSN-COUNT (SRC-IDX RSN-IDX) > WS-TOP-COUNT)
              MOVE RSN-IDX TO WS-TOP-BEST
              MOVE WS-SRC-RSN-COUNT (SRC-IDX RSN-IDX) TO WS-TOP-COUNT
           END-IF.

       PUT-LINE.
           IF REPORT-OPEN
              MOVE WS-RPT-LINE TO SCORE-RPT-REC
              WRITE SCORE-RPT-REC
              IF WS-SCORE-STATUS NOT = "00"
                 DISPLAY "FEEDQSC: FEEDQSC WRITE FAILED, STATUS="
                    WS-SCORE-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "N" TO WS-REPORT-FLAG
              END-IF
           END-IF
           MOVE SPACES TO WS-RPT-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLPD.
