       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINCHK.
      *> Batch-window checkpoint. Inserted between the steps of the
      *> NIGHTLY, INTRADAY or RSPARA chain, it compares the chain
      *> so far with the PROD.PARMLIB.WINPLAN plan (WINPLAN.cpy) --
      *> each step's expected minutes and hard deadline -- and
      *> projects the finish while there is still time to act.
      *> SYSIN names the chain in columns 1-8, the step the check
      *> is taken ahead of in columns 10-16 (FINAL at the end of
      *> the chain; blank takes the first plan step with no record
      *> yet), and optionally the warning margin in minutes in
      *> columns 18-20 (default 030).
      *>
      *> Steps ahead of the check are judged from what they left:
      *> the RUNSTATS start and end of their latest run this cycle,
      *> else the RUNCTL STP stamp for the end. The steps still to
      *> run are projected forward from now, each at its recent
      *> average from the retained RUNHIST history (the three
      *> months before the cycle's month), or at its planned
      *> minutes when the history has no runs of it. A step that
      *> ended after its deadline, or whose projected end crosses
      *> it, is critical; a projected end within the margin of a
      *> deadline is a warning. Either way the page lists the
      *> actions the plan gives for the steps still to run -- the
      *> levers left to pull, such as switching REFIN to the
      *> RSPARA partitioned path. The windows on RUNCTL and
      *> RUNSTATS are RESTADV's: the cycle from CYCINIT's stamp,
      *> with the first EDBATCHS record opening the INTRADAY leg
      *> and closing the NIGHTLY one.
      *>
      *> Each check appends its page to WINRPT and its projection
      *> to the retained WINHIST (WINHIST.cpy); the FINAL check
      *> records every plan step's planned and actual times and
      *> the chain's finish against its deadline there instead,
      *> for the month-end WINREVW review. The check's STP record
      *> carries its own identity, WCHK + the chain initial + the
      *> step number (WCHKN030, or WCHKNFIN for the FINAL check),
      *> so several checks in one chain stay apart on RUNCTL.
      *> Return codes: 0 on plan; 4 a projection is within the
      *> warning margin of a deadline, or the SYSIN or the plan is
      *> unusable (nothing judged, the reason on the page); 8 a
      *> deadline is projected to be missed or has been; 12 a
      *> file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO "WINPLAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RUNSTAT-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT WINHIST-FILE ASSIGN TO "WINHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINHIST-STATUS.
           SELECT WINDOW-RPT ASSIGN TO "WINRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY WINPLAN.

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       FD  RUNSTAT-FILE
           RECORD CONTAINS 83 CHARACTERS.
       COPY RUNSTREC.

       FD  RUNHIST-FILE
           RECORD CONTAINS 121 CHARACTERS.
       COPY RUNHIST.

       FD  WINHIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       COPY WINHIST.

       FD  WINDOW-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 WINDOW-RPT-REC  PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS    PIC XX.
       01 WS-RUNSTAT-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-WINHIST-STATUS PIC XX.
       01 WS-WINRPT-STATUS  PIC XX.
       01 WS-RETURN-CODE    PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE   PIC 9(2) VALUE 0.

       01 WS-PARM-IN        PIC X(80).
       01 WS-CHAIN-NAME     PIC X(8) VALUE SPACES.
       01 WS-CHAIN-CODE     PIC X VALUE "?".
         88 CHAIN-NIGHTLY   VALUE "N".
         88 CHAIN-INTRADAY  VALUE "I".
         88 CHAIN-RSPARA    VALUE "P".
         88 CHAIN-UNKNOWN   VALUE "?".
       01 WS-CHECK-STEP     PIC X(7) VALUE SPACES.
       01 WS-FINAL-FLAG     PIC X VALUE "N".
         88 FINAL-CHECK     VALUE "Y".
       01 WS-MARGIN-MIN     PIC 9(3) VALUE 30.
       01 WS-USABLE-FLAG    PIC X VALUE "Y".
         88 CHECK-USABLE    VALUE "Y".
      *> Why the check could not be made: the first reason goes on
      *> the WINRPT page, every one to the console.
       01 WS-UNUSABLE-REASON PIC X(80) VALUE SPACES.
       01 WS-REASON-WORK    PIC X(80).
       01 WS-REPORT-FLAG    PIC X VALUE "N".
         88 REPORT-OPEN     VALUE "Y".

       01 WS-CYCLE-DATE       PIC X(8).
       01 WS-RUNCTL-STATUS    PIC XX.
       01 WS-RUNCTL-PROGRAM   PIC X(8) VALUE "WCHK".
       01 WS-RUNCTL-STEP-STAT PIC X(8).
       01 WS-RUNCTL-RC        PIC 9(2).
       01 WS-RUN-NUMBER       PIC 9(4) VALUE 0.
       01 WS-RUNCTL-DATE-FLAG PIC X VALUE "N".
         88 RUNCTL-DATE-SET   VALUE "Y".

      *> The chain's plan and what this cycle made of it. A step's
      *> end is its actual end when it is ahead of the check, its
      *> projected end when it is still to run; times are held as
      *> seconds from the start of the Gregorian calendar (day
      *> number from INTEGER-OF-DATE times 86400 plus the time of
      *> day), zero when not known.
       01 WS-PLN-MAX        PIC 9(2) VALUE 20.
       01 WS-PLN-USED       PIC 9(2) VALUE 0.
       01 WS-PLN-TABLE.
         05 WS-PLN-ENTRY OCCURS 20 TIMES.
           10 WS-PLN-STEP       PIC X(7).
           10 WS-PLN-PROGRAM    PIC X(8).
           10 WS-PLN-SECS       PIC 9(5).
           10 WS-PLN-DEADLINE   PIC X(4).
           10 WS-PLN-DL-HH      PIC 9(2).
           10 WS-PLN-DL-MM      PIC 9(2).
           10 WS-PLN-ACTION     PIC X(40).
           10 WS-PLN-DL-SECS    PIC 9(11).
           10 WS-PLN-STP-TS     PIC X(14).
           10 WS-PLN-START-TS   PIC X(14).
           10 WS-PLN-END-TS     PIC X(14).
           10 WS-PLN-HIST-SECS  PIC 9(11).
           10 WS-PLN-HIST-RUNS  PIC 9(7).
           10 WS-PLN-ACTUAL-SECS PIC 9(5).
           10 WS-PLN-ACTUAL-FLAG PIC X.
             88 PLN-ACTUAL-KNOWN VALUE "Y".
           10 WS-PLN-EST-SECS   PIC 9(5).
           10 WS-PLN-BASIS      PIC X.
           10 WS-PLN-END-SECS   PIC 9(11).
           10 WS-PLN-STATE      PIC X.
             88 PLN-ON-PLAN     VALUE "O".
             88 PLN-OVER-PLAN   VALUE "V".
             88 PLN-MISSED      VALUE "M".
             88 PLN-NO-RECORD   VALUE "N".
             88 PLN-UTILITY     VALUE "U".
             88 PLN-PROJECTED   VALUE "P".
             88 PLN-AT-RISK     VALUE "R".
             88 PLN-LATE        VALUE "L".
       01 PLN-IDX           PIC 9(2).
       01 WS-NEXT-IDX       PIC 9(2) VALUE 0.
       01 WS-CHAIN-DL-IDX   PIC 9(2) VALUE 0.
       01 WS-LOOKUP-PROGRAM PIC X(8).
       01 WS-LOOKUP-STEP    PIC X(7).
       01 WS-FOUND-IDX      PIC 9(2).

      *> The windows on RUNCTL and RUNSTATS.
       01 WS-CYCLE-OPEN-TS  PIC X(14) VALUE SPACES.
       01 WS-LEG-FLAG       PIC X VALUE "N".
         88 SUPP-LEG-SEEN   VALUE "Y".
       01 WS-WANTED-FLAG    PIC X.
         88 RECORD-WANTED   VALUE "Y".
       01 WS-LEG-START-TS   PIC X(14) VALUE SPACES.

      *> RUNHIST months that count as recent.
       01 WS-CYCLE-MONTH    PIC X(6).
       01 WS-CYCLE-MONTH-9 REDEFINES WS-CYCLE-MONTH.
         05 WS-CYCLE-YYYY   PIC 9(4).
         05 WS-CYCLE-MM     PIC 9(2).
       01 WS-RECENT-FROM    PIC X(6).
       01 WS-RECENT-FROM-9 REDEFINES WS-RECENT-FROM.
         05 WS-RECENT-YYYY  PIC 9(4).
         05 WS-RECENT-MM    PIC 9(2).
       01 WS-MONTH-WORK     PIC 9(6).
       01 WS-HISTORY-FLAG   PIC X VALUE "N".
         88 HISTORY-READ    VALUE "Y".

      *> Clock arithmetic. STAMP-TO-SECONDS turns WS-CNV-STAMP
      *> into WS-CNV-SECS (WS-CNV-OK "N" when it is not a clock
      *> reading); SECONDS-TO-STAMP turns WS-CNV-SECS back.
       01 WS-CNV-STAMP.
         05 WS-CNV-DATE     PIC 9(8).
         05 WS-CNV-HH       PIC 9(2).
         05 WS-CNV-MM       PIC 9(2).
         05 WS-CNV-SS       PIC 9(2).
       01 WS-CNV-STAMP-X REDEFINES WS-CNV-STAMP PIC X(14).
       01 WS-CNV-SECS       PIC 9(11).
       01 WS-CNV-OK         PIC X.
         88 CNV-VALID       VALUE "Y".
       01 WS-CNV-DAYS       PIC 9(7).
       01 WS-CNV-REM        PIC 9(5).
       01 WS-CNV-TEXT       PIC X(16).

       01 WS-NOW-TS         PIC X(14).
       01 WS-NOW-SECS       PIC 9(11).
       01 WS-ANCHOR-TS      PIC X(14) VALUE SPACES.
       01 WS-ANCHOR-SECS    PIC 9(11) VALUE 0.
       01 WS-ANCHOR-DAY     PIC 9(11).
       01 WS-CURSOR-SECS    PIC 9(11).
       01 WS-LAST-END-SECS  PIC 9(11) VALUE 0.
       01 WS-PLAN-TOTAL     PIC 9(7) VALUE 0.
       01 WS-PLAN-DONE      PIC 9(7) VALUE 0.
       01 WS-PLAN-FINISH    PIC 9(11).
       01 WS-FINISH-SECS    PIC 9(11) VALUE 0.
       01 WS-REMAIN-SECS    PIC 9(7) VALUE 0.
       01 WS-CHAIN-DL-SECS  PIC 9(11) VALUE 0.
       01 WS-MARGIN-SECS    PIC 9(7).
       01 WS-DIFF-SECS      PIC S9(11).
       01 WS-DIFF-MIN       PIC S9(5).
       01 WS-MINUTES        PIC 9(5).

      *> The verdict: 0 on plan, 4 at risk, 8 late or missed.
       01 WS-VERDICT        PIC 9(2) VALUE 0.
       01 WS-MISSED-COUNT   PIC 9(3) VALUE 0.
       01 WS-LATE-COUNT     PIC 9(3) VALUE 0.
       01 WS-RISK-COUNT     PIC 9(3) VALUE 0.
       01 WS-ACTION-COUNT   PIC 9(3) VALUE 0.
       01 WS-HIST-WRITTEN   PIC 9(3) VALUE 0.
       01 WS-HIST-STATE     PIC X.

       01 WS-HDR-LINE.
         05 FILLER          PIC X(21) VALUE "WINDOW CHECK   CHAIN ".
         05 HDR-CHAIN       PIC X(8).
         05 FILLER          PIC X(8) VALUE "  CYCLE ".
         05 HDR-CYCLE       PIC X(8).
         05 FILLER          PIC X(6) VALUE "  RUN ".
         05 HDR-RUN         PIC 9(4).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 HDR-WHERE       PIC X(16).
         05 FILLER          PIC X(4) VALUE " AT ".
         05 HDR-NOW         PIC X(16).
         05 FILLER          PIC X(7) VALUE SPACES.

       01 WS-COL-LINE.
         05 FILLER          PIC X(36)
            VALUE "STEP     PROGRAM  PLAN MIN  ACTUAL M".
         05 FILLER          PIC X(36)
            VALUE "IN ENDED/PROJECTED     DEADLINE     ".
         05 FILLER          PIC X(28)
            VALUE "     STATE                  ".

       01 WS-STEP-LINE.
         05 SL-STEP         PIC X(7).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-PROGRAM      PIC X(8).
         05 FILLER          PIC X(4) VALUE SPACES.
         05 SL-PLAN         PIC ZZZ9.
         05 FILLER          PIC X(7) VALUE SPACES.
         05 SL-ACTUAL       PIC X(4).
         05 SL-BASIS        PIC X.
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-ENDED        PIC X(16).
         05 FILLER          PIC X(4) VALUE SPACES.
         05 SL-DEADLINE     PIC X(16).
         05 FILLER          PIC X(2) VALUE SPACES.
         05 SL-STATE        PIC X(16).
         05 FILLER          PIC X(7) VALUE SPACES.

       01 WS-MINUTE-EDIT    PIC ZZZ9.
       01 WS-SIGNED-EDIT    PIC +(4)9.
       01 WS-MARGIN-EDIT    PIC ZZ9.
       01 WS-TEXT-A         PIC X(16).
       01 WS-TEXT-B         PIC X(16).
       01 WS-RPT-LINE       PIC X(100).
       01 WS-LINE-PTR       PIC 9(3).

       PROCEDURE DIVISION.
       WINDOW-CHECK-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           PERFORM GET-CHECK-PARM
           PERFORM READ-RUN-CONTROL
           PERFORM OPEN-REPORT
           IF CHECK-USABLE
              PERFORM LOAD-WINDOW-PLAN
           END-IF
           IF CHECK-USABLE
              PERFORM FIND-CHECK-POSITION
           END-IF
           IF CHECK-USABLE
              PERFORM SCAN-RUN-CONTROL
              PERFORM SCAN-RUN-STATS
              PERFORM SCAN-RUN-HISTORY
              PERFORM SET-CHAIN-START
              PERFORM JUDGE-DONE-STEP
                 VARYING PLN-IDX FROM 1 BY 1
                 UNTIL PLN-IDX >= WS-NEXT-IDX
              PERFORM PROJECT-REMAINING
              PERFORM SET-VERDICT
              PERFORM WRITE-CHECK-PAGE
              PERFORM RECORD-WINDOW-HISTORY
           ELSE
              PERFORM WRITE-HEADER
              MOVE SPACES TO WS-RPT-LINE
              STRING "NOTHING JUDGED - THE SYSIN OR THE WINPLAN "
                 "MEMBER IS UNUSABLE:"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
              IF WS-UNUSABLE-REASON = SPACES
                 MOVE "WINPLAN COULD NOT BE READ - SEE THE CONSOLE"
                    TO WS-UNUSABLE-REASON
              END-IF
              MOVE SPACES TO WS-RPT-LINE
              MOVE WS-UNUSABLE-REASON TO WS-RPT-LINE(3:80)
              PERFORM PUT-LINE
              IF WS-RETURN-CODE < 8
                 MOVE SPACES TO WS-RPT-LINE
                 STRING "NO WINDOW VERDICT - THE CHAIN IS NOT HELD "
                    "FOR THIS; CORRECT THE PARAMETER BEFORE THE "
                    "NEXT RUN"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
                 PERFORM PUT-LINE
              END-IF
           END-IF
           IF REPORT-OPEN
              CLOSE WINDOW-RPT
           END-IF
           PERFORM DISPLAY-CHECK-SUMMARY
           MOVE "COMPLETE" TO WS-RUNCTL-STEP-STAT
           MOVE WS-RETURN-CODE TO WS-RUNCTL-RC
           PERFORM WRITE-STEP-STATUS
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      *> The check's identity is settled here, ahead of anything
      *> that can fail, so even an unusable check leaves its own
      *> STP record.
       GET-CHECK-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           EVALUATE TRUE
              WHEN WS-PARM-IN(1:8) = "NIGHTLY"
                 MOVE "N" TO WS-CHAIN-CODE
              WHEN WS-PARM-IN(1:8) = "INTRADAY"
                 MOVE "I" TO WS-CHAIN-CODE
              WHEN WS-PARM-IN(1:8) = "RSPARA"
                 MOVE "P" TO WS-CHAIN-CODE
              WHEN OTHER
                 MOVE "?" TO WS-CHAIN-CODE
           END-EVALUATE
           MOVE WS-PARM-IN(1:8) TO WS-CHAIN-NAME
           MOVE WS-PARM-IN(10:7) TO WS-CHECK-STEP
           IF WS-CHECK-STEP = "FINAL"
              MOVE "Y" TO WS-FINAL-FLAG
              STRING "WCHK" WS-CHAIN-CODE "FIN"
                 DELIMITED BY SIZE INTO WS-RUNCTL-PROGRAM
           ELSE
              STRING "WCHK" WS-CHAIN-CODE WS-CHECK-STEP(5:3)
                 DELIMITED BY SIZE INTO WS-RUNCTL-PROGRAM
           END-IF
           IF WS-PARM-IN(18:3) IS NUMERIC
              MOVE WS-PARM-IN(18:3) TO WS-MARGIN-MIN
           END-IF
           COMPUTE WS-MARGIN-SECS = WS-MARGIN-MIN * 60
           IF CHAIN-UNKNOWN
              MOVE SPACES TO WS-REASON-WORK
              STRING "SYSIN CHAIN NOT RECOGNIZED: " WS-PARM-IN(1:20)
                 " - NIGHTLY, INTRADAY OR RSPARA"
                 DELIMITED BY SIZE INTO WS-REASON-WORK
              PERFORM NOTE-UNUSABLE
           END-IF.

      *> WINRPT is DISP=MOD and cleared at the top of the job, so
      *> each check of the chain adds its page behind the last.
       OPEN-REPORT.
           OPEN EXTEND WINDOW-RPT
           IF WS-WINRPT-STATUS = "35"
              OPEN OUTPUT WINDOW-RPT
           END-IF
           IF WS-WINRPT-STATUS = "00"
              MOVE "Y" TO WS-REPORT-FLAG
           ELSE
              DISPLAY "WINCHK: WINRPT OPEN FAILED, STATUS="
                 WS-WINRPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

      *> Only the SYSIN chain's lines are kept. A line that cannot
      *> be read as a plan makes the whole plan unusable -- a
      *> projection off half a plan would look better than it is.
       LOAD-WINDOW-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-STATUS NOT = "00"
              DISPLAY "WINCHK: WINPLAN OPEN FAILED, STATUS="
                 WS-PLAN-STATUS
              MOVE "N" TO WS-USABLE-FLAG
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              PERFORM READ-PLAN-REC
                 UNTIL WS-PLAN-STATUS NOT = "00"
              IF WS-PLAN-STATUS NOT = "10"
                 DISPLAY "WINCHK: WINPLAN READ FAILED, STATUS="
                    WS-PLAN-STATUS
                 MOVE "N" TO WS-USABLE-FLAG
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE PLAN-FILE
           END-IF
           IF CHECK-USABLE AND WS-PLN-USED = 0
              MOVE SPACES TO WS-REASON-WORK
              STRING "WINPLAN HAS NO STEPS FOR CHAIN " WS-CHAIN-NAME
                 DELIMITED BY SIZE INTO WS-REASON-WORK
              PERFORM NOTE-UNUSABLE
           END-IF.

       READ-PLAN-REC.
           READ PLAN-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF WINPLAN-REC = SPACES
                    OR WPL-CHAIN(1:1) = "*"
                    CONTINUE
                 ELSE
                    IF WPL-CHAIN = WS-CHAIN-NAME
                       PERFORM STORE-PLAN-REC
                    END-IF
                 END-IF
           END-READ.

       STORE-PLAN-REC.
           MOVE SPACES TO WS-REASON-WORK
           EVALUATE TRUE
              WHEN WPL-STEP = SPACES
                 STRING "WINPLAN " WPL-CHAIN
                    " LINE WITHOUT A STEP NAME"
                    DELIMITED BY SIZE INTO WS-REASON-WORK
                 PERFORM NOTE-UNUSABLE
              WHEN WPL-MINUTES IS NOT NUMERIC
                 STRING "WINPLAN " WPL-CHAIN " " WPL-STEP
                    " MINUTES " WPL-MINUTES " NOT 0000-9999"
                    DELIMITED BY SIZE INTO WS-REASON-WORK
                 PERFORM NOTE-UNUSABLE
              WHEN WPL-DEADLINE NOT = SPACES
                 AND (WPL-DEADLINE IS NOT NUMERIC
                    OR WPL-DEADLINE-HH > 23
                    OR WPL-DEADLINE-MM > 59)
                 STRING "WINPLAN " WPL-CHAIN " " WPL-STEP
                    " DEADLINE " WPL-DEADLINE " NOT HHMM"
                    DELIMITED BY SIZE INTO WS-REASON-WORK
                 PERFORM NOTE-UNUSABLE
              WHEN WS-PLN-USED NOT < WS-PLN-MAX
                 STRING "WINPLAN " WPL-CHAIN
                    " HAS MORE THAN 20 STEPS"
                    DELIMITED BY SIZE INTO WS-REASON-WORK
                 PERFORM NOTE-UNUSABLE
              WHEN OTHER
                 ADD 1 TO WS-PLN-USED
                 MOVE WS-PLN-USED TO PLN-IDX
                 MOVE WPL-STEP TO WS-PLN-STEP (PLN-IDX)
                 MOVE WPL-PROGRAM TO WS-PLN-PROGRAM (PLN-IDX)
                 COMPUTE WS-PLN-SECS (PLN-IDX) = WPL-MINUTES-9 * 60
                 MOVE WPL-DEADLINE TO WS-PLN-DEADLINE (PLN-IDX)
                 MOVE 0 TO WS-PLN-DL-HH (PLN-IDX)
                 MOVE 0 TO WS-PLN-DL-MM (PLN-IDX)
                 IF WPL-DEADLINE NOT = SPACES
                    MOVE WPL-DEADLINE-HH TO WS-PLN-DL-HH (PLN-IDX)
                    MOVE WPL-DEADLINE-MM TO WS-PLN-DL-MM (PLN-IDX)
                    MOVE PLN-IDX TO WS-CHAIN-DL-IDX
                 END-IF
                 MOVE WPL-ACTION TO WS-PLN-ACTION (PLN-IDX)
                 MOVE 0 TO WS-PLN-DL-SECS (PLN-IDX)
                 MOVE SPACES TO WS-PLN-STP-TS (PLN-IDX)
                 MOVE SPACES TO WS-PLN-START-TS (PLN-IDX)
                 MOVE SPACES TO WS-PLN-END-TS (PLN-IDX)
                 MOVE 0 TO WS-PLN-HIST-SECS (PLN-IDX)
                 MOVE 0 TO WS-PLN-HIST-RUNS (PLN-IDX)
                 MOVE 0 TO WS-PLN-ACTUAL-SECS (PLN-IDX)
                 MOVE "N" TO WS-PLN-ACTUAL-FLAG (PLN-IDX)
                 MOVE 0 TO WS-PLN-EST-SECS (PLN-IDX)
                 MOVE SPACE TO WS-PLN-BASIS (PLN-IDX)
                 MOVE 0 TO WS-PLN-END-SECS (PLN-IDX)
                 MOVE "N" TO WS-PLN-STATE (PLN-IDX)
           END-EVALUATE.

      *> WS-NEXT-IDX is the first step still to run: past the end
      *> on a FINAL check, the SYSIN step, or when SYSIN leaves it
      *> blank the first program step with no STP record yet
      *> (worked out once RUNCTL has been read).
       FIND-CHECK-POSITION.
           EVALUATE TRUE
              WHEN FINAL-CHECK
                 COMPUTE WS-NEXT-IDX = WS-PLN-USED + 1
              WHEN WS-CHECK-STEP = SPACES
                 MOVE 0 TO WS-NEXT-IDX
              WHEN OTHER
                 MOVE WS-CHECK-STEP TO WS-LOOKUP-STEP
                 PERFORM FIND-PLAN-STEP
                 IF WS-FOUND-IDX = 0
                    MOVE SPACES TO WS-REASON-WORK
                    STRING "STEP " WS-CHECK-STEP
                       " NOT ON THE WINPLAN " WS-CHAIN-NAME " PLAN"
                       DELIMITED BY SIZE INTO WS-REASON-WORK
                    PERFORM NOTE-UNUSABLE
                 ELSE
                    MOVE WS-FOUND-IDX TO WS-NEXT-IDX
                 END-IF
           END-EVALUATE.

      *> A check that cannot be made is a warning, not a hold: the
      *> window check is advisory, so a WINPLAN or SYSIN slip must
      *> not stop the production chain behind it the way a
      *> projected miss does.
       NOTE-UNUSABLE.
           DISPLAY "WINCHK: " WS-REASON-WORK
           IF WS-UNUSABLE-REASON = SPACES
              MOVE WS-REASON-WORK TO WS-UNUSABLE-REASON
           END-IF
           MOVE "N" TO WS-USABLE-FLAG
           MOVE 4 TO WS-RC-CANDIDATE
           PERFORM SET-RETURN-CODE.

       FIND-PLAN-STEP.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-PLAN-STEP
              VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-USED OR WS-FOUND-IDX > 0.

       MATCH-PLAN-STEP.
           IF WS-PLN-STEP (PLN-IDX) = WS-LOOKUP-STEP
              MOVE PLN-IDX TO WS-FOUND-IDX
           END-IF.

      *> The same window RESTADV uses: the INTRADAY leg opens at
      *> the first EDBATCHS record, where the NIGHTLY one closes;
      *> RSPARA's identities are its own, so it sees the cycle.
      *> The latest STP record of each plan program wins; CYCINIT
      *> leaves the CYC record instead.
       SCAN-RUN-CONTROL.
           MOVE "N" TO WS-LEG-FLAG
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              PERFORM READ-RUNCTL-REC
                 UNTIL WS-RUNCTL-STATUS NOT = "00"
              IF WS-RUNCTL-STATUS NOT = "10"
                 DISPLAY "WINCHK: RUNCTL READ FAILED, STATUS="
                    WS-RUNCTL-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE RUNCTL-FILE
           ELSE
              DISPLAY "WINCHK: RUNCTL NOT READ, STATUS="
                 WS-RUNCTL-STATUS " - NO STEP STAMPS"
           END-IF
           IF WS-NEXT-IDX = 0
              PERFORM FIND-FIRST-UNRUN
           END-IF.

       READ-RUNCTL-REC.
           READ RUNCTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM STORE-RUNCTL-REC
           END-READ.

       STORE-RUNCTL-REC.
           EVALUATE TRUE
              WHEN RCT-CYCLE
                 MOVE RCT-TIMESTAMP(1:14) TO WS-CYCLE-OPEN-TS
                 MOVE "N" TO WS-LEG-FLAG
                 PERFORM CLEAR-STP-STAMP
                    VARYING PLN-IDX FROM 1 BY 1
                    UNTIL PLN-IDX > WS-PLN-USED
                 MOVE "CYCINIT" TO WS-LOOKUP-PROGRAM
                 PERFORM FIND-PLAN-PROGRAM
                 IF WS-FOUND-IDX > 0
                    AND RCT-TIMESTAMP(1:14) IS NUMERIC
                    MOVE RCT-TIMESTAMP(1:14)
                       TO WS-PLN-STP-TS (WS-FOUND-IDX)
                 END-IF
              WHEN RCT-STEP
                 IF RCT-PROGRAM = "EDBATCHS"
                    MOVE "Y" TO WS-LEG-FLAG
                 END-IF
                 PERFORM CHECK-LEG-WANTED
                 IF RECORD-WANTED
                    AND RCT-TIMESTAMP(1:14) IS NUMERIC
                    MOVE RCT-PROGRAM TO WS-LOOKUP-PROGRAM
                    PERFORM FIND-PLAN-PROGRAM
                    IF WS-FOUND-IDX > 0
                       MOVE RCT-TIMESTAMP(1:14)
                          TO WS-PLN-STP-TS (WS-FOUND-IDX)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CLEAR-STP-STAMP.
           MOVE SPACES TO WS-PLN-STP-TS (PLN-IDX).

       CHECK-LEG-WANTED.
           IF (CHAIN-INTRADAY AND SUPP-LEG-SEEN)
              OR (CHAIN-NIGHTLY AND NOT SUPP-LEG-SEEN)
              OR CHAIN-RSPARA
              MOVE "Y" TO WS-WANTED-FLAG
           ELSE
              MOVE "N" TO WS-WANTED-FLAG
           END-IF.

       FIND-PLAN-PROGRAM.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-PLAN-PROGRAM
              VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-USED OR WS-FOUND-IDX > 0.

       MATCH-PLAN-PROGRAM.
           IF WS-PLN-PROGRAM (PLN-IDX) = WS-LOOKUP-PROGRAM
              AND WS-LOOKUP-PROGRAM NOT = SPACES
              MOVE PLN-IDX TO WS-FOUND-IDX
           END-IF.

       FIND-FIRST-UNRUN.
           COMPUTE WS-NEXT-IDX = WS-PLN-USED + 1
           PERFORM CHECK-STEP-UNRUN
              VARYING PLN-IDX FROM WS-PLN-USED BY -1
              UNTIL PLN-IDX < 1.

       CHECK-STEP-UNRUN.
           IF WS-PLN-PROGRAM (PLN-IDX) NOT = SPACES
              AND WS-PLN-STP-TS (PLN-IDX) = SPACES
              MOVE PLN-IDX TO WS-NEXT-IDX
           END-IF.

      *> RUNSTATS is cumulative: a run belongs to the cycle when it
      *> started at or after CYCINIT's stamp (the cycle date alone
      *> without one). The INTRADAY chain starts with its first
      *> EDBATCHS run.
       SCAN-RUN-STATS.
           MOVE "N" TO WS-LEG-FLAG
           OPEN INPUT RUNSTAT-FILE
           IF WS-RUNSTAT-STATUS = "00"
              PERFORM READ-RUNSTAT-REC
                 UNTIL WS-RUNSTAT-STATUS NOT = "00"
              IF WS-RUNSTAT-STATUS NOT = "10"
                 DISPLAY "WINCHK: RUNSTATS READ FAILED, STATUS="
                    WS-RUNSTAT-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE RUNSTAT-FILE
           ELSE
              DISPLAY "WINCHK: RUNSTATS NOT READ, STATUS="
                 WS-RUNSTAT-STATUS " - NO RUN TIMES"
           END-IF.

       READ-RUNSTAT-REC.
           READ RUNSTAT-FILE
              AT END
                 CONTINUE
              NOT AT END
                 PERFORM CHECK-RUNSTAT-CYCLE
                 IF RECORD-WANTED
                    IF RST-PROGRAM = "EDBATCHS"
                       IF NOT SUPP-LEG-SEEN
                          MOVE RST-START-TS(1:14) TO WS-LEG-START-TS
                       END-IF
                       MOVE "Y" TO WS-LEG-FLAG
                    END-IF
                    PERFORM CHECK-LEG-WANTED
                    IF RECORD-WANTED
                       PERFORM STORE-RUNSTAT-TIMES
                    END-IF
                 END-IF
           END-READ.

       CHECK-RUNSTAT-CYCLE.
           MOVE "Y" TO WS-WANTED-FLAG
           IF WS-CYCLE-OPEN-TS NOT = SPACES
              IF RST-START-TS(1:14) < WS-CYCLE-OPEN-TS
                 MOVE "N" TO WS-WANTED-FLAG
              END-IF
           ELSE
              IF RUNCTL-DATE-SET
                 AND RST-START-TS(1:8) < WS-CYCLE-DATE
                 MOVE "N" TO WS-WANTED-FLAG
              END-IF
           END-IF.

       STORE-RUNSTAT-TIMES.
           MOVE RST-PROGRAM TO WS-LOOKUP-PROGRAM
           PERFORM FIND-PLAN-PROGRAM
           IF WS-FOUND-IDX > 0
              AND RST-START-TS(1:14) IS NUMERIC
              AND RST-END-TS(1:14) IS NUMERIC
              MOVE RST-START-TS(1:14)
                 TO WS-PLN-START-TS (WS-FOUND-IDX)
              MOVE RST-END-TS(1:14) TO WS-PLN-END-TS (WS-FOUND-IDX)
           END-IF.

      *> Recent means the three calendar months before the cycle's
      *> own month, which RUNTREND has not rolled up yet. A rerun
      *> rollup that appended a month twice counts its runs twice,
      *> which leaves the average as it was.
       SCAN-RUN-HISTORY.
           MOVE WS-CYCLE-DATE(1:6) TO WS-CYCLE-MONTH
           MOVE WS-CYCLE-MONTH TO WS-RECENT-FROM
           IF WS-CYCLE-MONTH IS NUMERIC
              COMPUTE WS-MONTH-WORK =
                 WS-CYCLE-YYYY * 12 + WS-CYCLE-MM - 1 - 3
              DIVIDE WS-MONTH-WORK BY 12
                 GIVING WS-RECENT-YYYY REMAINDER WS-RECENT-MM
              ADD 1 TO WS-RECENT-MM
           END-IF
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS = "00"
              MOVE "Y" TO WS-HISTORY-FLAG
              PERFORM READ-RUNHIST-REC
                 UNTIL WS-RUNHIST-STATUS NOT = "00"
              IF WS-RUNHIST-STATUS NOT = "10"
                 DISPLAY "WINCHK: RUNHIST READ FAILED, STATUS="
                    WS-RUNHIST-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE RUNHIST-FILE
           ELSE
              DISPLAY "WINCHK: RUNHIST NOT READ, STATUS="
                 WS-RUNHIST-STATUS " - PLANNED MINUTES USED"
           END-IF.

       READ-RUNHIST-REC.
           READ RUNHIST-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RHT-MONTH >= WS-RECENT-FROM
                    AND RHT-MONTH < WS-CYCLE-MONTH
                    AND RHT-RUN-COUNT IS NUMERIC
                    AND RHT-ELAPSED-TOT IS NUMERIC
                    MOVE RHT-PROGRAM TO WS-LOOKUP-PROGRAM
                    PERFORM FIND-PLAN-PROGRAM
                    IF WS-FOUND-IDX > 0
                       ADD RHT-ELAPSED-TOT
                          TO WS-PLN-HIST-SECS (WS-FOUND-IDX)
                       ADD RHT-RUN-COUNT
                          TO WS-PLN-HIST-RUNS (WS-FOUND-IDX)
                    END-IF
                 END-IF
           END-READ.

      *> NIGHTLY and RSPARA start at CYCINIT's stamp, INTRADAY at
      *> its first EDBATCHS run; failing those, the check itself.
      *> Each plan deadline is then fixed to the first HH:MM at or
      *> after the start.
       SET-CHAIN-START.
           MOVE WS-NOW-TS TO WS-CNV-STAMP-X
           PERFORM STAMP-TO-SECONDS
           MOVE WS-CNV-SECS TO WS-NOW-SECS
           IF CHAIN-INTRADAY
              MOVE WS-LEG-START-TS TO WS-ANCHOR-TS
           ELSE
              MOVE WS-CYCLE-OPEN-TS TO WS-ANCHOR-TS
           END-IF
           MOVE WS-ANCHOR-TS TO WS-CNV-STAMP-X
           PERFORM STAMP-TO-SECONDS
           IF NOT CNV-VALID OR WS-CNV-SECS > WS-NOW-SECS
              DISPLAY "WINCHK: NO CHAIN START ON FILE FOR "
                 WS-CHAIN-NAME " - TIMED FROM THIS CHECK"
              MOVE WS-NOW-TS TO WS-ANCHOR-TS
              MOVE WS-NOW-SECS TO WS-CNV-SECS
           END-IF
           MOVE WS-CNV-SECS TO WS-ANCHOR-SECS
           DIVIDE WS-ANCHOR-SECS BY 86400
              GIVING WS-CNV-DAYS REMAINDER WS-CNV-REM
           COMPUTE WS-ANCHOR-DAY = WS-CNV-DAYS * 86400
           PERFORM SET-STEP-DEADLINE
              VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-USED
           IF WS-CHAIN-DL-IDX > 0
              MOVE WS-PLN-DL-SECS (WS-CHAIN-DL-IDX)
                 TO WS-CHAIN-DL-SECS
           END-IF.

       SET-STEP-DEADLINE.
           ADD WS-PLN-SECS (PLN-IDX) TO WS-PLAN-TOTAL
           IF WS-PLN-DEADLINE (PLN-IDX) NOT = SPACES
              COMPUTE WS-PLN-DL-SECS (PLN-IDX) = WS-ANCHOR-DAY
                 + WS-PLN-DL-HH (PLN-IDX) * 3600
                 + WS-PLN-DL-MM (PLN-IDX) * 60
              IF WS-PLN-DL-SECS (PLN-IDX) < WS-ANCHOR-SECS
                 ADD 86400 TO WS-PLN-DL-SECS (PLN-IDX)
              END-IF
           END-IF.

      *> A step ahead of the check: its RUNSTATS times when it has
      *> them, else the STP stamp for its end alone. Over plan is
      *> noted on the page but does not move the return code; an
      *> end after the step's deadline does.
       JUDGE-DONE-STEP.
           ADD WS-PLN-SECS (PLN-IDX) TO WS-PLAN-DONE
           IF WS-PLN-END-TS (PLN-IDX) = SPACES
              MOVE WS-PLN-STP-TS (PLN-IDX) TO WS-PLN-END-TS (PLN-IDX)
           END-IF
           IF WS-PLN-START-TS (PLN-IDX) NOT = SPACES
              MOVE WS-PLN-START-TS (PLN-IDX) TO WS-CNV-STAMP-X
              PERFORM STAMP-TO-SECONDS
              MOVE WS-CNV-SECS TO WS-CURSOR-SECS
              MOVE WS-PLN-END-TS (PLN-IDX) TO WS-CNV-STAMP-X
              PERFORM STAMP-TO-SECONDS
              IF CNV-VALID AND WS-CNV-SECS >= WS-CURSOR-SECS
                 AND WS-CNV-SECS - WS-CURSOR-SECS < 100000
                 COMPUTE WS-PLN-ACTUAL-SECS (PLN-IDX) =
                    WS-CNV-SECS - WS-CURSOR-SECS
                 MOVE "Y" TO WS-PLN-ACTUAL-FLAG (PLN-IDX)
              END-IF
           END-IF
           MOVE WS-PLN-END-TS (PLN-IDX) TO WS-CNV-STAMP-X
           PERFORM STAMP-TO-SECONDS
           EVALUATE TRUE
              WHEN WS-PLN-PROGRAM (PLN-IDX) = SPACES
                 MOVE "U" TO WS-PLN-STATE (PLN-IDX)
              WHEN NOT CNV-VALID
                 MOVE "N" TO WS-PLN-STATE (PLN-IDX)
              WHEN OTHER
                 MOVE WS-CNV-SECS TO WS-PLN-END-SECS (PLN-IDX)
                 IF WS-CNV-SECS > WS-LAST-END-SECS
                    MOVE WS-CNV-SECS TO WS-LAST-END-SECS
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-PLN-DL-SECS (PLN-IDX) > 0
                       AND WS-CNV-SECS > WS-PLN-DL-SECS (PLN-IDX)
                       MOVE "M" TO WS-PLN-STATE (PLN-IDX)
                       ADD 1 TO WS-MISSED-COUNT
                    WHEN PLN-ACTUAL-KNOWN (PLN-IDX)
                       AND WS-PLN-ACTUAL-SECS (PLN-IDX)
                          > WS-PLN-SECS (PLN-IDX)
                       MOVE "V" TO WS-PLN-STATE (PLN-IDX)
                    WHEN OTHER
                       MOVE "O" TO WS-PLN-STATE (PLN-IDX)
                 END-EVALUATE
           END-EVALUATE.

      *> The steps still to run, end to end from now: each at its
      *> recent average when the history has runs of it (basis H),
      *> else at its planned minutes (basis P).
       PROJECT-REMAINING.
           MOVE WS-NOW-SECS TO WS-CURSOR-SECS
           PERFORM PROJECT-STEP
              VARYING PLN-IDX FROM WS-NEXT-IDX BY 1
              UNTIL PLN-IDX > WS-PLN-USED
           IF FINAL-CHECK
              MOVE WS-LAST-END-SECS TO WS-FINISH-SECS
           ELSE
              MOVE WS-CURSOR-SECS TO WS-FINISH-SECS
           END-IF
           COMPUTE WS-PLAN-FINISH = WS-ANCHOR-SECS + WS-PLAN-TOTAL.

       PROJECT-STEP.
           IF WS-PLN-HIST-RUNS (PLN-IDX) > 0
              COMPUTE WS-PLN-EST-SECS (PLN-IDX) ROUNDED =
                 WS-PLN-HIST-SECS (PLN-IDX)
                 / WS-PLN-HIST-RUNS (PLN-IDX)
              MOVE "H" TO WS-PLN-BASIS (PLN-IDX)
           ELSE
              MOVE WS-PLN-SECS (PLN-IDX) TO WS-PLN-EST-SECS (PLN-IDX)
              MOVE "P" TO WS-PLN-BASIS (PLN-IDX)
           END-IF
           ADD WS-PLN-EST-SECS (PLN-IDX) TO WS-CURSOR-SECS
           ADD WS-PLN-EST-SECS (PLN-IDX) TO WS-REMAIN-SECS
           MOVE WS-CURSOR-SECS TO WS-PLN-END-SECS (PLN-IDX)
           EVALUATE TRUE
              WHEN WS-PLN-DL-SECS (PLN-IDX) = 0
                 MOVE "P" TO WS-PLN-STATE (PLN-IDX)
              WHEN WS-CURSOR-SECS > WS-PLN-DL-SECS (PLN-IDX)
                 MOVE "L" TO WS-PLN-STATE (PLN-IDX)
                 ADD 1 TO WS-LATE-COUNT
              WHEN WS-CURSOR-SECS + WS-MARGIN-SECS
                 > WS-PLN-DL-SECS (PLN-IDX)
                 MOVE "R" TO WS-PLN-STATE (PLN-IDX)
                 ADD 1 TO WS-RISK-COUNT
              WHEN OTHER
                 MOVE "P" TO WS-PLN-STATE (PLN-IDX)
           END-EVALUATE
           IF WS-PLN-ACTION (PLN-IDX) NOT = SPACES
              ADD 1 TO WS-ACTION-COUNT
           END-IF.

       SET-VERDICT.
           EVALUATE TRUE
              WHEN WS-MISSED-COUNT > 0 OR WS-LATE-COUNT > 0
                 MOVE 8 TO WS-VERDICT
              WHEN WS-RISK-COUNT > 0
                 MOVE 4 TO WS-VERDICT
              WHEN OTHER
                 MOVE 0 TO WS-VERDICT
           END-EVALUATE
           MOVE WS-VERDICT TO WS-RC-CANDIDATE
           PERFORM SET-RETURN-CODE.

       WRITE-CHECK-PAGE.
           PERFORM WRITE-HEADER
           MOVE WS-COL-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-STEP-LINE
              VARYING PLN-IDX FROM 1 BY 1
              UNTIL PLN-IDX > WS-PLN-USED
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE
           PERFORM WRITE-TIMING-LINES
           PERFORM WRITE-VERDICT-LINES.

       WRITE-HEADER.
           MOVE WS-CHAIN-NAME TO HDR-CHAIN
           MOVE WS-CYCLE-DATE TO HDR-CYCLE
           MOVE WS-RUN-NUMBER TO HDR-RUN
           IF FINAL-CHECK
              MOVE "FINAL CHECK" TO HDR-WHERE
           ELSE
              MOVE SPACES TO HDR-WHERE
              IF WS-NEXT-IDX > 0 AND WS-NEXT-IDX <= WS-PLN-USED
                 STRING "AHEAD OF " WS-PLN-STEP (WS-NEXT-IDX)
                    DELIMITED BY SIZE INTO HDR-WHERE
              END-IF
           END-IF
           MOVE WS-NOW-TS TO WS-CNV-STAMP-X
           PERFORM FORMAT-STAMP
           MOVE WS-CNV-TEXT TO HDR-NOW
           MOVE WS-HDR-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE.

       WRITE-STEP-LINE.
           MOVE WS-PLN-STEP (PLN-IDX) TO SL-STEP
           MOVE WS-PLN-PROGRAM (PLN-IDX) TO SL-PROGRAM
           COMPUTE WS-MINUTES ROUNDED = WS-PLN-SECS (PLN-IDX) / 60
           MOVE WS-MINUTES TO SL-PLAN
           MOVE SPACES TO SL-ACTUAL
           MOVE SPACE TO SL-BASIS
           MOVE SPACES TO SL-ENDED
           MOVE SPACES TO SL-DEADLINE
           IF PLN-IDX < WS-NEXT-IDX
              IF PLN-ACTUAL-KNOWN (PLN-IDX)
                 COMPUTE WS-MINUTES ROUNDED =
                    WS-PLN-ACTUAL-SECS (PLN-IDX) / 60
                 MOVE WS-MINUTES TO WS-MINUTE-EDIT
                 MOVE WS-MINUTE-EDIT TO SL-ACTUAL
              END-IF
           ELSE
              COMPUTE WS-MINUTES ROUNDED =
                 WS-PLN-EST-SECS (PLN-IDX) / 60
              MOVE WS-MINUTES TO WS-MINUTE-EDIT
              MOVE WS-MINUTE-EDIT TO SL-ACTUAL
              MOVE WS-PLN-BASIS (PLN-IDX) TO SL-BASIS
           END-IF
           IF WS-PLN-END-SECS (PLN-IDX) > 0
              MOVE WS-PLN-END-SECS (PLN-IDX) TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO SL-ENDED
           END-IF
           IF WS-PLN-DL-SECS (PLN-IDX) > 0
              MOVE WS-PLN-DL-SECS (PLN-IDX) TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO SL-DEADLINE
           END-IF
           EVALUATE TRUE
              WHEN PLN-ON-PLAN (PLN-IDX)
                 MOVE "ON PLAN" TO SL-STATE
              WHEN PLN-OVER-PLAN (PLN-IDX)
                 MOVE "OVER PLAN" TO SL-STATE
              WHEN PLN-MISSED (PLN-IDX)
                 MOVE "MISSED DEADLINE" TO SL-STATE
              WHEN PLN-UTILITY (PLN-IDX)
                 MOVE "UTILITY STEP" TO SL-STATE
              WHEN PLN-PROJECTED (PLN-IDX)
                 MOVE "PROJECTED" TO SL-STATE
              WHEN PLN-AT-RISK (PLN-IDX)
                 MOVE "AT RISK" TO SL-STATE
              WHEN PLN-LATE (PLN-IDX)
                 MOVE "PROJECTED LATE" TO SL-STATE
              WHEN OTHER
                 MOVE "NO RECORD" TO SL-STATE
           END-EVALUATE
           MOVE WS-STEP-LINE TO WS-RPT-LINE
           PERFORM PUT-LINE.

      *> Where the chain stands: its start and planned finish, the
      *> projected (or, on a FINAL check, actual) finish against
      *> the chain deadline, and how far it runs behind the plan.
       WRITE-TIMING-LINES.
           MOVE WS-ANCHOR-SECS TO WS-CNV-SECS
           PERFORM SECONDS-TO-STAMP
           PERFORM FORMAT-STAMP
           MOVE WS-CNV-TEXT TO WS-TEXT-A
           MOVE WS-PLAN-FINISH TO WS-CNV-SECS
           PERFORM SECONDS-TO-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHAIN STARTED    " WS-TEXT-A
              "  PLANNED    " WS-CNV-TEXT
              DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE SPACES TO WS-TEXT-A
           IF WS-FINISH-SECS > 0
              MOVE WS-FINISH-SECS TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO WS-TEXT-A
           END-IF
           MOVE "NONE ON THE PLAN" TO WS-TEXT-B
           IF WS-CHAIN-DL-SECS > 0
              MOVE WS-CHAIN-DL-SECS TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              PERFORM FORMAT-STAMP
              MOVE WS-CNV-TEXT TO WS-TEXT-B
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           MOVE 1 TO WS-LINE-PTR
           IF FINAL-CHECK
              STRING "CHAIN FINISHED   " WS-TEXT-A
                 "  DEADLINE   " WS-TEXT-B
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
              STRING "PROJECTED FINISH " WS-TEXT-A
                 "  DEADLINE   " WS-TEXT-B
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           IF WS-CHAIN-DL-SECS > 0 AND WS-FINISH-SECS > 0
              COMPUTE WS-DIFF-SECS = WS-CHAIN-DL-SECS - WS-FINISH-SECS
              PERFORM DIFF-TO-MINUTES
              MOVE WS-DIFF-MIN TO WS-SIGNED-EDIT
              STRING "  MARGIN " WS-SIGNED-EDIT " MIN"
                 DELIMITED BY SIZE
                 INTO WS-RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF
           PERFORM PUT-LINE
           IF FINAL-CHECK
              COMPUTE WS-DIFF-SECS = WS-FINISH-SECS - WS-PLAN-FINISH
           ELSE
              COMPUTE WS-DIFF-SECS =
                 WS-NOW-SECS - WS-ANCHOR-SECS - WS-PLAN-DONE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-FINISH-SECS > 0
              PERFORM DIFF-TO-MINUTES
              EVALUATE TRUE
                 WHEN WS-DIFF-MIN > 0
                    MOVE WS-DIFF-MIN TO WS-MINUTE-EDIT
                    STRING "RUNNING " WS-MINUTE-EDIT
                       " MIN BEHIND PLAN"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                 WHEN WS-DIFF-MIN < 0
                    COMPUTE WS-MINUTES = 0 - WS-DIFF-MIN
                    MOVE WS-MINUTES TO WS-MINUTE-EDIT
                    STRING "RUNNING " WS-MINUTE-EDIT
                       " MIN AHEAD OF PLAN"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                 WHEN OTHER
                    MOVE "RUNNING TO PLAN" TO WS-RPT-LINE
              END-EVALUATE
              PERFORM PUT-LINE
           END-IF
           IF NOT HISTORY-READ AND NOT FINAL-CHECK
              MOVE SPACES TO WS-RPT-LINE
              STRING "NO RUN HISTORY READ - STEPS PROJECTED AT "
                 "THEIR PLANNED MINUTES"
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

       DIFF-TO-MINUTES.
           IF WS-DIFF-SECS < 0
              COMPUTE WS-DIFF-MIN = (WS-DIFF-SECS - 59) / 60
           ELSE
              COMPUTE WS-DIFF-MIN = WS-DIFF-SECS / 60
           END-IF.

       WRITE-VERDICT-LINES.
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-LINE
           MOVE WS-MARGIN-MIN TO WS-MARGIN-EDIT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
              WHEN WS-MISSED-COUNT > 0
                 MOVE "CRITICAL - A DEADLINE HAS BEEN MISSED"
                    TO WS-RPT-LINE
              WHEN WS-LATE-COUNT > 0
                 MOVE "CRITICAL - PROJECTED TO MISS A DEADLINE"
                    TO WS-RPT-LINE
              WHEN WS-RISK-COUNT > 0
                 STRING "WARNING - PROJECTED WITHIN " WS-MARGIN-EDIT
                    " MIN OF A DEADLINE"
                    DELIMITED BY SIZE INTO WS-RPT-LINE
              WHEN OTHER
                 MOVE "ON PLAN - NO ACTION NEEDED" TO WS-RPT-LINE
           END-EVALUATE
           PERFORM PUT-LINE
           IF WS-VERDICT > 0 AND WS-ACTION-COUNT > 0
              MOVE "ACTIONS STILL OPEN:" TO WS-RPT-LINE
              PERFORM PUT-LINE
              PERFORM WRITE-ACTION-LINE
                 VARYING PLN-IDX FROM WS-NEXT-IDX BY 1
                 UNTIL PLN-IDX > WS-PLN-USED
           END-IF.

       WRITE-ACTION-LINE.
           IF WS-PLN-ACTION (PLN-IDX) NOT = SPACES
              MOVE SPACES TO WS-RPT-LINE
              STRING "  " WS-PLN-STEP (PLN-IDX) "  "
                 WS-PLN-ACTION (PLN-IDX)
                 DELIMITED BY SIZE INTO WS-RPT-LINE
              PERFORM PUT-LINE
           END-IF.

       PUT-LINE.
           IF REPORT-OPEN
              MOVE WS-RPT-LINE TO WINDOW-RPT-REC
              WRITE WINDOW-RPT-REC
              IF WS-WINRPT-STATUS NOT = "00"
                 DISPLAY "WINCHK: WINRPT WRITE FAILED, STATUS="
                    WS-WINRPT-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "N" TO WS-REPORT-FLAG
                 CLOSE WINDOW-RPT
              END-IF
           END-IF.

      *> WINHIST is cumulative and DISP=MOD: a checkpoint adds its
      *> projection, the FINAL check one record per plan step and
      *> the chain's finish.
       RECORD-WINDOW-HISTORY.
           OPEN EXTEND WINHIST-FILE
           IF WS-WINHIST-STATUS = "35"
              OPEN OUTPUT WINHIST-FILE
           END-IF
           IF WS-WINHIST-STATUS NOT = "00"
              DISPLAY "WINCHK: WINHIST OPEN FAILED, STATUS="
                 WS-WINHIST-STATUS " - NOTHING RECORDED"
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              IF FINAL-CHECK
                 PERFORM WRITE-STEP-HISTORY
                    VARYING PLN-IDX FROM 1 BY 1
                    UNTIL PLN-IDX > WS-PLN-USED
                 PERFORM WRITE-FINISH-HISTORY
              ELSE
                 PERFORM WRITE-CHECK-HISTORY
              END-IF
              CLOSE WINHIST-FILE
           END-IF.

       WRITE-CHECK-HISTORY.
           PERFORM START-HISTORY-REC
           MOVE "P" TO WNH-REC-KIND
           IF WS-NEXT-IDX <= WS-PLN-USED
              MOVE WS-PLN-STEP (WS-NEXT-IDX) TO WNH-STEP
           END-IF
           MOVE WS-RUNCTL-PROGRAM TO WNH-PROGRAM
           MOVE WS-PLAN-TOTAL TO WNH-PLAN-SECS
           MOVE WS-REMAIN-SECS TO WNH-ACTUAL-SECS
           MOVE WS-ANCHOR-TS TO WNH-START-TS
           MOVE WS-FINISH-SECS TO WS-CNV-SECS
           PERFORM SECONDS-TO-STAMP
           MOVE WS-CNV-STAMP-X TO WNH-END-TS
           PERFORM SET-CHAIN-DEADLINE-TS
           EVALUATE WS-VERDICT
              WHEN 8
                 MOVE "L" TO WNH-STATE
              WHEN 4
                 MOVE "R" TO WNH-STATE
              WHEN OTHER
                 MOVE "O" TO WNH-STATE
           END-EVALUATE
           PERFORM PUT-HISTORY-REC.

       WRITE-STEP-HISTORY.
           PERFORM START-HISTORY-REC
           MOVE "S" TO WNH-REC-KIND
           MOVE WS-PLN-STEP (PLN-IDX) TO WNH-STEP
           MOVE WS-PLN-PROGRAM (PLN-IDX) TO WNH-PROGRAM
           MOVE WS-PLN-SECS (PLN-IDX) TO WNH-PLAN-SECS
           MOVE WS-PLN-ACTUAL-SECS (PLN-IDX) TO WNH-ACTUAL-SECS
           IF PLN-ACTUAL-KNOWN (PLN-IDX)
              MOVE WS-PLN-START-TS (PLN-IDX) TO WNH-START-TS
           END-IF
           IF WS-PLN-END-SECS (PLN-IDX) > 0
              MOVE WS-PLN-END-TS (PLN-IDX) TO WNH-END-TS
           END-IF
           IF WS-PLN-DL-SECS (PLN-IDX) > 0
              MOVE WS-PLN-DL-SECS (PLN-IDX) TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              MOVE WS-CNV-STAMP-X TO WNH-DEADLINE-TS
           END-IF
           MOVE WS-PLN-STATE (PLN-IDX) TO WNH-STATE
           PERFORM PUT-HISTORY-REC.

       WRITE-FINISH-HISTORY.
           PERFORM START-HISTORY-REC
           MOVE "F" TO WNH-REC-KIND
           MOVE WS-PLN-STEP (WS-PLN-USED) TO WNH-STEP
           MOVE WS-PLAN-TOTAL TO WNH-PLAN-SECS
           MOVE WS-ANCHOR-TS TO WNH-START-TS
           PERFORM SET-CHAIN-DEADLINE-TS
           EVALUATE TRUE
              WHEN WS-FINISH-SECS = 0
                 MOVE "N" TO WNH-STATE
              WHEN WS-CHAIN-DL-SECS > 0
                 AND WS-FINISH-SECS > WS-CHAIN-DL-SECS
                 MOVE "M" TO WNH-STATE
              WHEN OTHER
                 MOVE "O" TO WNH-STATE
           END-EVALUATE
           IF WS-FINISH-SECS > 0
              IF WS-FINISH-SECS - WS-ANCHOR-SECS < 100000
                 COMPUTE WNH-ACTUAL-SECS =
                    WS-FINISH-SECS - WS-ANCHOR-SECS
              END-IF
              MOVE WS-FINISH-SECS TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              MOVE WS-CNV-STAMP-X TO WNH-END-TS
           END-IF
           PERFORM PUT-HISTORY-REC.

       START-HISTORY-REC.
           MOVE SPACES TO WINHIST-REC
           MOVE WS-CHAIN-NAME TO WNH-CHAIN
           MOVE WS-CYCLE-DATE TO WNH-CYCLE-DATE
           MOVE 0 TO WNH-PLAN-SECS
           MOVE 0 TO WNH-ACTUAL-SECS
           MOVE WS-NOW-TS TO WNH-RECORDED-TS.

       SET-CHAIN-DEADLINE-TS.
           IF WS-CHAIN-DL-SECS > 0
              MOVE WS-CHAIN-DL-SECS TO WS-CNV-SECS
              PERFORM SECONDS-TO-STAMP
              MOVE WS-CNV-STAMP-X TO WNH-DEADLINE-TS
           END-IF.

       PUT-HISTORY-REC.
           WRITE WINHIST-REC
           IF WS-WINHIST-STATUS = "00"
              ADD 1 TO WS-HIST-WRITTEN
           ELSE
              DISPLAY "WINCHK: WINHIST WRITE FAILED, STATUS="
                 WS-WINHIST-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

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

       SECONDS-TO-STAMP.
           DIVIDE WS-CNV-SECS BY 86400
              GIVING WS-CNV-DAYS REMAINDER WS-CNV-REM
           COMPUTE WS-CNV-DATE = FUNCTION DATE-OF-INTEGER(WS-CNV-DAYS)
           DIVIDE WS-CNV-REM BY 3600
              GIVING WS-CNV-HH REMAINDER WS-CNV-REM
           DIVIDE WS-CNV-REM BY 60
              GIVING WS-CNV-MM REMAINDER WS-CNV-SS.

       FORMAT-STAMP.
           MOVE SPACES TO WS-CNV-TEXT
           IF WS-CNV-STAMP-X IS NUMERIC
              STRING WS-CNV-STAMP-X(1:4) "-" WS-CNV-STAMP-X(5:2) "-"
                 WS-CNV-STAMP-X(7:2) " " WS-CNV-STAMP-X(9:2) ":"
                 WS-CNV-STAMP-X(11:2)
                 DELIMITED BY SIZE INTO WS-CNV-TEXT
           END-IF.

       DISPLAY-CHECK-SUMMARY.
           DISPLAY "WINCHK: " WS-RUNCTL-PROGRAM " CHAIN " WS-CHAIN-NAME
              " CYCLE " WS-CYCLE-DATE " STEPS ON PLAN " WS-PLN-USED
           IF CHECK-USABLE
              DISPLAY "WINCHK: DEADLINES MISSED " WS-MISSED-COUNT
                 " PROJECTED LATE " WS-LATE-COUNT
                 " AT RISK " WS-RISK-COUNT
                 " HISTORY RECORDS " WS-HIST-WRITTEN
           END-IF
           DISPLAY "WINCHK: RETURN CODE " WS-RETURN-CODE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY RUNCTLIO.
