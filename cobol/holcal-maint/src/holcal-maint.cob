       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLMNT.
      *> Maintenance front door for the HOLCAL holiday calendar that
      *> DATESERV's business-day functions (BD/NB/PB) and every
      *> calendar-aware header check answer from. Reads batch
      *> transactions from HOLTXN -- prepared by operations:
      *>   ADD  yyyymmdd user     description   add a holiday
      *>   DEL  yyyymmdd user                   remove a holiday
      *> (action in columns 1-4, date in 5-12, user ID in 13-20,
      *> description from column 22 -- it becomes the comment text
      *> DATESERV ignores after the date on the calendar line).
      *> Every date is validated through DATESERV (DV) before it
      *> goes near the calendar, and refused if it is not a real
      *> date, falls on a Saturday or Sunday (DW), is already on the
      *> calendar, or is not after today -- a holiday that has
      *> already been answered for must not change under the chain.
      *> A refused or applied transaction prints its disposition on
      *> the HOLMRPT control report; every applied change goes to
      *> the shared AUDITLOG with the user ID.
      *>
      *> The current calendar is read in from HOLCAL, kept in date
      *> order, and the maintained result written to HOLCALO, which
      *> the JCL rotates into place the way ACKBAL's pending file
      *> is. Lines the nightly load would skip (not a valid date, or
      *> a repeat of a date already loaded) are listed and dropped
      *> so the calendar comes out clean. The table is held to the
      *> same 200 dates DATESERV loads, so an add past that is
      *> refused here rather than ignored at 02:00.
      *>
      *> For the operations manager's sign-off, HOLMRPT then prints
      *> a month-by-month calendar of the coming year (next calendar
      *> year by default; a YYYY on SYSIN overrides) with holidays
      *> marked and the business-day count per month, and warns when
      *> next year has no holidays loaded yet. Return codes: 0
      *> clean, 4 rejected transactions, dropped lines, or no
      *> holidays for next year, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-CAL ASSIGN TO "HOLCAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
           SELECT HOLIDAY-CAL-OUT ASSIGN TO "HOLCALO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAL-OUT-STATUS.
           SELECT HOLIDAY-TXN ASSIGN TO "HOLTXN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT MAINT-RPT ASSIGN TO "HOLMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CAL
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLIDAY-CAL-REC.
         05 CAL-DATE-X       PIC X(8).
         05 CAL-TEXT         PIC X(72).

       FD  HOLIDAY-CAL-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLIDAY-CAL-OUT-REC.
         05 CLO-DATE         PIC 9(8).
         05 CLO-TEXT         PIC X(72).

       FD  HOLIDAY-TXN
           RECORD CONTAINS 80 CHARACTERS.
       01 HOLIDAY-TXN-REC.
         05 HTX-ACTION       PIC X(4).
         05 HTX-DATE         PIC X(8).
         05 HTX-USER         PIC X(8).
         05 FILLER           PIC X(1).
         05 HTX-DESCRIPTION  PIC X(59).

       FD  MAINT-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 MAINT-RPT-REC   PIC X(100).

       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS       PIC XX.
       01 WS-CAL-OUT-STATUS   PIC XX.
       01 WS-TXN-STATUS       PIC XX.
       01 WS-MAINT-RPT-STATUS PIC XX.
       01 WS-EOF-FLAG        PIC X VALUE "N".
         88 WS-EOF           VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE    PIC 9(2) VALUE 0.

       01 WS-TODAY           PIC X(8).
       01 WS-TODAY-YEAR      PIC 9(4).
       01 WS-NEXT-YEAR       PIC 9(4).
       01 WS-PRINT-YEAR      PIC 9(4).
       01 WS-PARM-IN         PIC X(8).
       01 WS-TXN-DATE        PIC 9(8).

      *> The maintained calendar, ascending by date. Same capacity
      *> as DATESERV's load table.
       01 WS-HOL-MAX         PIC 9(3) VALUE 200.
       01 WS-HOL-USED        PIC 9(3) VALUE 0.
       01 WS-HOL-TABLE.
         05 WS-HOL-ENTRY OCCURS 200 TIMES.
           10 WS-HOL-DATE    PIC 9(8).
           10 WS-HOL-TEXT    PIC X(72).
       01 HOL-IDX            PIC 9(3).
       01 FND-IDX            PIC 9(3).
       01 WS-INS-POS         PIC 9(3).
       01 WS-FOUND-POS       PIC 9(3).
       01 WS-NEW-DATE        PIC 9(8).
       01 WS-NEW-TEXT        PIC X(72).

       01 WS-READ-COUNT      PIC 9(9) VALUE 0.
       01 WS-ADD-COUNT       PIC 9(9) VALUE 0.
       01 WS-DEL-COUNT       PIC 9(9) VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(9) VALUE 0.
       01 WS-LOADED-COUNT    PIC 9(9) VALUE 0.
       01 WS-DROPPED-COUNT   PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT   PIC 9(9) VALUE 0.
       01 WS-NEXT-YEAR-COUNT PIC 9(9) VALUE 0.

      *> DATESERV interface -- DV to validate, DW for the weekday.
       01 WS-DS-FUNCTION      PIC X(2).
       01 WS-DS-DATE-A        PIC 9(8).
       01 WS-DS-DATE-B        PIC 9(8).
       01 WS-DS-RESULT        PIC 9.
       01 WS-DS-BAD-YEAR      PIC X.
       01 WS-DS-DAYS          PIC S9(7).

      *> Calendar print work fields. The weekday of the 1st comes
      *> from DATESERV; the rest of the month steps from there.
       01 WS-MONTH-NAMES.
         05 FILLER          PIC X(36)
            VALUE "JANUARY  FEBRUARY MARCH    APRIL    ".
         05 FILLER          PIC X(36)
            VALUE "MAY      JUNE     JULY     AUGUST   ".
         05 FILLER          PIC X(36)
            VALUE "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
       01 WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES.
         05 WS-MONTH-NAME   OCCURS 12 TIMES PIC X(9).
       01 WS-MONTH-LENGTHS          PIC X(24)
          VALUE "312831303130313130313031".
       01 WS-MONTH-LENGTH-TBL REDEFINES WS-MONTH-LENGTHS.
         05 WS-MONTH-LEN   OCCURS 12 TIMES PIC 9(2).
       01 WS-DAY-NAMES               PIC X(14)
          VALUE "MOTUWETHFRSASU".
       01 WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
         05 WS-DAY-NAME     OCCURS 7 TIMES PIC X(2).
       01 WS-LEAP-FLAG       PIC 9 VALUE 0.
       01 WS-MONTH           PIC 9(2).
       01 WS-MONTH-DAYS      PIC 9(2).
       01 WS-DAY             PIC 9(2).
       01 WS-FIRST-DOW       PIC 9.
       01 WS-DOW             PIC 9.
       01 WS-DOW-WORK        PIC 9(3).
       01 WS-DOW-QUOT        PIC 9(3).
       01 WS-DOW-REM         PIC 9.
       01 WS-CAL-DATE        PIC 9(8).
       01 WS-MONTH-BUS-DAYS  PIC 9(2).
       01 WS-MONTH-HOL-COUNT PIC 9(2).
       01 WS-YEAR-BUS-DAYS   PIC 9(3).
       01 WS-YEAR-HOL-COUNT  PIC 9(3).
       01 WS-WEEK-USED-FLAG  PIC X VALUE "N".
         88 WEEK-HAS-DAYS    VALUE "Y".

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "HOLMNT".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Identity every audit record carries in AUDIT-USER-ID
      *> (AUDITLOG.cpy): each transaction's user while it is
      *> applied -- DATESERV audits the date checks under it -- and
      *> the job name for the rest of the run.
       01 WS-AUDIT-USER    PIC X(8) VALUE "HOLMNT".

       01 WS-HDR-LINE.
         05 FILLER          PIC X(30)
            VALUE "HOLIDAY CALENDAR MAINT  RUN   ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(62) VALUE SPACES.

       01 WS-TXN-DTL-LINE.
         05 TDL-ACTION      PIC X(4).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-DATE        PIC X(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-USER        PIC X(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-DISP        PIC X(10).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 TDL-TEXT        PIC X(59).
         05 FILLER          PIC X(7)  VALUE SPACES.

       01 WS-DROP-LINE.
         05 FILLER          PIC X(15) VALUE "LINE DROPPED   ".
         05 DRP-REASON      PIC X(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 DRP-LINE        PIC X(76).

       01 WS-CAL-TITLE-LINE.
         05 FILLER          PIC X(30)
            VALUE "HOLIDAY CALENDAR FOR SIGN-OFF ".
         05 FILLER          PIC X(5)  VALUE "YEAR ".
         05 CTL-YEAR        PIC 9(4).
         05 FILLER          PIC X(61) VALUE SPACES.

       01 WS-MONTH-HDR-LINE.
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 MHL-NAME        PIC X(9).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 MHL-YEAR        PIC 9(4).
         05 FILLER          PIC X(19)
            VALUE "    BUSINESS DAYS: ".
         05 MHL-BUS-DAYS    PIC Z9.
         05 FILLER          PIC X(14)
            VALUE "    HOLIDAYS: ".
         05 MHL-HOL-COUNT   PIC Z9.
         05 FILLER          PIC X(47) VALUE SPACES.

       01 WS-DAY-HDR-LINE.
         05 FILLER          PIC X(6)  VALUE SPACES.
         05 FILLER          PIC X(35)
            VALUE " MO   TU   WE   TH   FR   SA   SU  ".
         05 FILLER          PIC X(59) VALUE SPACES.

      *> One printed week: five-character cells, day number then an
      *> asterisk when the date is on the holiday calendar.
       01 WS-WEEK-LINE.
         05 FILLER          PIC X(6).
         05 WK-CELL OCCURS 7 TIMES.
           10 WK-DAY        PIC Z9.
           10 WK-MARK       PIC X(1).
           10 FILLER        PIC X(2).
         05 FILLER          PIC X(59).

       01 WS-HOL-LIST-LINE.
         05 FILLER          PIC X(8)  VALUE SPACES.
         05 FILLER          PIC X(2)  VALUE "* ".
         05 HLL-DATE        PIC 9(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 HLL-DAY-NAME    PIC X(2).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 HLL-TEXT        PIC X(59).
         05 FILLER          PIC X(18) VALUE SPACES.

       01 WS-YEAR-TOTAL-LINE.
         05 FILLER          PIC X(30)
            VALUE "BUSINESS DAYS IN YEAR ......: ".
         05 YTL-BUS-DAYS    PIC ZZ9.
         05 FILLER          PIC X(19)
            VALUE "    HOLIDAYS ....: ".
         05 YTL-HOL-COUNT   PIC ZZ9.
         05 FILLER          PIC X(45) VALUE SPACES.

       01 WS-MSG-LINE       PIC X(100).

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       HOLCAL-MAINT-MAIN.
           PERFORM DECLARE-AUDIT-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR
           COMPUTE WS-NEXT-YEAR = WS-TODAY-YEAR + 1
           PERFORM GET-PRINT-YEAR
           PERFORM OPEN-FILES
           MOVE WS-TODAY TO HDR-DATE
           WRITE MAINT-RPT-REC FROM WS-HDR-LINE
           PERFORM LOAD-CURRENT-CALENDAR
           PERFORM UNTIL WS-EOF
              READ HOLIDAY-TXN
                 AT END
                    MOVE "Y" TO WS-EOF-FLAG
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM APPLY-TRANSACTION
              END-READ
              IF WS-TXN-STATUS NOT = "00"
                 AND WS-TXN-STATUS NOT = "10"
                 DISPLAY "HOLMNT: HOLTXN READ FAILED, STATUS="
                    WS-TXN-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "Y" TO WS-EOF-FLAG
              END-IF
           END-PERFORM
           MOVE "HOLMNT" TO WS-AUDIT-USER
           PERFORM DECLARE-AUDIT-USER
           PERFORM WRITE-NEW-CALENDAR
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM PRINT-YEAR-CALENDAR
           PERFORM CHECK-NEXT-YEAR-LOADED
           PERFORM CLOSE-FILES
           IF WS-REJECT-COUNT > 0 OR WS-DROPPED-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-PRINT-YEAR.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           IF WS-PARM-IN(1:4) IS NUMERIC
              AND WS-PARM-IN(1:4) >= "1753"
              AND WS-PARM-IN(1:4) <= "2099"
              MOVE WS-PARM-IN(1:4) TO WS-PRINT-YEAR
           ELSE
              MOVE WS-NEXT-YEAR TO WS-PRINT-YEAR
           END-IF.

      *> A missing calendar (status 35) is an empty one -- the first
      *> run builds it from transactions alone, the same degraded
      *> weekends-only view DATESERV takes of a missing file.
       OPEN-FILES.
           OPEN INPUT HOLIDAY-CAL
           OPEN OUTPUT HOLIDAY-CAL-OUT
           OPEN INPUT HOLIDAY-TXN
           OPEN OUTPUT MAINT-RPT
           IF (WS-CAL-STATUS NOT = "00" AND WS-CAL-STATUS NOT = "35")
              OR WS-CAL-OUT-STATUS NOT = "00"
              OR WS-TXN-STATUS NOT = "00"
              OR WS-MAINT-RPT-STATUS NOT = "00"
              DISPLAY "HOLMNT: OPEN FAILED, HOLCAL STATUS="
                 WS-CAL-STATUS " HOLCALO STATUS="
                 WS-CAL-OUT-STATUS " HOLTXN STATUS="
                 WS-TXN-STATUS " HOLMRPT STATUS="
                 WS-MAINT-RPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CLOSE-FILES.
           IF WS-CAL-STATUS NOT = "35"
              CLOSE HOLIDAY-CAL
           END-IF
           CLOSE HOLIDAY-CAL-OUT
           CLOSE HOLIDAY-TXN
           CLOSE MAINT-RPT.

       LOAD-CURRENT-CALENDAR.
           IF WS-CAL-STATUS = "00"
              PERFORM READ-CALENDAR-REC
                 UNTIL WS-CAL-STATUS NOT = "00"
           END-IF.

      *> Blank lines carry nothing and are not reported. A line
      *> DATESERV would skip, or a repeat it would load twice, is
      *> listed and dropped.
       READ-CALENDAR-REC.
           READ HOLIDAY-CAL
              AT END
                 CONTINUE
              NOT AT END
                 IF HOLIDAY-CAL-REC NOT = SPACES
                    PERFORM LOAD-CALENDAR-LINE
                 END-IF
           END-READ
           IF WS-CAL-STATUS NOT = "00"
              AND WS-CAL-STATUS NOT = "10"
              DISPLAY "HOLMNT: HOLCAL READ FAILED, STATUS="
                 WS-CAL-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       LOAD-CALENDAR-LINE.
           MOVE SPACES TO DRP-REASON
           IF CAL-DATE-X IS NOT NUMERIC
              MOVE "NOTDATE" TO DRP-REASON
           ELSE
              MOVE CAL-DATE-X TO WS-DS-DATE-A
              PERFORM VALIDATE-DS-DATE
              IF WS-DS-RESULT NOT = 1
                 MOVE "BADDATE" TO DRP-REASON
              ELSE
                 MOVE CAL-DATE-X TO WS-NEW-DATE
                 PERFORM FIND-HOLIDAY
                 IF WS-FOUND-POS > 0
                    MOVE "REPEAT" TO DRP-REASON
                 ELSE
                    IF WS-HOL-USED >= WS-HOL-MAX
                       MOVE "TBLFULL" TO DRP-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF DRP-REASON = SPACES
              MOVE CAL-TEXT TO WS-NEW-TEXT
              PERFORM INSERT-HOLIDAY
              ADD 1 TO WS-LOADED-COUNT
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
              MOVE HOLIDAY-CAL-REC TO DRP-LINE
              WRITE MAINT-RPT-REC FROM WS-DROP-LINE
              DISPLAY "HOLMNT: HOLCAL LINE DROPPED (" DRP-REASON
                 "): " CAL-DATE-X
           END-IF.

      *> The date is vetted before the action: a transaction with a
      *> date DATESERV will not accept, or one not after today, is
      *> refused whatever it asks for.
       APPLY-TRANSACTION.
           MOVE HTX-USER TO WS-AUDIT-USER
           PERFORM DECLARE-AUDIT-USER
           IF HTX-USER = SPACES
              MOVE "NOUSER" TO TDL-DISP
              PERFORM REJECT-TRANSACTION
           ELSE
              IF HTX-DATE IS NOT NUMERIC
                 MOVE "BADDATE" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              ELSE
                 MOVE HTX-DATE TO WS-TXN-DATE
                 MOVE WS-TXN-DATE TO WS-DS-DATE-A
                 PERFORM VALIDATE-DS-DATE
                 EVALUATE TRUE
                    WHEN WS-DS-RESULT NOT = 1
                       MOVE "BADDATE" TO TDL-DISP
                       PERFORM REJECT-TRANSACTION
                    WHEN HTX-DATE NOT > WS-TODAY
                       MOVE "PASTDATE" TO TDL-DISP
                       PERFORM REJECT-TRANSACTION
                    WHEN HTX-ACTION = "ADD "
                       PERFORM APPLY-ADD
                    WHEN HTX-ACTION = "DEL "
                       PERFORM APPLY-DELETE
                    WHEN OTHER
                       MOVE "BADACTION" TO TDL-DISP
                       PERFORM REJECT-TRANSACTION
                 END-EVALUATE
              END-IF
           END-IF.

       APPLY-ADD.
           MOVE WS-TXN-DATE TO WS-NEW-DATE
           MOVE "DW" TO WS-DS-FUNCTION
           MOVE WS-TXN-DATE TO WS-DS-DATE-A
           PERFORM CALL-DATESERV
           PERFORM FIND-HOLIDAY
           EVALUATE TRUE
              WHEN WS-DS-DAYS = 6 OR WS-DS-DAYS = 7
                 MOVE "WEEKEND" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN WS-FOUND-POS > 0
                 MOVE "DUPDATE" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN WS-HOL-USED >= WS-HOL-MAX
                 MOVE "TBLFULL" TO TDL-DISP
                 PERFORM REJECT-TRANSACTION
              WHEN OTHER
                 MOVE SPACES TO WS-NEW-TEXT
                 MOVE HTX-DESCRIPTION TO WS-NEW-TEXT
                 PERFORM INSERT-HOLIDAY
                 ADD 1 TO WS-ADD-COUNT
                 MOVE "ADDED" TO TDL-DISP
                 PERFORM REPORT-TRANSACTION
                 PERFORM AUDIT-TRANSACTION
           END-EVALUATE.

       APPLY-DELETE.
           MOVE WS-TXN-DATE TO WS-NEW-DATE
           PERFORM FIND-HOLIDAY
           IF WS-FOUND-POS = 0
              MOVE "NOTFOUND" TO TDL-DISP
              PERFORM REJECT-TRANSACTION
           ELSE
              PERFORM REMOVE-HOLIDAY
              ADD 1 TO WS-DEL-COUNT
              MOVE "DELETED" TO TDL-DISP
              PERFORM REPORT-TRANSACTION
              PERFORM AUDIT-TRANSACTION
           END-IF.

       VALIDATE-DS-DATE.
           MOVE "DV" TO WS-DS-FUNCTION
           PERFORM CALL-DATESERV.

       CALL-DATESERV.
           MOVE 0 TO WS-DS-DATE-B
           CALL "DATESERV" USING WS-DS-FUNCTION WS-DS-DATE-A
              WS-DS-DATE-B WS-DS-RESULT WS-DS-BAD-YEAR
              WS-DS-DAYS.

      *> Table maintenance. FIND-HOLIDAY leaves the slot holding
      *> WS-NEW-DATE in WS-FOUND-POS (0 when absent) and the slot it
      *> would be inserted at in WS-INS-POS.
       FIND-HOLIDAY.
           MOVE 0 TO WS-FOUND-POS
           COMPUTE WS-INS-POS = WS-HOL-USED + 1
           PERFORM CHECK-HOLIDAY-SLOT
              VARYING FND-IDX FROM WS-HOL-USED BY -1
              UNTIL FND-IDX < 1.

       CHECK-HOLIDAY-SLOT.
           IF WS-HOL-DATE (FND-IDX) = WS-NEW-DATE
              MOVE FND-IDX TO WS-FOUND-POS
           END-IF
           IF WS-HOL-DATE (FND-IDX) > WS-NEW-DATE
              MOVE FND-IDX TO WS-INS-POS
           END-IF.

       INSERT-HOLIDAY.
           PERFORM FIND-HOLIDAY
           PERFORM SHIFT-HOLIDAY-DOWN
              VARYING HOL-IDX FROM WS-HOL-USED BY -1
              UNTIL HOL-IDX < WS-INS-POS
           MOVE WS-NEW-DATE TO WS-HOL-DATE (WS-INS-POS)
           MOVE WS-NEW-TEXT TO WS-HOL-TEXT (WS-INS-POS)
           ADD 1 TO WS-HOL-USED.

       SHIFT-HOLIDAY-DOWN.
           MOVE WS-HOL-ENTRY (HOL-IDX) TO WS-HOL-ENTRY (HOL-IDX + 1).

       REMOVE-HOLIDAY.
           PERFORM SHIFT-HOLIDAY-UP
              VARYING HOL-IDX FROM WS-FOUND-POS BY 1
              UNTIL HOL-IDX >= WS-HOL-USED
           SUBTRACT 1 FROM WS-HOL-USED.

       SHIFT-HOLIDAY-UP.
           MOVE WS-HOL-ENTRY (HOL-IDX + 1) TO WS-HOL-ENTRY (HOL-IDX).

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM REPORT-TRANSACTION.

       REPORT-TRANSACTION.
           MOVE HTX-ACTION TO TDL-ACTION
           MOVE HTX-DATE TO TDL-DATE
           MOVE HTX-USER TO TDL-USER
           MOVE HTX-DESCRIPTION TO TDL-TEXT
           WRITE MAINT-RPT-REC FROM WS-TXN-DTL-LINE.

      *> Who changed the calendar, on the same shared trail as
      *> everything else: the input carries the action, date, user,
      *> and description, the result the disposition.
       AUDIT-TRANSACTION.
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE HTX-ACTION TO WS-AUDIT-INPUT(1:4)
           MOVE HTX-DATE TO WS-AUDIT-INPUT(6:8)
           MOVE HTX-USER TO WS-AUDIT-INPUT(15:8)
           MOVE HTX-DESCRIPTION TO WS-AUDIT-INPUT(24:59)
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE TDL-DISP TO WS-AUDIT-RESULT(1:10)
           PERFORM WRITE-AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-NEW-CALENDAR.
           PERFORM WRITE-CALENDAR-LINE
              VARYING HOL-IDX FROM 1 BY 1
              UNTIL HOL-IDX > WS-HOL-USED.

       WRITE-CALENDAR-LINE.
           MOVE WS-HOL-DATE (HOL-IDX) TO CLO-DATE
           MOVE WS-HOL-TEXT (HOL-IDX) TO CLO-TEXT
           WRITE HOLIDAY-CAL-OUT-REC
           IF WS-CAL-OUT-STATUS NOT = "00"
              DISPLAY "HOLMNT: HOLCALO WRITE FAILED, STATUS="
                 WS-CAL-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              ADD 1 TO WS-WRITTEN-COUNT
           END-IF
           IF WS-HOL-DATE (HOL-IDX) (1:4) = WS-NEXT-YEAR
              ADD 1 TO WS-NEXT-YEAR-COUNT
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MAINT-RPT-REC
           WRITE MAINT-RPT-REC
           MOVE "CALENDAR DATES LOADED ......: " TO CNT-LIT
           MOVE WS-LOADED-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "CALENDAR LINES DROPPED .....: " TO CNT-LIT
           MOVE WS-DROPPED-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS READ ..........: " TO CNT-LIT
           MOVE WS-READ-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "HOLIDAYS ADDED .............: " TO CNT-LIT
           MOVE WS-ADD-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "HOLIDAYS DELETED ...........: " TO CNT-LIT
           MOVE WS-DEL-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED ......: " TO CNT-LIT
           MOVE WS-REJECT-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE
           MOVE "CALENDAR DATES WRITTEN .....: " TO CNT-LIT
           MOVE WS-WRITTEN-COUNT TO CNT-VALUE
           WRITE MAINT-RPT-REC FROM WS-COUNT-LINE.

      *> The sign-off calendar is printed from the maintained table,
      *> not from the HOLCAL DD -- it shows the calendar as it will
      *> stand once this run's output is rotated into place.
       PRINT-YEAR-CALENDAR.
           MOVE SPACES TO MAINT-RPT-REC
           WRITE MAINT-RPT-REC
           MOVE WS-PRINT-YEAR TO CTL-YEAR
           WRITE MAINT-RPT-REC FROM WS-CAL-TITLE-LINE
           MOVE 0 TO WS-YEAR-BUS-DAYS
           MOVE 0 TO WS-YEAR-HOL-COUNT
           COMPUTE WS-DS-DATE-A = WS-PRINT-YEAR * 10000 + 0229
           PERFORM VALIDATE-DS-DATE
           MOVE WS-DS-RESULT TO WS-LEAP-FLAG
           PERFORM PRINT-MONTH
              VARYING WS-MONTH FROM 1 BY 1
              UNTIL WS-MONTH > 12
           MOVE SPACES TO MAINT-RPT-REC
           WRITE MAINT-RPT-REC
           MOVE WS-YEAR-BUS-DAYS TO YTL-BUS-DAYS
           MOVE WS-YEAR-HOL-COUNT TO YTL-HOL-COUNT
           WRITE MAINT-RPT-REC FROM WS-YEAR-TOTAL-LINE.

      *> First pass over the month counts business days and holidays
      *> for the heading line; the second prints the weeks.
       PRINT-MONTH.
           MOVE WS-MONTH-LEN (WS-MONTH) TO WS-MONTH-DAYS
           IF WS-MONTH = 2 AND WS-LEAP-FLAG = 1
              ADD 1 TO WS-MONTH-DAYS
           END-IF
           MOVE "DW" TO WS-DS-FUNCTION
           COMPUTE WS-DS-DATE-A =
              WS-PRINT-YEAR * 10000 + WS-MONTH * 100 + 1
           PERFORM CALL-DATESERV
           MOVE WS-DS-DAYS TO WS-FIRST-DOW
           MOVE 0 TO WS-MONTH-BUS-DAYS
           MOVE 0 TO WS-MONTH-HOL-COUNT
           PERFORM COUNT-CALENDAR-DAY
              VARYING WS-DAY FROM 1 BY 1
              UNTIL WS-DAY > WS-MONTH-DAYS
           ADD WS-MONTH-BUS-DAYS TO WS-YEAR-BUS-DAYS
           ADD WS-MONTH-HOL-COUNT TO WS-YEAR-HOL-COUNT
           MOVE SPACES TO MAINT-RPT-REC
           WRITE MAINT-RPT-REC
           MOVE WS-MONTH-NAME (WS-MONTH) TO MHL-NAME
           MOVE WS-PRINT-YEAR TO MHL-YEAR
           MOVE WS-MONTH-BUS-DAYS TO MHL-BUS-DAYS
           MOVE WS-MONTH-HOL-COUNT TO MHL-HOL-COUNT
           WRITE MAINT-RPT-REC FROM WS-MONTH-HDR-LINE
           WRITE MAINT-RPT-REC FROM WS-DAY-HDR-LINE
           MOVE SPACES TO WS-WEEK-LINE
           MOVE "N" TO WS-WEEK-USED-FLAG
           PERFORM PRINT-CALENDAR-DAY
              VARYING WS-DAY FROM 1 BY 1
              UNTIL WS-DAY > WS-MONTH-DAYS
           IF WEEK-HAS-DAYS
              WRITE MAINT-RPT-REC FROM WS-WEEK-LINE
           END-IF
           PERFORM LIST-MONTH-HOLIDAY
              VARYING HOL-IDX FROM 1 BY 1
              UNTIL HOL-IDX > WS-HOL-USED.

      *> Weekday of the day in hand: the 1st's weekday stepped on
      *> (day - 1) days, modulo 7, back into the 1=MONDAY range.
       SET-DAY-OF-WEEK.
           COMPUTE WS-DOW-WORK = WS-FIRST-DOW + WS-DAY - 2
           DIVIDE WS-DOW-WORK BY 7
              GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
           COMPUTE WS-DOW = WS-DOW-REM + 1
           COMPUTE WS-CAL-DATE =
              WS-PRINT-YEAR * 10000 + WS-MONTH * 100 + WS-DAY
           MOVE WS-CAL-DATE TO WS-NEW-DATE
           PERFORM FIND-HOLIDAY.

       COUNT-CALENDAR-DAY.
           PERFORM SET-DAY-OF-WEEK
           IF WS-FOUND-POS > 0
              ADD 1 TO WS-MONTH-HOL-COUNT
           ELSE
              IF WS-DOW < 6
                 ADD 1 TO WS-MONTH-BUS-DAYS
              END-IF
           END-IF.

       PRINT-CALENDAR-DAY.
           PERFORM SET-DAY-OF-WEEK
           MOVE WS-DAY TO WK-DAY (WS-DOW)
           IF WS-FOUND-POS > 0
              MOVE "*" TO WK-MARK (WS-DOW)
           END-IF
           MOVE "Y" TO WS-WEEK-USED-FLAG
           IF WS-DOW = 7
              WRITE MAINT-RPT-REC FROM WS-WEEK-LINE
              MOVE SPACES TO WS-WEEK-LINE
              MOVE "N" TO WS-WEEK-USED-FLAG
           END-IF.

       LIST-MONTH-HOLIDAY.
           IF WS-HOL-DATE (HOL-IDX) (1:4) = WS-PRINT-YEAR
              AND WS-HOL-DATE (HOL-IDX) (5:2) = WS-MONTH
              MOVE WS-HOL-DATE (HOL-IDX) TO HLL-DATE
              MOVE WS-HOL-DATE (HOL-IDX) (7:2) TO WS-DAY
              PERFORM SET-DAY-OF-WEEK
              MOVE WS-DAY-NAME (WS-DOW) TO HLL-DAY-NAME
              MOVE WS-HOL-TEXT (HOL-IDX) TO HLL-TEXT
              WRITE MAINT-RPT-REC FROM WS-HOL-LIST-LINE
           END-IF.

      *> DATESERV answers next year's Monday header checks and BD/NB/PB
      *> walks from the first business day of January; an empty year
      *> means every weekday is silently a business day.
       CHECK-NEXT-YEAR-LOADED.
           IF WS-NEXT-YEAR-COUNT = 0
              MOVE SPACES TO WS-MSG-LINE
              STRING "WARNING: NO HOLIDAYS LOADED FOR " WS-NEXT-YEAR
                 " -- DATESERV WILL TREAT EVERY WEEKDAY AS A "
                 "BUSINESS DAY" DELIMITED BY SIZE INTO WS-MSG-LINE
              MOVE SPACES TO MAINT-RPT-REC
              WRITE MAINT-RPT-REC
              WRITE MAINT-RPT-REC FROM WS-MSG-LINE
              DISPLAY "HOLMNT: NO HOLIDAYS LOADED FOR " WS-NEXT-YEAR
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       DECLARE-AUDIT-USER.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY AUDITWRT.
