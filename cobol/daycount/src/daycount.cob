       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCNT.
      *> Day-count and accrual-basis calculator, dispatched through
      *> MAINCTL on the DC/YF function codes and CALLed directly by
      *> the ACBATCH accrual batch. Built on the two certified
      *> pieces rather than a third copy of the date logic: DATESERV
      *> DB counts the days (and validates both dates in the same
      *> 1753-2099 window), LEAP answers the leap-year question for
      *> every calendar year the period touches.
      *>
      *> The period runs from LS-DATE-A (start, excluded) to
      *> LS-DATE-B (end, included), so a period ending where the
      *> next one starts is never counted twice. LS-BASIS-CODE:
      *>   365  ACT/365 -- actual days over a fixed 365
      *>   366  ACT/366 -- actual days over a fixed 366
      *>   ACT  ACT/ACT -- actual days, each day over the length of
      *>        the calendar year it falls in: days in leap years
      *>        over 366, days in other years over 365
      *>
      *>   DC  day count: LS-DAYS-RESULT the actual days,
      *>       LS-DENOMINATOR the year-fraction denominator, and for
      *>       ACT/ACT the days falling in leap years (LS-LEAP-DAYS)
      *>       and in other years (LS-NONLEAP-DAYS)
      *>   YF  year fraction: everything DC returns, plus the
      *>       fraction itself in LS-YEAR-FRACTION
      *> An ACT/ACT period with days on both sides of a leap-year
      *> boundary has no single denominator: LS-DENOMINATOR is 0
      *> and the split carries the answer. LS-RESULT 1 calculated,
      *> 0 an invalid date (LS-BAD-YEAR as LEAP sets it) or an end
      *> date before the start date, 2 an unknown basis code, 9 an
      *> unknown function code; on anything but 1 every count is 0.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION-CODE PIC X(2).
         88 FC-DAY-COUNT       VALUE "DC".
         88 FC-YEAR-FRACTION   VALUE "YF".
       01 WS-BASIS-CODE    PIC X(3).
         88 BASIS-ACT-365      VALUE "365".
         88 BASIS-ACT-366      VALUE "366".
         88 BASIS-ACT-ACT      VALUE "ACT".

       01 WS-RESULT        PIC 9.
       01 WS-BAD-YEAR      PIC X VALUE "N".
       01 WS-DAYS          PIC S9(7) VALUE 0.
       01 WS-DENOMINATOR   PIC 9(3) VALUE 0.
       01 WS-LEAP-DAYS     PIC 9(7) VALUE 0.
       01 WS-NONLEAP-DAYS  PIC 9(7) VALUE 0.
       01 WS-YEAR-FRACTION PIC 9(3)V9(9) VALUE 0.

      *> DATESERV and LEAP interfaces.
       01 WS-DS-FUNCTION   PIC X(2).
       01 WS-DS-DATE-A     PIC 9(8).
       01 WS-DS-DATE-B     PIC 9(8).
       01 WS-DS-RESULT     PIC 9.
       01 WS-DS-BAD-YEAR   PIC X.
       01 WS-DS-DAYS       PIC S9(7).
       01 WS-LP-YEAR       PIC 9(4).
       01 WS-LP-RESULT     PIC 9.
       01 WS-LP-BAD-YEAR   PIC X.

      *> ACT/ACT walk, one calendar year at a time.
       01 WS-START-DATE    PIC 9(8).
       01 WS-START-PARTS REDEFINES WS-START-DATE.
         05 WS-START-YEAR  PIC 9(4).
         05 FILLER         PIC 9(4).
       01 WS-END-DATE      PIC 9(8).
       01 WS-END-PARTS REDEFINES WS-END-DATE.
         05 WS-END-YEAR    PIC 9(4).
         05 FILLER         PIC 9(4).
       01 WS-SPLIT-YEAR    PIC 9(4).
       01 WS-SPLIT-OK      PIC X.
         88 SPLIT-OK       VALUE "Y".

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "DAYCNT".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
       01 WS-AUDIT-DAYS    PIC +9(7).
       01 WS-AUDIT-FRACTION PIC 9(3).9(9).

       LINKAGE SECTION.
       01 LS-FUNCTION-CODE PIC X(2).
       01 LS-DATE-A        PIC 9(8).
       01 LS-DATE-B        PIC 9(8).
       01 LS-BASIS-CODE    PIC X(3).
       01 LS-RESULT        PIC 9.
       01 LS-BAD-YEAR      PIC X.
       01 LS-DAYS-RESULT   PIC S9(7).
       01 LS-DENOMINATOR   PIC 9(3).
       01 LS-LEAP-DAYS     PIC 9(7).
       01 LS-NONLEAP-DAYS  PIC 9(7).
       01 LS-YEAR-FRACTION PIC 9(3)V9(9).

       PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-DATE-A LS-DATE-B
           LS-BASIS-CODE LS-RESULT LS-BAD-YEAR LS-DAYS-RESULT
           LS-DENOMINATOR LS-LEAP-DAYS LS-NONLEAP-DAYS
           LS-YEAR-FRACTION.
       DAYCNT.
           MOVE LS-FUNCTION-CODE TO WS-FUNCTION-CODE
           MOVE LS-BASIS-CODE TO WS-BASIS-CODE
           MOVE 0 TO WS-RESULT
           MOVE "N" TO WS-BAD-YEAR
           MOVE 0 TO WS-DAYS
           MOVE 0 TO WS-DENOMINATOR
           MOVE 0 TO WS-LEAP-DAYS
           MOVE 0 TO WS-NONLEAP-DAYS
           MOVE 0 TO WS-YEAR-FRACTION
           EVALUATE TRUE
              WHEN NOT FC-DAY-COUNT AND NOT FC-YEAR-FRACTION
                 MOVE 9 TO WS-RESULT
              WHEN NOT BASIS-ACT-365 AND NOT BASIS-ACT-366
                 AND NOT BASIS-ACT-ACT
                 MOVE 2 TO WS-RESULT
              WHEN OTHER
                 PERFORM COUNT-PERIOD-DAYS
           END-EVALUATE
           IF WS-RESULT = 1
              PERFORM SET-DENOMINATOR
              IF FC-YEAR-FRACTION
                 PERFORM COMPUTE-YEAR-FRACTION
              END-IF
           END-IF
           MOVE WS-RESULT TO LS-RESULT
           MOVE WS-BAD-YEAR TO LS-BAD-YEAR
           MOVE WS-DAYS TO LS-DAYS-RESULT
           MOVE WS-DENOMINATOR TO LS-DENOMINATOR
           MOVE WS-LEAP-DAYS TO LS-LEAP-DAYS
           MOVE WS-NONLEAP-DAYS TO LS-NONLEAP-DAYS
           MOVE WS-YEAR-FRACTION TO LS-YEAR-FRACTION
           PERFORM WRITE-DAYCOUNT-AUDIT
           GOBACK.

      *> Actual days from DATESERV DB; for ACT/ACT the same count is
      *> then taken year by year so each day lands in its own year.
       COUNT-PERIOD-DAYS.
           MOVE "DB" TO WS-DS-FUNCTION
           MOVE LS-DATE-A TO WS-DS-DATE-A
           MOVE LS-DATE-B TO WS-DS-DATE-B
           PERFORM CALL-DATESERV
           MOVE WS-DS-BAD-YEAR TO WS-BAD-YEAR
           IF WS-DS-RESULT = 1
              AND WS-DS-DAYS >= 0
              MOVE 1 TO WS-RESULT
              MOVE WS-DS-DAYS TO WS-DAYS
              IF BASIS-ACT-ACT
                 PERFORM SPLIT-LEAP-DAYS
              END-IF
           END-IF.

      *> Each calendar year the period touches contributes the days
      *> from the later of the start date and the prior 31 December
      *> to the earlier of the end date and its own 31 December. The
      *> two parts must add back to the whole; if they do not, the
      *> period is refused rather than split wrongly.
       SPLIT-LEAP-DAYS.
           MOVE LS-DATE-A TO WS-START-DATE
           MOVE LS-DATE-B TO WS-END-DATE
           MOVE "Y" TO WS-SPLIT-OK
           PERFORM SPLIT-ONE-YEAR
              VARYING WS-SPLIT-YEAR FROM WS-START-YEAR BY 1
              UNTIL WS-SPLIT-YEAR > WS-END-YEAR
              OR NOT SPLIT-OK
           IF NOT SPLIT-OK
              OR WS-LEAP-DAYS + WS-NONLEAP-DAYS NOT = WS-DAYS
              DISPLAY "DAYCNT: ACT/ACT SPLIT FAILED FOR " LS-DATE-A
                 " TO " LS-DATE-B
              MOVE 0 TO WS-RESULT
              MOVE 0 TO WS-DAYS
              MOVE 0 TO WS-LEAP-DAYS
              MOVE 0 TO WS-NONLEAP-DAYS
           END-IF.

       SPLIT-ONE-YEAR.
           IF WS-SPLIT-YEAR = WS-START-YEAR
              MOVE WS-START-DATE TO WS-DS-DATE-A
           ELSE
              COMPUTE WS-DS-DATE-A = (WS-SPLIT-YEAR - 1) * 10000 + 1231
           END-IF
           IF WS-SPLIT-YEAR = WS-END-YEAR
              MOVE WS-END-DATE TO WS-DS-DATE-B
           ELSE
              COMPUTE WS-DS-DATE-B = WS-SPLIT-YEAR * 10000 + 1231
           END-IF
           MOVE "DB" TO WS-DS-FUNCTION
           PERFORM CALL-DATESERV
           MOVE WS-SPLIT-YEAR TO WS-LP-YEAR
           CALL "LEAP" USING WS-LP-YEAR WS-LP-RESULT WS-LP-BAD-YEAR
           IF WS-DS-RESULT NOT = 1
              OR WS-LP-BAD-YEAR = "Y"
              MOVE "N" TO WS-SPLIT-OK
           ELSE
              IF WS-LP-RESULT = 1
                 ADD WS-DS-DAYS TO WS-LEAP-DAYS
              ELSE
                 ADD WS-DS-DAYS TO WS-NONLEAP-DAYS
              END-IF
           END-IF.

      *> ACT/ACT: 366 when every day falls in a leap year, 365 when
      *> none does, 0 when the split is needed. An empty period
      *> (start = end) takes the length of the start year.
       SET-DENOMINATOR.
           EVALUATE TRUE
              WHEN BASIS-ACT-365
                 MOVE 365 TO WS-DENOMINATOR
              WHEN BASIS-ACT-366
                 MOVE 366 TO WS-DENOMINATOR
              WHEN WS-LEAP-DAYS > 0 AND WS-NONLEAP-DAYS > 0
                 MOVE 0 TO WS-DENOMINATOR
              WHEN WS-LEAP-DAYS > 0
                 MOVE 366 TO WS-DENOMINATOR
              WHEN WS-NONLEAP-DAYS > 0
                 MOVE 365 TO WS-DENOMINATOR
              WHEN OTHER
                 MOVE LS-DATE-A TO WS-START-DATE
                 MOVE WS-START-YEAR TO WS-LP-YEAR
                 CALL "LEAP" USING WS-LP-YEAR WS-LP-RESULT
                    WS-LP-BAD-YEAR
                 IF WS-LP-RESULT = 1
                    MOVE 366 TO WS-DENOMINATOR
                 ELSE
                    MOVE 365 TO WS-DENOMINATOR
                 END-IF
           END-EVALUATE.

       COMPUTE-YEAR-FRACTION.
           IF BASIS-ACT-ACT
              COMPUTE WS-YEAR-FRACTION ROUNDED =
                 WS-LEAP-DAYS / 366 + WS-NONLEAP-DAYS / 365
           ELSE
              COMPUTE WS-YEAR-FRACTION ROUNDED =
                 WS-DAYS / WS-DENOMINATOR
           END-IF.

       CALL-DATESERV.
           CALL "DATESERV" USING WS-DS-FUNCTION WS-DS-DATE-A
              WS-DS-DATE-B WS-DS-RESULT WS-DS-BAD-YEAR WS-DS-DAYS.

       WRITE-DAYCOUNT-AUDIT.
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE WS-FUNCTION-CODE TO WS-AUDIT-INPUT(1:2)
           MOVE LS-DATE-A TO WS-AUDIT-INPUT(4:8)
           MOVE LS-DATE-B TO WS-AUDIT-INPUT(13:8)
           MOVE WS-BASIS-CODE TO WS-AUDIT-INPUT(22:3)
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-RESULT TO WS-AUDIT-RESULT(1:1)
           MOVE WS-BAD-YEAR TO WS-AUDIT-RESULT(2:1)
           MOVE WS-DAYS TO WS-AUDIT-DAYS
           MOVE WS-AUDIT-DAYS TO WS-AUDIT-RESULT(4:8)
           MOVE WS-DENOMINATOR TO WS-AUDIT-RESULT(13:3)
           MOVE WS-LEAP-DAYS TO WS-AUDIT-RESULT(17:7)
           MOVE WS-NONLEAP-DAYS TO WS-AUDIT-RESULT(25:7)
           IF FC-YEAR-FRACTION
              MOVE WS-YEAR-FRACTION TO WS-AUDIT-FRACTION
              MOVE WS-AUDIT-FRACTION TO WS-AUDIT-RESULT(33:13)
           END-IF
           PERFORM WRITE-AUDIT-REC.

       COPY AUDITWRT.
