       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACBATCH.
      *> Accrual day-count batch for the interest team. Reads the
      *> ACCRIN accrual-period file (ACCRPER.cpy: reference, start
      *> date, end date, basis code) and runs every period through
      *> DAYCNT -- the same YF calculation MAINCTL answers on line,
      *> so the batch and an ad-hoc check can never disagree --
      *> writing one ACCROUT record per period (ACCROUT.cpy) and a
      *> printed ACCRRPT listing. Periods DAYCNT refuses (invalid or
      *> non-numeric dates, an end date before the start date, an
      *> unknown basis code) are still written, with their result
      *> code and zero counts, so ACCROUT always balances record for
      *> record with ACCRIN; they are flagged on the report and
      *> kept out of the control totals. ACCROUT closes with a
      *> trailer carrying the record count and the control totals
      *> (periods calculated, total days, leap/non-leap split, total
      *> year fraction); the report closes with the same totals, the
      *> counts by basis and by rejection reason, and the input
      *> trailer check. An optional FEEDCTL header on ACCRIN is
      *> echoed on the report; an optional trailer is balanced
      *> against the data records read. Return codes: 0 clean, 4
      *> any period refused, 8 input trailer count mismatch, 12 a
      *> file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCR-IN ASSIGN TO "ACCRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-IN-STATUS.
           SELECT ACCR-OUT ASSIGN TO "ACCROUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-OUT-STATUS.
           SELECT ACCR-RPT ASSIGN TO "ACCRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCR-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCR-IN
           RECORD CONTAINS 80 CHARACTERS.
       01 ACCR-IN-REC     PIC X(80).

       FD  ACCR-OUT
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACCROUT.

       FD  ACCR-RPT
           RECORD CONTAINS 100 CHARACTERS.
       01 ACCR-RPT-REC    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCR-IN-STATUS   PIC XX.
       01 WS-ACCR-OUT-STATUS  PIC XX.
       01 WS-ACCR-RPT-STATUS  PIC XX.
       01 WS-EOF-FLAG         PIC X VALUE "N".
         88 WS-EOF            VALUE "Y".
       01 WS-RETURN-CODE      PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE     PIC 9(2) VALUE 0.
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy) -- DAYCNT audits each
      *> calculation under it: the job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "ACBATCH".
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
       01 WS-RUN-DATE         PIC X(8).

       COPY ACCRPER.
       COPY FEEDCTL.
       01 WS-HDR-SEEN         PIC X VALUE "N".
         88 HEADER-SEEN       VALUE "Y".
       01 WS-HDR-DATE         PIC X(8) VALUE SPACES.
       01 WS-HDR-SOURCE       PIC X(8) VALUE SPACES.
       01 WS-TRL-SEEN         PIC X VALUE "N".
         88 TRAILER-SEEN      VALUE "Y".
       01 WS-TRL-IN-COUNT     PIC 9(9) VALUE 0.
       01 WS-TRL-OK           PIC X VALUE SPACE.

      *> DAYCNT interface -- always YF, so the fraction comes back
      *> with the counts.
       01 WS-DC-FUNCTION      PIC X(2) VALUE "YF".
       01 WS-DC-DATE-A        PIC 9(8).
       01 WS-DC-DATE-B        PIC 9(8).
       01 WS-DC-BASIS         PIC X(3).
       01 WS-DC-RESULT        PIC 9.
       01 WS-DC-BAD-YEAR      PIC X.
       01 WS-DC-DAYS          PIC S9(7).
       01 WS-DC-DENOMINATOR   PIC 9(3).
       01 WS-DC-LEAP-DAYS     PIC 9(7).
       01 WS-DC-NONLEAP-DAYS  PIC 9(7).
       01 WS-DC-FRACTION      PIC 9(3)V9(9).
       01 WS-REJECT-REASON    PIC X(15).

      *> Control totals.
       01 WS-DATA-READ-COUNT  PIC 9(9) VALUE 0.
       01 WS-OUT-WRITE-COUNT  PIC 9(9) VALUE 0.
       01 WS-CALC-COUNT       PIC 9(9) VALUE 0.
       01 WS-365-COUNT        PIC 9(9) VALUE 0.
       01 WS-366-COUNT        PIC 9(9) VALUE 0.
       01 WS-ACT-COUNT        PIC 9(9) VALUE 0.
       01 WS-SPLIT-COUNT      PIC 9(9) VALUE 0.
       01 WS-BAD-DATE-COUNT   PIC 9(9) VALUE 0.
       01 WS-BACKWARD-COUNT   PIC 9(9) VALUE 0.
       01 WS-BAD-BASIS-COUNT  PIC 9(9) VALUE 0.
       01 WS-TOTAL-DAYS       PIC 9(11) VALUE 0.
       01 WS-TOTAL-LEAP       PIC 9(11) VALUE 0.
       01 WS-TOTAL-NONLEAP    PIC 9(11) VALUE 0.
       01 WS-TOTAL-FRACTION   PIC 9(7)V9(9) VALUE 0.

       01 WS-PAGE-NO          PIC 9(4) VALUE 0.
       01 WS-LINE-COUNT       PIC 9(2) VALUE 99.
       01 WS-PAGE-LIMIT       PIC 9(2) VALUE 60.

       01 WS-PAGE-HDR-LINE.
         05 FILLER         PIC X(31)
            VALUE "ACCRUAL DAY-COUNT LISTING      ".
         05 FILLER         PIC X(4) VALUE "RUN ".
         05 PGH-DATE       PIC X(8).
         05 FILLER         PIC X(3) VALUE SPACES.
         05 FILLER         PIC X(8) VALUE "ACBATCH ".
         05 FILLER         PIC X(6) VALUE " PAGE ".
         05 PGH-PAGE       PIC ZZZ9.
         05 FILLER         PIC X(36) VALUE SPACES.

       01 WS-COL-HDR-LINE.
         05 FILLER         PIC X(50) VALUE
            "REFERENCE    START    END      BASIS   DAYS  DEN  ".
         05 FILLER         PIC X(50) VALUE
            "   LEAP  NONLEAP       FRACTION  NOTE             ".

       01 WS-FEED-HDR-LINE.
         05 FILLER         PIC X(22) VALUE "INPUT HEADER  DATE   ".
         05 FHL-DATE       PIC X(8).
         05 FILLER         PIC X(10) VALUE "  SOURCE  ".
         05 FHL-SOURCE     PIC X(8).
         05 FILLER         PIC X(52) VALUE SPACES.

       01 WS-DTL-LINE.
         05 DTL-REFERENCE  PIC X(12).
         05 FILLER         PIC X(1)  VALUE SPACE.
         05 DTL-START      PIC X(8).
         05 FILLER         PIC X(1)  VALUE SPACE.
         05 DTL-END        PIC X(8).
         05 FILLER         PIC X(1)  VALUE SPACE.
         05 DTL-BASIS      PIC X(3).
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-DAYS       PIC ZZZZZZ9.
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-DENOM      PIC ZZ9.
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-LEAP       PIC ZZZZZZ9.
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-NONLEAP    PIC ZZZZZZ9.
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-FRACTION   PIC ZZ9.9(9).
         05 FILLER         PIC X(2)  VALUE SPACES.
         05 DTL-NOTE       PIC X(15).

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(61) VALUE SPACES.

       01 WS-TOTAL-LINE.
         05 TOT-LIT         PIC X(30).
         05 TOT-VALUE       PIC 9(11).
         05 FILLER          PIC X(59) VALUE SPACES.

       01 WS-FRACTION-LINE.
         05 FRL-LIT         PIC X(30).
         05 FRL-VALUE       PIC Z(6)9.9(9).
         05 FILLER          PIC X(53) VALUE SPACES.

       01 WS-SECTION-LINE   PIC X(100).

       PROCEDURE DIVISION.
       ACCRUAL-BATCH-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM OPEN-FILES
           PERFORM READ-ACCRUAL-REC
              UNTIL WS-EOF
           PERFORM VALIDATE-TRAILER
           PERFORM WRITE-OUT-TRAILER
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           IF WS-BAD-DATE-COUNT + WS-BACKWARD-COUNT
              + WS-BAD-BASIS-COUNT > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           IF WS-TRL-OK = "N"
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT ACCR-IN
           OPEN OUTPUT ACCR-OUT
           OPEN OUTPUT ACCR-RPT
           IF WS-ACCR-IN-STATUS NOT = "00"
              OR WS-ACCR-OUT-STATUS NOT = "00"
              OR WS-ACCR-RPT-STATUS NOT = "00"
              DISPLAY "ACBATCH: OPEN FAILED, ACCRIN STATUS="
                 WS-ACCR-IN-STATUS " ACCROUT STATUS="
                 WS-ACCR-OUT-STATUS " ACCRRPT STATUS="
                 WS-ACCR-RPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CLOSE-FILES.
           CLOSE ACCR-IN
           CLOSE ACCR-OUT
           CLOSE ACCR-RPT.

       READ-ACCRUAL-REC.
           READ ACCR-IN
              AT END
                 MOVE "Y" TO WS-EOF-FLAG
              NOT AT END
                 PERFORM CLASSIFY-ACCRUAL-REC
           END-READ
           IF WS-ACCR-IN-STATUS NOT = "00"
              AND WS-ACCR-IN-STATUS NOT = "10"
              DISPLAY "ACBATCH: ACCRIN READ FAILED, STATUS="
                 WS-ACCR-IN-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CLASSIFY-ACCRUAL-REC.
           MOVE ACCR-IN-REC(1:20) TO FEED-CTL-REC
           EVALUATE TRUE
              WHEN FEED-HEADER
                 MOVE "Y" TO WS-HDR-SEEN
                 MOVE FEED-HDR-DATE TO WS-HDR-DATE
                 MOVE FEED-HDR-SOURCE TO WS-HDR-SOURCE
              WHEN FEED-TRAILER
                 MOVE "Y" TO WS-TRL-SEEN
                 IF FEED-TRL-COUNT IS NUMERIC
                    MOVE FEED-TRL-COUNT TO WS-TRL-IN-COUNT
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-DATA-READ-COUNT
                 MOVE ACCR-IN-REC TO ACCR-PERIOD-REC
                 PERFORM CALCULATE-PERIOD
                 PERFORM WRITE-ACCRUAL-OUT
                 PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

      *> Non-numeric dates never reach DAYCNT. For a refused period
      *> the reason is worked out here from what DAYCNT returns: a
      *> year outside the window, an end date before the start date
      *> (both dates otherwise valid), or any other invalid date.
       CALCULATE-PERIOD.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-DC-RESULT
           MOVE 0 TO WS-DC-DAYS
           MOVE 0 TO WS-DC-DENOMINATOR
           MOVE 0 TO WS-DC-LEAP-DAYS
           MOVE 0 TO WS-DC-NONLEAP-DAYS
           MOVE 0 TO WS-DC-FRACTION
           IF ACP-START-DATE IS NOT NUMERIC
              OR ACP-END-DATE IS NOT NUMERIC
              MOVE "INVALID DATE" TO WS-REJECT-REASON
              ADD 1 TO WS-BAD-DATE-COUNT
           ELSE
              MOVE ACP-START-DATE TO WS-DC-DATE-A
              MOVE ACP-END-DATE TO WS-DC-DATE-B
              MOVE ACP-BASIS TO WS-DC-BASIS
              CALL "DAYCNT" USING WS-DC-FUNCTION WS-DC-DATE-A
                 WS-DC-DATE-B WS-DC-BASIS WS-DC-RESULT
                 WS-DC-BAD-YEAR WS-DC-DAYS WS-DC-DENOMINATOR
                 WS-DC-LEAP-DAYS WS-DC-NONLEAP-DAYS WS-DC-FRACTION
              EVALUATE TRUE
                 WHEN WS-DC-RESULT = 1
                    PERFORM ACCUMULATE-TOTALS
                 WHEN WS-DC-RESULT = 2
                    MOVE "UNKNOWN BASIS" TO WS-REJECT-REASON
                    ADD 1 TO WS-BAD-BASIS-COUNT
                 WHEN WS-DC-BAD-YEAR = "Y"
                    MOVE "BAD YEAR" TO WS-REJECT-REASON
                    ADD 1 TO WS-BAD-DATE-COUNT
                 WHEN WS-DC-DATE-B < WS-DC-DATE-A
                    MOVE "BACKWARD PERIOD" TO WS-REJECT-REASON
                    ADD 1 TO WS-BACKWARD-COUNT
                 WHEN OTHER
                    MOVE "INVALID DATE" TO WS-REJECT-REASON
                    ADD 1 TO WS-BAD-DATE-COUNT
              END-EVALUATE
           END-IF.

       ACCUMULATE-TOTALS.
           ADD 1 TO WS-CALC-COUNT
           EVALUATE ACP-BASIS
              WHEN "365"
                 ADD 1 TO WS-365-COUNT
              WHEN "366"
                 ADD 1 TO WS-366-COUNT
              WHEN OTHER
                 ADD 1 TO WS-ACT-COUNT
                 IF WS-DC-DENOMINATOR = 0
                    ADD 1 TO WS-SPLIT-COUNT
                    MOVE "SPLIT PERIOD" TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE
           ADD WS-DC-DAYS TO WS-TOTAL-DAYS
           ADD WS-DC-LEAP-DAYS TO WS-TOTAL-LEAP
           ADD WS-DC-NONLEAP-DAYS TO WS-TOTAL-NONLEAP
           ADD WS-DC-FRACTION TO WS-TOTAL-FRACTION.

       WRITE-ACCRUAL-OUT.
           MOVE SPACES TO ACCR-OUT-REC
           MOVE ACP-REFERENCE TO ACO-REFERENCE
           MOVE ACP-START-DATE TO ACO-START-DATE
           MOVE ACP-END-DATE TO ACO-END-DATE
           MOVE ACP-BASIS TO ACO-BASIS
           MOVE WS-DC-RESULT TO ACO-RESULT
           MOVE WS-DC-DAYS TO ACO-DAYS
           MOVE WS-DC-DENOMINATOR TO ACO-DENOMINATOR
           MOVE WS-DC-LEAP-DAYS TO ACO-LEAP-DAYS
           MOVE WS-DC-NONLEAP-DAYS TO ACO-NONLEAP-DAYS
           MOVE WS-DC-FRACTION TO ACO-YEAR-FRACTION
           WRITE ACCR-OUT-REC
           IF WS-ACCR-OUT-STATUS NOT = "00"
              DISPLAY "ACBATCH: ACCROUT WRITE FAILED, STATUS="
                 WS-ACCR-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              ADD 1 TO WS-OUT-WRITE-COUNT
           END-IF.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
              PERFORM WRITE-PAGE-HEADING
           END-IF.

       WRITE-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-RUN-DATE TO PGH-DATE
           MOVE WS-PAGE-NO TO PGH-PAGE
           WRITE ACCR-RPT-REC FROM WS-PAGE-HDR-LINE
           MOVE 1 TO WS-LINE-COUNT
           IF HEADER-SEEN
              MOVE WS-HDR-DATE TO FHL-DATE
              MOVE WS-HDR-SOURCE TO FHL-SOURCE
              WRITE ACCR-RPT-REC FROM WS-FEED-HDR-LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           WRITE ACCR-RPT-REC FROM WS-COL-HDR-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-DETAIL-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE ACP-REFERENCE TO DTL-REFERENCE
           MOVE ACP-START-DATE TO DTL-START
           MOVE ACP-END-DATE TO DTL-END
           MOVE ACP-BASIS TO DTL-BASIS
           MOVE WS-DC-DAYS TO DTL-DAYS
           MOVE WS-DC-DENOMINATOR TO DTL-DENOM
           MOVE WS-DC-LEAP-DAYS TO DTL-LEAP
           MOVE WS-DC-NONLEAP-DAYS TO DTL-NONLEAP
           MOVE WS-DC-FRACTION TO DTL-FRACTION
           MOVE WS-REJECT-REASON TO DTL-NOTE
           WRITE ACCR-RPT-REC FROM WS-DTL-LINE
           ADD 1 TO WS-LINE-COUNT.

       VALIDATE-TRAILER.
           IF TRAILER-SEEN
              IF WS-TRL-IN-COUNT = WS-DATA-READ-COUNT
                 MOVE "Y" TO WS-TRL-OK
              ELSE
                 MOVE "N" TO WS-TRL-OK
                 DISPLAY "ACBATCH: TRAILER COUNT " WS-TRL-IN-COUNT
                    " DOES NOT MATCH RECORDS READ " WS-DATA-READ-COUNT
              END-IF
           END-IF.

       WRITE-OUT-TRAILER.
           MOVE SPACES TO ACCR-OUT-REC
           MOVE "TRL" TO ACT-CTL-ID
           MOVE WS-OUT-WRITE-COUNT TO ACT-RECORD-COUNT
           MOVE WS-CALC-COUNT TO ACT-CALC-COUNT
           MOVE WS-TOTAL-DAYS TO ACT-TOTAL-DAYS
           MOVE WS-TOTAL-LEAP TO ACT-TOTAL-LEAP
           MOVE WS-TOTAL-NONLEAP TO ACT-TOTAL-NONLEAP
           MOVE WS-TOTAL-FRACTION TO ACT-TOTAL-FRACTION
           WRITE ACCR-OUT-REC
           IF WS-ACCR-OUT-STATUS NOT = "00"
              DISPLAY "ACBATCH: ACCROUT TRAILER WRITE FAILED, STATUS="
                 WS-ACCR-OUT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-CONTROL-TOTALS.
           IF WS-PAGE-NO = 0
              PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO WS-SECTION-LINE
           WRITE ACCR-RPT-REC FROM WS-SECTION-LINE
           MOVE "CONTROL TOTALS" TO WS-SECTION-LINE
           WRITE ACCR-RPT-REC FROM WS-SECTION-LINE
           MOVE "PERIODS READ ...............: " TO CNT-LIT
           MOVE WS-DATA-READ-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "OUTPUT RECORDS WRITTEN .....: " TO CNT-LIT
           MOVE WS-OUT-WRITE-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "PERIODS CALCULATED .........: " TO CNT-LIT
           MOVE WS-CALC-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "  ACT/365 ..................: " TO CNT-LIT
           MOVE WS-365-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "  ACT/366 ..................: " TO CNT-LIT
           MOVE WS-366-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "  ACT/ACT ..................: " TO CNT-LIT
           MOVE WS-ACT-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "    SPLIT ACROSS LEAP YEARS : " TO CNT-LIT
           MOVE WS-SPLIT-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "REFUSED - INVALID DATE .....: " TO CNT-LIT
           MOVE WS-BAD-DATE-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "REFUSED - END BEFORE START .: " TO CNT-LIT
           MOVE WS-BACKWARD-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "REFUSED - UNKNOWN BASIS ....: " TO CNT-LIT
           MOVE WS-BAD-BASIS-COUNT TO CNT-VALUE
           WRITE ACCR-RPT-REC FROM WS-COUNT-LINE
           MOVE "TOTAL DAYS .................: " TO TOT-LIT
           MOVE WS-TOTAL-DAYS TO TOT-VALUE
           WRITE ACCR-RPT-REC FROM WS-TOTAL-LINE
           MOVE "  IN LEAP YEARS (ACT/ACT) ..: " TO TOT-LIT
           MOVE WS-TOTAL-LEAP TO TOT-VALUE
           WRITE ACCR-RPT-REC FROM WS-TOTAL-LINE
           MOVE "  IN OTHER YEARS (ACT/ACT) .: " TO TOT-LIT
           MOVE WS-TOTAL-NONLEAP TO TOT-VALUE
           WRITE ACCR-RPT-REC FROM WS-TOTAL-LINE
           MOVE "TOTAL YEAR FRACTION ........: " TO FRL-LIT
           MOVE WS-TOTAL-FRACTION TO FRL-VALUE
           WRITE ACCR-RPT-REC FROM WS-FRACTION-LINE
           MOVE SPACES TO WS-SECTION-LINE
           EVALUATE TRUE
              WHEN NOT TRAILER-SEEN
                 MOVE "INPUT TRAILER: NONE SUPPLIED" TO WS-SECTION-LINE
              WHEN WS-TRL-OK = "Y"
                 MOVE "INPUT TRAILER: COUNT AGREES" TO WS-SECTION-LINE
              WHEN OTHER
                 MOVE "INPUT TRAILER: COUNT DOES NOT AGREE"
                    TO WS-SECTION-LINE
           END-EVALUATE
           WRITE ACCR-RPT-REC FROM WS-SECTION-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.
