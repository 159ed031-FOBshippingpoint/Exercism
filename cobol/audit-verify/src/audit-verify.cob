       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERFY.
      *> Audit-trail chain verification for the quarterly audit
      *> binder. Walks the AUDARCH archive generations (ARCHIN, a
      *> concatenation in cut order, oldest first) and then the live
      *> AUDIT-LOG as one trail and checks the sequence/check chain
      *> every writer stamps through AUDCHAIN (AUDITLOG.cpy):
      *>   ALTERED    the record's check value no longer matches its
      *>              own content (recomputed through AUDCHAIN CK)
      *>   GAP        sequence numbers skipped -- records removed
      *>   BROKEN     the next sequence number, but it does not seal
      *>              the record before it (predecessor replaced)
      *>   ORDER      a sequence number at or behind one already
      *>              seen -- a record moved or duplicated
      *>   UNCHAINED  a record with no chain fields after the chain
      *>              has started
      *> Records ahead of the first chained record (written before
      *> the chain existed) are counted, not flagged. The CHAIN
      *> CARRY records AUDARCH chains onto the live log after each
      *> purge name the last sequence number and check value it
      *> archived: a first pass collects them, and the main pass
      *> confirms each against the archived record itself, so a
      *> purge reads as a purge and not as a gap. A carry whose
      *> archive generation was not supplied is listed as not
      *> verified. Everything goes to the AUDVRPT report. Return
      *> codes: 0 chain intact and anchored, 4 intact but not
      *> anchored (the trail supplied starts past sequence 1, or a
      *> carry could not be verified), 8 chain exceptions found,
      *> 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-IN ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-IN-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT VERIFY-RPT ASSIGN TO "AUDVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VERIFY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-IN
           RECORD CONTAINS 397 CHARACTERS.
       01 ARCH-IN-REC     PIC X(397).

       FD  AUDIT-LOG
           RECORD CONTAINS 397 CHARACTERS.
       01 AUDIT-LOG-REC   PIC X(397).

       FD  VERIFY-RPT
           RECORD CONTAINS 132 CHARACTERS.
       01 VERIFY-RPT-REC  PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-IN-STATUS    PIC XX.
       01 WS-AUDIT-STATUS      PIC XX.
       01 WS-VERIFY-RPT-STATUS PIC XX.
       01 WS-RETURN-CODE       PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE      PIC 9(2) VALUE 0.

      *> The record under test, from whichever file it came.
       COPY AUDITLOG.
       01 WS-CHECK-REC         PIC X(397).
       01 WS-CHECK-VIEW REDEFINES WS-CHECK-REC.
         05 FILLER             PIC X(371).
         05 WS-CHECK-VALUE     PIC 9(18).
         05 FILLER             PIC X(8).
       01 WS-AUDIT-CHAIN-FUNC  PIC X(2).

      *> Reading ARCHIN then AUDITLOG as one trail.
       01 WS-SOURCE-FLAG       PIC X VALUE "A".
         88 READING-ARCHIVE    VALUE "A".
         88 READING-LIVE       VALUE "L".
         88 TRAIL-ENDED        VALUE "E".
       01 WS-SOURCE-NAME       PIC X(7).
       01 WS-SOURCE-REC-NO     PIC 9(9).
       01 WS-PASS-OK-FLAG      PIC X VALUE "Y".
         88 PASS-OK            VALUE "Y".

      *> CHAIN CARRY layout, as AUDARCH writes it into
      *> AUDIT-INPUT-VALUE.
       01 WS-CARRY-VIEW.
         05 CRY-TAG            PIC X(16).
           88 CARRY-TAG        VALUE "CHAIN CARRY SEQ=".
         05 CRY-SEQ            PIC 9(10).
         05 FILLER             PIC X(7).
         05 CRY-CHECK          PIC 9(18).
         05 FILLER             PIC X(8).
         05 CRY-CUTOFF         PIC X(8).

       01 WS-CLAIM-MAX         PIC 9(3) VALUE 100.
       01 WS-CLAIM-USED        PIC 9(3) VALUE 0.
       01 WS-CLAIM-TABLE.
         05 WS-CLAIM-ENTRY OCCURS 100 TIMES INDEXED BY CLM-IDX.
           10 CLM-CARRY-SEQ    PIC 9(10).
           10 CLM-SEQ          PIC 9(10).
           10 CLM-CHECK        PIC 9(18).
           10 CLM-CUTOFF       PIC X(8).
           10 CLM-STATE        PIC X(12).

      *> Chain position.
       01 WS-CHAIN-FLAG        PIC X VALUE "N".
         88 CHAIN-STARTED      VALUE "Y".
       01 WS-LAST-SEQ-NO       PIC 9(10) VALUE 0.
       01 WS-LAST-CHECK        PIC 9(18) VALUE 0.
       01 WS-FIRST-SEQ-NO      PIC 9(10) VALUE 0.
       01 WS-MISSING-WORK      PIC 9(10).

       01 WS-ARCHIVE-COUNT     PIC 9(9) VALUE 0.
       01 WS-LIVE-COUNT        PIC 9(9) VALUE 0.
       01 WS-PRECHAIN-COUNT    PIC 9(9) VALUE 0.
       01 WS-CHAINED-COUNT     PIC 9(9) VALUE 0.
       01 WS-ALTERED-COUNT     PIC 9(9) VALUE 0.
       01 WS-GAP-COUNT         PIC 9(9) VALUE 0.
       01 WS-MISSING-COUNT     PIC 9(9) VALUE 0.
       01 WS-BROKEN-COUNT      PIC 9(9) VALUE 0.
       01 WS-ORDER-COUNT       PIC 9(9) VALUE 0.
       01 WS-UNCHAINED-COUNT   PIC 9(9) VALUE 0.
       01 WS-CARRY-OK-COUNT    PIC 9(9) VALUE 0.
       01 WS-CARRY-OPEN-COUNT  PIC 9(9) VALUE 0.
       01 WS-CARRY-BAD-COUNT   PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-COUNT   PIC 9(9) VALUE 0.
       01 WS-EXCEPTION-LIMIT   PIC 9(9) VALUE 1000.

       01 WS-HDR-LINE.
         05 FILLER          PIC X(30)
            VALUE "AUDIT TRAIL CHAIN VERIFY RUN  ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(94) VALUE SPACES.

       01 WS-COLUMN-LINE.
         05 FILLER          PIC X(50) VALUE
            "EXCEPTION  SOURCE  RECORD NO  SEQUENCE    PROGRAM ".
         05 FILLER          PIC X(50) VALUE
            " TIMESTAMP        DETAIL                          ".
         05 FILLER          PIC X(32) VALUE SPACES.

       01 WS-EXCEPTION-LINE.
         05 EXL-TYPE        PIC X(10).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 EXL-SOURCE      PIC X(7).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 EXL-REC-NO      PIC 9(9).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 EXL-SEQ         PIC 9(10).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 EXL-PROGRAM     PIC X(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 EXL-TIMESTAMP   PIC X(16).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 EXL-DETAIL      PIC X(64).

       01 WS-DETAIL-WORK.
         05 DTW-LIT         PIC X(30).
         05 DTW-VALUE       PIC 9(18).
         05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-CARRY-LINE.
         05 FILLER          PIC X(15) VALUE "CARRY AT SEQ  ".
         05 CYL-CARRY-SEQ   PIC 9(10).
         05 FILLER          PIC X(24)
            VALUE "  ARCHIVED THROUGH SEQ  ".
         05 CYL-SEQ         PIC 9(10).
         05 FILLER          PIC X(9)  VALUE "  CUTOFF ".
         05 CYL-CUTOFF      PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 CYL-STATE       PIC X(12).
         05 FILLER          PIC X(42) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(93) VALUE SPACES.

       01 WS-SEQ-LINE.
         05 SQL-LIT         PIC X(30).
         05 SQL-VALUE       PIC 9(10).
         05 FILLER          PIC X(92) VALUE SPACES.

       01 WS-SECTION-LINE   PIC X(132).

       PROCEDURE DIVISION.
       AUDIT-VERIFY-MAIN.
           PERFORM OPEN-REPORT
           PERFORM COLLECT-CARRY-CLAIMS
           IF PASS-OK
              PERFORM VERIFY-TRAIL
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE VERIFY-RPT
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       OPEN-REPORT.
           OPEN OUTPUT VERIFY-RPT
           IF WS-VERIFY-RPT-STATUS NOT = "00"
              DISPLAY "AUDVERFY: AUDVRPT OPEN FAILED, STATUS="
                 WS-VERIFY-RPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           WRITE VERIFY-RPT-REC FROM WS-HDR-LINE
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC.

      *> Pass 1: the carry claims, wherever in the trail they sit.
       COLLECT-CARRY-CLAIMS.
           PERFORM OPEN-TRAIL
           PERFORM READ-TRAIL
           PERFORM COLLECT-ONE-CLAIM
              UNTIL TRAIL-ENDED
           PERFORM CLOSE-TRAIL.

       COLLECT-ONE-CLAIM.
           MOVE AUDIT-INPUT-VALUE(1:67) TO WS-CARRY-VIEW
           IF AUDIT-PROGRAM = "AUDARCH"
              AND CARRY-TAG
              AND CRY-SEQ IS NUMERIC
              AND CRY-CHECK IS NUMERIC
              AND AUDIT-SEQ-NO IS NUMERIC
              IF WS-CLAIM-USED < WS-CLAIM-MAX
                 ADD 1 TO WS-CLAIM-USED
                 SET CLM-IDX TO WS-CLAIM-USED
                 MOVE AUDIT-SEQ-NO TO CLM-CARRY-SEQ (CLM-IDX)
                 MOVE CRY-SEQ TO CLM-SEQ (CLM-IDX)
                 MOVE CRY-CHECK TO CLM-CHECK (CLM-IDX)
                 MOVE CRY-CUTOFF TO CLM-CUTOFF (CLM-IDX)
                 MOVE "NOT VERIFIED" TO CLM-STATE (CLM-IDX)
              ELSE
                 DISPLAY "AUDVERFY: CARRY TABLE FULL, CARRY AT SEQ "
                    AUDIT-SEQ-NO " NOT CHECKED"
              END-IF
           END-IF
           PERFORM READ-TRAIL.

      *> Pass 2: the chain itself.
       VERIFY-TRAIL.
           MOVE SPACES TO WS-SECTION-LINE
           MOVE "CHAIN EXCEPTIONS" TO WS-SECTION-LINE
           WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE
           WRITE VERIFY-RPT-REC FROM WS-COLUMN-LINE
           PERFORM OPEN-TRAIL
           PERFORM READ-TRAIL
           PERFORM VERIFY-ONE-RECORD
              UNTIL TRAIL-ENDED
           PERFORM CLOSE-TRAIL
           IF WS-EXCEPTION-COUNT = 0
              MOVE "  NONE" TO WS-SECTION-LINE
              WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE
           END-IF
           IF WS-EXCEPTION-COUNT > WS-EXCEPTION-LIMIT
              MOVE "  FURTHER EXCEPTIONS COUNTED BUT NOT LISTED"
                 TO WS-SECTION-LINE
              WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE
           END-IF.

       VERIFY-ONE-RECORD.
           IF READING-ARCHIVE
              ADD 1 TO WS-ARCHIVE-COUNT
           ELSE
              ADD 1 TO WS-LIVE-COUNT
           END-IF
           IF AUDIT-SEQ-NO IS NUMERIC
              AND AUDIT-PREV-CHECK IS NUMERIC
              AND AUDIT-CHECK IS NUMERIC
              PERFORM VERIFY-CHAINED-RECORD
           ELSE
              IF CHAIN-STARTED
                 ADD 1 TO WS-UNCHAINED-COUNT
                 MOVE "UNCHAINED" TO EXL-TYPE
                 MOVE "NO CHAIN FIELDS AFTER THE CHAIN STARTED"
                    TO EXL-DETAIL
                 PERFORM WRITE-EXCEPTION
              ELSE
                 ADD 1 TO WS-PRECHAIN-COUNT
              END-IF
           END-IF
           PERFORM READ-TRAIL.

       VERIFY-CHAINED-RECORD.
           ADD 1 TO WS-CHAINED-COUNT
           MOVE AUDIT-REC TO WS-CHECK-REC
           MOVE "CK" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-CHECK-REC
           IF WS-CHECK-VALUE NOT = AUDIT-CHECK
              ADD 1 TO WS-ALTERED-COUNT
              MOVE "ALTERED" TO EXL-TYPE
              MOVE "CHECK VALUE RECOMPUTES TO" TO DTW-LIT
              MOVE WS-CHECK-VALUE TO DTW-VALUE
              MOVE WS-DETAIL-WORK TO EXL-DETAIL
              PERFORM WRITE-EXCEPTION
           END-IF
           PERFORM CHECK-CARRY-CLAIMS
              VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLAIM-USED
           IF NOT CHAIN-STARTED
              PERFORM START-CHAIN
           ELSE
              EVALUATE TRUE
                 WHEN AUDIT-SEQ-NO = WS-LAST-SEQ-NO + 1
                    IF AUDIT-PREV-CHECK NOT = WS-LAST-CHECK
                       ADD 1 TO WS-BROKEN-COUNT
                       MOVE "BROKEN" TO EXL-TYPE
                       MOVE "PRIOR CHECK VALUE EXPECTED:"
                          TO DTW-LIT
                       MOVE WS-LAST-CHECK TO DTW-VALUE
                       MOVE WS-DETAIL-WORK TO EXL-DETAIL
                       PERFORM WRITE-EXCEPTION
                    END-IF
                 WHEN AUDIT-SEQ-NO > WS-LAST-SEQ-NO + 1
                    COMPUTE WS-MISSING-WORK =
                       AUDIT-SEQ-NO - WS-LAST-SEQ-NO - 1
                    ADD 1 TO WS-GAP-COUNT
                    ADD WS-MISSING-WORK TO WS-MISSING-COUNT
                    MOVE "GAP" TO EXL-TYPE
                    MOVE "RECORDS MISSING BEFORE IT:" TO DTW-LIT
                    MOVE WS-MISSING-WORK TO DTW-VALUE
                    MOVE WS-DETAIL-WORK TO EXL-DETAIL
                    PERFORM WRITE-EXCEPTION
                 WHEN OTHER
                    ADD 1 TO WS-ORDER-COUNT
                    MOVE "ORDER" TO EXL-TYPE
                    MOVE "AT OR BEHIND SEQUENCE SEEN:"
                       TO DTW-LIT
                    MOVE WS-LAST-SEQ-NO TO DTW-VALUE
                    MOVE WS-DETAIL-WORK TO EXL-DETAIL
                    PERFORM WRITE-EXCEPTION
              END-EVALUATE
           END-IF
           IF AUDIT-SEQ-NO > WS-LAST-SEQ-NO
              MOVE AUDIT-SEQ-NO TO WS-LAST-SEQ-NO
              MOVE AUDIT-CHECK TO WS-LAST-CHECK
           END-IF.

      *> A trail that starts at sequence 1 must start from zero; one
      *> that starts later is a window onto a longer chain (older
      *> generations not supplied) and its first link cannot be
      *> checked -- a warning, not an exception.
       START-CHAIN.
           MOVE "Y" TO WS-CHAIN-FLAG
           MOVE AUDIT-SEQ-NO TO WS-FIRST-SEQ-NO
           IF AUDIT-SEQ-NO = 1
              IF AUDIT-PREV-CHECK NOT = 0
                 ADD 1 TO WS-BROKEN-COUNT
                 MOVE "BROKEN" TO EXL-TYPE
                 MOVE "FIRST RECORD DOES NOT START FROM ZERO"
                    TO EXL-DETAIL
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       CHECK-CARRY-CLAIMS.
           IF CLM-SEQ (CLM-IDX) = AUDIT-SEQ-NO
              IF CLM-CHECK (CLM-IDX) = AUDIT-CHECK
                 MOVE "VERIFIED" TO CLM-STATE (CLM-IDX)
              ELSE
                 MOVE "MISMATCH" TO CLM-STATE (CLM-IDX)
              END-IF
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE 8 TO WS-RC-CANDIDATE
           PERFORM SET-RETURN-CODE
           IF WS-EXCEPTION-COUNT NOT > WS-EXCEPTION-LIMIT
              MOVE WS-SOURCE-NAME TO EXL-SOURCE
              MOVE WS-SOURCE-REC-NO TO EXL-REC-NO
              IF AUDIT-SEQ-NO IS NUMERIC
                 MOVE AUDIT-SEQ-NO TO EXL-SEQ
              ELSE
                 MOVE 0 TO EXL-SEQ
              END-IF
              MOVE AUDIT-PROGRAM TO EXL-PROGRAM
              MOVE AUDIT-TIMESTAMP(1:16) TO EXL-TIMESTAMP
              WRITE VERIFY-RPT-REC FROM WS-EXCEPTION-LINE
           END-IF
           MOVE SPACES TO EXL-DETAIL.

      *> The trail: ARCHIN to its end, then AUDITLOG. An ARCHIN DD
      *> DUMMY (no generations supplied) is simply an empty archive.
       OPEN-TRAIL.
           MOVE "A" TO WS-SOURCE-FLAG
           MOVE "ARCHIVE" TO WS-SOURCE-NAME
           MOVE 0 TO WS-SOURCE-REC-NO
           OPEN INPUT ARCH-IN
           IF WS-ARCH-IN-STATUS = "35"
              MOVE "L" TO WS-SOURCE-FLAG
           ELSE
              IF WS-ARCH-IN-STATUS NOT = "00"
                 DISPLAY "AUDVERFY: ARCHIN OPEN FAILED, STATUS="
                    WS-ARCH-IN-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "N" TO WS-PASS-OK-FLAG
                 MOVE "E" TO WS-SOURCE-FLAG
              END-IF
           END-IF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = "00"
              DISPLAY "AUDVERFY: AUDITLOG OPEN FAILED, STATUS="
                 WS-AUDIT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "N" TO WS-PASS-OK-FLAG
              MOVE "E" TO WS-SOURCE-FLAG
           END-IF.

       READ-TRAIL.
           IF READING-ARCHIVE
              READ ARCH-IN INTO AUDIT-REC
                 AT END
                    MOVE "L" TO WS-SOURCE-FLAG
                    MOVE "LIVE" TO WS-SOURCE-NAME
                    MOVE 0 TO WS-SOURCE-REC-NO
                 NOT AT END
                    ADD 1 TO WS-SOURCE-REC-NO
              END-READ
              IF WS-ARCH-IN-STATUS NOT = "00"
                 AND WS-ARCH-IN-STATUS NOT = "10"
                 DISPLAY "AUDVERFY: ARCHIN READ FAILED, STATUS="
                    WS-ARCH-IN-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "N" TO WS-PASS-OK-FLAG
                 MOVE "E" TO WS-SOURCE-FLAG
              END-IF
           END-IF
           IF READING-LIVE
              PERFORM READ-LIVE-LOG
           END-IF.

       READ-LIVE-LOG.
           MOVE "LIVE" TO WS-SOURCE-NAME
           READ AUDIT-LOG INTO AUDIT-REC
              AT END
                 MOVE "E" TO WS-SOURCE-FLAG
              NOT AT END
                 ADD 1 TO WS-SOURCE-REC-NO
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
              AND WS-AUDIT-STATUS NOT = "10"
              DISPLAY "AUDVERFY: AUDITLOG READ FAILED, STATUS="
                 WS-AUDIT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "N" TO WS-PASS-OK-FLAG
              MOVE "E" TO WS-SOURCE-FLAG
           END-IF.

       CLOSE-TRAIL.
           CLOSE ARCH-IN
           CLOSE AUDIT-LOG.

       WRITE-SUMMARY.
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           MOVE "ARCHIVE CARRY RECORDS" TO WS-SECTION-LINE
           WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE
           IF WS-CLAIM-USED = 0
              MOVE "  NONE" TO WS-SECTION-LINE
              WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE
           END-IF
           PERFORM WRITE-CARRY-LINE
              VARYING CLM-IDX FROM 1 BY 1
              UNTIL CLM-IDX > WS-CLAIM-USED
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           MOVE "ARCHIVE RECORDS READ .......: " TO CNT-LIT
           MOVE WS-ARCHIVE-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "LIVE LOG RECORDS READ ......: " TO CNT-LIT
           MOVE WS-LIVE-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS BEFORE CHAIN START .: " TO CNT-LIT
           MOVE WS-PRECHAIN-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "CHAINED RECORDS ............: " TO CNT-LIT
           MOVE WS-CHAINED-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "FIRST SEQUENCE NUMBER ......: " TO SQL-LIT
           MOVE WS-FIRST-SEQ-NO TO SQL-VALUE
           WRITE VERIFY-RPT-REC FROM WS-SEQ-LINE
           MOVE "LAST SEQUENCE NUMBER .......: " TO SQL-LIT
           MOVE WS-LAST-SEQ-NO TO SQL-VALUE
           WRITE VERIFY-RPT-REC FROM WS-SEQ-LINE
           MOVE "ALTERED RECORDS ............: " TO CNT-LIT
           MOVE WS-ALTERED-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "SEQUENCE GAPS ..............: " TO CNT-LIT
           MOVE WS-GAP-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS MISSING ............: " TO CNT-LIT
           MOVE WS-MISSING-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "BROKEN LINKS ...............: " TO CNT-LIT
           MOVE WS-BROKEN-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "OUT-OF-ORDER RECORDS .......: " TO CNT-LIT
           MOVE WS-ORDER-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "UNCHAINED AFTER CHAIN START : " TO CNT-LIT
           MOVE WS-UNCHAINED-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "CARRIES VERIFIED ...........: " TO CNT-LIT
           MOVE WS-CARRY-OK-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "CARRIES NOT VERIFIED .......: " TO CNT-LIT
           MOVE WS-CARRY-OPEN-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE "CARRY MISMATCHES ...........: " TO CNT-LIT
           MOVE WS-CARRY-BAD-COUNT TO CNT-VALUE
           WRITE VERIFY-RPT-REC FROM WS-COUNT-LINE
           MOVE SPACES TO VERIFY-RPT-REC
           WRITE VERIFY-RPT-REC
           EVALUATE TRUE
              WHEN WS-RETURN-CODE >= 12
                 MOVE "VERIFICATION INCOMPLETE -- SEE JOB LOG"
                    TO WS-SECTION-LINE
              WHEN WS-RETURN-CODE >= 8
                 MOVE "CHAIN EXCEPTIONS FOUND -- SEE ABOVE"
                    TO WS-SECTION-LINE
              WHEN WS-RETURN-CODE >= 4
                 MOVE "CHAIN INTACT -- NOT FULLY ANCHORED"
                    TO WS-SECTION-LINE
              WHEN OTHER
                 MOVE "CHAIN INTACT" TO WS-SECTION-LINE
           END-EVALUATE
           WRITE VERIFY-RPT-REC FROM WS-SECTION-LINE.

       WRITE-CARRY-LINE.
           EVALUATE CLM-STATE (CLM-IDX)
              WHEN "VERIFIED"
                 ADD 1 TO WS-CARRY-OK-COUNT
              WHEN "MISMATCH"
                 ADD 1 TO WS-CARRY-BAD-COUNT
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              WHEN OTHER
                 ADD 1 TO WS-CARRY-OPEN-COUNT
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
           END-EVALUATE
           MOVE CLM-CARRY-SEQ (CLM-IDX) TO CYL-CARRY-SEQ
           MOVE CLM-SEQ (CLM-IDX) TO CYL-SEQ
           MOVE CLM-CUTOFF (CLM-IDX) TO CYL-CUTOFF
           MOVE CLM-STATE (CLM-IDX) TO CYL-STATE
           WRITE VERIFY-RPT-REC FROM WS-CARRY-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.
