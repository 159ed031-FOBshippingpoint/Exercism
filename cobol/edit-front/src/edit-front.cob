      *> what they were actually given. Control validation results
      *> go to the EDITRPT report and the shared RECONFIL
      *> reconciliation file (RECONREC.cpy).
      *>
      *> Each extract edited also appends one feed-quality record to
      *> the retained FEEDQHST history (FEEDQHST.cpy) under the
      *> upstream source named on its header: the upstream records
      *> received, clean and rejected, the rejects by EDRULES reason
      *> code, the trailer balance and header date outcomes, and the
      *> extract's recycle and aged-out counts -- the nightly
      *> evidence the month-end FEEDQSC scorecard takes to the
      *> upstream service reviews.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDIT-RULES ASSIGN TO "EDRULES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT FEEDQHST-FILE ASSIGN TO "FEEDQHST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 36 CHARACTERS.
       COPY EDRULES.

       FD  FEEDQHST-FILE
           RECORD CONTAINS 240 CHARACTERS.
       COPY FEEDQHST.

       WORKING-STORAGE SECTION.
       01 WS-YEAR-RAW-STATUS PIC XX.
       01 WS-YEAR-OUT-STATUS PIC XX.
       01 WS-PRIOR-BUS-DATE   PIC X(8) VALUE SPACES.

      *> Return-code policy: 0 clean, 4 warnings (any rejected
      *> records, or a feed-quality record FEEDQHST would not
      *> take), 8 rejects over the agreed threshold or a failed
      *> header/trailer validation, 12 a file-status failure on the
      *> raw or clean extract, reject, or report files.
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-PARM-IN         PIC X(8).
       01 WS-RUN-MODE        PIC X(4) VALUE SPACES.
         88 SUPP-MODE        VALUE "SUPP".
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy) -- DATESERV audits its
      *> business-day answers under it: the chain's job name.
       01 WS-AUDIT-USER      PIC X(8) VALUE "NIGHTLY".
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       01 WS-RULES-STATUS    PIC XX.
       01 WS-RULES-SOURCE    PIC X(8) VALUE "DEFAULT".
       01 WS-RECYC-AGED      PIC 9(9) VALUE 0.
       01 WS-RECYC-HOLD      PIC 9(9).

      *> Feed-quality figures for the extract being edited, reset
      *> with the feed control at the top of each extract's pass:
      *> the header's upstream source, the upstream counts as they
      *> stood when the raw file ran out (before the recycle pass
      *> adds the repaired records), and the recycle counters as
      *> they stood when the pass began, so the extract's share is
      *> the difference at the end. Only raw-pass rejects -- those
      *> with WS-REJ-CYCLE still 0 -- go into the reason counts.
       01 WS-FEEDQ-STATUS    PIC XX.
       01 WS-FQ-EXTRACT      PIC X(8).
       01 WS-FQ-SOURCE       PIC X(8).
       01 WS-FQ-RECEIVED     PIC 9(9).
       01 WS-FQ-CLEAN        PIC 9(9).
       01 WS-FQ-REJECTED     PIC 9(9).
       01 WS-FQ-RECYC-READ   PIC 9(9).
       01 WS-FQ-RECYC-CLEAN  PIC 9(9).
       01 WS-FQ-RECYC-REJECT PIC 9(9).
       01 WS-FQ-RECYC-AGED   PIC 9(9).
       01 WS-FQ-REASON-USED  PIC 9(2) VALUE 0.
       01 WS-FQ-REASON-TABLE.
         05 WS-FQ-REASON-ENTRY OCCURS 20 TIMES INDEXED BY FQR-IDX.
           10 WS-FQR-CODE    PIC X(4).
           10 WS-FQR-COUNT   PIC 9(9).
           10 WS-FQR-TAKEN   PIC X.
       01 WS-FQ-RSN-OVERFLOW PIC 9(9).
       01 WS-FQ-SLOT         PIC 9(2).
       01 WS-FQ-BEST         PIC 9(2).
       01 WS-FQ-BEST-COUNT   PIC 9(9).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(33)
            VALUE "NIGHTLY EXTRACT EDIT SUMMARY RUN ".
              MOVE "SUPP" TO WS-RUN-MODE
              MOVE "EDBATCHS" TO WS-RECON-PROGRAM
              MOVE "EDBATCHS" TO WS-RUNCTL-PROGRAM
              MOVE "INTRADAY" TO WS-AUDIT-USER
              DISPLAY "EDBATCH: SUPPLEMENTAL RUN"
           END-IF
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER.

       RESET-FEED-CONTROL.
           MOVE "N" TO WS-TRL-SEEN
           MOVE 0 TO WS-TRL-IN-COUNT
           MOVE 0 TO WS-REJ-CYCLE
           MOVE SPACE TO WS-CTL-TRL-OK
           MOVE SPACE TO WS-CTL-DATE-OK
           MOVE SPACES TO WS-FQ-SOURCE
           MOVE 0 TO WS-FQ-RECEIVED
           MOVE 0 TO WS-FQ-CLEAN
           MOVE 0 TO WS-FQ-REJECTED
           MOVE WS-RECYC-READ TO WS-FQ-RECYC-READ
           MOVE WS-RECYC-CLEAN TO WS-FQ-RECYC-CLEAN
           MOVE WS-RECYC-REJECT TO WS-FQ-RECYC-REJECT
           MOVE WS-RECYC-AGED TO WS-FQ-RECYC-AGED
           MOVE 0 TO WS-FQ-REASON-USED
           MOVE 0 TO WS-FQ-RSN-OVERFLOW.

       OPEN-AGED-RPT.
           OPEN OUTPUT AGED-RPT
              END-IF
           END-IF.

      *> The header names the upstream source the extract's
      *> feed-quality record is filed under.
       CAPTURE-HEADER.
           MOVE FEED-HDR-SOURCE TO WS-FQ-SOURCE
           PERFORM CHECK-HEADER-DATE.

       CAPTURE-TRAILER.
           MOVE "Y" TO WS-TRL-SEEN
           IF FEED-TRL-COUNT IS NUMERIC
                       WS-YEAR-READ
                 END-IF
              END-IF
              MOVE WS-YEAR-READ TO WS-FQ-RECEIVED
              MOVE WS-YEAR-CLEAN TO WS-FQ-CLEAN
              MOVE WS-YEAR-REJECT TO WS-FQ-REJECTED
              IF NOT SUPP-MODE
                 PERFORM RECYCLE-YEARIN
              END-IF
           MOVE WS-CTL-TRL-OK TO WS-RECON-TRL-OK
           MOVE WS-CTL-DATE-OK TO WS-RECON-DATE-OK
           PERFORM WRITE-RECON-REC
           IF NOT FILE-OPEN-FAILED
              MOVE "YEARIN" TO WS-FQ-EXTRACT
              PERFORM WRITE-FEED-QUALITY-REC
           END-IF
           CLOSE YEAR-IN-RAW
           CLOSE YEAR-OUT.

           MOVE YEAR-IN-RAW-REC(1:20) TO FEED-CTL-REC
           EVALUATE TRUE
              WHEN FEED-HEADER
                 PERFORM CAPTURE-HEADER
                 WRITE YEAR-OUT-REC FROM YEAR-IN-RAW-REC
              WHEN FEED-TRAILER
                 PERFORM CAPTURE-TRAILER
                       WS-FIXT-READ
                 END-IF
              END-IF
              MOVE WS-FIXT-READ TO WS-FQ-RECEIVED
              MOVE WS-FIXT-CLEAN TO WS-FQ-CLEAN
              MOVE WS-FIXT-REJECT TO WS-FQ-REJECTED
              IF NOT SUPP-MODE
                 PERFORM RECYCLE-FIXTIN
              END-IF
           MOVE WS-CTL-TRL-OK TO WS-RECON-TRL-OK
           MOVE WS-CTL-DATE-OK TO WS-RECON-DATE-OK
           PERFORM WRITE-RECON-REC
           IF NOT FILE-OPEN-FAILED
              MOVE "FIXTIN" TO WS-FQ-EXTRACT
              PERFORM WRITE-FEED-QUALITY-REC
           END-IF
           CLOSE FIXTURE-IN-RAW
           CLOSE FIXTURE-OUT.

           MOVE FIXTURE-IN-RAW-REC(1:20) TO FEED-CTL-REC
           EVALUATE TRUE
              WHEN FEED-HEADER
                 PERFORM CAPTURE-HEADER
                 WRITE FIXTURE-OUT-REC FROM FIXTURE-IN-RAW-REC
              WHEN FEED-TRAILER
                 PERFORM CAPTURE-TRAILER
                       WS-REF-READ
                 END-IF
              END-IF
              MOVE WS-REF-READ TO WS-FQ-RECEIVED
              MOVE WS-REF-CLEAN TO WS-FQ-CLEAN
              MOVE WS-REF-REJECT TO WS-FQ-REJECTED
              IF NOT SUPP-MODE
                 PERFORM RECYCLE-REFIN
              END-IF
           MOVE WS-CTL-TRL-OK TO WS-RECON-TRL-OK
           MOVE WS-CTL-DATE-OK TO WS-RECON-DATE-OK
           PERFORM WRITE-RECON-REC
           IF NOT FILE-OPEN-FAILED
              MOVE "REFIN" TO WS-FQ-EXTRACT
              PERFORM WRITE-FEED-QUALITY-REC
           END-IF
           CLOSE REF-IN-RAW
           CLOSE REF-OUT.

           MOVE REF-IN-RAW-REC(1:20) TO FEED-CTL-REC
           EVALUATE TRUE
              WHEN FEED-HEADER
                 PERFORM CAPTURE-HEADER
                 WRITE REF-OUT-REC FROM REF-IN-RAW-REC
              WHEN FEED-TRAILER
                 PERFORM CAPTURE-TRAILER
                 MOVE WS-EDIT-REASON TO WS-RSN-CODE (RSN-IDX)
                 MOVE 1 TO WS-RSN-COUNT (RSN-IDX)
              END-IF
           END-IF
           IF WS-REJ-CYCLE = 0
              PERFORM COUNT-FEED-REASON
           END-IF.

       COUNT-FEED-REASON.
           MOVE "N" TO WS-RSN-FOUND
           PERFORM MATCH-FEED-REASON
              VARYING FQR-IDX FROM 1 BY 1
              UNTIL FQR-IDX > WS-FQ-REASON-USED OR REASON-FOUND
           IF NOT REASON-FOUND
              IF WS-FQ-REASON-USED < WS-REASON-MAX
                 ADD 1 TO WS-FQ-REASON-USED
                 SET FQR-IDX TO WS-FQ-REASON-USED
                 MOVE WS-EDIT-REASON TO WS-FQR-CODE (FQR-IDX)
                 MOVE 1 TO WS-FQR-COUNT (FQR-IDX)
              ELSE
                 ADD 1 TO WS-FQ-RSN-OVERFLOW
              END-IF
           END-IF.

       MATCH-FEED-REASON.
           IF WS-FQR-CODE (FQR-IDX) = WS-EDIT-REASON
              MOVE "Y" TO WS-RSN-FOUND
              ADD 1 TO WS-FQR-COUNT (FQR-IDX)
           END-IF.

      *> One FEEDQHST record for the extract just edited, opened and
      *> closed per record as RECONWRT does so the first run
      *> creates the file. The reason codes go out most frequent
      *> first; past the eighth, their rejects are totalled in
      *> FQH-RSN-OTHER. A record the history would not take is a
      *> warning: the edit itself is good and the chain runs on.
       WRITE-FEED-QUALITY-REC.
           MOVE SPACES TO FEEDQHST-REC
           MOVE WS-CYCLE-DATE TO FQH-CYCLE-DATE
           MOVE WS-RECON-PROGRAM TO FQH-PROGRAM
           MOVE WS-FQ-EXTRACT TO FQH-EXTRACT
           MOVE WS-FQ-SOURCE TO FQH-SOURCE
           MOVE FUNCTION CURRENT-DATE(1:14) TO FQH-RECORDED-TS
           MOVE WS-FQ-RECEIVED TO FQH-RECEIVED
           MOVE WS-FQ-CLEAN TO FQH-CLEAN
           MOVE WS-FQ-REJECTED TO FQH-REJECTED
           MOVE WS-CTL-TRL-OK TO FQH-TRL-OK
           MOVE WS-CTL-DATE-OK TO FQH-DATE-OK
           MOVE WS-TRL-IN-COUNT TO FQH-TRL-COUNT
           COMPUTE FQH-RECYC-READ = WS-RECYC-READ - WS-FQ-RECYC-READ
           COMPUTE FQH-RECYC-CLEAN =
              WS-RECYC-CLEAN - WS-FQ-RECYC-CLEAN
           COMPUTE FQH-RECYC-REJECT =
              WS-RECYC-REJECT - WS-FQ-RECYC-REJECT
           COMPUTE FQH-RECYC-AGED = WS-RECYC-AGED - WS-FQ-RECYC-AGED
           MOVE 0 TO FQH-REASON-USED
           MOVE WS-FQ-RSN-OVERFLOW TO FQH-RSN-OTHER
           PERFORM CLEAR-FEED-REASON-SLOT
              VARYING WS-FQ-SLOT FROM 1 BY 1 UNTIL WS-FQ-SLOT > 8
           PERFORM CLEAR-FEED-REASON-TAKEN
              VARYING FQR-IDX FROM 1 BY 1
              UNTIL FQR-IDX > WS-FQ-REASON-USED
           PERFORM PICK-FEED-REASON
              VARYING WS-FQ-SLOT FROM 1 BY 1
              UNTIL WS-FQ-SLOT > WS-FQ-REASON-USED
           OPEN EXTEND FEEDQHST-FILE
           IF WS-FEEDQ-STATUS = "35"
              OPEN OUTPUT FEEDQHST-FILE
           END-IF
           IF WS-FEEDQ-STATUS NOT = "00"
              DISPLAY "EDBATCH: FEEDQHST OPEN FAILED, STATUS="
                 WS-FEEDQ-STATUS " - NO FEED-QUALITY RECORD FOR "
                 WS-FQ-EXTRACT
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              WRITE FEEDQHST-REC
              IF WS-FEEDQ-STATUS NOT = "00"
                 DISPLAY "EDBATCH: FEEDQHST WRITE FAILED, STATUS="
                    WS-FEEDQ-STATUS " EXTRACT=" WS-FQ-EXTRACT
                 MOVE 4 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
              CLOSE FEEDQHST-FILE
           END-IF.

       CLEAR-FEED-REASON-SLOT.
           MOVE SPACES TO FQH-RSN-CODE (WS-FQ-SLOT)
           MOVE 0 TO FQH-RSN-COUNT (WS-FQ-SLOT).

       CLEAR-FEED-REASON-TAKEN.
           MOVE "N" TO WS-FQR-TAKEN (FQR-IDX).

      *> Each pass takes the largest count not yet placed; ties go
      *> to the code seen first.
       PICK-FEED-REASON.
           MOVE 0 TO WS-FQ-BEST
           MOVE 0 TO WS-FQ-BEST-COUNT
           PERFORM FIND-FEED-REASON-BEST
              VARYING FQR-IDX FROM 1 BY 1
              UNTIL FQR-IDX > WS-FQ-REASON-USED
           IF WS-FQ-BEST > 0
              MOVE "Y" TO WS-FQR-TAKEN (WS-FQ-BEST)
              IF WS-FQ-SLOT > 8
                 ADD WS-FQR-COUNT (WS-FQ-BEST) TO FQH-RSN-OTHER
              ELSE
                 ADD 1 TO FQH-REASON-USED
                 MOVE WS-FQR-CODE (WS-FQ-BEST)
                    TO FQH-RSN-CODE (WS-FQ-SLOT)
                 MOVE WS-FQR-COUNT (WS-FQ-BEST)
                    TO FQH-RSN-COUNT (WS-FQ-SLOT)
              END-IF
           END-IF.

       FIND-FEED-REASON-BEST.
           IF WS-FQR-TAKEN (FQR-IDX) = "N"
              AND (WS-FQ-BEST = 0
                 OR WS-FQR-COUNT (FQR-IDX) > WS-FQ-BEST-COUNT)
              SET WS-FQ-BEST TO FQR-IDX
              MOVE WS-FQR-COUNT (FQR-IDX) TO WS-FQ-BEST-COUNT
           END-IF.

       WRITE-EDIT-REPORT.
