                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS XRF-ORIG-REF
                     ALTERNATE RECORD KEY IS XRF-REVERSED-REF
                         WITH DUPLICATES
                     FILE STATUS IS WS-XREF-STATUS.
                 SELECT XREF-JRNL ASSIGN TO "XRFJRNL"
                     ORGANIZATION IS SEQUENTIAL
                     FILE STATUS IS WS-JRNL-STATUS.

             DATA DIVISION.
             FILE SECTION.
                 RECORD CONTAINS 151 CHARACTERS.
             COPY REFXREF.

             FD  XREF-JRNL
                 RECORD CONTAINS 193 CHARACTERS.
             COPY XRFJRNL.

             WORKING-STORAGE SECTION.
             01 WS-REF-IN-STATUS   PIC XX.
             01 WS-REF-OUT-STATUS  PIC XX.
             01 WS-AUDIT-PROGRAM PIC X(8) VALUE "RSBATCH".
             01 WS-AUDIT-INPUT   PIC X(250).
             01 WS-AUDIT-RESULT  PIC X(64).
             01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy): the chain's job name --
      *> RSPARA for a partition run.
             01 WS-AUDIT-USER    PIC X(8) VALUE "NIGHTLY".
             01 WS-AUDIT-OPEN-FLAG      PIC X VALUE "N".
               88 AUDIT-IS-OPEN         VALUE "Y".
             01 WS-AUDIT-WRITE-COUNT    PIC 9(9) VALUE 0.
             01 WS-XREF-STATUS   PIC XX.
             01 WS-ORIG-REF      PIC X(64).

      *> Before-image journal (XRFJRNL.cpy): one record ahead of
      *> every master WRITE/REWRITE, so a bad REFIN's effect on the
      *> master can be backed out by XRFBKOUT. A master WRITE or
      *> REWRITE is on the cluster the moment it is issued, so the
      *> before image is synced (close/re-open EXTEND) before every
      *> one -- an abend can lose a journal record only for a
      *> reference whose master record was never changed.
             01 WS-JRNL-STATUS   PIC XX.
             01 WS-JRNL-OPEN-FLAG PIC X VALUE "N".
               88 JRNL-IS-OPEN   VALUE "Y".
             01 WS-JRNL-COUNT    PIC 9(9) VALUE 0.

      *> Duplicate-reference detection: upstream references are
      *> supposed to be unique, so a reference already on the master
      *> is evidence, not noise. A second sighting within tonight's
                        TO WS-RST-PROGRAM(8:1)
                     MOVE WS-PARTITION-ID(2:1)
                        TO WS-RUNCTL-PROGRAM(8:1)
                     MOVE "RSPARA" TO WS-AUDIT-USER
                     DISPLAY "RSBATCH: PARTITION RUN "
                        WS-PARTITION-ID
                  WHEN WS-PARM-IN(1:4) = "SUPP"
                     MOVE "RSBATCHS" TO WS-RST-PROGRAM
                     MOVE "RSBATCHS" TO WS-RUNCTL-PROGRAM
                     MOVE "RSBATCHS" TO WS-AUDIT-PROGRAM
                     MOVE "INTRADAY" TO WS-AUDIT-USER
                     DISPLAY "RSBATCH: SUPPLEMENTAL RUN"
                  WHEN OTHER
                     CONTINUE
               END-EVALUATE
               MOVE "US" TO WS-AUDIT-CHAIN-FUNC
               CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER.

      *> Feed control records (FEEDCTL.cpy) ride in the same file as
      *> the references: the header carries the cycle date we expect
                  MOVE "Y" TO WS-EOF-FLAG
               END-IF
               PERFORM OPEN-XREF-MASTER
               PERFORM OPEN-XREF-JOURNAL
               PERFORM OPEN-AUDIT-BATCH.

      *> The cross-reference master persists across cycles. OPEN I-O
                  MOVE "Y" TO WS-EOF-FLAG
               END-IF.

      *> The journal is cumulative across cycles and runs (DISP=MOD),
      *> so it is always extended; status 35 on the very first run
      *> falls back to OPEN OUTPUT like the audit log. Without a
      *> journal the night's master changes could not be backed out,
      *> so a failed open stops the run before anything is touched.
             OPEN-XREF-JOURNAL.
               OPEN EXTEND XREF-JRNL
               IF WS-JRNL-STATUS = "35"
                  OPEN OUTPUT XREF-JRNL
               END-IF
               IF WS-JRNL-STATUS NOT = "00"
                  DISPLAY "RSBATCH: XRFJRNL OPEN FAILED, STATUS="
                     WS-JRNL-STATUS
                  MOVE "N" TO WS-JRNL-OPEN-FLAG
                  MOVE 12 TO WS-RC-CANDIDATE
                  PERFORM SET-RETURN-CODE
                  MOVE "Y" TO WS-EOF-FLAG
               ELSE
                  MOVE "Y" TO WS-JRNL-OPEN-FLAG
               END-IF.

             SYNC-XREF-JOURNAL.
               IF JRNL-IS-OPEN
                  CLOSE XREF-JRNL
                  MOVE "N" TO WS-JRNL-OPEN-FLAG
                  PERFORM OPEN-XREF-JOURNAL
               END-IF.

      *> RSBATCH writes no header and exactly one trailer, and a
      *> reversed reference could itself begin with the letters TRL,
      *> so only TRL with a numeric count is treated as control.
               CLOSE REF-IN
               CLOSE REF-OUT
               CLOSE DUP-RPT
               CLOSE XREF-MASTER
               IF JRNL-IS-OPEN
                  CLOSE XREF-JRNL
                  MOVE "N" TO WS-JRNL-OPEN-FLAG
               END-IF
               DISPLAY "RSBATCH: XRFJRNL BEFORE IMAGES WRITTEN="
                  WS-JRNL-COUNT.

             REVERSE-STRING.
               MOVE WS-STRING TO WS-AUDIT-INPUT.
      *> against the record's prior last-seen date and cycle count
      *> before the REWRITE refreshes it. References already
      *> processed by a failed run are skipped on restart, so the
      *> master is not touched twice for the same night. The before
      *> image is journaled first; if the journal write fails the
      *> master is left alone for that reference, so nothing on the
      *> master is ever changed without the means to undo it. The
      *> WRITE and REWRITE carry the reversed value onto the
      *> alternate index settlements search by; status 02 only says
      *> another reference already reverses to the same value.
             UPDATE-XREF-MASTER.
               MOVE WS-ORIG-REF TO XRF-ORIG-REF
               READ XREF-MASTER
                  INVALID KEY
                     MOVE "A" TO XRJ-ACTION
                     PERFORM WRITE-XREF-JOURNAL
                     IF WS-JRNL-STATUS = "00"
                        MOVE WS-ORIG-REF TO XRF-ORIG-REF
                        MOVE WS-STRING TO XRF-REVERSED-REF
                        MOVE WS-PALINDROME-FLAG TO XRF-PALINDROME
                        MOVE WS-STRING-LENGTH TO XRF-LENGTH
                        MOVE WS-CYCLE-DATE TO XRF-FIRST-SEEN
                        MOVE WS-CYCLE-DATE TO XRF-LAST-SEEN
                        MOVE 1 TO XRF-CYCLE-COUNT
                        WRITE XREF-REC
                     END-IF
                  NOT INVALID KEY
                     MOVE "C" TO XRJ-ACTION
                     PERFORM WRITE-XREF-JOURNAL
                     IF WS-JRNL-STATUS = "00"
                        PERFORM CHECK-DUPLICATE-REF
                        MOVE WS-STRING TO XRF-REVERSED-REF
                        MOVE WS-PALINDROME-FLAG TO XRF-PALINDROME
                        MOVE WS-STRING-LENGTH TO XRF-LENGTH
                        MOVE WS-CYCLE-DATE TO XRF-LAST-SEEN
                        REWRITE XREF-REC
                     END-IF
               END-READ
               IF WS-XREF-STATUS NOT = "00"
                  AND WS-XREF-STATUS NOT = "02"
                  DISPLAY "RSBATCH: REFXREF UPDATE FAILED, STATUS="
                     WS-XREF-STATUS " REF=" WS-ORIG-REF
                  MOVE 12 TO WS-RC-CANDIDATE
                  PERFORM SET-RETURN-CODE
               END-IF.

      *> XRJ-ACTION is set by the caller. For an add there is no
      *> prior record, so the before image carries the key alone.
      *> The record is synced before control goes back to the
      *> master update; a failed re-open leaves WS-JRNL-STATUS
      *> non-zero, so the master is left alone for that reference.
             WRITE-XREF-JOURNAL.
               MOVE WS-CYCLE-DATE TO XRJ-CYCLE-DATE
               MOVE WS-RUN-NUMBER TO XRJ-RUN-NUMBER
               MOVE WS-RUNCTL-PROGRAM TO XRJ-PROGRAM
               MOVE FUNCTION CURRENT-DATE TO XRJ-TIMESTAMP
               IF XRJ-ADDED
                  MOVE SPACES TO XRJ-BEFORE-IMAGE
                  MOVE WS-ORIG-REF TO XRJ-BEFORE-REF
               ELSE
                  MOVE XREF-REC TO XRJ-BEFORE-IMAGE
               END-IF
               IF JRNL-IS-OPEN
                  WRITE XRJ-REC
               ELSE
                  MOVE "48" TO WS-JRNL-STATUS
               END-IF
               IF WS-JRNL-STATUS NOT = "00"
                  DISPLAY "RSBATCH: XRFJRNL WRITE FAILED, STATUS="
                     WS-JRNL-STATUS " REF=" WS-ORIG-REF
                  MOVE 12 TO WS-RC-CANDIDATE
                  PERFORM SET-RETURN-CODE
               ELSE
                  ADD 1 TO WS-JRNL-COUNT
                  PERFORM SYNC-XREF-JOURNAL
               END-IF.

      *> Runs while XREF-REC still holds the record as last night
      *> left it. TONIGHT is a second sighting under the same cycle
      *> date (the count climbs); RESEEN is a reappearance within
