       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRFBKOUT.
      *> REFXREF cycle backout. Puts the cross-reference master
      *> (REFXREF.cpy) back to the state it was in before a named
      *> cycle/run, using the before images RSBATCH journals ahead of
      *> every master WRITE/REWRITE (XRFJRNL.cpy). The point to back
      *> out to comes from SYSIN -- cycle date in columns 1-8, run
      *> number in columns 10-13 (blank run number = the first run
      *> journaled under that cycle date). Everything journaled from
      *> the first entry for that cycle/run onward is backed out,
      *> later runs included, because their before images were taken
      *> from a master the bad run had already changed.
      *>
      *> Pass 1 reads the journal in the order it was written. Entries
      *> ahead of the backout point are copied to XRFJRNLO, which the
      *> JCL rotates into place as the surviving journal; entries from
      *> the point onward are loaded into the XRFBKWK work cluster
      *> keyed on the reference. A reference touched more than once
      *> (a second sighting, or the same reference in a later run)
      *> collapses to the FIRST before image by the status-22 WRITE,
      *> the same idiom AUDINDEX uses -- that earliest image is the
      *> master as it stood before the bad run.
      *> Pass 2 reads the work cluster and applies each image: an
      *> ADDED reference is DELETEd, a CHANGED one is REWRITten from
      *> its before image (or re-WRITten if XREFPURG has purged it
      *> since). Every action goes to AUDITLOG; the XRFBKRPT control
      *> report carries the runs backed out, restored/deleted counts,
      *> and a balance line. Run only with the nightly chain, REFINQ
      *> and XREFPURG down -- the master is updated in place.
      *> Return codes: 0 clean, 8 bad parm, no journal entries for
      *> the named cycle/run, or control totals out of balance, 12 a
      *> file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-JRNL ASSIGN TO "XRFJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT JRNL-KEEP ASSIGN TO "XRFJRNLO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEEP-STATUS.
           SELECT BKOUT-WORK ASSIGN TO "XRFBKWK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKW-REF
               FILE STATUS IS WS-WORK-STATUS.
           SELECT XREF-MASTER ASSIGN TO "REFXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ORIG-REF
               ALTERNATE RECORD KEY IS XRF-REVERSED-REF
                   WITH DUPLICATES
               FILE STATUS IS WS-XREF-STATUS.
           SELECT BKOUT-RPT ASSIGN TO "XRFBKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKOUT-RPT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XREF-JRNL
           RECORD CONTAINS 193 CHARACTERS.
       COPY XRFJRNL.

       FD  JRNL-KEEP
           RECORD CONTAINS 193 CHARACTERS.
       01 JRNL-KEEP-REC   PIC X(193).

       FD  BKOUT-WORK
           RECORD CONTAINS 236 CHARACTERS.
       01 BKW-REC.
         05 BKW-REF           PIC X(64).
         05 BKW-CYCLE-DATE    PIC X(8).
         05 BKW-RUN-NUMBER    PIC 9(4).
         05 BKW-PROGRAM       PIC X(8).
         05 BKW-ACTION        PIC X.
           88 BKW-ADDED       VALUE "A".
           88 BKW-CHANGED     VALUE "C".
         05 BKW-BEFORE-IMAGE  PIC X(151).

       FD  XREF-MASTER
           RECORD CONTAINS 151 CHARACTERS.
       COPY REFXREF.

       FD  BKOUT-RPT
           RECORD CONTAINS 120 CHARACTERS.
       01 BKOUT-RPT-REC   PIC X(120).

       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS      PIC XX.
       01 WS-KEEP-STATUS      PIC XX.
       01 WS-WORK-STATUS      PIC XX.
       01 WS-XREF-STATUS      PIC XX.
       01 WS-BKOUT-RPT-STATUS PIC XX.
       01 WS-EOF-FLAG        PIC X VALUE "N".
         88 WS-EOF           VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-RC-CANDIDATE    PIC 9(2) VALUE 0.

       01 WS-PARM-IN          PIC X(20).
       01 WS-BKOUT-CYCLE      PIC X(8).
       01 WS-BKOUT-RUN        PIC 9(4) VALUE 0.
       01 WS-BKOUT-RUN-FLAG   PIC X VALUE "N".
         88 BKOUT-RUN-GIVEN   VALUE "Y".
       01 WS-PARM-OK-FLAG     PIC X VALUE "N".
         88 PARM-OK           VALUE "Y".
       01 WS-POINT-FLAG       PIC X VALUE "N".
         88 POINT-FOUND       VALUE "Y".

       01 WS-JRNL-READ-COUNT  PIC 9(9) VALUE 0.
       01 WS-KEEP-COUNT       PIC 9(9) VALUE 0.
       01 WS-BACKOUT-COUNT    PIC 9(9) VALUE 0.
       01 WS-SUPERSEDE-COUNT  PIC 9(9) VALUE 0.
       01 WS-KEY-COUNT        PIC 9(9) VALUE 0.
       01 WS-RESTORE-COUNT    PIC 9(9) VALUE 0.
       01 WS-READD-COUNT      PIC 9(9) VALUE 0.
       01 WS-DELETE-COUNT     PIC 9(9) VALUE 0.
       01 WS-ABSENT-COUNT     PIC 9(9) VALUE 0.
       01 WS-APPLIED-COUNT    PIC 9(9) VALUE 0.
       01 WS-CHECK-COUNT      PIC 9(9) VALUE 0.

      *> Run break for the "runs backed out" section: one line per
      *> cycle/run/step identity in the backed-out range, in journal
      *> order, so the operator sees at a glance whether the backout
      *> reached further than the run named on SYSIN.
       01 WS-RUN-BREAK.
         05 WS-BRK-CYCLE-DATE  PIC X(8) VALUE SPACES.
         05 WS-BRK-RUN-NUMBER  PIC 9(4) VALUE 0.
         05 WS-BRK-PROGRAM     PIC X(8) VALUE SPACES.
       01 WS-BRK-COUNT         PIC 9(9) VALUE 0.

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "XRFBKOUT".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy): the job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "XRFBKOUT".
       01 WS-AUDIT-OPEN-FLAG      PIC X VALUE "N".
         88 AUDIT-IS-OPEN         VALUE "Y".
       01 WS-AUDIT-WRITE-COUNT    PIC 9(9) VALUE 0.
       01 WS-AUDIT-FLUSH-INTERVAL PIC 9(4) VALUE 1000.
       01 WS-AUDIT-FLUSH-QUOT     PIC 9(9).
       01 WS-AUDIT-FLUSH-REM      PIC 9(4).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(30)
            VALUE "REFXREF CYCLE BACKOUT   RUN   ".
         05 HDR-DATE        PIC X(8).
         05 FILLER          PIC X(82) VALUE SPACES.

       01 WS-POINT-LINE.
         05 FILLER          PIC X(30)
            VALUE "BACKOUT POINT CYCLE/RUN ....: ".
         05 PNT-CYCLE       PIC X(8).
         05 FILLER          PIC X(1) VALUE SPACE.
         05 PNT-RUN         PIC X(4).
         05 FILLER          PIC X(77) VALUE SPACES.

       01 WS-RUN-LINE.
         05 FILLER          PIC X(17) VALUE "RUN BACKED OUT   ".
         05 FILLER          PIC X(6)  VALUE "CYCLE ".
         05 RUN-CYCLE       PIC X(8).
         05 FILLER          PIC X(5)  VALUE " RUN ".
         05 RUN-NUMBER      PIC 9(4).
         05 FILLER          PIC X(6)  VALUE " STEP ".
         05 RUN-PROGRAM     PIC X(8).
         05 FILLER          PIC X(9)  VALUE " IMAGES  ".
         05 RUN-COUNT       PIC 9(9).
         05 FILLER          PIC X(48) VALUE SPACES.

       01 WS-MSG-LINE       PIC X(120).

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
         05 FILLER          PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.
       XREF-BACKOUT-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           PERFORM GET-BACKOUT-PARM
           PERFORM OPEN-FILES
           PERFORM WRITE-RPT-HEADING
           IF PARM-OK
              PERFORM LOAD-BACKOUT-IMAGES
           END-IF
           IF PARM-OK AND POINT-FOUND
              AND WS-RETURN-CODE < 12
              PERFORM APPLY-BACKOUT-IMAGES
           END-IF
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       GET-BACKOUT-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE WS-PARM-IN(1:8) TO WS-BKOUT-CYCLE
           IF WS-BKOUT-CYCLE IS NUMERIC
              MOVE "Y" TO WS-PARM-OK-FLAG
           ELSE
              DISPLAY "XRFBKOUT: SYSIN CYCLE DATE NOT NUMERIC: "
                 WS-PARM-IN
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           IF WS-PARM-IN(10:4) IS NUMERIC
              MOVE WS-PARM-IN(10:4) TO WS-BKOUT-RUN
              MOVE "Y" TO WS-BKOUT-RUN-FLAG
           ELSE
              IF WS-PARM-IN(10:4) NOT = SPACES
                 DISPLAY "XRFBKOUT: SYSIN RUN NUMBER NOT NUMERIC: "
                    WS-PARM-IN
                 MOVE "N" TO WS-PARM-OK-FLAG
                 MOVE 8 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
              END-IF
           END-IF.

      *> The work cluster is rebuilt from scratch every run; DYNAMIC
      *> access keeps the OUTPUT-mode WRITEs legal in journal order,
      *> which is not key order.
       OPEN-FILES.
           OPEN INPUT XREF-JRNL
           OPEN OUTPUT JRNL-KEEP
           OPEN OUTPUT BKOUT-WORK
           OPEN I-O XREF-MASTER
           OPEN OUTPUT BKOUT-RPT
           IF WS-JRNL-STATUS NOT = "00"
              OR WS-KEEP-STATUS NOT = "00"
              OR WS-WORK-STATUS NOT = "00"
              OR WS-XREF-STATUS NOT = "00"
              OR WS-BKOUT-RPT-STATUS NOT = "00"
              DISPLAY "XRFBKOUT: OPEN FAILED, XRFJRNL STATUS="
                 WS-JRNL-STATUS " XRFJRNLO STATUS="
                 WS-KEEP-STATUS " XRFBKWK STATUS="
                 WS-WORK-STATUS " REFXREF STATUS="
                 WS-XREF-STATUS " XRFBKRPT STATUS="
                 WS-BKOUT-RPT-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "N" TO WS-PARM-OK-FLAG
           END-IF
           PERFORM OPEN-AUDIT-BATCH.

       CLOSE-FILES.
           PERFORM CLOSE-AUDIT-BATCH
           CLOSE XREF-JRNL
           CLOSE JRNL-KEEP
           CLOSE BKOUT-WORK
           CLOSE XREF-MASTER
           CLOSE BKOUT-RPT.

       WRITE-RPT-HEADING.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HDR-DATE
           WRITE BKOUT-RPT-REC FROM WS-HDR-LINE
           MOVE WS-BKOUT-CYCLE TO PNT-CYCLE
           IF BKOUT-RUN-GIVEN
              MOVE WS-PARM-IN(10:4) TO PNT-RUN
           ELSE
              MOVE "ALL " TO PNT-RUN
           END-IF
           WRITE BKOUT-RPT-REC FROM WS-POINT-LINE
           MOVE SPACES TO BKOUT-RPT-REC
           WRITE BKOUT-RPT-REC.

      *> Pass 1 -- split the journal at the backout point.
       LOAD-BACKOUT-IMAGES.
           MOVE "N" TO WS-EOF-FLAG
           PERFORM READ-JOURNAL-REC UNTIL WS-EOF
           IF WS-BRK-COUNT > 0
              PERFORM WRITE-RUN-LINE
           END-IF
           IF NOT POINT-FOUND
              MOVE SPACES TO WS-MSG-LINE
              STRING "NO JOURNAL ENTRIES FOR CYCLE " WS-BKOUT-CYCLE
                 " -- MASTER NOT CHANGED" DELIMITED BY SIZE
                 INTO WS-MSG-LINE
              WRITE BKOUT-RPT-REC FROM WS-MSG-LINE
              DISPLAY "XRFBKOUT: " WS-MSG-LINE(1:60)
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       READ-JOURNAL-REC.
           READ XREF-JRNL
              AT END
                 MOVE "Y" TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-JRNL-READ-COUNT
                 PERFORM CLASSIFY-JOURNAL-REC
           END-READ
           IF WS-JRNL-STATUS NOT = "00"
              AND WS-JRNL-STATUS NOT = "10"
              DISPLAY "XRFBKOUT: XRFJRNL READ FAILED, STATUS="
                 WS-JRNL-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       CLASSIFY-JOURNAL-REC.
           IF NOT POINT-FOUND
              AND XRJ-CYCLE-DATE = WS-BKOUT-CYCLE
              IF NOT BKOUT-RUN-GIVEN
                 OR XRJ-RUN-NUMBER = WS-BKOUT-RUN
                 MOVE "Y" TO WS-POINT-FLAG
              END-IF
           END-IF
           IF POINT-FOUND
              PERFORM LOAD-WORK-REC
           ELSE
              PERFORM KEEP-JOURNAL-REC
           END-IF.

       KEEP-JOURNAL-REC.
           WRITE JRNL-KEEP-REC FROM XRJ-REC
           IF WS-KEEP-STATUS NOT = "00"
              DISPLAY "XRFBKOUT: XRFJRNLO WRITE FAILED, STATUS="
                 WS-KEEP-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           ELSE
              ADD 1 TO WS-KEEP-COUNT
           END-IF.

       LOAD-WORK-REC.
           ADD 1 TO WS-BACKOUT-COUNT
           IF XRJ-CYCLE-DATE NOT = WS-BRK-CYCLE-DATE
              OR XRJ-RUN-NUMBER NOT = WS-BRK-RUN-NUMBER
              OR XRJ-PROGRAM NOT = WS-BRK-PROGRAM
              IF WS-BRK-COUNT > 0
                 PERFORM WRITE-RUN-LINE
              END-IF
              MOVE XRJ-CYCLE-DATE TO WS-BRK-CYCLE-DATE
              MOVE XRJ-RUN-NUMBER TO WS-BRK-RUN-NUMBER
              MOVE XRJ-PROGRAM TO WS-BRK-PROGRAM
              MOVE 0 TO WS-BRK-COUNT
           END-IF
           ADD 1 TO WS-BRK-COUNT
           MOVE XRJ-BEFORE-REF TO BKW-REF
           MOVE XRJ-CYCLE-DATE TO BKW-CYCLE-DATE
           MOVE XRJ-RUN-NUMBER TO BKW-RUN-NUMBER
           MOVE XRJ-PROGRAM TO BKW-PROGRAM
           MOVE XRJ-ACTION TO BKW-ACTION
           MOVE XRJ-BEFORE-IMAGE TO BKW-BEFORE-IMAGE
           WRITE BKW-REC
           EVALUATE WS-WORK-STATUS
              WHEN "00"
                 ADD 1 TO WS-KEY-COUNT
              WHEN "22"
                 ADD 1 TO WS-SUPERSEDE-COUNT
              WHEN "21"
                 ADD 1 TO WS-SUPERSEDE-COUNT
              WHEN OTHER
                 DISPLAY "XRFBKOUT: XRFBKWK WRITE FAILED, STATUS="
                    WS-WORK-STATUS
                 MOVE 12 TO WS-RC-CANDIDATE
                 PERFORM SET-RETURN-CODE
                 MOVE "Y" TO WS-EOF-FLAG
           END-EVALUATE.

       WRITE-RUN-LINE.
           MOVE WS-BRK-CYCLE-DATE TO RUN-CYCLE
           MOVE WS-BRK-RUN-NUMBER TO RUN-NUMBER
           MOVE WS-BRK-PROGRAM TO RUN-PROGRAM
           MOVE WS-BRK-COUNT TO RUN-COUNT
           WRITE BKOUT-RPT-REC FROM WS-RUN-LINE.

      *> Pass 2 -- apply the earliest before image of each reference.
      *> The work cluster is closed and re-opened INPUT so it reads
      *> back in key order from the top.
       APPLY-BACKOUT-IMAGES.
           CLOSE BKOUT-WORK
           OPEN INPUT BKOUT-WORK
           IF WS-WORK-STATUS NOT = "00"
              DISPLAY "XRFBKOUT: XRFBKWK REOPEN FAILED, STATUS="
                 WS-WORK-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           ELSE
              MOVE "N" TO WS-EOF-FLAG
              PERFORM READ-WORK-REC UNTIL WS-EOF
           END-IF.

       READ-WORK-REC.
           READ BKOUT-WORK NEXT RECORD
              AT END
                 MOVE "Y" TO WS-EOF-FLAG
              NOT AT END
                 ADD 1 TO WS-APPLIED-COUNT
                 PERFORM APPLY-BEFORE-IMAGE
           END-READ
           IF WS-WORK-STATUS NOT = "00"
              AND WS-WORK-STATUS NOT = "10"
              DISPLAY "XRFBKOUT: XRFBKWK READ FAILED, STATUS="
                 WS-WORK-STATUS
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
           END-IF.

      *> ADDED -- the reference did not exist before the bad run, so
      *> it is deleted (already gone, e.g. purged since, is counted
      *> and left alone). CHANGED -- the before image goes back over
      *> whatever is there now, or is written back if the record has
      *> been purged since. Status 02 on the WRITE or REWRITE is the
      *> reversed-value alternate index reporting a duplicate, which
      *> it allows.
       APPLY-BEFORE-IMAGE.
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE BKW-REF TO WS-AUDIT-INPUT(1:64)
           MOVE BKW-CYCLE-DATE TO WS-AUDIT-INPUT(66:8)
           MOVE BKW-RUN-NUMBER TO WS-AUDIT-INPUT(75:4)
           MOVE BKW-PROGRAM TO WS-AUDIT-INPUT(80:8)
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE BKW-REF TO XRF-ORIG-REF
           READ XREF-MASTER
              INVALID KEY
                 IF BKW-ADDED
                    ADD 1 TO WS-ABSENT-COUNT
                    MOVE "ABSENT" TO WS-AUDIT-RESULT
                 ELSE
                    MOVE BKW-BEFORE-IMAGE TO XREF-REC
                    WRITE XREF-REC
                    ADD 1 TO WS-READD-COUNT
                    MOVE "READDED" TO WS-AUDIT-RESULT
                 END-IF
              NOT INVALID KEY
                 IF BKW-ADDED
                    DELETE XREF-MASTER
                    ADD 1 TO WS-DELETE-COUNT
                    MOVE "DELETED" TO WS-AUDIT-RESULT
                 ELSE
                    MOVE BKW-BEFORE-IMAGE TO XREF-REC
                    REWRITE XREF-REC
                    ADD 1 TO WS-RESTORE-COUNT
                    MOVE "RESTORED" TO WS-AUDIT-RESULT
                 END-IF
           END-READ
           IF WS-XREF-STATUS NOT = "00"
              AND WS-XREF-STATUS NOT = "02"
              AND WS-XREF-STATUS NOT = "23"
              DISPLAY "XRFBKOUT: REFXREF UPDATE FAILED, STATUS="
                 WS-XREF-STATUS " REF=" BKW-REF
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
              MOVE "Y" TO WS-EOF-FLAG
              MOVE "FAILED" TO WS-AUDIT-RESULT
           END-IF
           PERFORM WRITE-AUDIT-REC.

      *> The report balances both passes: every journal entry read
      *> was either kept or backed out; every backed-out entry was
      *> either the first image of its reference or superseded by an
      *> earlier one; every first image was applied exactly once.
       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BKOUT-RPT-REC
           WRITE BKOUT-RPT-REC
           MOVE "JOURNAL ENTRIES READ .......: " TO CNT-LIT
           MOVE WS-JRNL-READ-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "ENTRIES KEPT (BEFORE POINT) : " TO CNT-LIT
           MOVE WS-KEEP-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "ENTRIES BACKED OUT .........: " TO CNT-LIT
           MOVE WS-BACKOUT-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "LATER IMAGES SUPERSEDED ....: " TO CNT-LIT
           MOVE WS-SUPERSEDE-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "REFERENCES TO RESTORE ......: " TO CNT-LIT
           MOVE WS-KEY-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS RESTORED ...........: " TO CNT-LIT
           MOVE WS-RESTORE-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS RE-ADDED (PURGED) ..: " TO CNT-LIT
           MOVE WS-READD-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS DELETED ............: " TO CNT-LIT
           MOVE WS-DELETE-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE "ADDS ALREADY ABSENT ........: " TO CNT-LIT
           MOVE WS-ABSENT-COUNT TO CNT-VALUE
           WRITE BKOUT-RPT-REC FROM WS-COUNT-LINE
           MOVE SPACES TO WS-MSG-LINE
           COMPUTE WS-CHECK-COUNT =
              WS-RESTORE-COUNT + WS-READD-COUNT
              + WS-DELETE-COUNT + WS-ABSENT-COUNT
           IF WS-JRNL-READ-COUNT = WS-KEEP-COUNT + WS-BACKOUT-COUNT
              AND WS-BACKOUT-COUNT = WS-KEY-COUNT + WS-SUPERSEDE-COUNT
              AND (WS-CHECK-COUNT = WS-KEY-COUNT
                   OR NOT POINT-FOUND)
              MOVE "CONTROL TOTALS BALANCED" TO WS-MSG-LINE
           ELSE
              MOVE "CONTROL TOTALS OUT OF BALANCE" TO WS-MSG-LINE
              DISPLAY "XRFBKOUT: CONTROL TOTALS OUT OF BALANCE"
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           WRITE BKOUT-RPT-REC FROM WS-MSG-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY AUDITWRB.
