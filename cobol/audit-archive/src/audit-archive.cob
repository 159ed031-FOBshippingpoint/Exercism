       PROGRAM-ID. AUDARCH.
      *> Audit-log archival and purge. Pass 1 reads the live
      *> AUDIT-LOG and splits it on the date portion of
      *> AUDIT-TIMESTAMP: the leading run of records older than the
      *> retention cutoff goes to the dated archive file (ARCHOUT);
      *> from the first record inside the retention window on,
      *> everything goes to the LOGNEW work file. The split is kept
      *> to a clean prefix so the sequence/check chain
      *> (AUDITLOG.cpy) runs unbroken from the last archive
      *> generation into the live log -- a record whose timestamp
      *> date is not numeric is counted and travels with its
      *> neighbours (archived ahead of the split, retained after
      *> it), never dropped. After the rewrite a CHAIN CARRY audit
      *> record naming the last archived sequence number and check
      *> value is chained onto the live log, so AUDVERFY can tie the
      *> log back to the archive generation this run cut. Pass 2
      *> rewrites the live AUDIT-LOG from LOGNEW so the dataset
      *> shrinks in place. The retention period in days is read from
      *> SYSIN; non-numeric input falls back to the standing 90-day
      *> rule. A blank SYSIN takes the period from the current
      *> RUNCTL cycle instead: on a cycle that closes a month
      *> (CYCINIT's month-end flag) the cutoff is the first of the
      *> month two before the closed one -- the closed month and the
      *> two ahead of it stay live, and each archive generation
      *> holds whole months -- and on a cycle that closes no month
      *> nothing is archived and the run ends RC=4. A control report
      *> of records read, archived, retained, and unparseable goes
      *> to ARCHRPT for compliance. SYSIN CHECK runs the same
      *> cycle test alone -- no log, archive or report file is
      *> opened -- and ends RC=0 when the cycle closes a month, RC=4
      *> when it does not, so the job can bypass the archive step
      *> (and the archive generation it would catalogue) on every
      *> other night. Return codes: 0 clean (CHECK: a month
      *> closed), 4 no period closed, 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RPT ASSIGN TO "ARCHRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-RPT-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITLOG.

       FD  ARCH-OUT
           RECORD CONTAINS 397 CHARACTERS.
       01 ARCH-OUT-REC    PIC X(397).

       FD  LOG-NEW
           RECORD CONTAINS 397 CHARACTERS.
       01 LOG-NEW-REC     PIC X(397).

       FD  ARCH-RPT
           RECORD CONTAINS 80 CHARACTERS.
       01 ARCH-RPT-REC    PIC X(80).

       FD  RUNCTL-FILE
           RECORD CONTAINS 54 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-ARCH-OUT-STATUS PIC XX.
       01 WS-SPLIT-OK-FLAG   PIC X VALUE "Y".
         88 SPLIT-PASS-OK    VALUE "Y".
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
       01 WS-CHECK-ONLY-FLAG PIC X VALUE "N".
         88 CHECK-ONLY       VALUE "Y".

       01 WS-PARM-IN         PIC X(8).
       01 WS-RETENTION-DAYS  PIC 9(4) VALUE 90.
       01 WS-REC-DATE-X      PIC X(8).
       01 WS-REC-DATE        PIC 9(8).

      *> Cutoff source: a SYSIN retention in days, or the period the
      *> RUNCTL cycle closes (RUNCTLPD.cpy) when SYSIN is blank.
       01 WS-CUTOFF-MODE     PIC X VALUE "D".
         88 CUTOFF-BY-DAYS   VALUE "D".
         88 CUTOFF-BY-PERIOD VALUE "P".
         88 NO-PERIOD-CLOSED VALUE "N".
       01 WS-CUTOFF-YEAR     PIC 9(4).
       01 WS-CUTOFF-MONTH    PIC 9(2).
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

       01 WS-READ-COUNT      PIC 9(9) VALUE 0.
       01 WS-ARCHIVE-COUNT   PIC 9(9) VALUE 0.
       01 WS-RETAIN-COUNT    PIC 9(9) VALUE 0.
       01 WS-UNPARSE-COUNT   PIC 9(9) VALUE 0.

      *> Chain carry across the split. WS-RETAIN-FLAG turns on at
      *> the first record inside the window and stays on.
       01 WS-RETAIN-FLAG     PIC X VALUE "N".
         88 RETAINING-STARTED VALUE "Y".
       01 WS-LAST-ARCH-SEQ   PIC 9(10) VALUE 0.
       01 WS-LAST-ARCH-CHECK PIC 9(18) VALUE 0.
       01 WS-LAST-LOG-SEQ    PIC 9(10) VALUE 0.
       01 WS-LAST-LOG-CHECK  PIC 9(18) VALUE 0.
       01 WS-CARRY-FLAG      PIC X VALUE "N".
         88 CARRY-WRITTEN    VALUE "Y".

       01 WS-AUDIT-PROGRAM   PIC X(8) VALUE "AUDARCH".
       01 WS-AUDIT-INPUT     PIC X(250).
       01 WS-AUDIT-RESULT    PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy): the job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "AUDARCH".

      *> CHAIN CARRY layout -- AUDVERFY reads the sequence number
      *> and check value back out of these positions.
       01 WS-CARRY-INPUT.
         05 FILLER          PIC X(16) VALUE "CHAIN CARRY SEQ=".
         05 CRY-SEQ         PIC 9(10).
         05 FILLER          PIC X(7)  VALUE " CHECK=".
         05 CRY-CHECK       PIC 9(18).
         05 FILLER          PIC X(8)  VALUE " CUTOFF=".
         05 CRY-CUTOFF      PIC 9(8).
       01 WS-CARRY-RESULT.
         05 FILLER          PIC X(9)  VALUE "ARCHIVED=".
         05 CRR-ARCHIVED    PIC 9(9).
         05 FILLER          PIC X(10) VALUE " RETAINED=".
         05 CRR-RETAINED    PIC 9(9).
       01 WS-REWRITE-COUNT   PIC 9(9) VALUE 0.

       01 WS-HDR-LINE.
         05 RUL-CUTOFF      PIC 9(8).
         05 FILLER          PIC X(20) VALUE SPACES.

       01 WS-PERIOD-LINE.
         05 FILLER          PIC X(30)
            VALUE "PERIOD CLOSED BY CYCLE .....: ".
         05 PRL-PERIOD      PIC X(6).
         05 FILLER          PIC X(18) VALUE "   CYCLE DATE ..: ".
         05 PRL-CYCLE       PIC X(8).
         05 FILLER          PIC X(18) VALUE SPACES.

       01 WS-MESSAGE-LINE   PIC X(80).

       01 WS-CHAIN-LINE.
         05 CHL-LIT         PIC X(30).
         05 CHL-SEQ         PIC 9(10).
         05 FILLER          PIC X(8)  VALUE "  CHECK ".
         05 CHL-CHECK       PIC 9(18).
         05 FILLER          PIC X(14) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).

       PROCEDURE DIVISION.
       AUDIT-ARCHIVE-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           PERFORM GET-RETENTION-PARM
           IF CHECK-ONLY
              IF NO-PERIOD-CLOSED
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM COMPUTE-CUTOFF
           IF NO-PERIOD-CLOSED
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              PERFORM SPLIT-PASS
              IF SPLIT-PASS-OK
                 PERFORM REWRITE-PASS
                 PERFORM WRITE-CHAIN-CARRY
              END-IF
           END-IF
           PERFORM WRITE-CONTROL-REPORT
           MOVE WS-RETURN-CODE TO RETURN-CODE
       GET-RETENTION-PARM.
           MOVE SPACES TO WS-PARM-IN
           ACCEPT WS-PARM-IN
           MOVE SPACES TO WS-CYCLE-DATE
           EVALUATE TRUE
              WHEN WS-PARM-IN = "CHECK"
                 MOVE "Y" TO WS-CHECK-ONLY-FLAG
                 PERFORM READ-CYCLE-PERIOD
                 IF CYCLE-MONTH-END
                    MOVE "P" TO WS-CUTOFF-MODE
                    DISPLAY "AUDARCH: CYCLE " WS-CYCLE-DATE
                       " CLOSES MONTH " WS-CLOSE-PERIOD
                       ", ARCHIVE TO RUN"
                 ELSE
                    MOVE "N" TO WS-CUTOFF-MODE
                    DISPLAY "AUDARCH: CYCLE " WS-CYCLE-DATE
                       " CLOSES NO MONTH, ARCHIVE TO BE BYPASSED"
                 END-IF
              WHEN WS-PARM-IN(1:4) IS NUMERIC
                 AND WS-PARM-IN(1:4) NOT = "0000"
                 MOVE WS-PARM-IN(1:4) TO WS-RETENTION-DAYS
              WHEN WS-PARM-IN = SPACES
                 PERFORM READ-CYCLE-PERIOD
                 IF CYCLE-MONTH-END
                    MOVE "P" TO WS-CUTOFF-MODE
                    DISPLAY "AUDARCH: ARCHIVING FOR MONTH "
                       WS-CLOSE-PERIOD " CLOSED BY CYCLE "
                       WS-CYCLE-DATE
                 ELSE
                    MOVE "N" TO WS-CUTOFF-MODE
                    MOVE 0 TO WS-RETENTION-DAYS
                    DISPLAY "AUDARCH: CYCLE " WS-CYCLE-DATE
                       " CLOSES NO MONTH, NOTHING ARCHIVED"
                 END-IF
              WHEN OTHER
                 MOVE 90 TO WS-RETENTION-DAYS
           END-EVALUATE.

       COMPUTE-CUTOFF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           EVALUATE TRUE
              WHEN CUTOFF-BY-DAYS
                 COMPUTE WS-CUTOFF-INT =
                    WS-TODAY-INT - WS-RETENTION-DAYS
                 COMPUTE WS-CUTOFF-DATE =
                    FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
              WHEN CUTOFF-BY-PERIOD
                 PERFORM COMPUTE-PERIOD-CUTOFF
              WHEN OTHER
                 MOVE 0 TO WS-CUTOFF-DATE
           END-EVALUATE.

      *> First of the month two before the closed month; the
      *> retention days printed are the span from the cutoff to the
      *> cycle date.
       COMPUTE-PERIOD-CUTOFF.
           MOVE WS-CLOSE-PERIOD(1:4) TO WS-CUTOFF-YEAR
           MOVE WS-CLOSE-PERIOD(5:2) TO WS-CUTOFF-MONTH
           IF WS-CUTOFF-MONTH > 2
              SUBTRACT 2 FROM WS-CUTOFF-MONTH
           ELSE
              ADD 10 TO WS-CUTOFF-MONTH
              SUBTRACT 1 FROM WS-CUTOFF-YEAR
           END-IF
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
              + WS-CUTOFF-MONTH * 100 + 1
           MOVE WS-CYCLE-DATE TO WS-REC-DATE
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)
           COMPUTE WS-RETENTION-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-REC-DATE) - WS-CUTOFF-INT.

       SPLIT-PASS.
           OPEN INPUT AUDIT-LOG
           MOVE AUDIT-TIMESTAMP(1:8) TO WS-REC-DATE-X
           IF WS-REC-DATE-X IS NUMERIC
              MOVE WS-REC-DATE-X TO WS-REC-DATE
              IF WS-REC-DATE NOT < WS-CUTOFF-DATE
                 MOVE "Y" TO WS-RETAIN-FLAG
              END-IF
           ELSE
              ADD 1 TO WS-UNPARSE-COUNT
           END-IF
           IF RETAINING-STARTED
              WRITE LOG-NEW-REC FROM AUDIT-REC
              ADD 1 TO WS-RETAIN-COUNT
           ELSE
              WRITE ARCH-OUT-REC FROM AUDIT-REC
              ADD 1 TO WS-ARCHIVE-COUNT
           END-IF
           IF AUDIT-SEQ-NO IS NUMERIC
              AND AUDIT-CHECK IS NUMERIC
              MOVE AUDIT-SEQ-NO TO WS-LAST-LOG-SEQ
              MOVE AUDIT-CHECK TO WS-LAST-LOG-CHECK
              IF NOT RETAINING-STARTED
                 MOVE AUDIT-SEQ-NO TO WS-LAST-ARCH-SEQ
                 MOVE AUDIT-CHECK TO WS-LAST-ARCH-CHECK
              END-IF
           END-IF
           IF WS-ARCH-OUT-STATUS NOT = "00"
              OR WS-LOG-NEW-STATUS NOT = "00"
           CLOSE LOG-NEW
           CLOSE AUDIT-LOG.

      *> The rewritten log's last chained record is handed to
      *> AUDCHAIN (CM) rather than re-read, so the carry record
      *> chains on correctly even when every record was archived.
       WRITE-CHAIN-CARRY.
           IF WS-RETURN-CODE < 12
              AND WS-LAST-ARCH-SEQ > 0
              MOVE WS-LAST-LOG-SEQ TO AUDIT-SEQ-NO
              MOVE WS-LAST-LOG-CHECK TO AUDIT-CHECK
              MOVE "CM" TO WS-AUDIT-CHAIN-FUNC
              CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC AUDIT-REC
              MOVE WS-LAST-ARCH-SEQ TO CRY-SEQ
              MOVE WS-LAST-ARCH-CHECK TO CRY-CHECK
              MOVE WS-CUTOFF-DATE TO CRY-CUTOFF
              MOVE WS-ARCHIVE-COUNT TO CRR-ARCHIVED
              MOVE WS-RETAIN-COUNT TO CRR-RETAINED
              MOVE WS-CARRY-INPUT TO WS-AUDIT-INPUT
              MOVE WS-CARRY-RESULT TO WS-AUDIT-RESULT
              PERFORM WRITE-AUDIT-REC
              MOVE "Y" TO WS-CARRY-FLAG
           END-IF.

       WRITE-CONTROL-REPORT.
           OPEN OUTPUT ARCH-RPT
           MOVE WS-TODAY TO HDR-DATE
           MOVE WS-RETENTION-DAYS TO RUL-DAYS
           MOVE WS-CUTOFF-DATE TO RUL-CUTOFF
           WRITE ARCH-RPT-REC FROM WS-RETAIN-RULE-LINE
           EVALUATE TRUE
              WHEN CUTOFF-BY-PERIOD
                 MOVE WS-CLOSE-PERIOD TO PRL-PERIOD
                 MOVE WS-CYCLE-DATE TO PRL-CYCLE
                 WRITE ARCH-RPT-REC FROM WS-PERIOD-LINE
              WHEN NO-PERIOD-CLOSED
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING "CYCLE " WS-CYCLE-DATE
                    " CLOSES NO MONTH -- NOTHING ARCHIVED"
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 WRITE ARCH-RPT-REC FROM WS-MESSAGE-LINE
           END-EVALUATE
           MOVE "RECORDS READ ...............: " TO CNT-LIT
           MOVE WS-READ-COUNT TO CNT-VALUE
           WRITE ARCH-RPT-REC FROM WS-COUNT-LINE
           MOVE "RECORDS REWRITTEN TO LOG ...: " TO CNT-LIT
           MOVE WS-REWRITE-COUNT TO CNT-VALUE
           WRITE ARCH-RPT-REC FROM WS-COUNT-LINE
           IF WS-LAST-ARCH-SEQ > 0
              MOVE "LAST ARCHIVED SEQUENCE .....: " TO CHL-LIT
              MOVE WS-LAST-ARCH-SEQ TO CHL-SEQ
              MOVE WS-LAST-ARCH-CHECK TO CHL-CHECK
              WRITE ARCH-RPT-REC FROM WS-CHAIN-LINE
           END-IF
           IF CARRY-WRITTEN
              MOVE "CHAIN CARRY WRITTEN AT SEQ .: " TO CHL-LIT
              MOVE AUDIT-SEQ-NO TO CHL-SEQ
              MOVE AUDIT-CHECK TO CHL-CHECK
              WRITE ARCH-RPT-REC FROM WS-CHAIN-LINE
           END-IF
           CLOSE ARCH-RPT.

       COPY RUNCTLPD.

       COPY AUDITWRT.
