      *> own STP completion record, so a step rerun after midnight
      *> or a RESTART the next morning still runs under the cycle it
      *> belongs to. A restart of the chain skips this step, leaving
      *> the standing cycle record in force. The CYC record also
      *> carries the cycle's period-end flags: when the cycle date is
      *> a business day and DATESERV's next business day after it
      *> falls in a later month, the cycle closes that month (and the
      *> quarter or year with it), and MXCHARGE, RUNTREND and AUDARCH
      *> take their period from the flags instead of SYSIN. Return
      *> codes: 0 clean, 12 a file-status failure on RUNCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS   PIC XX.
       01 WS-RETURN-CODE     PIC 9(2) VALUE 0.
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy) -- DATESERV audits its
      *> business-day answers under it: the chain's job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "NIGHTLY".
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
       01 WS-PARM-IN         PIC X(8).
       01 WS-CYCLE-DATE      PIC X(8).
       01 WS-RUN-NUMBER      PIC 9(4) VALUE 0.

      *> Period-end flags for the CYC record, laid out as
      *> RCT-CYCLE-PERIOD.
       01 WS-CYCLE-PERIOD.
         05 WS-MONTH-END-FLAG    PIC X VALUE "N".
           88 CYCLE-MONTH-END    VALUE "Y".
         05 WS-QUARTER-END-FLAG  PIC X VALUE "N".
         05 WS-YEAR-END-FLAG     PIC X VALUE "N".
         05 WS-CLOSE-PERIOD      PIC X(6) VALUE SPACES.
         05 FILLER               PIC X(1) VALUE SPACE.
       01 WS-CLOSE-MONTH         PIC 9(2).

       01 WS-DS-FUNCTION     PIC X(2).
       01 WS-DS-DATE-A       PIC 9(8).
       01 WS-DS-DATE-B       PIC 9(8).
       01 WS-DS-RESULT       PIC 9.
       01 WS-DS-BAD-YEAR     PIC X.
       01 WS-DS-DAYS         PIC S9(7).

       PROCEDURE DIVISION.
       CYCLE-INIT-MAIN.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER
           PERFORM GET-CYCLE-DATE
           PERFORM READ-PRIOR-RUN-NUMBER
           PERFORM SET-PERIOD-FLAGS
           PERFORM WRITE-CYCLE-RECORD
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
                 END-IF
           END-READ.

      *> Last business day of the month: the cycle date is itself a
      *> business day and the next one is in another month. A
      *> weekend or holiday catch-up cycle closes nothing -- the
      *> business day before it already did.
       SET-PERIOD-FLAGS.
           IF WS-CYCLE-DATE IS NUMERIC
              MOVE "BD" TO WS-DS-FUNCTION
              MOVE WS-CYCLE-DATE TO WS-DS-DATE-A
              PERFORM CALL-DATESERV
              IF WS-DS-RESULT = 1
                 MOVE "NB" TO WS-DS-FUNCTION
                 PERFORM CALL-DATESERV
                 IF WS-DS-DATE-B(1:6) NOT = WS-CYCLE-DATE(1:6)
                    MOVE "Y" TO WS-MONTH-END-FLAG
                    MOVE WS-CYCLE-DATE(1:6) TO WS-CLOSE-PERIOD
                    MOVE WS-CYCLE-DATE(5:2) TO WS-CLOSE-MONTH
                    IF WS-CLOSE-MONTH = 3 OR 6 OR 9 OR 12
                       MOVE "Y" TO WS-QUARTER-END-FLAG
                    END-IF
                    IF WS-CLOSE-MONTH = 12
                       MOVE "Y" TO WS-YEAR-END-FLAG
                    END-IF
                 END-IF
              END-IF
           END-IF.

       CALL-DATESERV.
           MOVE 0 TO WS-DS-DATE-B
           CALL "DATESERV" USING WS-DS-FUNCTION WS-DS-DATE-A
              WS-DS-DATE-B WS-DS-RESULT WS-DS-BAD-YEAR
              WS-DS-DAYS.

       WRITE-CYCLE-RECORD.
           ADD 1 TO WS-RUN-NUMBER
           OPEN OUTPUT RUNCTL-FILE
              MOVE WS-CYCLE-DATE TO RCT-CYCLE-DATE
              MOVE WS-RUN-NUMBER TO RCT-RUN-NUMBER
              MOVE "CYCINIT" TO RCT-PROGRAM
              MOVE WS-CYCLE-PERIOD TO RCT-CYCLE-PERIOD
              MOVE FUNCTION CURRENT-DATE TO RCT-TIMESTAMP
              WRITE RUNCTL-REC
              IF WS-RUNCTL-STATUS NOT = "00"
              CLOSE RUNCTL-FILE
              DISPLAY "CYCINIT: CYCLE " WS-CYCLE-DATE " RUN "
                 WS-RUN-NUMBER " OPENED"
              IF CYCLE-MONTH-END
                 DISPLAY "CYCINIT: CYCLE CLOSES PERIOD "
                    WS-CLOSE-PERIOD " MONTH-END=Y QUARTER-END="
                    WS-QUARTER-END-FLAG " YEAR-END=" WS-YEAR-END-FLAG
              ELSE
                 DISPLAY "CYCINIT: CYCLE CLOSES NO PERIOD"
              END-IF
           END-IF.
