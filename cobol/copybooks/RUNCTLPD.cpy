      *> RUNCTLPD - cycle period lookup for the month-end jobs (see
      *> RUNCTL.cpy). COPY near the end of PROCEDURE DIVISION in a
      *> program that takes its period from the cycle instead of
      *> SYSIN. Caller declares SELECT RUNCTL-FILE ASSIGN TO
      *> "RUNCTL", an FD copying RUNCTL, and in WORKING-STORAGE:
      *> WS-RUNCTL-STATUS, WS-CYCLE-DATE, WS-RUNCTL-DATE-FLAG (with
      *> 88 RUNCTL-DATE-SET VALUE "Y"), and the group
      *>   01 WS-CYCLE-PERIOD.
      *>     05 WS-MONTH-END-FLAG    PIC X.
      *>       88 CYCLE-MONTH-END    VALUE "Y".
      *>     05 WS-QUARTER-END-FLAG  PIC X.
      *>       88 CYCLE-QUARTER-END  VALUE "Y".
      *>     05 WS-YEAR-END-FLAG     PIC X.
      *>       88 CYCLE-YEAR-END     VALUE "Y".
      *>     05 WS-CLOSE-PERIOD      PIC X(6).
      *>     05 FILLER               PIC X(1).
      *>
      *> READ-CYCLE-PERIOD takes the last CYC record on file: its
      *> cycle date and the period-end flags CYCINIT stamped on it.
      *> Read-only -- the month-end jobs are not chain steps and
      *> append no STP record. A missing or empty RUNCTL leaves every
      *> flag "N" (the cycle closes nothing) with a console note, so
      *> the caller's no-period warning path is taken.
       READ-CYCLE-PERIOD.
           MOVE "N" TO WS-RUNCTL-DATE-FLAG
           MOVE SPACES TO WS-CYCLE-DATE
           MOVE "NNN" TO WS-CYCLE-PERIOD
           MOVE SPACES TO WS-CLOSE-PERIOD
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
              PERFORM READ-CYCLE-PERIOD-REC
                 UNTIL WS-RUNCTL-STATUS NOT = "00"
              CLOSE RUNCTL-FILE
           END-IF
           IF NOT RUNCTL-DATE-SET
              DISPLAY "READ-CYCLE-PERIOD: NO CYCLE RECORD ON RUNCTL,"
                 " NO PERIOD CLOSED, STATUS=" WS-RUNCTL-STATUS
           END-IF.

       READ-CYCLE-PERIOD-REC.
           READ RUNCTL-FILE
              AT END
                 CONTINUE
              NOT AT END
                 IF RCT-CYCLE
                    AND RCT-CYCLE-DATE IS NUMERIC
                    MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                    MOVE "NNN" TO WS-CYCLE-PERIOD
                    MOVE SPACES TO WS-CLOSE-PERIOD
                    IF RCT-MONTH-END
                       AND RCT-CLOSE-PERIOD IS NUMERIC
                       MOVE RCT-CYCLE-PERIOD TO WS-CYCLE-PERIOD
                    END-IF
                    MOVE "Y" TO WS-RUNCTL-DATE-FLAG
                 END-IF
           END-READ.
