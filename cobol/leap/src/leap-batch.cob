       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "LPBATCH".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
      *> Job identity every audit record of the run carries in
      *> AUDIT-USER-ID (AUDITLOG.cpy): the chain's job name.
       01 WS-AUDIT-USER    PIC X(8) VALUE "NIGHTLY".
       01 WS-AUDIT-OPEN-FLAG      PIC X VALUE "N".
         88 AUDIT-IS-OPEN         VALUE "Y".
       01 WS-AUDIT-WRITE-COUNT    PIC 9(9) VALUE 0.
              MOVE "LPBATCHS" TO WS-RST-PROGRAM
              MOVE "LPBATCHS" TO WS-RUNCTL-PROGRAM
              MOVE "LPBATCHS" TO WS-AUDIT-PROGRAM
              MOVE "INTRADAY" TO WS-AUDIT-USER
              DISPLAY "LPBATCH: SUPPLEMENTAL RUN"
           END-IF
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC WS-AUDIT-USER.

       CLASSIFY-YEAR-REC.
           MOVE WS-YEAR-IN-AREA(1:20) TO FEED-CTL-REC
