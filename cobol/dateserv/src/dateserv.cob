       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "DATESERV".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).
       01 WS-AUDIT-DAYS    PIC +9(7).

       LINKAGE SECTION.
