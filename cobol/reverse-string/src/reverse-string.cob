             01 WS-AUDIT-PROGRAM PIC X(8) VALUE "REVSTRNG".
             01 WS-AUDIT-INPUT   PIC X(250).
             01 WS-AUDIT-RESULT  PIC X(64).
             01 WS-AUDIT-CHAIN-FUNC PIC X(2).

             LINKAGE SECTION.
             01 LS-STRING           PIC X(64).
