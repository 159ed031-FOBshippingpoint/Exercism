       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPAUTH.
      *> Operator authorization service. HARNESS, FIXTMNT and
      *> EDREPAIR CALL this program to ask whether a user may sign
      *> on to them or run a given function code or transaction
      *> type, against the OPERAUTH authorization member
      *> (OPERAUTH.cpy). The member is loaded once, on the first
      *> call of the run unit, and held for the rest of it.
      *>   SO  sign-on: LS-USER-ID has an active line for
      *>       LS-PROGRAM (LS-CODE is not looked at)
      *>   CK  LS-USER-ID has an active line for LS-PROGRAM that
      *>       lists LS-CODE, or lists *
      *> LS-GRANTED comes back Y or N. A blank user ID is always
      *> refused. A missing or unreadable member grants nothing:
      *> the checks fail closed, with a console note, rather than
      *> letting everyone through. The caller audits the refusal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-AUTH ASSIGN TO "OPERAUTH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-AUTH
           RECORD CONTAINS 80 CHARACTERS.
       COPY OPERAUTH.

       WORKING-STORAGE SECTION.
       01 WS-FUNCTION-CODE PIC X(2).
         88 FC-SIGN-ON         VALUE "SO".
         88 FC-CHECK-CODE      VALUE "CK".

       01 WS-AUTH-STATUS    PIC XX.
       01 WS-AUTH-LOAD-FLAG PIC X VALUE "N".
         88 AUTH-LOADED     VALUE "Y".

      *> The active lines of the member; suspended lines are not
      *> kept, since they grant nothing.
       01 WS-AUTH-MAX       PIC 9(3) VALUE 300.
       01 WS-AUTH-USED      PIC 9(3) VALUE 0.
       01 WS-AUTH-TABLE.
         05 WS-AUTH-ENTRY OCCURS 300 TIMES.
           10 WS-AUT-USER-ID  PIC X(8).
           10 WS-AUT-PROGRAM  PIC X(8).
           10 WS-AUT-CODES.
             15 WS-AUT-CODE   PIC X(4) OCCURS 12 TIMES.
       01 AUT-IDX           PIC 9(3).
       01 COD-IDX           PIC 9(2).
       01 WS-CODE-MAX       PIC 9(2) VALUE 12.

       01 WS-GRANT-FLAG     PIC X VALUE "N".
         88 ACCESS-GRANTED  VALUE "Y".

       LINKAGE SECTION.
       01 LS-FUNCTION-CODE  PIC X(2).
       01 LS-USER-ID        PIC X(8).
       01 LS-PROGRAM        PIC X(8).
       01 LS-CODE           PIC X(4).
       01 LS-GRANTED        PIC X.

       PROCEDURE DIVISION USING LS-FUNCTION-CODE LS-USER-ID
           LS-PROGRAM LS-CODE LS-GRANTED.
       OPAUTH-MAIN.
           MOVE LS-FUNCTION-CODE TO WS-FUNCTION-CODE
           PERFORM LOAD-AUTHORIZATIONS
           MOVE "N" TO WS-GRANT-FLAG
           IF LS-USER-ID NOT = SPACES
              EVALUATE TRUE
                 WHEN FC-SIGN-ON
                 WHEN FC-CHECK-CODE
                    PERFORM CHECK-AUTH-ENTRY
                       VARYING AUT-IDX FROM 1 BY 1
                       UNTIL AUT-IDX > WS-AUTH-USED
                          OR ACCESS-GRANTED
                 WHEN OTHER
                    DISPLAY "OPAUTH: UNKNOWN FUNCTION CODE "
                       LS-FUNCTION-CODE
              END-EVALUATE
           END-IF
           MOVE WS-GRANT-FLAG TO LS-GRANTED
           GOBACK.

       LOAD-AUTHORIZATIONS.
           IF NOT AUTH-LOADED
              MOVE "Y" TO WS-AUTH-LOAD-FLAG
              OPEN INPUT OPER-AUTH
              IF WS-AUTH-STATUS NOT = "00"
                 DISPLAY "OPAUTH: OPERAUTH OPEN FAILED, STATUS="
                    WS-AUTH-STATUS ", ALL ACCESS REFUSED"
              ELSE
                 PERFORM READ-AUTH-REC
                    UNTIL WS-AUTH-STATUS NOT = "00"
                 IF WS-AUTH-STATUS NOT = "10"
                    DISPLAY "OPAUTH: OPERAUTH READ FAILED, STATUS="
                       WS-AUTH-STATUS ", ALL ACCESS REFUSED"
                    MOVE 0 TO WS-AUTH-USED
                 END-IF
                 CLOSE OPER-AUTH
              END-IF
           END-IF.

       READ-AUTH-REC.
           READ OPER-AUTH
              AT END
                 CONTINUE
              NOT AT END
                 IF OPAUTH-REC = SPACES
                    OR OPA-USER-ID(1:1) = "*"
                    CONTINUE
                 ELSE
                    IF OPA-ACTIVE
                       PERFORM STORE-AUTH-REC
                    END-IF
                 END-IF
           END-READ.

       STORE-AUTH-REC.
           IF WS-AUTH-USED < WS-AUTH-MAX
              ADD 1 TO WS-AUTH-USED
              MOVE OPA-USER-ID TO WS-AUT-USER-ID (WS-AUTH-USED)
              MOVE OPA-PROGRAM TO WS-AUT-PROGRAM (WS-AUTH-USED)
              MOVE OPA-CODES TO WS-AUT-CODES (WS-AUTH-USED)
           ELSE
              DISPLAY "OPAUTH: OPERAUTH TABLE FULL, LINE FOR "
                 OPA-USER-ID " " OPA-PROGRAM " IGNORED"
           END-IF.

       CHECK-AUTH-ENTRY.
           IF WS-AUT-USER-ID (AUT-IDX) = LS-USER-ID
              AND WS-AUT-PROGRAM (AUT-IDX) = LS-PROGRAM
              IF FC-SIGN-ON
                 MOVE "Y" TO WS-GRANT-FLAG
              ELSE
                 PERFORM CHECK-AUTH-CODE
                    VARYING COD-IDX FROM 1 BY 1
                    UNTIL COD-IDX > WS-CODE-MAX
                       OR ACCESS-GRANTED
              END-IF
           END-IF.

       CHECK-AUTH-CODE.
           IF WS-AUT-CODE (AUT-IDX, COD-IDX) = "*"
              OR (WS-AUT-CODE (AUT-IDX, COD-IDX) = LS-CODE
                 AND LS-CODE NOT = SPACES)
              MOVE "Y" TO WS-GRANT-FLAG
           END-IF.
