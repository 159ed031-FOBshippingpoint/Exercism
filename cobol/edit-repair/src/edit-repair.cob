      *>   columns 11-18  expected REJ-SOURCE-FILE
      *>   columns 19-22  expected REJ-REASON-CODE
      *>   columns 24-273 replacement record data (REP only)
      *>   columns 275-282 user ID of the operator who keyed it
      *> A transaction whose sequence number lands on a reject with
      *> a different source or reason is refused (WRONGTGT) and
      *> raises the alert return code. Rejects with no matching
      *> hand before re-running a bad repair pass). A control
      *> report of rejects read, recycled, dropped, refused, and
      *> unresolved -- plus the numbered reject list the next set
      *> of transactions keys against -- goes to EDREPRPT. The
      *> transaction's user must hold the action for EDREPAIR on
      *> the OPERAUTH authorization member (OPERAUTH.cpy, via
      *> OPAUTH); a transaction from anyone else is refused as it
      *> is loaded, never touches a reject, and is listed in the
      *> report's REFUSED TRANSACTIONS section. Every disposition
      *> a transaction causes -- and every refusal, as NOTAUTH --
      *> is written to the shared AUDITLOG under the transaction's
      *> user ID. Return codes: 0 clean, 4 unmatched transactions,
      *> 8 any wrong-target or unauthorized transaction refused,
      *> 12 a file-status failure.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPAIR-RPT ASSIGN TO "EDREPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPAIR-RPT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY EDITREJ.

       FD  REPAIR-TXN
           RECORD CONTAINS 282 CHARACTERS.
       01 REPAIR-TXN-REC.
         05 TXN-ACTION       PIC X(4).
         05 TXN-SEQ          PIC 9(5).
         05 TXN-REASON       PIC X(4).
         05 FILLER           PIC X(1).
         05 TXN-DATA         PIC X(250).
         05 FILLER           PIC X(1).
         05 TXN-USER         PIC X(8).

       FD  RECYCLE-FILE
           RECORD CONTAINS 259 CHARACTERS.
           RECORD CONTAINS 100 CHARACTERS.
       01 REPAIR-RPT-REC     PIC X(100).

       FD  AUDIT-LOG.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       01 WS-REJECT-STATUS     PIC XX.
       01 WS-TXN-STATUS        PIC XX.
           10 WS-TXN-SOURCE   PIC X(8).
           10 WS-TXN-REASON   PIC X(4).
           10 WS-TXN-DATA     PIC X(250).
           10 WS-TXN-USER     PIC X(8).
           10 WS-TXN-USED-FLG PIC X.
       01 WS-TXN-FOUND     PIC X VALUE "N".
         88 TXN-FOUND      VALUE "Y".
       01 WS-UNRESOLVED    PIC 9(9) VALUE 0.
       01 WS-UNMATCHED-TXN PIC 9(9) VALUE 0.
       01 WS-WRONG-TGT     PIC 9(9) VALUE 0.
       01 WS-NOTAUTH-COUNT PIC 9(9) VALUE 0.

       01 WS-AUTH-FUNCTION PIC X(2) VALUE "CK".
       01 WS-AUTH-PROGRAM  PIC X(8) VALUE "EDREPAIR".
       01 WS-AUTH-GRANTED  PIC X.
         88 AUTH-GRANTED   VALUE "Y".

       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-AUDIT-PROGRAM PIC X(8) VALUE "EDREPAIR".
       01 WS-AUDIT-INPUT   PIC X(250).
       01 WS-AUDIT-RESULT  PIC X(64).
       01 WS-AUDIT-CHAIN-FUNC PIC X(2).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(28)
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 RDL-DATA        PIC X(56).

       01 WS-REF-DTL-LINE.
         05 FILLER          PIC X(5)  VALUE "SEQ= ".
         05 FDL-SEQ         PIC 9(5).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 FDL-SOURCE      PIC X(8).
         05 FILLER          PIC X(1)  VALUE SPACE.
         05 FDL-REASON      PIC X(4).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 FDL-ACTION      PIC X(4).
         05 FILLER          PIC X(6)  VALUE " USER=".
         05 FDL-USER        PIC X(8).
         05 FILLER          PIC X(2)  VALUE SPACES.
         05 FDL-DISP        PIC X(10) VALUE "NOTAUTH".
         05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
         05 CNT-VALUE       PIC 9(9).
              END-IF
           END-PERFORM
           PERFORM COUNT-UNMATCHED-TXNS
           PERFORM WRITE-REFUSED-TXNS
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM CLOSE-FILES
           IF WS-UNMATCHED-TXN > 0
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           IF WS-NOTAUTH-COUNT > 0
              MOVE 8 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

                       MOVE TXN-SOURCE TO WS-TXN-SOURCE (TXN-IDX)
                       MOVE TXN-REASON TO WS-TXN-REASON (TXN-IDX)
                       MOVE TXN-DATA TO WS-TXN-DATA (TXN-IDX)
                       MOVE TXN-USER TO WS-TXN-USER (TXN-IDX)
                       MOVE "N" TO WS-TXN-USED-FLG (TXN-IDX)
                       PERFORM AUTHORIZE-TXN
                    ELSE
                       DISPLAY "EDREPAIR: TRANSACTION TABLE FULL, "
                          "SEQ " TXN-SEQ " DROPPED"
                 END-IF
           END-READ.

      *> A transaction whose user does not hold its action for
      *> EDREPAIR stays in the table flagged R so the report can
      *> list it, but no reject can match it; the refusal is
      *> audited under the user it names.
       AUTHORIZE-TXN.
           CALL "OPAUTH" USING WS-AUTH-FUNCTION TXN-USER
              WS-AUTH-PROGRAM TXN-ACTION WS-AUTH-GRANTED
           IF NOT AUTH-GRANTED
              ADD 1 TO WS-NOTAUTH-COUNT
              MOVE "R" TO WS-TXN-USED-FLG (TXN-IDX)
              DISPLAY "EDREPAIR: TRANSACTION SEQ " TXN-SEQ
                 " REFUSED, USER " TXN-USER " NOT AUTHORIZED FOR "
                 TXN-ACTION
              MOVE "NOTAUTH" TO FDL-DISP
              PERFORM AUDIT-TRANSACTION
           END-IF.

      *> EDRECYC is extended so the afternoon pass appends behind
      *> the morning's repairs; status 35 (the nightly chain
      *> deleted the consumed queue) creates it fresh, the same
           PERFORM VARYING TXN-IDX FROM 1 BY 1
              UNTIL TXN-IDX > WS-TXN-USED OR TXN-FOUND
              IF WS-TXN-SEQ (TXN-IDX) = WS-REJ-SEQ
                 AND WS-TXN-USED-FLG (TXN-IDX) NOT = "R"
                 MOVE "Y" TO WS-TXN-FOUND
                 MOVE "Y" TO WS-TXN-USED-FLG (TXN-IDX)
                 IF WS-TXN-SOURCE (TXN-IDX) = REJ-SOURCE-FILE
                       " " REJ-REASON-CODE
                    MOVE "WRONGTGT" TO RDL-DISP
                    PERFORM WRITE-REJ-DTL
                    PERFORM AUDIT-DISPOSITION
                    MOVE 8 TO WS-RC-CANDIDATE
                    PERFORM SET-RETURN-CODE
                 END-IF
                 ADD 1 TO WS-DROP-COUNT
                 MOVE "DROPPED" TO RDL-DISP
           END-EVALUATE
           PERFORM WRITE-REJ-DTL
           PERFORM AUDIT-DISPOSITION.

      *> TXN-IDX addresses the transaction that caused the
      *> disposition.
       AUDIT-DISPOSITION.
           MOVE RDL-DISP TO FDL-DISP
           PERFORM AUDIT-TRANSACTION.

      *> Audits the transaction TXN-IDX addresses, with the
      *> disposition in FDL-DISP, under the transaction's user.
       AUDIT-TRANSACTION.
           MOVE "US" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC
              WS-TXN-USER (TXN-IDX)
           MOVE SPACES TO WS-AUDIT-INPUT
           MOVE WS-TXN-ACTION (TXN-IDX) TO WS-AUDIT-INPUT(1:4)
           MOVE WS-TXN-SEQ (TXN-IDX) TO WS-AUDIT-INPUT(6:5)
           MOVE WS-TXN-SOURCE (TXN-IDX) TO WS-AUDIT-INPUT(12:8)
           MOVE WS-TXN-REASON (TXN-IDX) TO WS-AUDIT-INPUT(21:4)
           MOVE WS-TXN-USER (TXN-IDX) TO WS-AUDIT-INPUT(26:8)
           MOVE WS-TXN-DATA (TXN-IDX) TO WS-AUDIT-INPUT(35:216)
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE FDL-DISP TO WS-AUDIT-RESULT(1:10)
           PERFORM WRITE-AUDIT-REC
           IF WS-AUDIT-STATUS NOT = "00"
              MOVE 12 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           END-IF.

       WRITE-RECYCLE-REC.
           WRITE RECYCLE-REC
              END-IF
           END-PERFORM.

       WRITE-REFUSED-TXNS.
           IF WS-NOTAUTH-COUNT > 0
              MOVE SPACES TO REPAIR-RPT-REC
              WRITE REPAIR-RPT-REC
              MOVE "REFUSED TRANSACTIONS - USER NOT AUTHORIZED"
                 TO WS-SECTION-LINE
              WRITE REPAIR-RPT-REC FROM WS-SECTION-LINE
              MOVE "NOTAUTH" TO FDL-DISP
              PERFORM WRITE-REF-DTL
                 VARYING TXN-IDX FROM 1 BY 1
                 UNTIL TXN-IDX > WS-TXN-USED
           END-IF.

       WRITE-REF-DTL.
           IF WS-TXN-USED-FLG (TXN-IDX) = "R"
              MOVE WS-TXN-SEQ (TXN-IDX) TO FDL-SEQ
              MOVE WS-TXN-SOURCE (TXN-IDX) TO FDL-SOURCE
              MOVE WS-TXN-REASON (TXN-IDX) TO FDL-REASON
              MOVE WS-TXN-ACTION (TXN-IDX) TO FDL-ACTION
              MOVE WS-TXN-USER (TXN-IDX) TO FDL-USER
              WRITE REPAIR-RPT-REC FROM WS-REF-DTL-LINE
           END-IF.

       WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPAIR-RPT-REC
           WRITE REPAIR-RPT-REC
           WRITE REPAIR-RPT-REC FROM WS-COUNT-LINE
           MOVE "WRONG-TARGET REFUSED .......: " TO CNT-LIT
           MOVE WS-WRONG-TGT TO CNT-VALUE
           WRITE REPAIR-RPT-REC FROM WS-COUNT-LINE
           MOVE "UNAUTHORIZED REFUSED .......: " TO CNT-LIT
           MOVE WS-NOTAUTH-COUNT TO CNT-VALUE
           WRITE REPAIR-RPT-REC FROM WS-COUNT-LINE.

       SET-RETURN-CODE.
           IF WS-RC-CANDIDATE > WS-RETURN-CODE
              MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
           END-IF.

       COPY AUDITWRT.
