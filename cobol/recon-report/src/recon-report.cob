      *> balance section comparing what EDBATCH wrote to each clean
      *> extract against what the downstream driver read from it. A
      *> truncated transfer of any extract now shows up here instead
      *> of in a customer complaint. When the combined-feed MXBATCH
      *> has reported its MIXOUT, a return-file balance section
      *> proves the MXRETURN department return files and the MIXEXCP
      *> exception file add up to it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 SRC-IDX          PIC 9(2).
       01 DST-IDX          PIC 9(2).
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
       01 WS-RETURNED-TOTAL  PIC 9(9).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(36)
              TO WS-SECTION-LINE
           WRITE RECON-RPT-REC FROM WS-SECTION-LINE
           PERFORM CROSS-STEP-BALANCE
           PERFORM RETURN-FILE-BALANCE
              VARYING SRC-IDX FROM 1 BY 1
              UNTIL SRC-IDX > WS-ENTRY-USED
           MOVE SPACES TO RECON-RPT-REC
           WRITE RECON-RPT-REC
           EVALUATE TRUE
              END-IF
           END-PERFORM.

      *> The MXBATCH/MIXOUT detail count against everything MXRETURN
      *> wrote to the department return files and MIXEXCP -- every
      *> MXRETURN entry but its own MXRETURN/MIXOUT split total. No
      *> MXRETURN entries at all means the split never ran, which
      *> is a mismatch like any other.
       RETURN-FILE-BALANCE.
           IF WS-ENT-PROGRAM (SRC-IDX) = "MXBATCH"
              AND WS-ENT-FILE (SRC-IDX) = "MIXOUT"
              MOVE 0 TO WS-RETURNED-TOTAL
              PERFORM ADD-RETURNED-COUNT
                 VARYING DST-IDX FROM 1 BY 1
                 UNTIL DST-IDX > WS-ENTRY-USED
              MOVE SPACES TO RECON-RPT-REC
              WRITE RECON-RPT-REC
              MOVE "RETURN FILE BALANCE (MIXOUT VS RETURN FILES)"
                 TO WS-SECTION-LINE
              WRITE RECON-RPT-REC FROM WS-SECTION-LINE
              MOVE WS-ENT-FILE (SRC-IDX) TO BAL-FILE
              MOVE WS-ENT-OUT (SRC-IDX) TO BAL-OUT
              MOVE WS-RETURNED-TOTAL TO BAL-IN
              IF WS-ENT-OUT (SRC-IDX) = WS-RETURNED-TOTAL
                 MOVE "BALANCED" TO BAL-VERDICT
              ELSE
                 MOVE "MISMATCH" TO BAL-VERDICT
                 ADD 1 TO WS-EXCEPTION-COUNT
              END-IF
              WRITE RECON-RPT-REC FROM WS-BALANCE-LINE
           END-IF.

       ADD-RETURNED-COUNT.
           IF WS-ENT-PROGRAM (DST-IDX) = "MXRETURN"
              AND WS-ENT-FILE (DST-IDX) NOT = "MIXOUT"
              ADD WS-ENT-OUT (DST-IDX) TO WS-RETURNED-TOTAL
           END-IF.

       WRITE-BALANCE-LINE.
           MOVE WS-ENT-FILE (SRC-IDX) TO BAL-FILE
           MOVE WS-ENT-OUT (SRC-IDX) TO BAL-OUT
