      *> counts pick up the supplemental whole-day totals while the
      *> S-suffixed RECONFIL records are still on file; by the next
      *> morning's full run the nightly STEP001 has deleted them.
      *>
      *> A shipment SHIPRSND has sent again comes back on the
      *> pending file re-armed (age zero, its resend number set);
      *> the full run lists each resend ACKRPT has not shown yet as
      *> a RESENT line ahead of the acknowledgments, and every
      *> disposition line carries the entry's resend number.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY RECONREC.

       FD  PEND-IN
           RECORD CONTAINS 31 CHARACTERS.
       COPY ACKPEND.

       FD  PEND-OUT
           RECORD CONTAINS 31 CHARACTERS.
       01 PEND-OUT-REC    PIC X(31).

       FD  ACK-RPT
           RECORD CONTAINS 100 CHARACTERS.
           10 WS-PND-DATE     PIC X(8).
           10 WS-PND-COUNT    PIC 9(9).
           10 WS-PND-AGE      PIC 9(2).
           10 WS-PND-RSND-SEQ PIC 9(2).
           10 WS-PND-RSND-NEW PIC 9(2).
           10 WS-PND-STATE    PIC X.
             88 PND-OPEN      VALUE "O".
             88 PND-MATCHED   VALUE "M".
       01 WS-UNEXPECTED     PIC 9(9) VALUE 0.
       01 WS-OUTSTANDING    PIC 9(9) VALUE 0.
       01 WS-OVERDUE        PIC 9(9) VALUE 0.
       01 WS-RESENT         PIC 9(9) VALUE 0.
       01 WS-RSND-LINE-SEQ  PIC 9(2).

       01 WS-HDR-LINE.
         05 FILLER          PIC X(32)
         05 ADL-ACK         PIC 9(9).
         05 FILLER          PIC X(6)  VALUE " AGE= ".
         05 ADL-AGE         PIC 9(2).
         05 FILLER          PIC X(7)  VALUE " RSND= ".
         05 ADL-RSND        PIC 9(2).
         05 FILLER          PIC X(24) VALUE SPACES.

       01 WS-COUNT-LINE.
         05 CNT-LIT         PIC X(30).
           PERFORM LOAD-PRIOR-PENDINGS
           PERFORM LOAD-RECON-SHIPMENTS
           IF NOT REFRESH-MODE
              PERFORM REPORT-RESENDS
                 VARYING PND-IDX FROM 1 BY 1
                 UNTIL PND-IDX > WS-PEND-USED
              PERFORM APPLY-ACKNOWLEDGMENTS
              PERFORM AGE-AND-REPORT-PENDINGS
           END-IF
              MOVE APD-CYCLE-DATE TO WS-PND-DATE (PND-IDX)
              MOVE APD-OUT-COUNT TO WS-PND-COUNT (PND-IDX)
              MOVE APD-AGE-CYCLES TO WS-PND-AGE (PND-IDX)
              MOVE 0 TO WS-PND-RSND-SEQ (PND-IDX)
              MOVE 0 TO WS-PND-RSND-NEW (PND-IDX)
              IF APD-RESEND-SEQ IS NUMERIC
                 AND APD-RESEND-UNRPT IS NUMERIC
                 MOVE APD-RESEND-SEQ TO WS-PND-RSND-SEQ (PND-IDX)
                 MOVE APD-RESEND-UNRPT TO WS-PND-RSND-NEW (PND-IDX)
              END-IF
              MOVE "O" TO WS-PND-STATE (PND-IDX)
           ELSE
              DISPLAY "ACKBAL: PENDING TABLE FULL, ENTRY FOR "
                 MOVE WS-CYCLE-DATE TO WS-PND-DATE (PND-IDX)
                 MOVE RECON-OUT-COUNT TO WS-PND-COUNT (PND-IDX)
                 MOVE 0 TO WS-PND-AGE (PND-IDX)
                 MOVE 0 TO WS-PND-RSND-SEQ (PND-IDX)
                 MOVE 0 TO WS-PND-RSND-NEW (PND-IDX)
                 MOVE "O" TO WS-PND-STATE (PND-IDX)
              ELSE
                 DISPLAY "ACKBAL: PENDING TABLE FULL, SHIPMENT "
              END-IF
           END-IF.

      *> One RESENT line per resend not yet on ACKRPT -- SHIPRSND
      *> may have sent the same shipment more than once since the
      *> last full run -- numbered up to the entry's latest resend.
      *> The count is cleared here so the rewritten pending file
      *> does not show them again tomorrow.
       REPORT-RESENDS.
           IF WS-PND-RSND-NEW (PND-IDX) > WS-PND-RSND-SEQ (PND-IDX)
              MOVE WS-PND-RSND-SEQ (PND-IDX)
                 TO WS-PND-RSND-NEW (PND-IDX)
           END-IF
           IF WS-PND-RSND-NEW (PND-IDX) > 0
              COMPUTE WS-RSND-LINE-SEQ = WS-PND-RSND-SEQ (PND-IDX)
                 - WS-PND-RSND-NEW (PND-IDX) + 1
              PERFORM WRITE-RESENT-LINE
                 UNTIL WS-RSND-LINE-SEQ > WS-PND-RSND-SEQ (PND-IDX)
              MOVE 0 TO WS-PND-RSND-NEW (PND-IDX)
           END-IF.

       WRITE-RESENT-LINE.
           ADD 1 TO WS-RESENT
           MOVE "RESENT     " TO ADL-VERDICT
           MOVE WS-PND-FILE (PND-IDX) TO ADL-FILE
           MOVE WS-PND-DATE (PND-IDX) TO ADL-DATE
           MOVE WS-PND-COUNT (PND-IDX) TO ADL-OUT
           MOVE 0 TO ADL-ACK
           MOVE WS-PND-AGE (PND-IDX) TO ADL-AGE
           MOVE WS-RSND-LINE-SEQ TO ADL-RSND
           WRITE ACK-RPT-REC FROM WS-ACK-DTL-LINE
           ADD 1 TO WS-RSND-LINE-SEQ.

       APPLY-ACKNOWLEDGMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ACK-IN
              MOVE 0 TO ADL-OUT
              MOVE ACK-REC-COUNT TO ADL-ACK
              MOVE 0 TO ADL-AGE
              MOVE 0 TO ADL-RSND
              WRITE ACK-RPT-REC FROM WS-ACK-DTL-LINE
              MOVE 4 TO WS-RC-CANDIDATE
              PERFORM SET-RETURN-CODE
           MOVE WS-PND-COUNT (PND-IDX) TO ADL-OUT
           MOVE ACK-REC-COUNT TO ADL-ACK
           MOVE WS-PND-AGE (PND-IDX) TO ADL-AGE
           MOVE WS-PND-RSND-SEQ (PND-IDX) TO ADL-RSND
           IF ACK-ACCEPTED
              AND ACK-REC-COUNT = WS-PND-COUNT (PND-IDX)
              ADD 1 TO WS-MATCH-COUNT
                 MOVE WS-PND-COUNT (PND-IDX) TO ADL-OUT
                 MOVE 0 TO ADL-ACK
                 MOVE WS-PND-AGE (PND-IDX) TO ADL-AGE
                 MOVE WS-PND-RSND-SEQ (PND-IDX) TO ADL-RSND
                 IF WS-PND-AGE (PND-IDX) >= WS-AGE-LIMIT
                    ADD 1 TO WS-OVERDUE
                    MOVE "OVERDUE    " TO ADL-VERDICT
                    MOVE WS-PND-DATE (PND-IDX) TO APD-CYCLE-DATE
                    MOVE WS-PND-COUNT (PND-IDX) TO APD-OUT-COUNT
                    MOVE WS-PND-AGE (PND-IDX) TO APD-AGE-CYCLES
                    MOVE WS-PND-RSND-SEQ (PND-IDX) TO APD-RESEND-SEQ
                    MOVE WS-PND-RSND-NEW (PND-IDX)
                       TO APD-RESEND-UNRPT
                    WRITE PEND-OUT-REC FROM ACKPEND-REC
                 END-IF
              END-PERFORM
           WRITE ACK-RPT-REC FROM WS-COUNT-LINE
           MOVE "OVERDUE (PAST AGE LIMIT) ...: " TO CNT-LIT
           MOVE WS-OVERDUE TO CNT-VALUE
           WRITE ACK-RPT-REC FROM WS-COUNT-LINE
           MOVE "RESENDS REPORTED ...........: " TO CNT-LIT
           MOVE WS-RESENT TO CNT-VALUE
           WRITE ACK-RPT-REC FROM WS-COUNT-LINE.

       SET-RETURN-CODE.
