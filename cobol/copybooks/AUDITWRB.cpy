      *> usual WS-AUDIT-* fields, PERFORMs OPEN-AUDIT-BATCH from its
      *> OPEN-FILES and CLOSE-AUDIT-BATCH from its CLOSE-FILES. The
      *> status-35 fall-back to OPEN OUTPUT matches AUDITWRT.
      *> Chain stamping through AUDCHAIN is the same as AUDITWRT's
      *> (caller declares WS-AUDIT-CHAIN-FUNC PIC X(2) too); the
      *> chain state is loaded from the log before the first OPEN
      *> EXTEND of the run so the tail is read before any record of
      *> this run is appended.
       OPEN-AUDIT-BATCH.
           MOVE "LD" TO WS-AUDIT-CHAIN-FUNC
           CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC AUDIT-REC
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-LOG
              MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
              MOVE WS-AUDIT-INPUT TO AUDIT-INPUT-VALUE
              MOVE WS-AUDIT-RESULT TO AUDIT-RESULT-VALUE
              MOVE "ST" TO WS-AUDIT-CHAIN-FUNC
              CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC AUDIT-REC
              WRITE AUDIT-REC
              IF WS-AUDIT-STATUS NOT = "00"
                 DISPLAY "WRITE-AUDIT-REC: WRITE FAILED, STATUS="
                    WS-AUDIT-STATUS " PROGRAM=" WS-AUDIT-PROGRAM
              ELSE
                 MOVE "CM" TO WS-AUDIT-CHAIN-FUNC
                 CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC AUDIT-REC
                 ADD 1 TO WS-AUDIT-WRITE-COUNT
                 DIVIDE WS-AUDIT-WRITE-COUNT
                    BY WS-AUDIT-FLUSH-INTERVAL
