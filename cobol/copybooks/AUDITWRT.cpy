      *> point, but the log stays open across the run with a
      *> periodic sync, which the batch window needs and a per-call
      *> interactive session does not.
      *> Each record is chain-stamped through AUDCHAIN (see
      *> AUDITLOG.cpy) before the WRITE and committed to the chain
      *> only once the WRITE succeeds, so a failed write leaves no
      *> hole in the sequence. The chain tail is re-read (RL) under
      *> the OPEN EXTEND on every record, so a session that stays up
      *> while batch jobs append to the log chains on from their last
      *> record, not the one it saw when it started. Caller also
      *> declares WS-AUDIT-CHAIN-FUNC PIC X(2).
       WRITE-AUDIT-REC.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
              DISPLAY "WRITE-AUDIT-REC: OPEN FAILED, STATUS="
                 WS-AUDIT-STATUS " PROGRAM=" WS-AUDIT-PROGRAM
           ELSE
              MOVE "RL" TO WS-AUDIT-CHAIN-FUNC
              CALL "AUDCHAIN" USING WS-AUDIT-CHAIN-FUNC AUDIT-REC
              MOVE WS-AUDIT-PROGRAM TO AUDIT-PROGRAM
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
              END-IF
              CLOSE AUDIT-LOG
           END-IF.
