      *>             rejects over the standing threshold, or any
      *>             monitor input that could not be read
      *>   WARNING   rejects on EDITREJ under the threshold, PGDELTA
      *>             changes listed that no approved fixture change
      *>             explains, a RUNSTATS latest run at RC 4
      *> The RUNSTATS judgment covers only runs started on or after
      *> the cycle date on RUNCTL -- the file is cumulative, and
      *> without the filter an intermittent identity (a partition
                    IF DELTA-RPT-REC(15:8) = "CHANGED "
                       OR DELTA-RPT-REC(15:8) = "ADDED   "
                       OR DELTA-RPT-REC(15:8) = "DROPPED "
                       IF DELTA-RPT-REC(113:8) NOT = "APPROVED"
                          ADD 1 TO WS-CHANGE-COUNT
                       END-IF
                    END-IF
                    IF DELTA-RPT-REC(1:18) = "COMPARISON NOT RUN"
                       MOVE "FIXTURE COMPARISON NOT RUN"
           CLOSE DELTA-RPT
           IF WS-CHANGE-COUNT > 0
              MOVE SPACES TO WS-FINDING
              MOVE "UNEXPLAINED FIXTURE CHANGES ON PGDELTA: "
                 TO WS-FINDING(1:40)
              MOVE WS-CHANGE-COUNT TO WS-FINDING(41:9)
              PERFORM ADD-WARNING
           END-IF.

