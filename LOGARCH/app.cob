           MOVE WS-TOT-AGED TO WS-TOT-ED
           IF WS-TOT-ERRORS > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-OUT-OF-BALANCE" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "count verification failed on "
                   TRIM(WS-POLICY-PATH)
               CLOSE SUMMARY-FILE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "no retention policy file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
