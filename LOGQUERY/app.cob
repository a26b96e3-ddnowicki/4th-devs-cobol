           IF WS-PAT-CT = 0
               DISPLAY "  BLAD: brak wzorcow do przeszukania"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "no archive patterns"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-EXTRACT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "extract write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
