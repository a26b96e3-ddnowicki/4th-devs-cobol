                   DISPLAY "BLAD: tryb RECORD wymaga "
                       "MOCKHUB_UPSTREAM"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
                   MOVE "RECORD mode without upstream"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
           IF WS-SERVER-FD < 0
               DISPLAY "BLAD: socket() = " WS-SERVER-FD
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "socket() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-RESULT < 0
               DISPLAY "BLAD: bind() = " WS-RESULT
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "bind() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-RESULT < 0
               DISPLAY "BLAD: listen() = " WS-RESULT
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "listen() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
