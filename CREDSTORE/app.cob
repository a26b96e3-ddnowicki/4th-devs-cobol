               DISPLAY "CREDSTORE_ACTION: SET, ROTATE, LIST "
                   "lub CHECK-EXPIRY"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "unknown action" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
               OR LENGTH(TRIM(WS-CRED-EXPIRY)) NOT = 8)
               DISPLAY "BLAD: CRED_EXPIRY musi byc YYYYMMDD"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "bad CRED_EXPIRY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "Potrzebne: CRED_STORE_KEY, "
                   "CRED_NAME, CRED_VALUE"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing env for SET"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "Potrzebne: CRED_STORE_KEY (nowy) i "
                   "CRED_STORE_KEY_OLD (stary)"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing env for ROTATE"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-KEY-OK NOT = "Y"
               DISPLAY "BLAD: stary klucz nie pasuje"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-KEY-BAD" TO WS-RUNLOG-REASON
               MOVE "old key check failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "BLAD: nie mozna zapisac "
                   TRIM(WS-EXP-REPORT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "expiry report write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               WRITE EXPIRY-REPORT-REC
               CLOSE EXPIRY-REPORT-FILE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "no credential store"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-EXP-WARN-CNT > 0
           OR WS-EXP-EXPIRED-CNT > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "CRED-EXPIRING" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
               DISPLAY "BLAD: CRED_STORE_KEY nie pasuje do "
                   "istniejacego magazynu"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-KEY-BAD" TO WS-RUNLOG-REASON
               MOVE "store key check failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "BLAD: nie mozna zapisac "
                   TRIM(WS-STORE-NEW-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "store write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
