                   DISPLAY "        SENSMAST_ENTRY="
                       "type|pattern|min|max[|od|do|delta]"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "unknown action"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
                   "type|pattern|min|max[|od|do] (min/max "
                   "liczbowe)"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "bad SENSMAST_ENTRY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           AND TEST-NUMVAL(WS-FLD-DELTA) NOT = 0
               DISPLAY "BLAD: max-delta musi byc liczbowy"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "bad max-delta"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF NUMVAL(WS-FLD-MIN) > NUMVAL(WS-FLD-MAX)
               DISPLAY "BLAD: min > max"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "min above max"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               AND TRIM(WS-FLD-TO) NOT NUMERIC)
               DISPLAY "BLAD: daty od/do musza byc YYYYMMDD"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "bad effective date"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-NEW-FROM > WS-NEW-TO
               DISPLAY "BLAD: data od > data do"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "eff-from above eff-to"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   "wpis " TRIM(WS-FLD-TYPE) " "
                   TRIM(WS-FLD-PATTERN)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-CONFLICT" TO WS-RUNLOG-REASON
               MOVE "overlapping effective dates"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "BLAD: nie mozna zapisac "
                   TRIM(WS-MASTER-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "master write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "Brak " TRIM(WS-MASTER-PATH)
                   " - uzyj ADD"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "no master file for AMEND"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "BLAD: nie mozna zapisac "
                   TRIM(WS-MASTER-NEW-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "master rewrite failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
