                   DISPLAY "STATESNAP_ACTION: SNAPSHOT, "
                       "RESTORE lub LIST"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "unknown action"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
               DISPLAY "  BLAD: brak "
                   TRIM(WS-MANIFEST-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing state manifest"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "BLAD: ustaw STATESNAP_BUNDLE="
                   "bundle_<YYYYMMDDhhmmss>"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing STATESNAP_BUNDLE"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY "  BLAD: brak "
                   TRIM(WS-MANIFEST-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing state manifest"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
