      *> ============================================================
       LLM-LOG-FAILOVER.
           MOVE FUNCTION CURRENT-DATE TO WS-LLM-FO-TS
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           PERFORM RUNLOG-STAMP-REC
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .
