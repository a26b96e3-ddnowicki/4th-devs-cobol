      *> ============================================================
      *> RSNCODE-PROC.cpy - Shared run-log reason-code catalog.
      *> COPY in PROCEDURE DIVISION (after last task paragraph).
      *> The caller declares its own REASON-CODE-FILE/
      *> REASON-CODE-REC SELECT/FD over WS-RSN-PATH, the same way
      *> every program declares RUN-LOG-FILE for RUNLOG-PROC.cpy.
      *> RSN-LOAD-CATALOG reads reason_codes.dat (BATCH_REASON_FILE,
      *> or ../BATCHCTL/reason_codes.dat from a program directory)
      *> once; RSN-LOOKUP turns WS-RSN-CODE into category, severity
      *> and operator action; RSN-FROM-RECORD takes the REASON:<code>
      *> tag of the run-log record in WS-RSN-LINE and looks it up.
      *> ============================================================
       RSN-LOAD-CATALOG.
           MOVE 0 TO WS-RSN-CNT
           MOVE SPACES TO WS-RSN-ENVPATH
           ACCEPT WS-RSN-ENVPATH
               FROM ENVIRONMENT "BATCH_REASON_FILE"
           IF WS-RSN-ENVPATH NOT = SPACES
               MOVE WS-RSN-ENVPATH TO WS-RSN-PATH
           END-IF
           OPEN INPUT REASON-CODE-FILE
           IF WS-RSN-FS NOT = "00"
               DISPLAY "  UWAGA: brak katalogu kodow przyczyn "
                   TRIM(WS-RSN-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RSN-EOF
           PERFORM UNTIL WS-RSN-EOF = "Y"
               READ REASON-CODE-FILE
                   AT END
                       MOVE "Y" TO WS-RSN-EOF
                   NOT AT END
                       PERFORM RSN-LOAD-ONE
               END-READ
           END-PERFORM
           CLOSE REASON-CODE-FILE
           .

       RSN-LOAD-ONE.
           IF REASON-CODE-REC(1:1) = "#"
           OR REASON-CODE-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RSN-CNT >= WS-RSN-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RSN-CNT
           UNSTRING REASON-CODE-REC DELIMITED BY "|"
               INTO WS-RSN-T-CODE(WS-RSN-CNT)
                    WS-RSN-T-CAT(WS-RSN-CNT)
                    WS-RSN-T-SEV(WS-RSN-CNT)
                    WS-RSN-T-ACTION(WS-RSN-CNT)
           END-UNSTRING
           IF WS-RSN-T-CODE(WS-RSN-CNT) = SPACES
               SUBTRACT 1 FROM WS-RSN-CNT
           END-IF
           .

       RSN-LOOKUP.
           MOVE "N" TO WS-RSN-FOUND
           MOVE SPACES TO WS-RSN-CATEGORY WS-RSN-SEVERITY
                          WS-RSN-ACTION
           IF WS-RSN-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RSN-I FROM 1 BY 1
               UNTIL WS-RSN-I > WS-RSN-CNT
               OR WS-RSN-FOUND = "Y"
               IF WS-RSN-T-CODE(WS-RSN-I) = WS-RSN-CODE
                   MOVE "Y" TO WS-RSN-FOUND
                   MOVE WS-RSN-T-CAT(WS-RSN-I)
                       TO WS-RSN-CATEGORY
                   MOVE WS-RSN-T-SEV(WS-RSN-I)
                       TO WS-RSN-SEVERITY
                   MOVE WS-RSN-T-ACTION(WS-RSN-I)
                       TO WS-RSN-ACTION
               END-IF
           END-PERFORM
           .

       RSN-FROM-RECORD.
           MOVE SPACES TO WS-RSN-CODE WS-RSN-HEAD WS-RSN-TAIL
           UNSTRING WS-RSN-LINE DELIMITED BY "|REASON:"
               INTO WS-RSN-HEAD WS-RSN-TAIL
           END-UNSTRING
           IF WS-RSN-TAIL NOT = SPACES
               UNSTRING WS-RSN-TAIL DELIMITED BY "|"
                   INTO WS-RSN-CODE
               END-UNSTRING
           END-IF
           PERFORM RSN-LOOKUP
           .
