      *> ============================================================
      *> PERIOD-PROC.cpy - Month-end close register lookups
      *> COPY in PROCEDURE DIVISION (after last task paragraph).
      *> The caller declares its own PERIOD-FILE/PERIOD-REC
      *> SELECT/FD over WS-PERIOD-PATH, the same way it declares
      *> RUN-LOG-FILE for RUNLOG-PROC.cpy.
      *> MONTHEND appends yyyymm|CLOSED|ts|by to the register when
      *> it freezes a month's ledgers into periods/<yyyymm>/. Once
      *> a month is in the register nothing may be posted to it:
      *> every ledger writer moves its ledger's short name into
      *> WS-PERIOD-LEDGER and the yyyymm of the record it is about
      *> to write (the date field MONTHEND files it under) into
      *> WS-PERIOD-POST-MONTH, PERFORMs PERIOD-CHECK-POSTING before
      *> it writes, and skips the write when WS-PERIOD-CLOSED = Y
      *> (the run-log result then carries PERIOD-CLOSED <ledger>).
      *> Readers that need the list itself PERFORM PERIOD-LOAD and
      *> walk WS-PERIOD-CMONTH(1..WS-PERIOD-CT), or set
      *> WS-PERIOD-MONTH and PERFORM PERIOD-CHECK-MONTH.
      *> The register is read once per run.
      *> ============================================================
       PERIOD-LOAD.
           IF WS-PERIOD-LOADED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PERIOD-LOADED
           MOVE 0 TO WS-PERIOD-CT
           MOVE SPACES TO WS-PERIOD-ENVPATH
           ACCEPT WS-PERIOD-ENVPATH
               FROM ENVIRONMENT "BATCH_PERIOD_FILE"
           IF WS-PERIOD-ENVPATH NOT = SPACES
               MOVE WS-PERIOD-ENVPATH TO WS-PERIOD-PATH
           END-IF
      *>   Period files live in periods/ beside the register
           MOVE 0 TO WS-PERIOD-P
           PERFORM VARYING WS-PERIOD-I FROM 1 BY 1
               UNTIL WS-PERIOD-I > LENGTH(TRIM(WS-PERIOD-PATH))
               IF WS-PERIOD-PATH(WS-PERIOD-I:1) = "/"
                   MOVE WS-PERIOD-I TO WS-PERIOD-P
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PERIOD-DIR
           IF WS-PERIOD-P > 0
               STRING
                   WS-PERIOD-PATH(1:WS-PERIOD-P) "periods"
                   DELIMITED SIZE
                   INTO WS-PERIOD-DIR
               END-STRING
           ELSE
               MOVE "periods" TO WS-PERIOD-DIR
           END-IF

           MOVE "N" TO WS-PERIOD-EOF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FS NOT = "00"
      *>       No register means no month has been closed yet
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-EOF = "Y"
               READ PERIOD-FILE INTO WS-PERIOD-LINE
                   AT END
                       MOVE "Y" TO WS-PERIOD-EOF
                   NOT AT END
                       PERFORM PERIOD-LOAD-ONE
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           .

       PERIOD-LOAD-ONE.
           IF WS-PERIOD-LINE(1:1) = "#"
           OR WS-PERIOD-LINE = SPACES
           OR WS-PERIOD-CT >= WS-PERIOD-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PERIOD-F-MONTH WS-PERIOD-F-STATE
                          WS-PERIOD-F-TS WS-PERIOD-F-BY
           UNSTRING WS-PERIOD-LINE DELIMITED BY "|"
               INTO WS-PERIOD-F-MONTH
                    WS-PERIOD-F-STATE
                    WS-PERIOD-F-TS
                    WS-PERIOD-F-BY
           END-UNSTRING
           IF TRIM(WS-PERIOD-F-MONTH) NOT NUMERIC
           OR LENGTH(TRIM(WS-PERIOD-F-MONTH)) NOT = 6
           OR UPPER-CASE(TRIM(WS-PERIOD-F-STATE)) NOT = "CLOSED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PERIOD-CT
           MOVE TRIM(WS-PERIOD-F-MONTH)
               TO WS-PERIOD-CMONTH(WS-PERIOD-CT)
           MOVE TRIM(WS-PERIOD-F-TS)
               TO WS-PERIOD-CTS(WS-PERIOD-CT)
           MOVE TRIM(WS-PERIOD-F-BY)
               TO WS-PERIOD-CBY(WS-PERIOD-CT)
           .

       PERIOD-CHECK-MONTH.
           PERFORM PERIOD-LOAD
           MOVE "N" TO WS-PERIOD-CLOSED
           MOVE 0 TO WS-PERIOD-HIT
           PERFORM VARYING WS-PERIOD-I FROM 1 BY 1
               UNTIL WS-PERIOD-I > WS-PERIOD-CT
               OR WS-PERIOD-CLOSED = "Y"
               IF WS-PERIOD-CMONTH(WS-PERIOD-I) = WS-PERIOD-MONTH
                   MOVE "Y" TO WS-PERIOD-CLOSED
                   MOVE WS-PERIOD-I TO WS-PERIOD-HIT
               END-IF
           END-PERFORM
           .

      *> -- Refuse a posting dated in a closed month. The month is
      *> -- the record's own (WS-PERIOD-POST-MONTH); a caller that
      *> -- leaves it blank posts under today's date. One-shot:
      *> -- cleared again for the next posting --
       PERIOD-CHECK-POSTING.
           IF WS-PERIOD-POST-MONTH IS NUMERIC
               MOVE WS-PERIOD-POST-MONTH TO WS-PERIOD-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-PERIOD-NOW
               MOVE WS-PERIOD-NOW(1:6) TO WS-PERIOD-MONTH
           END-IF
           MOVE SPACES TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-MONTH
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "  BLAD: okres " WS-PERIOD-MONTH
                   " zamkniety - zapis do "
                   TRIM(WS-PERIOD-LEDGER) " odrzucony"
               MOVE WS-PERIOD-LEDGER TO WS-RUNLOG-PERIOD-MISS
           END-IF
           .
