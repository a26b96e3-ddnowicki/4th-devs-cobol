      *> the provider-billed token counts (with the byte sizes kept
      *> as the fallback estimate for responses without a usage
      *> block).
      *> Programs whose prompts come from the prompt library
      *> (PROMPTLIB-PROC.cpy) also set WS-APICOST-PROMPT/-PVER to
      *> the prompt name(s) and version(s) the call was built from
      *> ("+"-joined when one call uses several); they are written
      *> as the ninth and tenth fields and stay empty otherwise.
      *> For the monthly budget gate, also declare your own
      *> API-BUDGET-FILE/API-BUDGET-REC SELECT/FD over
      *> WS-APIBUDGET-PATH and PERFORM CHECK-API-BUDGET right after
      *> setting WS-APICOST-PROGID: when COSTGOV has marked this
      *> program OVER for the current month the run refuses to start
      *> (API_BUDGET_OVERRIDE=Y forces it through for emergencies).
      *> Ledger appends take an exclusive lock with the bounded wait
      *> of RUNLOG-PROC (BATCH_LOCK_WAIT); a line that cannot get
      *> the lock is dropped whole and the run-log result carries
      *> LOCK-TIMEOUT api_usage.log.
      *> Under a TEST environment profile the line is only written
      *> inside the profile's data root (RUNLOG-GUARD-PATH), so a
      *> test night never adds to the spend COSTGOV bills.
      *> Once MONTHEND has closed the month a call falls in, its
      *> line is refused (PERIOD-CHECK-POSTING) - declare your own
      *> PERIOD-FILE/PERIOD-REC SELECT/FD over WS-PERIOD-PATH and
      *> COPY PERIOD-WS/PERIOD-PROC alongside this copybook.
      *> ============================================================
       RECORD-API-CALL.
           PERFORM APICOST-LOAD-ENV
           ADD 1 TO WS-APICOST-CALLNUM
           MOVE FUNCTION CURRENT-DATE TO WS-APICOST-TS
           MOVE WS-APICOST-PATH TO WS-RUNLOG-GUARD-PATH
           PERFORM RUNLOG-GUARD-PATH
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               DISPLAY "  UWAGA: profil testowy - wywolanie "
                   WS-APICOST-CALLNUM " nie zapisane w "
                   TRIM(WS-APICOST-PATH)
                   " (poza katalogiem danych)"
               MOVE 0 TO WS-APICOST-PTOK
               MOVE 0 TO WS-APICOST-CTOK
               EXIT PARAGRAPH
           END-IF
           MOVE "api_usage.log" TO WS-PERIOD-LEDGER
           MOVE WS-APICOST-TS(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               MOVE 0 TO WS-APICOST-PTOK
               MOVE 0 TO WS-APICOST-CTOK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN EXTEND SHARING WITH NO OTHER API-COST-FILE
           IF WS-APICOST-FS = "35"
               OPEN OUTPUT SHARING WITH NO OTHER API-COST-FILE
           END-IF
           PERFORM UNTIL WS-APICOST-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN EXTEND SHARING WITH NO OTHER API-COST-FILE
               IF WS-APICOST-FS = "35"
                   OPEN OUTPUT SHARING WITH NO OTHER API-COST-FILE
               END-IF
           END-PERFORM
           IF WS-APICOST-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-APICOST-PATH) " (status "
                   WS-APICOST-FS ") - wywolanie "
                   WS-APICOST-CALLNUM " pominiete"
               IF WS-APICOST-FS = "61"
                   MOVE "api_usage.log"
                       TO WS-RUNLOG-LOCK-MISS(1:13)
               END-IF
               MOVE 0 TO WS-APICOST-PTOK
               MOVE 0 TO WS-APICOST-CTOK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO API-COST-REC
           STRING
               WS-APICOST-RESPBYTES "|"
               WS-APICOST-TS(1:8) "|"
               WS-APICOST-PTOK "|"
               WS-APICOST-CTOK "|"
               TRIM(WS-APICOST-PROMPT) "|"
               TRIM(WS-APICOST-PVER)
               DELIMITED SIZE
               INTO API-COST-REC
           END-STRING
                       TRIM(WS-APICOST-PROGID)
                       " - odmowa startu"
                   MOVE "FAIL" TO WS-RUNLOG-STATUS
                   MOVE "BUDGET-EXHAUSTED" TO WS-RUNLOG-REASON
                   MOVE "monthly API budget exhausted"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
