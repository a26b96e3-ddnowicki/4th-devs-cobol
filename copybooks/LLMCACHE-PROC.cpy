      *> ============================================================
      *> LLMCACHE-PROC.cpy - Shared LLM response cache for
      *> deterministic prompts
      *> COPY in PROCEDURE DIVISION (needs LLMCACHE-WS and
      *> APICOST-WS/APICOST-PROC).
      *> The caller declares its own LLM-CACHE-FILE/LLM-CACHE-REC
      *> SELECT/FD over WS-LLMC-IO-PATH with FILE STATUS
      *> WS-LLMC-FS, the way it declares API-COST-FILE.
      *> Entries are keyed by model plus the sha256 of the full
      *> request body; the index <dir>/index.dat holds
      *>   key|model|stored-ts|program
      *> and the response itself is <dir>/<key>.json.
      *> Per call: write the request body, PERFORM LLM-CACHE-LOOKUP;
      *> on WS-LLMC-HIT = "Y" the stored response is already in
      *> WS-LLMC-RESP-PATH and a zero-cost "cache" line is in the
      *> API usage ledger - skip the curl. Otherwise make the call
      *> and, once the response is known good, PERFORM
      *> LLM-CACHE-STORE. LLM-CACHE-REPORT shows the run's tally.
      *> ============================================================
       LLM-CACHE-LOOKUP.
           PERFORM LLMC-LOAD-ENV
           MOVE "N" TO WS-LLMC-HIT
           MOVE SPACES TO WS-LLMC-KEY
           IF WS-LLMC-TTL-HRS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM LLMC-MAKE-KEY
           IF WS-LLMC-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LLMC-LOOKUPS
           IF WS-LLMC-BYPASS = "Y"
               EXIT PARAGRAPH
           END-IF

      *>   Newest index entry for this key and model wins
           MOVE SPACES TO WS-LLMC-FOUND-TS
           MOVE SPACES TO WS-LLMC-IO-PATH
           STRING
               TRIM(WS-LLMC-DIR) "/index.dat"
               DELIMITED SIZE
               INTO WS-LLMC-IO-PATH
           END-STRING
           MOVE "N" TO WS-LLMC-EOF
           OPEN INPUT LLM-CACHE-FILE
           IF WS-LLMC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LLMC-EOF = "Y"
               READ LLM-CACHE-FILE INTO WS-LLMC-LINE
                   AT END
                       MOVE "Y" TO WS-LLMC-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LLMC-I-KEY
                           WS-LLMC-I-MODEL WS-LLMC-I-TS
                       UNSTRING WS-LLMC-LINE DELIMITED BY "|"
                           INTO WS-LLMC-I-KEY
                                WS-LLMC-I-MODEL
                                WS-LLMC-I-TS
                       END-UNSTRING
                       IF WS-LLMC-I-KEY = WS-LLMC-KEY
                       AND TRIM(WS-LLMC-I-MODEL) =
                           TRIM(WS-LLMC-MODEL)
                       AND WS-LLMC-I-TS IS NUMERIC
                           MOVE WS-LLMC-I-TS
                               TO WS-LLMC-FOUND-TS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LLM-CACHE-FILE
           IF WS-LLMC-FOUND-TS = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Expired entries are simply not used; the fresh answer
      *>   stored after the call supersedes them
           MOVE FUNCTION CURRENT-DATE TO WS-LLMC-TS
           MOVE WS-LLMC-TS(1:14) TO WS-LLMC-SECS-TS
           PERFORM LLMC-TS-TO-SECONDS
           MOVE WS-LLMC-SECS TO WS-LLMC-SECS-NOW
           MOVE WS-LLMC-FOUND-TS TO WS-LLMC-SECS-TS
           PERFORM LLMC-TS-TO-SECONDS
           MOVE WS-LLMC-SECS TO WS-LLMC-SECS-THEN
           COMPUTE WS-LLMC-AGE =
               WS-LLMC-SECS-NOW - WS-LLMC-SECS-THEN
           IF WS-LLMC-AGE > WS-LLMC-TTL-HRS * 3600
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-LLMC-CMD
           STRING
               "cp " TRIM(WS-LLMC-DIR) "/"
               TRIM(WS-LLMC-KEY) ".json "
               TRIM(WS-LLMC-RESP-PATH)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-LLMC-CMD
           END-STRING
           CALL "SYSTEM" USING WS-LLMC-CMD
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-LLMC-HIT
           ADD 1 TO WS-LLMC-HITS
      *>   A hit costs nothing but still counts as a call in the
      *>   usage ledger, so COSTGOV shows what the cache saved
           MOVE "cache" TO WS-APICOST-PROVIDER
           MOVE 0 TO WS-APICOST-REQBYTES
           MOVE 0 TO WS-APICOST-RESPBYTES
           MOVE 0 TO WS-APICOST-PTOK
           MOVE 0 TO WS-APICOST-CTOK
           PERFORM RECORD-API-CALL
           .

      *> ============================================================
      *> LLM-CACHE-STORE: keep the response just fetched for the
      *> key the lookup computed. Only for answers the caller has
      *> checked - an error payload must never be replayed.
      *> ============================================================
       LLM-CACHE-STORE.
           IF WS-LLMC-TTL-HRS = 0 OR WS-LLMC-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-LLMC-CMD
           STRING
               "test -s " TRIM(WS-LLMC-RESP-PATH)
               " && cp " TRIM(WS-LLMC-RESP-PATH) " "
               TRIM(WS-LLMC-DIR) "/" TRIM(WS-LLMC-KEY) ".json"
               DELIMITED SIZE
               INTO WS-LLMC-CMD
           END-STRING
           CALL "SYSTEM" USING WS-LLMC-CMD
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LLMC-IO-PATH
           STRING
               TRIM(WS-LLMC-DIR) "/index.dat"
               DELIMITED SIZE
               INTO WS-LLMC-IO-PATH
           END-STRING
           OPEN EXTEND LLM-CACHE-FILE
           IF WS-LLMC-FS NOT = "00"
               OPEN OUTPUT LLM-CACHE-FILE
           END-IF
           IF WS-LLMC-FS NOT = "00"
               DISPLAY "  UWAGA: nie mozna zapisac "
                   TRIM(WS-LLMC-IO-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LLMC-TS
           MOVE SPACES TO LLM-CACHE-REC
           STRING
               WS-LLMC-KEY "|"
               TRIM(WS-LLMC-MODEL) "|"
               WS-LLMC-TS(1:14) "|"
               TRIM(WS-RUNLOG-PROGID)
               DELIMITED SIZE
               INTO LLM-CACHE-REC
           END-STRING
           WRITE LLM-CACHE-REC
           CLOSE LLM-CACHE-FILE
           ADD 1 TO WS-LLMC-STORES
           .

       LLM-CACHE-REPORT.
           IF WS-LLMC-TTL-HRS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LLMC-HITS TO WS-LLMC-DISP
           MOVE WS-LLMC-LOOKUPS TO WS-LLMC-DISP2
           DISPLAY "  Cache LLM: trafienia " TRIM(WS-LLMC-DISP)
               " z " TRIM(WS-LLMC-DISP2) " zapytan"
           .

      *> -- sha256 of the request body file into WS-LLMC-KEY --
       LLMC-MAKE-KEY.
           INITIALIZE WS-LLMC-CMD
           STRING
               "mkdir -p " TRIM(WS-LLMC-DIR)
               " && sha256sum < " TRIM(WS-LLMC-REQ-PATH)
               " > " TRIM(WS-LLMC-DIR) "/key.tmp"
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-LLMC-CMD
           END-STRING
           CALL "SYSTEM" USING WS-LLMC-CMD
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LLMC-IO-PATH
           STRING
               TRIM(WS-LLMC-DIR) "/key.tmp"
               DELIMITED SIZE
               INTO WS-LLMC-IO-PATH
           END-STRING
           OPEN INPUT LLM-CACHE-FILE
           IF WS-LLMC-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ LLM-CACHE-FILE INTO WS-LLMC-LINE
               AT END
                   MOVE SPACES TO WS-LLMC-LINE
           END-READ
           CLOSE LLM-CACHE-FILE
           IF WS-LLMC-LINE(1:64) IS NOT = SPACES
           AND WS-LLMC-LINE(65:1) = SPACE
               MOVE WS-LLMC-LINE(1:64) TO WS-LLMC-KEY
           END-IF
           .

      *> -- YYYYMMDDhhmmss in WS-LLMC-SECS-TS to seconds --
       LLMC-TS-TO-SECONDS.
           COMPUTE WS-LLMC-SECS =
               INTEGER-OF-DATE(NUMVAL(WS-LLMC-SECS-TS(1:8)))
                   * 86400
               + NUMVAL(WS-LLMC-SECS-TS(9:2)) * 3600
               + NUMVAL(WS-LLMC-SECS-TS(11:2)) * 60
               + NUMVAL(WS-LLMC-SECS-TS(13:2))
           .

       LLMC-LOAD-ENV.
           IF WS-LLMC-ENVDONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LLMC-ENVDONE
           MOVE SPACES TO WS-LLMC-ENVVAL
           ACCEPT WS-LLMC-ENVVAL
               FROM ENVIRONMENT "LLM_CACHE_DIR"
           IF WS-LLMC-ENVVAL NOT = SPACES
               MOVE WS-LLMC-ENVVAL TO WS-LLMC-DIR
           END-IF
           MOVE SPACES TO WS-LLMC-ENVVAL
           ACCEPT WS-LLMC-ENVVAL
               FROM ENVIRONMENT "LLM_CACHE_TTL_HOURS"
           IF WS-LLMC-ENVVAL NOT = SPACES
           AND TEST-NUMVAL(WS-LLMC-ENVVAL) = 0
               MOVE NUMVAL(WS-LLMC-ENVVAL) TO WS-LLMC-TTL-HRS
           END-IF
           MOVE SPACES TO WS-LLMC-ENVVAL
           ACCEPT WS-LLMC-ENVVAL
               FROM ENVIRONMENT "LLM_CACHE_BYPASS"
           IF UPPER-CASE(WS-LLMC-ENVVAL(1:1)) = "Y"
               MOVE "Y" TO WS-LLMC-BYPASS
               DISPLAY "  Cache LLM: pominiety "
                   "(LLM_CACHE_BYPASS) - swieze odpowiedzi"
           END-IF
           .
