      *>      Labels shrunk from 7 (up/down/ahead/mid1/mid2/mid3/
      *>      unknown) to 4 (UP/DOWN/AHEAD/MIDDLE).
      *>
      *> Every rewriter run is logged to rewriter_decisions.dat
      *> (tags, vocabulary words that fired, move taken) and RL
      *> outcomes carry game id + step; rewriter_evidence.txt
      *> joins the two after each game and lists confident
      *> rewriter calls followed by a crash, with the vocabulary
      *> ranked by crash record.
      *>
      *> CLAUDE.md: zero hardcoded URLs / keys; everything via env
      *> vars. Pure COBOL + CALL "SYSTEM" for curl + sha1sum +
      *> CALL "C$SLEEP" for pacing.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The hint system prompt, the few-shot block and the scanner
      *> system prompt are S05E04-HINT-SYSTEM, S05E04-HINT-FEWSHOT
      *> and S05E04-SCAN-SYSTEM from the shared prompt library
      *> (PROMPTLIB-PROC); LOAD-PROMPT-CONSTANTS keeps the built-in
      *> wording as the fallback. Name/version go on every API
      *> ledger line.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT API-COST-FILE ASSIGN TO WS-APICOST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICOST-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT API-BUDGET-FILE ASSIGN TO WS-APIBUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIBUDGET-FS.
           SELECT PROMPT-LIB-FILE ASSIGN TO WS-PLIB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLIB-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT GAME-STATS-FILE ASSIGN TO WS-GST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GST-FS.
           SELECT REWRITER-LOG-FILE ASSIGN TO WS-RWE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWE-FS.
           SELECT REWRITER-RPT-FILE ASSIGN TO WS-RWR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  API-COST-FILE.
       01  API-COST-REC              PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  PROMPT-LIB-FILE.
       01  PROMPT-LIB-REC            PIC X(1000).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  GAME-STATS-FILE.
       01  GAME-STATS-REC          PIC X(120).

       FD  REWRITER-LOG-FILE.
       01  REWRITER-LOG-REC        PIC X(800).

       FD  REWRITER-RPT-FILE.
       01  REWRITER-RPT-REC        PIC X(600).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (copybook) ===
       COPY ENVLOAD-WS.
       01  WS-GST-PREV-WINS        PIC 9(4) VALUE 0.
       01  WS-GST-RATE             PIC 9(3).

      *> -- Rewriter evidence: every rewriter run is logged with
      *> -- the slot tags, the vocabulary words that fired and the
      *> -- move that followed; RL outcomes carry game id + step
      *> -- so a crash can be joined back to the decision. The
      *> -- report lists confident (HIT) decisions followed by a
      *> -- crash and ranks vocabulary by its crash record --
       01  WS-RWE-PATH             PIC X(100) VALUE
           "rewriter_decisions.dat".
       01  WS-RWE-FS               PIC XX.
       01  WS-RWR-PATH             PIC X(100) VALUE
           "rewriter_evidence.txt".
       01  WS-RWR-FS               PIC XX.
       01  WS-RWE-GAME             PIC X(14).
       01  WS-RWE-RAN              PIC X VALUE "N".
       01  WS-RWE-CLASS            PIC X(10).
       01  WS-RWE-TRIG             PIC X(200).
       01  WS-RWE-TRIG-PTR         PIC 9(4).
       01  WS-RWE-TRIG-ONE         PIC X(45).
       01  WS-RWE-KIND             PIC X.
       01  WS-RWE-WORD             PIC X(32).
       01  WS-RWE-HINT             PIC X(300).
       01  WS-RWE-EOF              PIC X.
       01  WS-RWE-LINE             PIC X(800).
       01  WS-RWE-TOTAL            PIC 9(5).
       01  WS-RWE-SKIP             PIC 9(5).
       01  WS-RWE-MAX              PIC 9(3) VALUE 500.
       01  WS-RWE-CT               PIC 9(3) VALUE 0.
       01  WS-RWE-TABLE.
           05  WS-RWE-ENT OCCURS 500 TIMES.
               10  WS-RWE-E-GAME   PIC X(14).
               10  WS-RWE-E-STEP   PIC X(3).
               10  WS-RWE-E-DEC    PIC X(5).
               10  WS-RWE-E-CLASS  PIC X(10).
               10  WS-RWE-E-MOVE   PIC X(6).
               10  WS-RWE-E-TAGS   PIC X(60).
               10  WS-RWE-E-TRIG   PIC X(200).
               10  WS-RWE-E-HINT   PIC X(300).
               10  WS-RWE-E-OUT    PIC X.
       01  WS-RWE-I                PIC 9(3).
       01  WS-RWE-J                PIC 9(3).
       01  WS-RWE-F-GAME           PIC X(14).
       01  WS-RWE-F-STEP           PIC X(3).
       01  WS-RWE-TP               PIC 9(4).
       01  WS-RWE-HIT-CT           PIC 9(5).
       01  WS-RWE-JOINED-CT        PIC 9(5).
       01  WS-RWE-WRONG-CT         PIC 9(5).
       01  WS-RWV-CT               PIC 9(3) VALUE 0.
       01  WS-RWV-TABLE.
           05  WS-RWV-ENT OCCURS 200 TIMES.
               10  WS-RWV-KIND     PIC X.
               10  WS-RWV-WORD     PIC X(32).
               10  WS-RWV-USES     PIC 9(5).
               10  WS-RWV-WRONG    PIC 9(5).
       01  WS-RWV-SWAP             PIC X(43).
       01  WS-RWV-I                PIC 9(3).
       01  WS-RWV-J                PIC 9(3).
       01  WS-RWV-FOUND            PIC 9(3).
       01  WS-RWV-RATE             PIC 9(3).
       01  WS-RWV-RATE-J           PIC 9(3).
       01  WS-RWV-SHOWN            PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S05E04-GOINGTHERE-V2" TO WS-RUNLOG-PROGID
           PERFORM LLM-LOAD-SECONDARY
           PERFORM BUILD-URLS
           PERFORM RECORD-START-TIME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RWE-GAME
           PERFORM LOAD-REWRITER-TABLES
           PERFORM LOAD-PROMPT-CONSTANTS

               MOVE "LOSS" TO WS-GST-RESULT
           END-IF
           PERFORM WRITE-GAME-STATS
           PERFORM WRITE-REWRITER-EVIDENCE

           DISPLAY " "
           IF WS-FLAG-FOUND = "Y"
               DISPLAY "=== FAILURE: single attempt crashed ==="
               MOVE 1 TO RETURN-CODE
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "STEP-CRASHED" TO WS-RUNLOG-REASON
               MOVE "single attempt crashed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   PERFORM CLASSIFY-HINT-V2
                   PERFORM PICK-MOVE-V2
                   DISPLAY "  [move] " TRIM(WS-MOVE)
                   PERFORM LOG-REWRITER-DECISION
               END-IF

      *>       V4-3: capture the stone row of the column we are
               STRING
                   "curl -s --max-time " WS-CURL-TIMEOUT-SEC " "
                   "-o hub_resp.json"
                   " " TRIM(WS-HUBLOG-CURL-W)
                   " -X POST "
                   TRIM(WS-VERIFY-URL)
                   " -H " WS-QT
               MOVE "hub_resp.json" TO WS-WORK-PATH
               PERFORM READ-JSON-FILE
               MOVE "work.tmp" TO WS-WORK-PATH
               MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
               MOVE WS-JBUF TO WS-HUBLOG-RESP
               MOVE WS-RETRY TO WS-HUBLOG-ATTEMPT
               PERFORM RECORD-HUB-SUBMISSION

               IF WS-JLEN > 0
                   EXIT PERFORM
      *> enough that retry scaffolding is dead weight.
      *> ============================================================
       CLASSIFY-HINT-V2.
           MOVE "N" TO WS-RWE-RAN
           MOVE 0.3333 TO WS-P-ROW-1
           MOVE 0.3334 TO WS-P-ROW-2
           MOVE 0.3333 TO WS-P-ROW-3

      *>   Deterministic rewriter first
           PERFORM HINT-REWRITER
           MOVE "Y" TO WS-RWE-RAN
           MOVE WS-HINT-CLASS TO WS-RWE-CLASS
           DISPLAY "  [rewriter] normalized="
               TRIM(WS-HINT-NORMALIZED)
               " decision=" WS-REW-DECISION
           MOVE "UNKNOWN" TO WS-HINT-CLASS
           MOVE SPACES TO WS-HINT-NORMALIZED
           MOVE 1 TO WS-HINT-NORM-PTR
           MOVE SPACES TO WS-RWE-TRIG
           MOVE 1 TO WS-RWE-TRIG-PTR
           DISPLAY "  [rewriter] dir_tokens=" WS-DIR-TOKEN-CNT
               " safe_tokens=" WS-SAFE-TOKEN-CNT
               " dang_tokens=" WS-DANG-TOKEN-CNT
                       1:WS-SAFE-LEN(WS-REW-SAFE-IDX))
               IF WS-TALLY-CNT > 0
                   MOVE "Y" TO WS-REW-HAS-SAFE
                   MOVE "S" TO WS-RWE-KIND
                   MOVE WS-SAFE-TXT(WS-REW-SAFE-IDX)(
                       1:WS-SAFE-LEN(WS-REW-SAFE-IDX))
                       TO WS-RWE-WORD
                   PERFORM REWRITER-NOTE-TRIGGER
               END-IF
           END-PERFORM

                       1:WS-DANG-LEN(WS-REW-DANG-IDX))
               IF WS-TALLY-CNT > 0
                   MOVE "Y" TO WS-REW-HAS-DANGER
                   MOVE "D" TO WS-RWE-KIND
                   MOVE WS-DANG-TXT(WS-REW-DANG-IDX)(
                       1:WS-DANG-LEN(WS-REW-DANG-IDX))
                       TO WS-RWE-WORD
                   PERFORM REWRITER-NOTE-TRIGGER
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> REWRITER-NOTE-TRIGGER: remember which vocabulary word put
      *> the tag on the current slot, as SLOT:S|D:word (once each)
      *> ============================================================
       REWRITER-NOTE-TRIGGER.
           MOVE SPACES TO WS-RWE-TRIG-ONE
           STRING
               TRIM(WS-REW-SLOT-BUF) ":" WS-RWE-KIND ":"
               TRIM(WS-RWE-WORD)
               DELIMITED SIZE
               INTO WS-RWE-TRIG-ONE
           END-STRING
           MOVE 0 TO WS-TALLY-CNT
           IF WS-RWE-TRIG-PTR > 1
               INSPECT WS-RWE-TRIG(1:WS-RWE-TRIG-PTR - 1)
                   TALLYING WS-TALLY-CNT
                   FOR ALL TRIM(WS-RWE-TRIG-ONE)
           END-IF
           IF WS-TALLY-CNT > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-RWE-TRIG-PTR + LENGTH(TRIM(WS-RWE-TRIG-ONE))
               > 199
               EXIT PARAGRAPH
           END-IF
           IF WS-RWE-TRIG-PTR > 1
               STRING "," DELIMITED SIZE
                   INTO WS-RWE-TRIG
                   WITH POINTER WS-RWE-TRIG-PTR
               END-STRING
           END-IF
           STRING TRIM(WS-RWE-TRIG-ONE) DELIMITED SIZE
               INTO WS-RWE-TRIG
               WITH POINTER WS-RWE-TRIG-PTR
           END-STRING
           .

      *> ============================================================
      *> REWRITER-TAG-SLOT
      *> OR the (HAS-SAFE,HAS-DANGER) result into the appropriate
               INTO WS-LLM-SCAN-SYSTEM-PROMPT
               WITH POINTER WS-PTR
           END-STRING

           PERFORM LOAD-LIBRARY-PROMPTS
           .

      *> ============================================================
      *> LOAD-LIBRARY-PROMPTS
      *> Replace each built-in constant with the version in force
      *> in the prompt library (loaded JSON-escaped, ready to paste
      *> like the constants). A text that does not fit its field
      *> keeps the built-in wording.
      *> ============================================================
       LOAD-LIBRARY-PROMPTS.
           MOVE "J" TO WS-PLIB-MODE

           MOVE "S05E04-HINT-SYSTEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-LLM-SYSTEM-PROMPT)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-LLM-SYSTEM-PROMPT
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-VERSION TO WS-LLM-HINT-PVER

           MOVE "S05E04-HINT-FEWSHOT" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-LLM-FEWSHOT-BLOCK)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-LLM-FEWSHOT-BLOCK
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE SPACES TO WS-TMP
           STRING
               TRIM(WS-LLM-HINT-PVER) "+"
               TRIM(WS-PLIB-VERSION)
               DELIMITED SIZE
               INTO WS-TMP
           END-STRING
           MOVE WS-TMP TO WS-LLM-HINT-PVER

           MOVE "S05E04-SCAN-SYSTEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-LLM-SCAN-SYSTEM-PROMPT)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-LLM-SCAN-SYSTEM-PROMPT
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-VERSION TO WS-LLM-SCAN-PVER
           .

      *> ============================================================
               WITH POINTER WS-PTR
           END-STRING

           MOVE "S05E04-HINT-SYSTEM+S05E04-HINT-FEWSHOT"
               TO WS-APICOST-PROMPT
           MOVE WS-LLM-HINT-PVER TO WS-APICOST-PVER
           PERFORM WRITE-LLM-REQ
           PERFORM SEND-LLM-REQUEST

               WITH POINTER WS-PTR
           END-STRING

           MOVE "S05E04-SCAN-SYSTEM" TO WS-APICOST-PROMPT
           MOVE WS-LLM-SCAN-PVER TO WS-APICOST-PVER
           PERFORM WRITE-LLM-REQ
           PERFORM SEND-LLM-REQUEST

           END-IF
           .

      *> ============================================================
      *> LOG-REWRITER-DECISION: one line per rewriter run, keyed by
      *> game id + step so the RL outcome can be joined later:
      *> game|step|HIT/DEFER|class|move|tags|triggers|hint
      *> ============================================================
       LOG-REWRITER-DECISION.
           IF WS-RWE-RAN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HINT-TEXT(1:300) TO WS-RWE-HINT
           INSPECT WS-RWE-HINT REPLACING ALL "|" BY "/"
           OPEN EXTEND REWRITER-LOG-FILE
           IF WS-RWE-FS NOT = "00"
               OPEN OUTPUT REWRITER-LOG-FILE
           END-IF
           IF WS-RWE-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RWE-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REWRITER-LOG-REC
           STRING
               WS-RWE-GAME "|"
               WS-STEP "|"
               TRIM(WS-REW-DECISION) "|"
               TRIM(WS-RWE-CLASS) "|"
               TRIM(WS-MOVE) "|"
               TRIM(WS-HINT-NORMALIZED) "|"
               TRIM(WS-RWE-TRIG) "|"
               TRIM(WS-RWE-HINT)
               DELIMITED SIZE
               INTO REWRITER-LOG-REC
           END-STRING
           WRITE REWRITER-LOG-REC
           CLOSE REWRITER-LOG-FILE
           .

      *> ============================================================
      *> WRITE-REWRITER-EVIDENCE: join the last 500 logged rewriter
      *> decisions to rl_outcomes.dat (game id + step) and report
      *> the HIT decisions followed by a crash, plus the SAFE/
      *> DANGER vocabulary ranked by how often it fired on a hint
      *> that ended in a crash
      *> ============================================================
       WRITE-REWRITER-EVIDENCE.
           MOVE 0 TO WS-RWE-CT
           MOVE 0 TO WS-RWE-TOTAL
           MOVE "N" TO WS-RWE-EOF
           OPEN INPUT REWRITER-LOG-FILE
           IF WS-RWE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RWE-EOF = "Y"
               READ REWRITER-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-RWE-EOF
                   NOT AT END
                       ADD 1 TO WS-RWE-TOTAL
               END-READ
           END-PERFORM
           CLOSE REWRITER-LOG-FILE
           MOVE 0 TO WS-RWE-SKIP
           IF WS-RWE-TOTAL > WS-RWE-MAX
               COMPUTE WS-RWE-SKIP = WS-RWE-TOTAL - WS-RWE-MAX
           END-IF

           MOVE "N" TO WS-RWE-EOF
           OPEN INPUT REWRITER-LOG-FILE
           PERFORM UNTIL WS-RWE-EOF = "Y"
               READ REWRITER-LOG-FILE INTO WS-RWE-LINE
                   AT END
                       MOVE "Y" TO WS-RWE-EOF
                   NOT AT END
                       IF WS-RWE-SKIP > 0
                           SUBTRACT 1 FROM WS-RWE-SKIP
                       ELSE
                           PERFORM PARSE-REWRITER-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REWRITER-LOG-FILE

      *>   Outcomes: ctx|move|survived|game|step
           MOVE "N" TO WS-RLO-EOF
           OPEN INPUT RL-OUTCOME-FILE
           IF WS-RLO-FS = "00"
               PERFORM UNTIL WS-RLO-EOF = "Y"
                   READ RL-OUTCOME-FILE INTO WS-RLO-LINE
                       AT END
                           MOVE "Y" TO WS-RLO-EOF
                       NOT AT END
                           PERFORM JOIN-RL-OUTCOME
                   END-READ
               END-PERFORM
               CLOSE RL-OUTCOME-FILE
           END-IF

           PERFORM RANK-REWRITER-VOCAB

           OPEN OUTPUT REWRITER-RPT-FILE
           IF WS-RWR-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RWR-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== Hint rewriter evidence ==="
               TO REWRITER-RPT-REC
           WRITE REWRITER-RPT-REC
           MOVE SPACES TO REWRITER-RPT-REC
           STRING
               "decisions=" WS-RWE-CT
               " hit=" WS-RWE-HIT-CT
               " hit-with-outcome=" WS-RWE-JOINED-CT
               " hit-then-crash=" WS-RWE-WRONG-CT
               DELIMITED SIZE
               INTO REWRITER-RPT-REC
           END-STRING
           WRITE REWRITER-RPT-REC
           MOVE SPACES TO REWRITER-RPT-REC
           WRITE REWRITER-RPT-REC
           MOVE "--- HIT decisions followed by a crash ---"
               TO REWRITER-RPT-REC
           WRITE REWRITER-RPT-REC
           PERFORM VARYING WS-RWE-I FROM 1 BY 1
               UNTIL WS-RWE-I > WS-RWE-CT
               IF WS-RWE-E-DEC(WS-RWE-I) = "HIT"
               AND WS-RWE-E-OUT(WS-RWE-I) = "N"
                   MOVE SPACES TO REWRITER-RPT-REC
                   STRING
                       "  " WS-RWE-E-GAME(WS-RWE-I)
                       " step " WS-RWE-E-STEP(WS-RWE-I)
                       " class=" TRIM(WS-RWE-E-CLASS(WS-RWE-I))
                       " move=" TRIM(WS-RWE-E-MOVE(WS-RWE-I))
                       " tags=" TRIM(WS-RWE-E-TAGS(WS-RWE-I))
                       " outcome=CRASH"
                       DELIMITED SIZE
                       INTO REWRITER-RPT-REC
                   END-STRING
                   WRITE REWRITER-RPT-REC
                   MOVE SPACES TO REWRITER-RPT-REC
                   STRING
                       "    words: "
                       TRIM(WS-RWE-E-TRIG(WS-RWE-I))
                       DELIMITED SIZE
                       INTO REWRITER-RPT-REC
                   END-STRING
                   WRITE REWRITER-RPT-REC
                   MOVE SPACES TO REWRITER-RPT-REC
                   STRING
                       "    hint: "
                       TRIM(WS-RWE-E-HINT(WS-RWE-I))
                       DELIMITED SIZE
                       INTO REWRITER-RPT-REC
                   END-STRING
                   WRITE REWRITER-RPT-REC
               END-IF
           END-PERFORM
           IF WS-RWE-WRONG-CT = 0
               MOVE "  (none)" TO REWRITER-RPT-REC
               WRITE REWRITER-RPT-REC
           END-IF

           MOVE SPACES TO REWRITER-RPT-REC
           WRITE REWRITER-RPT-REC
           MOVE "--- Vocabulary by crash record (S=safe D=danger) ---"
               TO REWRITER-RPT-REC
           WRITE REWRITER-RPT-REC
           MOVE 0 TO WS-RWV-SHOWN
           PERFORM VARYING WS-RWV-I FROM 1 BY 1
               UNTIL WS-RWV-I > WS-RWV-CT
                  OR WS-RWV-SHOWN >= 20
               IF WS-RWV-WRONG(WS-RWV-I) > 0
                   ADD 1 TO WS-RWV-SHOWN
                   COMPUTE WS-RWV-RATE ROUNDED =
                       WS-RWV-WRONG(WS-RWV-I) * 100
                       / WS-RWV-USES(WS-RWV-I)
                   MOVE SPACES TO REWRITER-RPT-REC
                   STRING
                       "  " WS-RWV-KIND(WS-RWV-I)
                       " " WS-RWV-WORD(WS-RWV-I)
                       " crashes=" WS-RWV-WRONG(WS-RWV-I)
                       " uses=" WS-RWV-USES(WS-RWV-I)
                       " rate=" WS-RWV-RATE "%"
                       DELIMITED SIZE
                       INTO REWRITER-RPT-REC
                   END-STRING
                   WRITE REWRITER-RPT-REC
               END-IF
           END-PERFORM
           IF WS-RWV-SHOWN = 0
               MOVE "  (none)" TO REWRITER-RPT-REC
               WRITE REWRITER-RPT-REC
           END-IF
           CLOSE REWRITER-RPT-FILE
           DISPLAY "  [rewriter-evidence] decyzji=" WS-RWE-CT
               " HIT po ktorych crash=" WS-RWE-WRONG-CT
               " -> " TRIM(WS-RWR-PATH)
           .

       PARSE-REWRITER-LOG-LINE.
           IF WS-RWE-CT >= WS-RWE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RWE-CT
           MOVE SPACES TO WS-RWE-ENT(WS-RWE-CT)
           UNSTRING WS-RWE-LINE DELIMITED BY "|"
               INTO WS-RWE-E-GAME(WS-RWE-CT)
                    WS-RWE-E-STEP(WS-RWE-CT)
                    WS-RWE-E-DEC(WS-RWE-CT)
                    WS-RWE-E-CLASS(WS-RWE-CT)
                    WS-RWE-E-MOVE(WS-RWE-CT)
                    WS-RWE-E-TAGS(WS-RWE-CT)
                    WS-RWE-E-TRIG(WS-RWE-CT)
                    WS-RWE-E-HINT(WS-RWE-CT)
           END-UNSTRING
           MOVE "?" TO WS-RWE-E-OUT(WS-RWE-CT)
           .

      *> -- Older outcome lines carry no game id and never join --
       JOIN-RL-OUTCOME.
           MOVE SPACES TO WS-RLO-F1 WS-RLO-F2 WS-RLO-F3
                          WS-RWE-F-GAME WS-RWE-F-STEP
           UNSTRING WS-RLO-LINE DELIMITED BY "|"
               INTO WS-RLO-F1 WS-RLO-F2 WS-RLO-F3
                    WS-RWE-F-GAME WS-RWE-F-STEP
           END-UNSTRING
           IF WS-RWE-F-GAME = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RWE-I FROM 1 BY 1
               UNTIL WS-RWE-I > WS-RWE-CT
               IF WS-RWE-E-GAME(WS-RWE-I) = WS-RWE-F-GAME
               AND WS-RWE-E-STEP(WS-RWE-I) = WS-RWE-F-STEP
                   MOVE WS-RLO-F3(1:1)
                       TO WS-RWE-E-OUT(WS-RWE-I)
               END-IF
           END-PERFORM
           .

      *> -- Per-word uses/crashes over HIT decisions with a known
      *> -- outcome, then worst first: most crashes, then highest
      *> -- crash rate --
       RANK-REWRITER-VOCAB.
           MOVE 0 TO WS-RWV-CT
           MOVE 0 TO WS-RWE-HIT-CT
           MOVE 0 TO WS-RWE-JOINED-CT
           MOVE 0 TO WS-RWE-WRONG-CT
           PERFORM VARYING WS-RWE-I FROM 1 BY 1
               UNTIL WS-RWE-I > WS-RWE-CT
               IF WS-RWE-E-DEC(WS-RWE-I) = "HIT"
                   ADD 1 TO WS-RWE-HIT-CT
                   IF WS-RWE-E-OUT(WS-RWE-I) NOT = "?"
                       ADD 1 TO WS-RWE-JOINED-CT
                       IF WS-RWE-E-OUT(WS-RWE-I) = "N"
                           ADD 1 TO WS-RWE-WRONG-CT
                       END-IF
                       PERFORM COUNT-REWRITER-WORDS
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RWV-I FROM 1 BY 1
               UNTIL WS-RWV-I >= WS-RWV-CT
               PERFORM VARYING WS-RWV-J FROM WS-RWV-I BY 1
                   UNTIL WS-RWV-J > WS-RWV-CT
                   COMPUTE WS-RWV-RATE =
                       WS-RWV-WRONG(WS-RWV-I) * 100
                       / WS-RWV-USES(WS-RWV-I)
                   COMPUTE WS-RWV-RATE-J =
                       WS-RWV-WRONG(WS-RWV-J) * 100
                       / WS-RWV-USES(WS-RWV-J)
                   IF WS-RWV-WRONG(WS-RWV-J) >
                      WS-RWV-WRONG(WS-RWV-I)
                   OR (WS-RWV-WRONG(WS-RWV-J) =
                       WS-RWV-WRONG(WS-RWV-I)
                   AND WS-RWV-RATE-J > WS-RWV-RATE)
                       MOVE WS-RWV-ENT(WS-RWV-I)
                           TO WS-RWV-SWAP
                       MOVE WS-RWV-ENT(WS-RWV-J)
                           TO WS-RWV-ENT(WS-RWV-I)
                       MOVE WS-RWV-SWAP
                           TO WS-RWV-ENT(WS-RWV-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> -- Walk the SLOT:K:word list of one decision --
       COUNT-REWRITER-WORDS.
           MOVE 1 TO WS-RWE-TP
           PERFORM UNTIL WS-RWE-TP > 200
               MOVE SPACES TO WS-RWE-TRIG-ONE
               UNSTRING WS-RWE-E-TRIG(WS-RWE-I)
                   DELIMITED BY ","
                   INTO WS-RWE-TRIG-ONE
                   WITH POINTER WS-RWE-TP
               END-UNSTRING
               IF WS-RWE-TRIG-ONE = SPACES
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-REW-SLOT-BUF WS-RWE-KIND
                              WS-RWE-WORD
               UNSTRING WS-RWE-TRIG-ONE DELIMITED BY ":"
                   INTO WS-REW-SLOT-BUF WS-RWE-KIND
                        WS-RWE-WORD
               END-UNSTRING
               MOVE 0 TO WS-RWV-FOUND
               PERFORM VARYING WS-RWV-J FROM 1 BY 1
                   UNTIL WS-RWV-J > WS-RWV-CT
                   IF WS-RWV-KIND(WS-RWV-J) = WS-RWE-KIND
                   AND WS-RWV-WORD(WS-RWV-J) = WS-RWE-WORD
                       MOVE WS-RWV-J TO WS-RWV-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RWV-FOUND = 0 AND WS-RWV-CT < 200
                   ADD 1 TO WS-RWV-CT
                   MOVE WS-RWV-CT TO WS-RWV-FOUND
                   MOVE WS-RWE-KIND TO WS-RWV-KIND(WS-RWV-CT)
                   MOVE WS-RWE-WORD TO WS-RWV-WORD(WS-RWV-CT)
                   MOVE 0 TO WS-RWV-USES(WS-RWV-CT)
                   MOVE 0 TO WS-RWV-WRONG(WS-RWV-CT)
               END-IF
               IF WS-RWV-FOUND > 0
                   ADD 1 TO WS-RWV-USES(WS-RWV-FOUND)
                   IF WS-RWE-E-OUT(WS-RWE-I) = "N"
                       ADD 1 TO WS-RWV-WRONG(WS-RWV-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> RL-BUILD-CONTEXT / RL-RECORD-OUTCOME / RL-EXPERIENCE-
      *> PENALTY / LOAD-RL-OUTCOMES: move outcomes persist across
           STRING
               TRIM(WS-RL-CTX) "|"
               TRIM(WS-MOVE) "|"
               WS-RL-SURVIVED "|"
               WS-RWE-GAME "|"
               WS-STEP
               DELIMITED SIZE INTO RL-OUTCOME-REC
           END-STRING
           WRITE RL-OUTCOME-REC
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.

