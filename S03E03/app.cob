      *> 3. Deterministic navigation: RIGHT > WAIT > LEFT
      *> 4. Block simulation with bounce at boundaries
      *> 5. Flag detection via INSPECT TALLYING
      *> Each game opens reactor_trace.log with a "start" record
      *> (initial player column and blocks) ahead of its step
      *> records. REACTOR_MODE=REPLAY replays every recorded game
      *> offline through DECIDE-MOVE / PROJECT-BLOCKS-AHEAD /
      *> SCORE-FIRST-MOVE at the current REACTOR_LOOKAHEAD, with
      *> no reactor or LLM call: the recorded boards are used
      *> while the replay makes the recorded moves, SIMULATE-
      *> BLOCKS after it diverges. reactor_replay.txt says per
      *> game whether the current logic reaches the goal, in how
      *> many moves, and the first step where it would have moved
      *> differently. Games recorded before the start record
      *> existed replay from the board after their first step.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-FS.

           SELECT REPLAY-FILE
               ASSIGN TO WS-REPLAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLAY-FS.

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

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  TRACE-FILE.
       01  TRACE-REC             PIC X(2000).

       FD  REPLAY-FILE.
       01  REPLAY-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
      *> -- Config --
       01  WS-HUB-KEY            PIC X(100).
       01  WS-OPENAI-KEY         PIC X(200).
       01  WS-TRACE-BLK          PIC X(1200).
       01  WS-TR-I               PIC 9(2).

      *> -- Offline replay of recorded games --
       01  WS-REPLAY-PATH        PIC X(200)
                                 VALUE "reactor_replay.txt".
       01  WS-REPLAY-FS          PIC XX.
       01  WS-TRACE-ENV          PIC X(200).
       01  WS-RP-PENDING         PIC X VALUE "N".
       01  WS-RP-HAS-START       PIC X.
       01  WS-RP-EXPECT          PIC X.
       01  WS-RP-INIT-COL        PIC 9(1).
       01  WS-RP-INIT-CT         PIC 9(2).
       01  WS-RP-INIT-BLOCKS.
           05  WS-RP-IBK OCCURS 10 TIMES.
               10  WS-RP-IBK-COL PIC 9(1).
               10  WS-RP-IBK-TOP PIC 9(1).
               10  WS-RP-IBK-BOT PIC 9(1).
               10  WS-RP-IBK-DIR PIC X(4).
       01  WS-RP-CT              PIC 9(2).
       01  WS-RP-LAST-STEP       PIC 9(2).
       01  WS-RP-STEPS.
           05  WS-RP-STP OCCURS 50 TIMES.
               10  WS-RP-MOVE    PIC X(10).
               10  WS-RP-COL     PIC 9(1).
               10  WS-RP-REACHED PIC X.
               10  WS-RP-BCT     PIC 9(2).
               10  WS-RP-SBK OCCURS 10 TIMES.
                   15  WS-RP-SBK-COL PIC 9(1).
                   15  WS-RP-SBK-TOP PIC 9(1).
                   15  WS-RP-SBK-BOT PIC 9(1).
                   15  WS-RP-SBK-DIR PIC X(4).
       01  WS-RP-TOKENS.
           05  WS-RP-TOK OCCURS 8 TIMES
                                 PIC X(20).
       01  WS-RP-TK              PIC 9(1).
       01  WS-RP-TKEY            PIC X(10).
       01  WS-RP-TVAL            PIC X(10).
       01  WS-RP-STEP-NO         PIC 9(2).
       01  WS-RP-B               PIC 9(2).
       01  WS-RP-P               PIC 9(4).
       01  WS-RP-OFFSET          PIC 9(1).
       01  WS-RP-K               PIC 9(2).
       01  WS-RP-ON-PATH         PIC X.
       01  WS-RP-DIV-STEP        PIC 9(2).
       01  WS-RP-DIV-REC         PIC X(10).
       01  WS-RP-DIV-NEW         PIC X(10).
       01  WS-RP-OUTCOME         PIC X(8).
       01  WS-RP-REC-GOAL        PIC X.
       01  WS-RP-MOVES           PIC 9(2).
       01  WS-RP-GAMES           PIC 9(4) VALUE 0.
       01  WS-RP-GOAL-CT         PIC 9(4) VALUE 0.
       01  WS-RP-REC-GOAL-CT     PIC 9(4) VALUE 0.
       01  WS-RP-DIV-CT          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CTL-MODE
               FROM ENVIRONMENT "REACTOR_MODE"
           IF TRIM(WS-CTL-MODE) = "REPLAY"
               PERFORM REPLAY-TRACES
               STOP RUN
           END-IF

           MOVE "S03E03-REACTOR" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           MOVE "S03E03-REACTOR" TO WS-APICOST-PROGID
               WS-PLAYER-COL
           DISPLAY "  Blocks: "
               WS-BLOCK-COUNT
           PERFORM WRITE-TRACE-START

      *>   ONE AI call for strategy
           PERFORM AI-ANALYZE
               DISPLAY " "
               DISPLAY "=== NO FLAG ==="
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
      *> INIT-ENV
      *> ============================================================
       INIT-ENV.
           PERFORM LOAD-LOOKAHEAD

           ACCEPT WS-HUB-KEY
               FROM ENVIRONMENT
           IF WS-HUB-KEY = SPACES
               DISPLAY "ERR: HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY
                   "ERR: OPENAI_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-HUB-URL = SPACES
               DISPLAY "ERR: HUB_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DISPLAY
                   "ERR: OPENAI_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               TRIM(WS-VERIFY-URL)
           .

      *> -- Lookahead depth (ticks) for the move scorer --
       LOAD-LOOKAHEAD.
           MOVE SPACES TO WS-LOOKAHEAD-ENV
           ACCEPT WS-LOOKAHEAD-ENV
               FROM ENVIRONMENT "REACTOR_LOOKAHEAD"
           IF WS-LOOKAHEAD-ENV NOT = SPACES
           AND TRIM(WS-LOOKAHEAD-ENV) IS NUMERIC
           AND NUMVAL(WS-LOOKAHEAD-ENV) >= 1
           AND NUMVAL(WS-LOOKAHEAD-ENV) <= 6
               COMPUTE WS-LOOKAHEAD =
                   NUMVAL(WS-LOOKAHEAD-ENV)
           END-IF
           DISPLAY "  Lookahead: " WS-LOOKAHEAD
               " ticks"
           .

      *> ============================================================
      *> SEND-COMMAND: POST command to /verify
      *> ============================================================
               STRING
                   "curl -s "
                   "-o hub_resp.json"
                   " " TRIM(WS-HUBLOG-CURL-W)
                   " -X POST "
                   TRIM(WS-VERIFY-URL)
                   " -H " WS-QT
               PERFORM READ-JSON-FILE
               MOVE "work.tmp"
                   TO WS-WORK-PATH
               MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
               MOVE WS-JBUF TO WS-HUBLOG-RESP
               MOVE WS-RETRY TO WS-HUBLOG-ATTEMPT
               PERFORM RECORD-HUB-SUBMISSION

               IF WS-JLEN = 0
                   DISPLAY "  Empty resp!"
           MOVE WS-TRACE-LINE TO TRACE-REC
           WRITE TRACE-REC

           PERFORM WRITE-TRACE-BLOCKS
           CLOSE TRACE-FILE
           .

      *> -- Game start record: initial player column and blocks,
      *> -- the board the first decision was made from --
       WRITE-TRACE-START.
           OPEN EXTEND TRACE-FILE
           IF WS-TRACE-FS NOT = "00"
               OPEN OUTPUT TRACE-FILE
           END-IF

           MOVE SPACES TO WS-TRACE-LINE
           STRING
               "start col=" WS-PLAYER-COL
               " blocks=" WS-BLOCK-COUNT
               DELIMITED SIZE
               INTO WS-TRACE-LINE
           END-STRING
           MOVE WS-TRACE-LINE TO TRACE-REC
           WRITE TRACE-REC

           PERFORM WRITE-TRACE-BLOCKS
           CLOSE TRACE-FILE
           .

      *> -- Blocks line under a start/step record --
       WRITE-TRACE-BLOCKS.
           MOVE SPACES TO WS-TRACE-BLK
           STRING "  " DELIMITED SIZE INTO WS-TRACE-BLK
           PERFORM VARYING WS-TR-I FROM 1 BY 1
           END-PERFORM
           MOVE WS-TRACE-BLK TO TRACE-REC
           WRITE TRACE-REC
           .

      *> ============================================================
      *> REPLAY-TRACES: REACTOR_MODE=REPLAY - re-run every game in
      *> the trace file through the current move logic, offline.
      *> A "start" record opens a game; for older traces a step
      *> number that does not increase does. Each start/step line
      *> is followed by its blocks line.
      *> ============================================================
       REPLAY-TRACES.
           MOVE "S03E03-REPLAY" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== S03E03 REACTOR REPLAY ==="
           PERFORM LOAD-LOOKAHEAD

           MOVE SPACES TO WS-TRACE-ENV
           ACCEPT WS-TRACE-ENV
               FROM ENVIRONMENT "REACTOR_TRACE_FILE"
           IF WS-TRACE-ENV NOT = SPACES
               MOVE WS-TRACE-ENV TO WS-TRACE-PATH
           END-IF

           OPEN INPUT TRACE-FILE
           IF WS-TRACE-FS NOT = "00"
               DISPLAY "  Brak pliku sladu: "
                   TRIM(WS-TRACE-PATH)
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "no trace file to replay"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPLAY-FILE
           MOVE SPACES TO REPLAY-REC
           STRING "REACTOR REPLAY lookahead=" WS-LOOKAHEAD
               " trace=" TRIM(WS-TRACE-PATH)
               DELIMITED SIZE INTO REPLAY-REC
           END-STRING
           WRITE REPLAY-REC

           MOVE "N" TO WS-RP-PENDING
           MOVE SPACE TO WS-RP-EXPECT
           PERFORM UNTIL WS-TRACE-FS NOT = "00"
               READ TRACE-FILE
                   AT END
                       EXIT PERFORM
               END-READ
               EVALUATE TRUE
                   WHEN TRACE-REC(1:6) = "start "
                       PERFORM REPLAY-START-LINE
                   WHEN TRACE-REC(1:5) = "step="
                       PERFORM REPLAY-STEP-LINE
                   WHEN OTHER
                       PERFORM REPLAY-BLOCKS-LINE
               END-EVALUATE
           END-PERFORM
           CLOSE TRACE-FILE
           IF WS-RP-PENDING = "Y"
               PERFORM REPLAY-ONE-GAME
           END-IF

           MOVE SPACES TO REPLAY-REC
           STRING "summary games=" WS-RP-GAMES
               " recorded-goal=" WS-RP-REC-GOAL-CT
               " replay-goal=" WS-RP-GOAL-CT
               " diverged=" WS-RP-DIV-CT
               DELIMITED SIZE INTO REPLAY-REC
           END-STRING
           WRITE REPLAY-REC
           CLOSE REPLAY-FILE

           DISPLAY "  Gry: " WS-RP-GAMES
               " cel (zapis): " WS-RP-REC-GOAL-CT
               " cel (powtorka): " WS-RP-GOAL-CT
               " rozbieznosci: " WS-RP-DIV-CT
           DISPLAY "  Raport: " TRIM(WS-REPLAY-PATH)

           IF WS-RP-GAMES = 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "no games in trace file"
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING "replayed " WS-RP-GAMES
                   " games, goal " WS-RP-GOAL-CT
                   ", diverged " WS-RP-DIV-CT
                   DELIMITED SIZE INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           .

      *> -- "start col=N blocks=NN" opens a new game --
       REPLAY-START-LINE.
           IF WS-RP-PENDING = "Y"
               PERFORM REPLAY-ONE-GAME
           END-IF
           PERFORM REPLAY-NEW-GAME
           MOVE "Y" TO WS-RP-HAS-START
           PERFORM REPLAY-SPLIT-TOKENS
           PERFORM VARYING WS-RP-TK FROM 1 BY 1
               UNTIL WS-RP-TK > 8
               MOVE SPACES TO WS-RP-TKEY WS-RP-TVAL
               UNSTRING WS-RP-TOK(WS-RP-TK)
                   DELIMITED BY "="
                   INTO WS-RP-TKEY WS-RP-TVAL
               END-UNSTRING
               IF TRIM(WS-RP-TKEY) = "col"
               AND TRIM(WS-RP-TVAL) IS NUMERIC
                   MOVE NUMVAL(WS-RP-TVAL)
                       TO WS-RP-INIT-COL
               END-IF
           END-PERFORM
           MOVE "I" TO WS-RP-EXPECT
           .

      *> -- "step=NN move=... col=N reached=Y/N blocks=NN" --
       REPLAY-STEP-LINE.
           PERFORM REPLAY-SPLIT-TOKENS
           MOVE 0 TO WS-RP-STEP-NO
           MOVE SPACES TO WS-RP-TKEY WS-RP-TVAL
           UNSTRING WS-RP-TOK(1) DELIMITED BY "="
               INTO WS-RP-TKEY WS-RP-TVAL
           END-UNSTRING
           IF TRIM(WS-RP-TVAL) IS NUMERIC
               MOVE NUMVAL(WS-RP-TVAL) TO WS-RP-STEP-NO
           END-IF
           MOVE SPACE TO WS-RP-EXPECT
           IF WS-RP-STEP-NO = 0 OR WS-RP-STEP-NO > 50
               EXIT PARAGRAPH
           END-IF

      *>   Older traces carry no start record: a step number that
      *>   does not follow on means a new game began
           IF WS-RP-PENDING = "N"
           OR WS-RP-STEP-NO <= WS-RP-LAST-STEP
               IF WS-RP-PENDING = "Y"
                   PERFORM REPLAY-ONE-GAME
               END-IF
               PERFORM REPLAY-NEW-GAME
           END-IF
           MOVE WS-RP-STEP-NO TO WS-RP-LAST-STEP
           IF WS-RP-STEP-NO > WS-RP-CT
               MOVE WS-RP-STEP-NO TO WS-RP-CT
           END-IF

           MOVE SPACES TO WS-RP-MOVE(WS-RP-STEP-NO)
           MOVE 0 TO WS-RP-COL(WS-RP-STEP-NO)
           MOVE "N" TO WS-RP-REACHED(WS-RP-STEP-NO)
           MOVE 0 TO WS-RP-BCT(WS-RP-STEP-NO)
           PERFORM VARYING WS-RP-TK FROM 2 BY 1
               UNTIL WS-RP-TK > 8
               MOVE SPACES TO WS-RP-TKEY WS-RP-TVAL
               UNSTRING WS-RP-TOK(WS-RP-TK)
                   DELIMITED BY "="
                   INTO WS-RP-TKEY WS-RP-TVAL
               END-UNSTRING
               EVALUATE TRIM(WS-RP-TKEY)
                   WHEN "move"
                       MOVE WS-RP-TVAL
                           TO WS-RP-MOVE(WS-RP-STEP-NO)
                   WHEN "col"
                       IF TRIM(WS-RP-TVAL) IS NUMERIC
                           MOVE NUMVAL(WS-RP-TVAL)
                               TO WS-RP-COL(WS-RP-STEP-NO)
                       END-IF
                   WHEN "reached"
                       MOVE WS-RP-TVAL(1:1)
                           TO WS-RP-REACHED(WS-RP-STEP-NO)
               END-EVALUATE
           END-PERFORM
           MOVE "S" TO WS-RP-EXPECT
           .

      *> -- Reset the per-game tables --
       REPLAY-NEW-GAME.
           MOVE "Y" TO WS-RP-PENDING
           MOVE "N" TO WS-RP-HAS-START
           MOVE 0 TO WS-RP-CT
           MOVE 0 TO WS-RP-LAST-STEP
           MOVE 0 TO WS-RP-INIT-COL
           MOVE 0 TO WS-RP-INIT-CT
           .

       REPLAY-SPLIT-TOKENS.
           MOVE SPACES TO WS-RP-TOKENS
           UNSTRING TRACE-REC DELIMITED BY ALL SPACE
               INTO WS-RP-TOK(1) WS-RP-TOK(2) WS-RP-TOK(3)
                    WS-RP-TOK(4) WS-RP-TOK(5) WS-RP-TOK(6)
                    WS-RP-TOK(7) WS-RP-TOK(8)
           END-UNSTRING
           .

      *> -- "[col=C top=T bot=B dir=DDDD]" entries, fixed offsets
      *> -- from each "[" as written by WRITE-TRACE-BLOCKS --
       REPLAY-BLOCKS-LINE.
           IF WS-RP-EXPECT = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RP-B
           PERFORM VARYING WS-RP-P FROM 1 BY 1
               UNTIL WS-RP-P > 1970
               OR WS-RP-B >= 10
               IF TRACE-REC(WS-RP-P:1) = "["
               AND TRACE-REC(WS-RP-P + 1:4) = "col="
                   ADD 1 TO WS-RP-B
                   IF WS-RP-EXPECT = "I"
                       MOVE TRACE-REC(WS-RP-P + 5:1)
                           TO WS-RP-IBK-COL(WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 11:1)
                           TO WS-RP-IBK-TOP(WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 17:1)
                           TO WS-RP-IBK-BOT(WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 23:4)
                           TO WS-RP-IBK-DIR(WS-RP-B)
                   ELSE
                       MOVE TRACE-REC(WS-RP-P + 5:1)
                           TO WS-RP-SBK-COL(WS-RP-CT, WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 11:1)
                           TO WS-RP-SBK-TOP(WS-RP-CT, WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 17:1)
                           TO WS-RP-SBK-BOT(WS-RP-CT, WS-RP-B)
                       MOVE TRACE-REC(WS-RP-P + 23:4)
                           TO WS-RP-SBK-DIR(WS-RP-CT, WS-RP-B)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RP-EXPECT = "I"
               MOVE WS-RP-B TO WS-RP-INIT-CT
           ELSE
               MOVE WS-RP-B TO WS-RP-BCT(WS-RP-CT)
           END-IF
           MOVE SPACE TO WS-RP-EXPECT
           .

      *> ============================================================
      *> REPLAY-ONE-GAME: play the recorded game again from its
      *> first board. While the current logic picks the recorded
      *> moves the recorded boards are used; from the first
      *> different move on, blocks follow SIMULATE-BLOCKS.
      *> ============================================================
       REPLAY-ONE-GAME.
           MOVE "N" TO WS-RP-PENDING
           IF WS-RP-HAS-START = "Y"
               MOVE 0 TO WS-RP-OFFSET
               MOVE WS-RP-INIT-COL TO WS-PLAYER-COL
               MOVE WS-RP-INIT-CT TO WS-BLOCK-COUNT
               PERFORM VARYING WS-RP-B FROM 1 BY 1
                   UNTIL WS-RP-B > WS-BLOCK-COUNT
                   MOVE WS-RP-IBK-COL(WS-RP-B)
                       TO WS-BLK-COL(WS-RP-B)
                   MOVE WS-RP-IBK-TOP(WS-RP-B)
                       TO WS-BLK-TOP(WS-RP-B)
                   MOVE WS-RP-IBK-BOT(WS-RP-B)
                       TO WS-BLK-BOT(WS-RP-B)
                   MOVE WS-RP-IBK-DIR(WS-RP-B)
                       TO WS-BLK-DIR(WS-RP-B)
               END-PERFORM
           ELSE
      *>       No start record: begin from the board after step 1
               IF WS-RP-CT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-RP-OFFSET
               MOVE WS-RP-COL(1) TO WS-PLAYER-COL
               MOVE 1 TO WS-RP-K
               PERFORM REPLAY-RECORDED-BOARD
           END-IF
           ADD 1 TO WS-RP-GAMES
           MOVE "N" TO WS-RP-REC-GOAL
           IF WS-RP-CT > 0
               MOVE WS-RP-REACHED(WS-RP-CT) TO WS-RP-REC-GOAL
           END-IF
           IF WS-RP-REC-GOAL = "Y"
               ADD 1 TO WS-RP-REC-GOAL-CT
           END-IF
           IF WS-PLAYER-COL < 1
               MOVE 1 TO WS-PLAYER-COL
           END-IF

           MOVE "Y" TO WS-RP-ON-PATH
           MOVE 0 TO WS-RP-DIV-STEP
           MOVE SPACES TO WS-RP-DIV-REC WS-RP-DIV-NEW
           MOVE SPACES TO WS-RP-OUTCOME
           MOVE WS-RP-OFFSET TO WS-RP-MOVES
           IF WS-PLAYER-COL = WS-GRID-COLS
               MOVE "REACHED" TO WS-RP-OUTCOME
           END-IF

           PERFORM VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP + WS-RP-OFFSET > WS-MAX-STEPS
               OR WS-RP-OUTCOME NOT = SPACES
               PERFORM DECIDE-MOVE
               COMPUTE WS-RP-K = WS-STEP + WS-RP-OFFSET

               IF WS-RP-ON-PATH = "Y"
                   IF WS-RP-K > WS-RP-CT
                       MOVE "N" TO WS-RP-ON-PATH
                   ELSE
                       IF TRIM(WS-MOVE-CMD)
                           NOT = TRIM(WS-RP-MOVE(WS-RP-K))
                           MOVE "N" TO WS-RP-ON-PATH
                           MOVE WS-RP-K TO WS-RP-DIV-STEP
                           MOVE WS-RP-MOVE(WS-RP-K)
                               TO WS-RP-DIV-REC
                           MOVE WS-MOVE-CMD TO WS-RP-DIV-NEW
                           ADD 1 TO WS-RP-DIV-CT
                       END-IF
                   END-IF
               END-IF

               IF TRIM(WS-MOVE-CMD) = "right"
               AND WS-PLAYER-COL < WS-GRID-COLS
                   ADD 1 TO WS-PLAYER-COL
               END-IF
               IF TRIM(WS-MOVE-CMD) = "left"
               AND WS-PLAYER-COL > 1
                   SUBTRACT 1 FROM WS-PLAYER-COL
               END-IF

               IF WS-RP-ON-PATH = "Y"
                   PERFORM REPLAY-RECORDED-BOARD
               ELSE
                   MOVE WS-FUT-COUNT TO WS-BLOCK-COUNT
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-FUT-COUNT
                       MOVE WS-FBK-COL(WS-I) TO WS-BLK-COL(WS-I)
                       MOVE WS-FBK-TOP(WS-I) TO WS-BLK-TOP(WS-I)
                       MOVE WS-FBK-BOT(WS-I) TO WS-BLK-BOT(WS-I)
                       MOVE WS-FBK-DIR(WS-I) TO WS-BLK-DIR(WS-I)
                   END-PERFORM
               END-IF
               MOVE WS-RP-K TO WS-RP-MOVES

               IF WS-PLAYER-COL = WS-GRID-COLS
                   MOVE "REACHED" TO WS-RP-OUTCOME
               ELSE
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-BLOCK-COUNT
                       IF WS-BLK-COL(WS-I) = WS-PLAYER-COL
                       AND WS-BLK-TOP(WS-I) <= WS-PLAYER-ROW
                       AND WS-BLK-BOT(WS-I) >= WS-PLAYER-ROW
                           MOVE "CRUSHED" TO WS-RP-OUTCOME
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-RP-OUTCOME = SPACES
               MOVE "NO-GOAL" TO WS-RP-OUTCOME
           END-IF
           IF WS-RP-OUTCOME = "REACHED"
               ADD 1 TO WS-RP-GOAL-CT
           END-IF

           MOVE SPACES TO REPLAY-REC
           IF WS-RP-REC-GOAL = "Y"
               STRING "game=" WS-RP-GAMES
                   " start=" WS-RP-HAS-START
                   " recorded=REACHED/" WS-RP-CT
                   DELIMITED SIZE INTO REPLAY-REC
               END-STRING
           ELSE
               STRING "game=" WS-RP-GAMES
                   " start=" WS-RP-HAS-START
                   " recorded=NO-GOAL/" WS-RP-CT
                   DELIMITED SIZE INTO REPLAY-REC
               END-STRING
           END-IF
           STRING TRIM(REPLAY-REC TRAILING)
               " replay=" TRIM(WS-RP-OUTCOME) "/" WS-RP-MOVES
               DELIMITED SIZE INTO REPLAY-REC
           END-STRING
           IF WS-RP-DIV-STEP = 0
               STRING TRIM(REPLAY-REC TRAILING)
                   " diverge=none"
                   DELIMITED SIZE INTO REPLAY-REC
               END-STRING
           ELSE
               STRING TRIM(REPLAY-REC TRAILING)
                   " diverge=" WS-RP-DIV-STEP
                   " recorded=" TRIM(WS-RP-DIV-REC)
                   " replay=" TRIM(WS-RP-DIV-NEW)
                   DELIMITED SIZE INTO REPLAY-REC
               END-STRING
           END-IF
           WRITE REPLAY-REC
           .

      *> -- Player board recorded after step WS-RP-K --
       REPLAY-RECORDED-BOARD.
           MOVE WS-RP-BCT(WS-RP-K) TO WS-BLOCK-COUNT
           PERFORM VARYING WS-RP-B FROM 1 BY 1
               UNTIL WS-RP-B > WS-BLOCK-COUNT
               MOVE WS-RP-SBK-COL(WS-RP-K, WS-RP-B)
                   TO WS-BLK-COL(WS-RP-B)
               MOVE WS-RP-SBK-TOP(WS-RP-K, WS-RP-B)
                   TO WS-BLK-TOP(WS-RP-B)
               MOVE WS-RP-SBK-BOT(WS-RP-K, WS-RP-B)
                   TO WS-BLK-BOT(WS-RP-B)
               MOVE WS-RP-SBK-DIR(WS-RP-K, WS-RP-B)
                   TO WS-BLK-DIR(WS-RP-B)
           END-PERFORM
           .

      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
