       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMPTEVAL.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> PROMPTEVAL - Golden-set regression check for a candidate
      *> model before it goes into the nightly run
      *> 1. Read golden_set.dat (task|case-id|input|expected), the
      *>    maintained set of answers we know to be right:
      *>      S02E01  item description   -> label set (DNG, NEU,
      *>                                    DNG+NEU)
      *>      S03E01  operator note      -> ok / problem
      *>      S05E04  navigation hint    -> UP/DOWN/AHEAD/MIDDLE
      *>      S01E04  shipment data      -> declaration fields as
      *>                                    field=value;field=value
      *>                                    (kategoria, trasa, waga,
      *>                                    kwota - first word after
      *>                                    the field's colon)
      *> 2. Replay every case against the candidate model with the
      *>    same prompt wording the task program uses, one call per
      *>    case, temperature 0. No response cache and no failover:
      *>    the answer must come from the model under test. The
      *>    wording is the task's prompt version in force in the
      *>    shared prompt library (PROMPTLIB-PROC; PROMPT_AS_OF
      *>    scores a version dated ahead before it takes effect),
      *>    the built-in copy below when the library has none
      *> 3. Write prompteval_report.txt - every disagreement
      *>    (expected vs what the model said), accuracy per task
      *>    against PROMPTEVAL_MIN_PCT (default 90), and the cost of
      *>    the evaluation in tokens and cents, with the prompt
      *>    version each task was scored on
      *> 4. Append one line per task to prompteval_history.dat
      *>    (ts|model|provider|task|cases|correct|pct|ptok|ctok
      *>    |cents|prompt-version) so two models - or two prompt
      *>    versions - can be compared run against run
      *> PROMPTEVAL_MODEL names the candidate (default MODEL_NAME,
      *> i.e. what production runs today); PROMPTEVAL_PROVIDER=2
      *> sends it to the secondary endpoint (OPENAI_API_URL2);
      *> PROMPTEVAL_TASK limits the replay to one task. Every call
      *> lands in the shared API usage ledger under PROMPTEVAL and
      *> is priced from COSTGOV's token_rates.dat - a line for the
      *> model name wins over the provider's line.
      *> Run by hand before a model switch; WARN in the run log
      *> when any task falls below the threshold.
      *> ============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT API-COST-FILE ASSIGN TO WS-APICOST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICOST-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT API-BUDGET-FILE ASSIGN TO WS-APIBUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIBUDGET-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT GOLDEN-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT TOKEN-RATES-FILE ASSIGN TO WS-TRATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT PROMPT-LIB-FILE ASSIGN TO WS-PLIB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLIB-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  API-COST-FILE.
       01  API-COST-REC             PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  WORK-FILE.
       01  WORK-REC                 PIC X(16000).

       FD  GOLDEN-FILE.
       01  GOLDEN-REC               PIC X(800).

       FD  TOKEN-RATES-FILE.
       01  TOKEN-RATES-REC          PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(400).

       FD  HISTORY-FILE.
       01  HISTORY-REC              PIC X(200).

       FD  PROMPT-LIB-FILE.
       01  PROMPT-LIB-REC           PIC X(1000).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.

       COPY ENVLOAD-WS.
       COPY JSONESCAPE-WS.
       COPY JSONPARSE-WS.
       COPY JSONREAD-WS.
       COPY LLMFAIL-WS.
       COPY PROMPTLIB-WS.

       01  WS-WORK-PATH            PIC X(100) VALUE "work.tmp".
       01  WS-FS                   PIC XX.
       01  WS-GOLDEN-PATH          PIC X(100) VALUE
           "golden_set.dat".
       01  WS-TRATES-PATH          PIC X(100) VALUE
           "../COSTGOV/token_rates.dat".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "prompteval_report.txt".
       01  WS-HISTORY-PATH         PIC X(100) VALUE
           "prompteval_history.dat".
       01  WS-RESP-PATH            PIC X(100) VALUE
           "eval_resp.json".
       01  WS-ENV-VAL              PIC X(200).
       01  WS-CMD                  PIC X(1200).
       01  WS-REQ-JSON             PIC X(16000).
       01  WS-PTR                  PIC 9(5).
       01  WS-EOF-FLAG             PIC X(1).
       01  WS-NOW-TS               PIC X(21).

      *> -- Candidate under test --
       01  WS-EVAL-MODEL           PIC X(30).
       01  WS-EVAL-TASK            PIC X(8).
       01  WS-EVAL-MIN-PCT         PIC 9(3) VALUE 90.

      *> -- Golden cases: the whole set is loaded first so a bad
      *> -- line is reported before any money is spent --
       01  WS-CASE-MAX             PIC 9(3) VALUE 300.
       01  WS-CASE-COUNT           PIC 9(3) VALUE 0.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 300 TIMES.
               10  WS-GC-TASK      PIC X(8).
               10  WS-GC-ID        PIC X(20).
               10  WS-GC-INPUT     PIC X(500).
               10  WS-GC-EXPECT    PIC X(200).
               10  WS-GC-GOT       PIC X(200).
               10  WS-GC-MATCH     PIC X(1).
       01  WS-CUR                  PIC 9(3).
       01  WS-BAD-LINES            PIC 9(3) VALUE 0.
       01  WS-SKIP-CASES           PIC 9(3) VALUE 0.

      *> -- Per-task tally (fixed list of the tasks the golden set
      *> -- covers; a case for any other task is a bad line) --
       01  WS-TASK-COUNT           PIC 9(1) VALUE 4.
       01  WS-TASK-TABLE.
           05  WS-TK-ENTRY OCCURS 4 TIMES.
               10  WS-TK-ID        PIC X(8).
               10  WS-TK-CASES     PIC 9(3).
               10  WS-TK-CORRECT   PIC 9(3).
               10  WS-TK-NOANS     PIC 9(3).
               10  WS-TK-PTOK      PIC 9(9).
               10  WS-TK-CTOK      PIC 9(9).
               10  WS-TK-CENTS     PIC 9(7)V9(4).
               10  WS-TK-PCT       PIC 9(3)V9.
               10  WS-TK-PNAME     PIC X(60).
               10  WS-TK-PVER      PIC X(30).
       01  WS-TK-IDX               PIC 9(1).
       01  WS-TK-HIT               PIC 9(1).
       01  WS-BELOW-COUNT          PIC 9(1) VALUE 0.

      *> -- Golden line parsing --
       01  WS-GLD-LINE             PIC X(800).
       01  WS-GLD-TASK             PIC X(20).
       01  WS-GLD-ID               PIC X(30).
       01  WS-GLD-INPUT            PIC X(500).
       01  WS-GLD-EXPECT           PIC X(200).

      *> -- Library prompt texts the replay is built from, JSON-
      *> -- ready (length 0 = none in force, built-in wording) --
       01  WS-EP-S02E01-TEXT       PIC X(1000).
       01  WS-EP-S02E01-LEN        PIC 9(5) VALUE 0.
       01  WS-EP-S03E01-TEXT       PIC X(2000).
       01  WS-EP-S03E01-LEN        PIC 9(5) VALUE 0.
       01  WS-EP-S05E04-SYS        PIC X(2000).
       01  WS-EP-S05E04-SYS-LEN    PIC 9(5) VALUE 0.
       01  WS-EP-S05E04-FEW        PIC X(2400).
       01  WS-EP-S05E04-FEW-LEN    PIC 9(5) VALUE 0.
       01  WS-EP-S01E04-TEXT       PIC X(2000).
       01  WS-EP-S01E04-LEN        PIC 9(5) VALUE 0.
       01  WS-EP-VER2              PIC X(12).

      *> -- Token pricing for the candidate --
       01  WS-TR-LINE              PIC X(100).
       01  WS-TR-FLD1              PIC X(30).
       01  WS-TR-FLD2              PIC X(15).
       01  WS-TR-FLD3              PIC X(15).
       01  WS-TR-PROMPT            PIC 9(5)V9(4) VALUE 0.
       01  WS-TR-COMPL             PIC 9(5)V9(4) VALUE 0.
       01  WS-TR-SOURCE            PIC X(30) VALUE SPACES.
       01  WS-TR-BY-MODEL          PIC X(1) VALUE "N".

      *> -- One call --
       01  WS-CALL-PTOK            PIC 9(9).
       01  WS-CALL-CTOK            PIC 9(9).
       01  WS-ANSWER               PIC X(4000).
       01  WS-ANSWER-UP            PIC X(4000).
       01  WS-ANSWER-LOW           PIC X(4000).
       01  WS-TALLY-CNT            PIC 9(4).
       01  WS-TALLY-2              PIC 9(4).
       01  WS-I                    PIC 9(5).
       01  WS-N                    PIC 9(5).

      *> -- S01E04 field comparison --
       01  WS-EXP-PTR              PIC 9(3).
       01  WS-EXP-PAIR             PIC X(80).
       01  WS-EXP-FIELD            PIC X(30).
       01  WS-EXP-VALUE            PIC X(40).
       01  WS-FLD-POS              PIC 9(5).
       01  WS-FLD-LEN              PIC 9(2).
       01  WS-FLD-TOKEN            PIC X(40).
       01  WS-FLD-TOK-LEN          PIC 9(2).
       01  WS-GOT-PTR              PIC 9(3).

      *> -- Totals and display helpers --
       01  WS-TOT-CASES            PIC 9(5) VALUE 0.
       01  WS-TOT-CORRECT          PIC 9(5) VALUE 0.
       01  WS-TOT-PTOK             PIC 9(9) VALUE 0.
       01  WS-TOT-CTOK             PIC 9(9) VALUE 0.
       01  WS-TOT-CENTS            PIC 9(7)V9(4) VALUE 0.
       01  WS-TOT-PCT              PIC 9(3)V9 VALUE 0.
       01  WS-DISAGREE-COUNT       PIC 9(5) VALUE 0.
       01  WS-CNT-DISP             PIC ZZZ9.
       01  WS-CNT-DISP2            PIC ZZZ9.
       01  WS-PCT-DISP             PIC ZZ9.9.
       01  WS-TOK-DISP             PIC Z(8)9.
       01  WS-TOK-DISP2            PIC Z(8)9.
       01  WS-CENTS-DISP           PIC Z(6)9.99.
       01  WS-MIN-DISP             PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROMPTEVAL.
           MOVE "PROMPTEVAL" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== PROMPTEVAL: zestaw wzorcowy dla modelu ==="

           MOVE "PROMPTEVAL" TO WS-APICOST-PROGID
           PERFORM CHECK-API-BUDGET

           PERFORM LOAD-ENV-VARS
           PERFORM LLM-LOAD-SECONDARY
           PERFORM LOAD-EVAL-SETTINGS

           MOVE "S02E01" TO WS-TK-ID(1)
           MOVE "S03E01" TO WS-TK-ID(2)
           MOVE "S05E04" TO WS-TK-ID(3)
           MOVE "S01E04" TO WS-TK-ID(4)
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               MOVE 0 TO WS-TK-CASES(WS-TK-IDX)
                         WS-TK-CORRECT(WS-TK-IDX)
                         WS-TK-NOANS(WS-TK-IDX)
                         WS-TK-PTOK(WS-TK-IDX)
                         WS-TK-CTOK(WS-TK-IDX)
                         WS-TK-CENTS(WS-TK-IDX)
                         WS-TK-PCT(WS-TK-IDX)
           END-PERFORM
           PERFORM LOAD-EVAL-PROMPTS

           PERFORM LOAD-GOLDEN-SET
           IF WS-CASE-COUNT = 0
               DISPLAY "  BLAD: pusty lub brakujacy zestaw "
                   TRIM(WS-GOLDEN-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing golden_set.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM LOAD-TOKEN-RATE

           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-CASE-COUNT
               PERFORM EVAL-ONE-CASE
           END-PERFORM

           PERFORM SUM-EVAL-RESULTS
           PERFORM WRITE-EVAL-REPORT
           PERFORM APPEND-EVAL-HISTORY

           MOVE WS-TOT-PCT TO WS-PCT-DISP
           DISPLAY "  Trafnosc ogolem: " TRIM(WS-PCT-DISP) "%"
               "  Raport: " TRIM(WS-REPORT-PATH)

           IF WS-BELOW-COUNT > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "LLM-REGRESSION" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           MOVE WS-TOT-CENTS TO WS-CENTS-DISP
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "model=" TRIM(WS-EVAL-MODEL)
               " cases=" WS-TOT-CASES
               " acc=" TRIM(WS-PCT-DISP)
               " below=" WS-BELOW-COUNT
               " cents=" TRIM(WS-CENTS-DISP)
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> LOAD-EVAL-SETTINGS: candidate model, endpoint, task filter
      *> and the accuracy threshold
      *> ============================================================
       LOAD-EVAL-SETTINGS.
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "PROMPTEVAL_PROVIDER"
           IF TRIM(WS-ENV-VAL) = "2"
               IF TRIM(WS-LLM-URL2) = SPACES
                   DISPLAY "  UWAGA: brak OPENAI_API_URL2 - "
                       "ocena na glownym dostawcy"
               ELSE
                   MOVE 2 TO WS-LLM-PROVIDER
               END-IF
           END-IF
           PERFORM LLM-SET-ACTIVE

           MOVE WS-LLM-ACT-MODEL TO WS-EVAL-MODEL
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "PROMPTEVAL_MODEL"
           IF WS-ENV-VAL NOT = SPACES
               MOVE WS-ENV-VAL TO WS-EVAL-MODEL
           END-IF
           MOVE WS-EVAL-MODEL TO WS-LLM-ACT-MODEL

           MOVE SPACES TO WS-EVAL-TASK
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "PROMPTEVAL_TASK"
           IF WS-ENV-VAL NOT = SPACES
               MOVE UPPER-CASE(TRIM(WS-ENV-VAL)) TO WS-EVAL-TASK
           END-IF

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "PROMPTEVAL_MIN_PCT"
           IF WS-ENV-VAL NOT = SPACES
           AND TEST-NUMVAL(WS-ENV-VAL) = 0
           AND NUMVAL(WS-ENV-VAL) <= 100
               MOVE NUMVAL(WS-ENV-VAL) TO WS-EVAL-MIN-PCT
           END-IF

           MOVE WS-EVAL-MIN-PCT TO WS-MIN-DISP
           DISPLAY "  Model: " TRIM(WS-EVAL-MODEL)
               " (" TRIM(WS-LLM-PROVIDER-NAME) ")"
               "  Prog: " TRIM(WS-MIN-DISP) "%"
           IF WS-EVAL-TASK NOT = SPACES
               DISPLAY "  Tylko zadanie: " TRIM(WS-EVAL-TASK)
           END-IF
           .

      *> ============================================================
      *> LOAD-EVAL-PROMPTS: each task's prompt version in force in
      *> the prompt library - the wording under test - and its
      *> name/version for the report, the history and the ledger
      *> ============================================================
       LOAD-EVAL-PROMPTS.
           MOVE "J" TO WS-PLIB-MODE

           MOVE "S02E01-CLASSIFY-ITEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-EP-S02E01-TEXT)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-EP-S02E01-TEXT
               MOVE WS-PLIB-TLEN TO WS-EP-S02E01-LEN
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-NAME TO WS-TK-PNAME(1)
           MOVE WS-PLIB-VERSION TO WS-TK-PVER(1)

           MOVE "S03E01-NOTES-SYSTEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-EP-S03E01-TEXT)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-EP-S03E01-TEXT
               MOVE WS-PLIB-TLEN TO WS-EP-S03E01-LEN
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-NAME TO WS-TK-PNAME(2)
           MOVE WS-PLIB-VERSION TO WS-TK-PVER(2)

           MOVE "S05E04-HINT-SYSTEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-EP-S05E04-SYS)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-EP-S05E04-SYS
               MOVE WS-PLIB-TLEN TO WS-EP-S05E04-SYS-LEN
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-VERSION TO WS-EP-VER2
           MOVE "S05E04-HINT-FEWSHOT" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-EP-S05E04-FEW)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-EP-S05E04-FEW
               MOVE WS-PLIB-TLEN TO WS-EP-S05E04-FEW-LEN
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE "S05E04-HINT-SYSTEM+S05E04-HINT-FEWSHOT"
               TO WS-TK-PNAME(3)
           MOVE SPACES TO WS-TK-PVER(3)
           STRING TRIM(WS-EP-VER2) "+" TRIM(WS-PLIB-VERSION)
               DELIMITED SIZE INTO WS-TK-PVER(3)
           END-STRING

           MOVE "S01E04-DECL-SYSTEM" TO WS-PLIB-NAME
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN <= LENGTH(WS-EP-S01E04-TEXT)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-EP-S01E04-TEXT
               MOVE WS-PLIB-TLEN TO WS-EP-S01E04-LEN
           ELSE
               MOVE "builtin" TO WS-PLIB-VERSION
           END-IF
           MOVE WS-PLIB-NAME TO WS-TK-PNAME(4)
           MOVE WS-PLIB-VERSION TO WS-TK-PVER(4)
           .

      *> ============================================================
      *> LOAD-GOLDEN-SET: task|case-id|input|expected, # comments
      *> ============================================================
       LOAD-GOLDEN-SET.
           MOVE 0 TO WS-CASE-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT GOLDEN-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc "
                   TRIM(WS-GOLDEN-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ GOLDEN-FILE INTO WS-GLD-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-GLD-LINE(1:1) NOT = "#"
                       AND WS-GLD-LINE NOT = SPACES
                           PERFORM PARSE-GOLDEN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOLDEN-FILE

           MOVE WS-CASE-COUNT TO WS-CNT-DISP
           DISPLAY "  Przypadki wzorcowe: " TRIM(WS-CNT-DISP)
           IF WS-BAD-LINES > 0
               MOVE WS-BAD-LINES TO WS-CNT-DISP
               DISPLAY "  UWAGA: pominieto " TRIM(WS-CNT-DISP)
                   " blednych linii zestawu"
           END-IF
           IF WS-SKIP-CASES > 0
               MOVE WS-SKIP-CASES TO WS-CNT-DISP
               DISPLAY "  Pominieto (inne zadania): "
                   TRIM(WS-CNT-DISP)
           END-IF
           .

       PARSE-GOLDEN-LINE.
           MOVE SPACES TO WS-GLD-TASK WS-GLD-ID
                          WS-GLD-INPUT WS-GLD-EXPECT
           UNSTRING WS-GLD-LINE DELIMITED BY "|"
               INTO WS-GLD-TASK WS-GLD-ID
                    WS-GLD-INPUT WS-GLD-EXPECT
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(WS-GLD-TASK)) TO WS-GLD-TASK

           MOVE 0 TO WS-TK-HIT
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               OR WS-TK-HIT > 0
               IF TRIM(WS-GLD-TASK) = TRIM(WS-TK-ID(WS-TK-IDX))
                   MOVE WS-TK-IDX TO WS-TK-HIT
               END-IF
           END-PERFORM
           IF WS-TK-HIT = 0
           OR TRIM(WS-GLD-INPUT) = SPACES
           OR TRIM(WS-GLD-EXPECT) = SPACES
               ADD 1 TO WS-BAD-LINES
               DISPLAY "  UWAGA: bledna linia zestawu: "
                   TRIM(WS-GLD-LINE)(1:60)
               EXIT PARAGRAPH
           END-IF
           IF WS-EVAL-TASK NOT = SPACES
           AND TRIM(WS-GLD-TASK) NOT = TRIM(WS-EVAL-TASK)
               ADD 1 TO WS-SKIP-CASES
               EXIT PARAGRAPH
           END-IF
           IF WS-CASE-COUNT >= WS-CASE-MAX
               DISPLAY "  UWAGA: zestaw obciety do "
                   WS-CASE-MAX " przypadkow"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CASE-COUNT
           MOVE TRIM(WS-GLD-TASK) TO WS-GC-TASK(WS-CASE-COUNT)
           MOVE TRIM(WS-GLD-ID) TO WS-GC-ID(WS-CASE-COUNT)
           MOVE TRIM(WS-GLD-INPUT) TO WS-GC-INPUT(WS-CASE-COUNT)
           MOVE TRIM(WS-GLD-EXPECT) TO WS-GC-EXPECT(WS-CASE-COUNT)
           MOVE SPACES TO WS-GC-GOT(WS-CASE-COUNT)
           MOVE "N" TO WS-GC-MATCH(WS-CASE-COUNT)
           .

      *> ============================================================
      *> LOAD-TOKEN-RATE: cents per 1K tokens for the candidate,
      *> used only to price this evaluation's own calls in the
      *> report and the history (so two candidate models can be
      *> compared on cost) - a token_rates.dat line named after
      *> the model wins, else the provider's line. COSTGOV rates
      *> by provider only; a model line does not change its bill.
      *> ============================================================
       LOAD-TOKEN-RATE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TOKEN-RATES-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  UWAGA: brak " TRIM(WS-TRATES-PATH)
                   " - koszt tylko w tokenach"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TOKEN-RATES-FILE INTO WS-TR-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TR-LINE(1:1) NOT = "#"
                       AND WS-TR-LINE NOT = SPACES
                           PERFORM PARSE-TOKEN-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TOKEN-RATES-FILE
           IF WS-TR-SOURCE = SPACES
               DISPLAY "  UWAGA: brak stawki dla "
                   TRIM(WS-EVAL-MODEL) " / "
                   TRIM(WS-LLM-PROVIDER-NAME)
                   " - koszt tylko w tokenach"
           END-IF
           .

       PARSE-TOKEN-RATE.
           MOVE SPACES TO WS-TR-FLD1 WS-TR-FLD2 WS-TR-FLD3
           UNSTRING WS-TR-LINE DELIMITED BY "|"
               INTO WS-TR-FLD1 WS-TR-FLD2 WS-TR-FLD3
           END-UNSTRING
           IF TEST-NUMVAL(WS-TR-FLD2) NOT = 0
           OR TEST-NUMVAL(WS-TR-FLD3) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-TR-FLD1) = TRIM(WS-EVAL-MODEL)
               MOVE NUMVAL(WS-TR-FLD2) TO WS-TR-PROMPT
               MOVE NUMVAL(WS-TR-FLD3) TO WS-TR-COMPL
               MOVE WS-TR-FLD1 TO WS-TR-SOURCE
               MOVE "Y" TO WS-TR-BY-MODEL
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-TR-FLD1) = TRIM(WS-LLM-PROVIDER-NAME)
           AND WS-TR-BY-MODEL = "N"
               MOVE NUMVAL(WS-TR-FLD2) TO WS-TR-PROMPT
               MOVE NUMVAL(WS-TR-FLD3) TO WS-TR-COMPL
               MOVE WS-TR-FLD1 TO WS-TR-SOURCE
           END-IF
           .

      *> ============================================================
      *> EVAL-ONE-CASE: build the task's prompt around the golden
      *> input, ask the candidate, score the answer
      *> ============================================================
       EVAL-ONE-CASE.
           MOVE 0 TO WS-TK-HIT
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               OR WS-TK-HIT > 0
               IF WS-GC-TASK(WS-CUR) = WS-TK-ID(WS-TK-IDX)
                   MOVE WS-TK-IDX TO WS-TK-HIT
               END-IF
           END-PERFORM
           ADD 1 TO WS-TK-CASES(WS-TK-HIT)

           MOVE SPACES TO WS-ESC-IN
           MOVE WS-GC-INPUT(WS-CUR) TO WS-ESC-IN
           PERFORM JSON-ESCAPE-STR

           MOVE SPACES TO WS-REQ-JSON
           MOVE 1 TO WS-PTR
           STRING
               "{"
               WS-QT "model" WS-QT ":"
               WS-QT TRIM(WS-EVAL-MODEL) WS-QT ","
               WS-QT "temperature" WS-QT ":0,"
               WS-QT "messages" WS-QT ":["
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           EVALUATE WS-GC-TASK(WS-CUR)
               WHEN "S02E01"
                   PERFORM BUILD-PROMPT-S02E01
               WHEN "S03E01"
                   PERFORM BUILD-PROMPT-S03E01
               WHEN "S05E04"
                   PERFORM BUILD-PROMPT-S05E04
               WHEN "S01E04"
                   PERFORM BUILD-PROMPT-S01E04
           END-EVALUATE

           STRING
               WS-QT "}]}"
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           PERFORM SEND-EVAL-REQUEST

           IF WS-ANSWER = SPACES
               MOVE "(brak odpowiedzi)" TO WS-GC-GOT(WS-CUR)
               MOVE "N" TO WS-GC-MATCH(WS-CUR)
               ADD 1 TO WS-TK-NOANS(WS-TK-HIT)
           ELSE
               MOVE UPPER-CASE(WS-ANSWER) TO WS-ANSWER-UP
               MOVE LOWER-CASE(WS-ANSWER) TO WS-ANSWER-LOW
               EVALUATE WS-GC-TASK(WS-CUR)
                   WHEN "S02E01"
                       PERFORM SCORE-S02E01
                   WHEN "S03E01"
                       PERFORM SCORE-S03E01
                   WHEN "S05E04"
                       PERFORM SCORE-S05E04
                   WHEN "S01E04"
                       PERFORM SCORE-S01E04
               END-EVALUATE
           END-IF

           IF WS-GC-MATCH(WS-CUR) = "Y"
               ADD 1 TO WS-TK-CORRECT(WS-TK-HIT)
           ELSE
               DISPLAY "  ROZNICA " TRIM(WS-GC-TASK(WS-CUR))
                   " " TRIM(WS-GC-ID(WS-CUR))
                   ": oczekiwano " TRIM(WS-GC-EXPECT(WS-CUR))
                   ", model " TRIM(WS-GC-GOT(WS-CUR))
           END-IF
           .

      *> ============================================================
      *> Prompt builders - the library version in force, else the
      *> same built-in wording as the task programs
      *> ============================================================
      *> -- S02E01 CLASSIFY-SINGLE-ITEM: template + item --
       BUILD-PROMPT-S02E01.
           STRING
               "{" WS-QT "role" WS-QT ":"
               WS-QT "user" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           IF WS-EP-S02E01-LEN > 0
               STRING
                   WS-EP-S02E01-TEXT(1:WS-EP-S02E01-LEN) " "
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
               PERFORM APPEND-ESCAPED-INPUT
               EXIT PARAGRAPH
           END-IF
           STRING
               "Assign every label that applies, each with a"
               " confidence 0-100."
               " Labels: DNG=weapon,explosive,drug,bomb,firearm,"
               "handgun,rifle,ammunition; NEU=neutral"
               " (reactor,fuel cassette=NEU)."
               " Reply ONLY like: DNG:85;NEU:40"
               " (omit labels that do not apply). Item: "
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           PERFORM APPEND-ESCAPED-INPUT
           .

      *> -- S03E01 CLASSIFY-BATCH: one note as a batch of one --
       BUILD-PROMPT-S03E01.
           STRING
               "{" WS-QT "role" WS-QT ":"
               WS-QT "system" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           IF WS-EP-S03E01-LEN > 0
               STRING
                   WS-EP-S03E01-TEXT(1:WS-EP-S03E01-LEN)
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
           ELSE
               PERFORM BUILD-BUILTIN-S03E01
           END-IF
           STRING
               WS-QT "},{"
               WS-QT "role" WS-QT ":"
               WS-QT "user" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               "Classify these operator notes:" WS-NL WS-NL
               "1. "
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           PERFORM APPEND-ESCAPED-INPUT
           .

       BUILD-BUILTIN-S03E01.
           STRING
               "You classify nuclear power plant operator "
               "notes. For each note, decide:" WS-NL
               "- ok = operator says everything is fine, "
               "normal, stable, within range" WS-NL
               "- problem = any issue, error, anomaly, "
               "warning, malfunction, unusual reading"
               WS-NL WS-NL
               "Also rate your confidence in each call as "
               "high or low -- use low for ambiguous/borderline"
               " notes where ok vs problem is unclear." WS-NL
               "Respond ONLY with a JSON object mapping note "
               "number to class|confidence." WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           STRING
               "Example: {"
               X"5C" WS-QT "1" X"5C" WS-QT ":"
               X"5C" WS-QT "ok|high" X"5C" WS-QT ","
               X"5C" WS-QT "2" X"5C" WS-QT ":"
               X"5C" WS-QT "problem|low" X"5C" WS-QT "}"
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

      *> -- S05E04 LLM-CLASSIFY-HINT-V2: system prompt + few-shots
      *> -- (first attempt, no row constraint) --
       BUILD-PROMPT-S05E04.
           STRING
               "{" WS-QT "role" WS-QT ":"
               WS-QT "system" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           IF WS-EP-S05E04-SYS-LEN > 0
               STRING
                   WS-EP-S05E04-SYS(1:WS-EP-S05E04-SYS-LEN)
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
           ELSE
               PERFORM BUILD-BUILTIN-S05E04-SYS
           END-IF
           STRING
               WS-QT "},"
               "{" WS-QT "role" WS-QT ":"
               WS-QT "user" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           IF WS-EP-S05E04-FEW-LEN > 0
               STRING
                   WS-EP-S05E04-FEW(1:WS-EP-S05E04-FEW-LEN)
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
           ELSE
               PERFORM BUILD-BUILTIN-S05E04-FEW
           END-IF
           STRING
               WS-NL WS-NL
               "Hint: "
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           PERFORM APPEND-ESCAPED-INPUT
           STRING
               WS-NL "Answer:"
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

       BUILD-BUILTIN-S05E04-SYS.
           STRING
               "You classify nautical navigation hints for a 3-"
               "row by 12-column rocket grid. Row 1 is top, row "
               "3 is bottom. The player sits in some row and "
               "advances one column at a time. Each hint tells "
               "the player where a stone is relative to their "
               "next step. Answer with exactly ONE uppercase "
               "word from this set: UP, DOWN, AHEAD, MIDDLE. "
               "UP means the stone is one row ABOVE the player "
               "(port / left / larboard). DOWN means one row "
               "BELOW the player (starboard / right). AHEAD "
               "means the stone is in the same row as the "
               "player (bow / forward / directly in front / "
               "dead ahead). MIDDLE means the stone sits on the "
               "absolute centre row (row 2) regardless of the "
               "player. IMPORTANT interpretation rule: many "
               "hints describe which side is SAFE or CLEAR; the "
               "stone is on the OTHER side. For example "
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           STRING
               X"5C" WS-QT "port is clear, starboard shows "
               "trouble" X"5C" WS-QT " means DOWN (stone on "
               "starboard). Another rule: phrases like "
               X"5C" WS-QT "hold your line" X"5C" WS-QT
               ", " X"5C" WS-QT "keep course" X"5C" WS-QT ", "
               X"5C" WS-QT "steady as she goes" X"5C" WS-QT
               " combined with clear sides mean the stone is "
               "AHEAD. Output only the single word, no prose, "
               "no punctuation, no explanation."
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

       BUILD-BUILTIN-S05E04-FEW.
           STRING
               "EXAMPLES:" WS-NL
               "Hint: The only side you should distrust is "
               "port." WS-NL
               "Answer: UP" WS-NL WS-NL
               "Hint: Starboard side shows trouble, port is "
               "clean." WS-NL
               "Answer: DOWN" WS-NL WS-NL
               "Hint: The path directly ahead is not safe." WS-NL
               "Answer: AHEAD" WS-NL WS-NL
               "Hint: Port and starboard are open - hold your "
               "line." WS-NL
               "Answer: AHEAD" WS-NL WS-NL
               "Hint: Keep to the middle of the column." WS-NL
               "Answer: MIDDLE" WS-NL WS-NL
               "Hint: Port lane clear; obstacle dead ahead." WS-NL
               "Answer: AHEAD" WS-NL WS-NL
               "END EXAMPLES."
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

      *> -- S01E04 BUILD-LLM-REQUEST: the system rules with the
      *> -- golden shipment data in place of the fetched documents;
      *> -- the declaration lines are named so the fields can be
      *> -- compared without the SPK template --
       BUILD-PROMPT-S01E04.
           STRING
               "{" WS-QT "role" WS-QT ":"
               WS-QT "system" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           IF WS-EP-S01E04-LEN > 0
               STRING
                   WS-EP-S01E04-TEXT(1:WS-EP-S01E04-LEN)
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
           ELSE
               PERFORM BUILD-BUILTIN-S01E04
           END-IF
           STRING
               WS-QT "},{"
               WS-QT "role" WS-QT ":"
               WS-QT "user" WS-QT ","
               WS-QT "content" WS-QT ":" WS-QT
               "Declaration lines, one per line: KATEGORIA "
               "PRZESYLKI: , TRASA: , WAGA: (kg), KWOTA DO "
               "ZAPLATY: (PP), UWAGI SPECJALNE: ."
               WS-NL WS-NL
               "=== SHIPMENT DATA ===" WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           PERFORM APPEND-ESCAPED-INPUT
           .

       BUILD-BUILTIN-S01E04.
           STRING
               "You fill SPK transport declarations. Output"
               " ONLY the filled declaration text. No "
               "explanations, no markdown, no extra text."
               " Rules: Cat A (Strategic) includes reactor fuel."
               " Cat A and B: exempt from ALL fees "
               "(KWOTA = 0 PP). Cat A and B CAN use blocked "
               "routes (X-xx codes). UWAGI SPECJALNE must be: "
               "brak. Use provided data to determine route, "
               "WDP, and all values."
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

       APPEND-ESCAPED-INPUT.
           IF WS-ESC-OLEN > 0
               MOVE WS-ESC-OUT(1:WS-ESC-OLEN)
                   TO WS-REQ-JSON(WS-PTR:WS-ESC-OLEN)
               ADD WS-ESC-OLEN TO WS-PTR
           END-IF
           .

      *> ============================================================
      *> SEND-EVAL-REQUEST: write work.tmp, POST it, ledger line,
      *> content of the reply into WS-ANSWER (spaces = no answer)
      *> ============================================================
       SEND-EVAL-REQUEST.
           MOVE SPACES TO WS-ANSWER
           MOVE "work.tmp" TO WS-WORK-PATH
           OPEN OUTPUT WORK-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-WORK-PATH)
               EXIT PARAGRAPH
           END-IF
           WRITE WORK-REC FROM WS-REQ-JSON
           CLOSE WORK-FILE

           INITIALIZE WS-CMD
           STRING
               "rm -f " TRIM(WS-RESP-PATH) "; "
               "curl -s "
               "--max-time " WS-CURL-TIMEOUT-SEC
               " -o " TRIM(WS-RESP-PATH)
               " -X POST "
               TRIM(WS-LLM-ACT-URL)
               " -H " WS-QT
               "Content-Type: application/json"
               WS-QT
               " -H " WS-QT
               "Authorization: Bearer "
               TRIM(WS-LLM-ACT-KEY)
               WS-QT
               " -d @work.tmp"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-RESP-PATH TO WS-WORK-PATH
           PERFORM READ-JSON-FILE
           MOVE "work.tmp" TO WS-WORK-PATH

      *>   Ledger line priced from the provider's usage block; the
      *>   counts are kept here too for the evaluation's own bill
           MOVE WS-LLM-PROVIDER-NAME TO WS-APICOST-PROVIDER
           COMPUTE WS-APICOST-REQBYTES = WS-PTR - 1
           MOVE WS-JLEN TO WS-APICOST-RESPBYTES
           MOVE WS-JBUF TO WS-APICOST-SCAN-BUF
           MOVE "prompt_tokens" TO WS-APICOST-SCAN-KEY
           MOVE 13 TO WS-APICOST-SCAN-KLEN
           PERFORM APICOST-SCAN-ONE-KEY
           MOVE WS-APICOST-SCAN-NUM TO WS-APICOST-PTOK
                                       WS-CALL-PTOK
           MOVE "completion_tokens" TO WS-APICOST-SCAN-KEY
           MOVE 17 TO WS-APICOST-SCAN-KLEN
           PERFORM APICOST-SCAN-ONE-KEY
           MOVE WS-APICOST-SCAN-NUM TO WS-APICOST-CTOK
                                       WS-CALL-CTOK
           MOVE WS-TK-PNAME(WS-TK-HIT) TO WS-APICOST-PROMPT
           MOVE WS-TK-PVER(WS-TK-HIT) TO WS-APICOST-PVER
           PERFORM RECORD-API-CALL
           ADD WS-CALL-PTOK TO WS-TK-PTOK(WS-TK-HIT)
           ADD WS-CALL-CTOK TO WS-TK-CTOK(WS-TK-HIT)

           IF WS-JLEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY-CNT
           INSPECT WS-JBUF(1:WS-JLEN)
               TALLYING WS-TALLY-CNT FOR ALL '"error"'
           IF WS-TALLY-CNT > 0
               DISPLAY "  UWAGA: blad API dla "
                   TRIM(WS-GC-ID(WS-CUR)) ": "
                   TRIM(WS-JBUF)(1:120)
               EXIT PARAGRAPH
           END-IF

           MOVE "content" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL TO WS-ANSWER
           .

      *> ============================================================
      *> Scoring - each reads the answer the way its task program
      *> does and leaves the verdict in WS-GC-GOT / WS-GC-MATCH
      *> ============================================================
      *> -- S02E01: label set key, DNG before NEU --
       SCORE-S02E01.
           MOVE 0 TO WS-TALLY-CNT WS-TALLY-2
           INSPECT WS-ANSWER-UP TALLYING WS-TALLY-CNT FOR ALL "DNG"
           INSPECT WS-ANSWER-UP TALLYING WS-TALLY-2 FOR ALL "NEU"
           EVALUATE TRUE
               WHEN WS-TALLY-CNT > 0 AND WS-TALLY-2 > 0
                   MOVE "DNG+NEU" TO WS-GC-GOT(WS-CUR)
               WHEN WS-TALLY-CNT > 0
                   MOVE "DNG" TO WS-GC-GOT(WS-CUR)
               WHEN WS-TALLY-2 > 0
                   MOVE "NEU" TO WS-GC-GOT(WS-CUR)
               WHEN OTHER
                   MOVE TRIM(WS-ANSWER)(1:40) TO WS-GC-GOT(WS-CUR)
           END-EVALUATE
           IF TRIM(WS-GC-GOT(WS-CUR)) =
              UPPER-CASE(TRIM(WS-GC-EXPECT(WS-CUR)))
               MOVE "Y" TO WS-GC-MATCH(WS-CUR)
           END-IF
           .

      *> -- S03E01: class of note 1 (a "problem" anywhere in the
      *> -- one-note reply outranks an "ok") --
       SCORE-S03E01.
           MOVE 0 TO WS-TALLY-CNT WS-TALLY-2
           INSPECT WS-ANSWER-LOW TALLYING WS-TALLY-CNT
               FOR ALL "problem"
           INSPECT WS-ANSWER-LOW TALLYING WS-TALLY-2
               FOR ALL "ok"
           EVALUATE TRUE
               WHEN WS-TALLY-CNT > 0
                   MOVE "problem" TO WS-GC-GOT(WS-CUR)
               WHEN WS-TALLY-2 > 0
                   MOVE "ok" TO WS-GC-GOT(WS-CUR)
               WHEN OTHER
                   MOVE TRIM(WS-ANSWER)(1:40) TO WS-GC-GOT(WS-CUR)
           END-EVALUATE
           IF TRIM(WS-GC-GOT(WS-CUR)) =
              LOWER-CASE(TRIM(WS-GC-EXPECT(WS-CUR)))
               MOVE "Y" TO WS-GC-MATCH(WS-CUR)
           END-IF
           .

      *> -- S05E04: first recognised label word, as the strict
      *> -- matcher in LLM-CLASSIFY-HINT-V2 --
       SCORE-S05E04.
           MOVE SPACES TO WS-GC-GOT(WS-CUR)
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > 60
               OR WS-GC-GOT(WS-CUR) NOT = SPACES
               EVALUATE TRUE
                   WHEN WS-ANSWER-UP(WS-N:6) = "MIDDLE"
                       MOVE "MIDDLE" TO WS-GC-GOT(WS-CUR)
                   WHEN WS-ANSWER-UP(WS-N:5) = "AHEAD"
                       MOVE "AHEAD" TO WS-GC-GOT(WS-CUR)
                   WHEN WS-ANSWER-UP(WS-N:4) = "DOWN"
                       MOVE "DOWN" TO WS-GC-GOT(WS-CUR)
                   WHEN WS-ANSWER-UP(WS-N:2) = "UP"
                       MOVE "UP" TO WS-GC-GOT(WS-CUR)
               END-EVALUATE
           END-PERFORM
           IF WS-GC-GOT(WS-CUR) = SPACES
               MOVE TRIM(WS-ANSWER)(1:40) TO WS-GC-GOT(WS-CUR)
           END-IF
           IF TRIM(WS-GC-GOT(WS-CUR)) =
              UPPER-CASE(TRIM(WS-GC-EXPECT(WS-CUR)))
               MOVE "Y" TO WS-GC-MATCH(WS-CUR)
           END-IF
           .

      *> -- S01E04: every field=value of the expectation must match
      *> -- the first word after that field's colon; WS-GC-GOT
      *> -- shows what the declaration said for the same fields --
       SCORE-S01E04.
           MOVE "Y" TO WS-GC-MATCH(WS-CUR)
           MOVE SPACES TO WS-GC-GOT(WS-CUR)
           MOVE 1 TO WS-GOT-PTR
           MOVE 1 TO WS-EXP-PTR
           PERFORM UNTIL WS-EXP-PTR >
               LENGTH(TRIM(WS-GC-EXPECT(WS-CUR)))
               MOVE SPACES TO WS-EXP-PAIR
               UNSTRING WS-GC-EXPECT(WS-CUR) DELIMITED BY ";"
                   INTO WS-EXP-PAIR
                   WITH POINTER WS-EXP-PTR
               END-UNSTRING
               IF WS-EXP-PAIR NOT = SPACES
                   PERFORM SCORE-ONE-DECL-FIELD
               END-IF
           END-PERFORM
           .

       SCORE-ONE-DECL-FIELD.
           MOVE SPACES TO WS-EXP-FIELD WS-EXP-VALUE
           UNSTRING WS-EXP-PAIR DELIMITED BY "="
               INTO WS-EXP-FIELD WS-EXP-VALUE
           END-UNSTRING
           MOVE LOWER-CASE(TRIM(WS-EXP-FIELD)) TO WS-EXP-FIELD
           MOVE UPPER-CASE(TRIM(WS-EXP-VALUE)) TO WS-EXP-VALUE
           PERFORM EXTRACT-DECL-TOKEN
           IF WS-FLD-TOKEN = SPACES
               MOVE "?" TO WS-FLD-TOKEN
           END-IF
           IF TRIM(WS-FLD-TOKEN) NOT = TRIM(WS-EXP-VALUE)
               MOVE "N" TO WS-GC-MATCH(WS-CUR)
           END-IF
           IF WS-GOT-PTR > 1
               STRING ";" DELIMITED SIZE
                   INTO WS-GC-GOT(WS-CUR)
                   WITH POINTER WS-GOT-PTR
               END-STRING
           END-IF
           STRING TRIM(WS-EXP-FIELD) "=" TRIM(WS-FLD-TOKEN)
               DELIMITED SIZE
               INTO WS-GC-GOT(WS-CUR)
               WITH POINTER WS-GOT-PTR
           END-STRING
           .

      *> -- First word after the ":" that follows WS-EXP-FIELD in
      *> -- the answer, upper-cased (S01E04 EXTRACT-LABEL-TOKEN) --
       EXTRACT-DECL-TOKEN.
           MOVE SPACES TO WS-FLD-TOKEN
           MOVE 0 TO WS-FLD-TOK-LEN
           MOVE LENGTH(TRIM(WS-EXP-FIELD)) TO WS-FLD-LEN
           MOVE 0 TO WS-FLD-POS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 4000 - WS-FLD-LEN
               OR WS-FLD-POS > 0
               IF WS-ANSWER-LOW(WS-I:WS-FLD-LEN) =
                  WS-EXP-FIELD(1:WS-FLD-LEN)
                   COMPUTE WS-FLD-POS = WS-I + WS-FLD-LEN
               END-IF
           END-PERFORM
           IF WS-FLD-POS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM WS-FLD-POS BY 1
               UNTIL WS-I > 4000
               OR WS-ANSWER(WS-I:1) = ":"
               OR WS-ANSWER(WS-I:1) = X"5C"
               CONTINUE
           END-PERFORM
           IF WS-I > 3999
               EXIT PARAGRAPH
           END-IF
           IF WS-ANSWER(WS-I:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-I
           PERFORM UNTIL WS-I > 4000
               OR WS-ANSWER(WS-I:1) NOT = SPACE
               ADD 1 TO WS-I
           END-PERFORM
           PERFORM UNTIL WS-I > 4000
               OR WS-FLD-TOK-LEN >= 40
               OR WS-ANSWER(WS-I:1) = SPACE
               OR WS-ANSWER(WS-I:1) = X"5C"
               OR WS-ANSWER(WS-I:1) = ","
               ADD 1 TO WS-FLD-TOK-LEN
               MOVE WS-ANSWER(WS-I:1)
                   TO WS-FLD-TOKEN(WS-FLD-TOK-LEN:1)
               ADD 1 TO WS-I
           END-PERFORM
           MOVE UPPER-CASE(WS-FLD-TOKEN) TO WS-FLD-TOKEN
           .

      *> ============================================================
      *> SUM-EVAL-RESULTS: accuracy and cost per task and overall
      *> ============================================================
       SUM-EVAL-RESULTS.
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               IF WS-TK-CASES(WS-TK-IDX) > 0
                   COMPUTE WS-TK-PCT(WS-TK-IDX) ROUNDED =
                       WS-TK-CORRECT(WS-TK-IDX) * 100
                       / WS-TK-CASES(WS-TK-IDX)
                   END-COMPUTE
                   IF WS-TK-PCT(WS-TK-IDX) < WS-EVAL-MIN-PCT
                       ADD 1 TO WS-BELOW-COUNT
                   END-IF
               END-IF
               COMPUTE WS-TK-CENTS(WS-TK-IDX) ROUNDED =
                   WS-TK-PTOK(WS-TK-IDX) / 1000 * WS-TR-PROMPT
                   + WS-TK-CTOK(WS-TK-IDX) / 1000 * WS-TR-COMPL
               END-COMPUTE
               ADD WS-TK-CASES(WS-TK-IDX) TO WS-TOT-CASES
               ADD WS-TK-CORRECT(WS-TK-IDX) TO WS-TOT-CORRECT
               ADD WS-TK-PTOK(WS-TK-IDX) TO WS-TOT-PTOK
               ADD WS-TK-CTOK(WS-TK-IDX) TO WS-TOT-CTOK
               ADD WS-TK-CENTS(WS-TK-IDX) TO WS-TOT-CENTS
           END-PERFORM
           IF WS-TOT-CASES > 0
               COMPUTE WS-TOT-PCT ROUNDED =
                   WS-TOT-CORRECT * 100 / WS-TOT-CASES
               END-COMPUTE
           END-IF
           COMPUTE WS-DISAGREE-COUNT =
               WS-TOT-CASES - WS-TOT-CORRECT
           END-COMPUTE
           .

      *> ============================================================
      *> WRITE-EVAL-REPORT: disagreements, accuracy table, cost
      *> ============================================================
       WRITE-EVAL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS

           MOVE SPACES TO REPORT-REC
           STRING "PROMPTEVAL - golden set, run "
               WS-NOW-TS(1:8) " " WS-NOW-TS(9:6)
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-EVAL-MIN-PCT TO WS-MIN-DISP
           MOVE SPACES TO REPORT-REC
           STRING "Model: " TRIM(WS-EVAL-MODEL)
               "  provider: " TRIM(WS-LLM-PROVIDER-NAME)
               "  accuracy threshold: " TRIM(WS-MIN-DISP) "%"
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING "Prompts: library as of " WS-PLIB-ASOF
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

      *>   Disagreements
           MOVE WS-DISAGREE-COUNT TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "DISAGREEMENTS (" TRIM(WS-CNT-DISP) "):"
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE "task   | case | expected | model | input"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-CASE-COUNT
               IF WS-GC-MATCH(WS-CUR) NOT = "Y"
                   MOVE SPACES TO REPORT-REC
                   STRING
                       WS-GC-TASK(WS-CUR)(1:6) " | "
                       TRIM(WS-GC-ID(WS-CUR)) " | "
                       TRIM(WS-GC-EXPECT(WS-CUR)) " | "
                       TRIM(WS-GC-GOT(WS-CUR)) " | "
                       TRIM(WS-GC-INPUT(WS-CUR))(1:120)
                       DELIMITED SIZE INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           IF WS-DISAGREE-COUNT = 0
               MOVE "  (none - model agrees with the golden set)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

      *>   Accuracy per task
           MOVE "ACCURACY BY TASK:" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               IF WS-TK-CASES(WS-TK-IDX) > 0
                   PERFORM WRITE-TASK-LINE
               END-IF
           END-PERFORM
           MOVE WS-TOT-CASES TO WS-CNT-DISP
           MOVE WS-TOT-CORRECT TO WS-CNT-DISP2
           MOVE WS-TOT-PCT TO WS-PCT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "  TOTAL   cases " WS-CNT-DISP
               "  agreed " WS-CNT-DISP2
               "  accuracy " WS-PCT-DISP "%"
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

      *>   Cost of the evaluation
           MOVE "EVALUATION COST:" TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TOT-PTOK TO WS-TOK-DISP
           MOVE WS-TOT-CTOK TO WS-TOK-DISP2
           MOVE WS-TOT-CASES TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING "  calls " TRIM(WS-CNT-DISP)
               "  prompt tokens " TRIM(WS-TOK-DISP)
               "  completion " TRIM(WS-TOK-DISP2)
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-TR-SOURCE = SPACES
               MOVE "  cost: no rate in token_rates.dat"
                   TO REPORT-REC
           ELSE
               MOVE WS-TOT-CENTS TO WS-CENTS-DISP
               STRING "  cost " TRIM(WS-CENTS-DISP)
                   " cents (rate: " TRIM(WS-TR-SOURCE) ")"
                   DELIMITED SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           .

       WRITE-TASK-LINE.
           MOVE WS-TK-CASES(WS-TK-IDX) TO WS-CNT-DISP
           MOVE WS-TK-CORRECT(WS-TK-IDX) TO WS-CNT-DISP2
           MOVE WS-TK-PCT(WS-TK-IDX) TO WS-PCT-DISP
           MOVE WS-TK-CENTS(WS-TK-IDX) TO WS-CENTS-DISP
           MOVE SPACES TO REPORT-REC
           STRING "  " WS-TK-ID(WS-TK-IDX)(1:6)
               "  cases " WS-CNT-DISP
               "  agreed " WS-CNT-DISP2
               "  accuracy " WS-PCT-DISP "%"
               "  cost " WS-CENTS-DISP
               "  prompt " TRIM(WS-TK-PVER(WS-TK-IDX))
               DELIMITED SIZE INTO REPORT-REC
           END-STRING
           IF WS-TK-PCT(WS-TK-IDX) < WS-EVAL-MIN-PCT
               STRING TRIM(REPORT-REC TRAILING) "  BELOW THRESHOLD"
                   DELIMITED SIZE INTO REPORT-REC
               END-STRING
           END-IF
           IF WS-TK-NOANS(WS-TK-IDX) > 0
               MOVE WS-TK-NOANS(WS-TK-IDX) TO WS-CNT-DISP
               STRING TRIM(REPORT-REC TRAILING)
                   "  no answer " TRIM(WS-CNT-DISP)
                   DELIMITED SIZE INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           DISPLAY TRIM(REPORT-REC TRAILING)
           .

      *> ============================================================
      *> APPEND-EVAL-HISTORY: one line per task evaluated
      *> ============================================================
       APPEND-EVAL-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-HISTORY-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TK-IDX FROM 1 BY 1
               UNTIL WS-TK-IDX > WS-TASK-COUNT
               IF WS-TK-CASES(WS-TK-IDX) > 0
                   MOVE WS-TK-PCT(WS-TK-IDX) TO WS-PCT-DISP
                   MOVE WS-TK-CENTS(WS-TK-IDX) TO WS-CENTS-DISP
                   MOVE SPACES TO HISTORY-REC
                   STRING
                       WS-NOW-TS(1:14) "|"
                       TRIM(WS-EVAL-MODEL) "|"
                       TRIM(WS-LLM-PROVIDER-NAME) "|"
                       TRIM(WS-TK-ID(WS-TK-IDX)) "|"
                       WS-TK-CASES(WS-TK-IDX) "|"
                       WS-TK-CORRECT(WS-TK-IDX) "|"
                       TRIM(WS-PCT-DISP) "|"
                       WS-TK-PTOK(WS-TK-IDX) "|"
                       WS-TK-CTOK(WS-TK-IDX) "|"
                       TRIM(WS-CENTS-DISP) "|"
                       TRIM(WS-TK-PVER(WS-TK-IDX))
                       DELIMITED SIZE INTO HISTORY-REC
                   END-STRING
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           .

       COPY RUNLOG-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY ENVLOAD-PROC.
       COPY JSONESCAPE-PROC.
       COPY JSONPARSE-PROC.
       COPY JSONREAD-PROC.
       COPY LLMFAIL-PROC.
       COPY PROMPTLIB-PROC.
