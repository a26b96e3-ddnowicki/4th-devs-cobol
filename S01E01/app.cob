      *> 3. Tag jobs via OpenAI API (CALL "SYSTEM" curl)
      *> 4. Filter by "transport" tag
      *> 5. Submit answer via CALL "SYSTEM" curl
      *> Identity resolution over people_master.dat: after every
      *> master update a duplicate-scoring pass (folded name
      *> similarity with and without Polish diacritics, birth year
      *> +/-1, birthplace) rewrites people_merge_candidates.dat.
      *>   PEOPLE_RUN_MODE=DEDUP   rescore the master only
      *>   PEOPLE_RUN_MODE=MERGE   PEOPLE_MERGE_PAIR=nnn folds an
      *>       approved candidate pair into one master record
      *>       (both histories kept, the merged name becomes an
      *>       alias) and stamps people_merge_audit.log with the
      *>       operator (PEOPLE_MERGE_OPERATOR or USER)
      *> PEOPLE_DUP_THRESHOLD (default 60) is the worklist cut-off.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The tagging system prompt is S01E01-TAG-SYSTEM from the
      *> shared prompt library (PROMPTLIB-PROC); the wording below
      *> is only the fallback when the library has no version in
      *> force. Its name/version goes on every API ledger line.
      *> Under a TEST environment profile people_master.dat is only
      *> rewritten inside the profile's data root.
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
           SELECT CSV-FILE ASSIGN TO WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
               ASSIGN TO WS-MASTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MERGE-CAND-FILE
               ASSIGN TO WS-MERGE-CAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MERGE-AUDIT-FILE
               ASSIGN TO WS-MERGE-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  API-COST-FILE.
       01  API-COST-REC             PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).
       FD  PROMPT-LIB-FILE.
       01  PROMPT-LIB-REC           PIC X(1000).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       01  CONTROL-REC-REC         PIC X(150).

       FD  PEOPLE-MASTER-FILE.
       01  PEOPLE-MASTER-RECORD    PIC X(1700).

       FD  MERGE-CAND-FILE.
       01  MERGE-CAND-RECORD       PIC X(400).

       FD  MERGE-AUDIT-FILE.
       01  MERGE-AUDIT-RECORD      PIC X(400).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY CTLREC-WS.
       COPY JSONPARSE-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
      *> -- Config (loaded from environment; WS-HUB-KEY/WS-OPENAI-KEY/
      *> -- WS-MODEL/WS-HUB-URL/WS-OPENAI-URL/WS-VERIFY-URL all come
      *> -- from the shared copybook) --
           "people_overflow.log".
       01  WS-MASTER-PATH          PIC X(100) VALUE
           "people_master.dat".
       01  WS-MERGE-CAND-PATH      PIC X(100) VALUE
           "people_merge_candidates.dat".
       01  WS-MERGE-AUDIT-PATH     PIC X(100) VALUE
           "people_merge_audit.log".

      *> -- File status --
       01  WS-FILE-STATUS          PIC XX.
               10  WS-PM-LAST      PIC X(8).
               10  WS-PM-STATUS    PIC X(8).
               10  WS-PM-TAGS      PIC X(500).
               10  WS-PM-HISTORY   PIC X(600).
               10  WS-PM-SEEN      PIC X(1).
               10  WS-PM-BYEAR     PIC 9(4).
               10  WS-PM-BPLACE    PIC X(100).
               10  WS-PM-ALIASES   PIC X(200).
       01  WS-PM-LINE              PIC X(1700).
       01  WS-PM-F-NAME            PIC X(50).
       01  WS-PM-F-SURNAME         PIC X(50).
       01  WS-PM-F-FIRST           PIC X(10).
       01  WS-PM-F-LAST            PIC X(10).
       01  WS-PM-F-STATUS          PIC X(10).
       01  WS-PM-F-TAGS            PIC X(500).
       01  WS-PM-F-HISTORY         PIC X(600).
       01  WS-PM-F-BYEAR           PIC X(10).
       01  WS-PM-F-BPLACE          PIC X(100).
       01  WS-PM-F-ALIASES         PIC X(200).
       01  WS-PM-J                 PIC 9(3).
       01  WS-PM-CUR               PIC 9(3).
       01  WS-PM-TODAY             PIC X(8).
       01  WS-PM-RETURN-CNT        PIC 9(3) VALUE 0.
       01  WS-PM-HIST-ADD          PIC X(520).

      *> -- Identity resolution: duplicate scoring over the master.
      *> -- Names are folded (upper case, Polish diacritics to
      *> -- ASCII) once per entry; pairs are scored on name
      *> -- similarity (edit distance), birth year and birthplace --
       01  WS-ID-THRESHOLD         PIC 9(3) VALUE 60.
       01  WS-ID-ENVNUM            PIC X(10).
       01  WS-ID-FOLD-TABLE.
           05  WS-IDF-ENTRY OCCURS 600 TIMES.
               10  WS-IDF-NAME     PIC X(50).
               10  WS-IDF-SURNAME  PIC X(50).
               10  WS-IDF-PLACE    PIC X(100).
       01  WS-ID-FOLD-IN           PIC X(102).
       01  WS-ID-FOLD-OUT          PIC X(100).
       01  WS-ID-FI                PIC 9(3).
       01  WS-ID-FO                PIC 9(3).
       01  WS-ID-FLEN              PIC 9(3).
       01  WS-ID-PAIR              PIC X(2).
       01  WS-ID-FOLD-CH           PIC X(1).
       01  WS-ID-I                 PIC 9(3).
       01  WS-ID-J                 PIC 9(3).
       01  WS-ID-SCORE             PIC 9(3).
       01  WS-ID-REASONS           PIC X(80).
       01  WS-ID-RPTR              PIC 9(4).
       01  WS-ID-YDIFF             PIC S9(5).
       01  WS-ID-SKIP              PIC X(1).
       01  WS-ID-CAND-CNT          PIC 9(4) VALUE 0.
       01  WS-ID-DIST-DISP         PIC 9(1).
      *> -- Edit distance work area (two-row Levenshtein) --
       01  WS-LV-A                 PIC X(60).
       01  WS-LV-B                 PIC X(60).
       01  WS-LV-LA                PIC 9(3).
       01  WS-LV-LB                PIC 9(3).
       01  WS-LV-I                 PIC 9(3).
       01  WS-LV-J                 PIC 9(3).
       01  WS-LV-COST              PIC 9(1).
       01  WS-LV-MIN               PIC 9(3).
       01  WS-LV-DIST              PIC 9(3).
       01  WS-LV-PREV-ROW.
           05  WS-LV-PREV OCCURS 61 TIMES PIC 9(3).
       01  WS-LV-CUR-ROW.
           05  WS-LV-CUR  OCCURS 61 TIMES PIC 9(3).
      *> -- Alias match ("name surname" inside ;-separated list) --
       01  WS-ID-FULLNAME          PIC X(102).
       01  WS-ID-ALIAS-PAD         PIC X(204).
       01  WS-ID-KEY-PAD           PIC X(104).
       01  WS-ID-KEY-LEN           PIC 9(3).
       01  WS-ID-TALLY             PIC 9(3).
      *> -- Merge action --
       01  WS-MG-PAIR              PIC X(10).
       01  WS-MG-PAIR-N            PIC 9(4).
       01  WS-MG-OPERATOR          PIC X(30).
       01  WS-MG-LINE              PIC X(400).
       01  WS-MG-F-ID              PIC X(10).
       01  WS-MG-F-SCORE           PIC X(5).
       01  WS-MG-F-NAME1           PIC X(50).
       01  WS-MG-F-SURNAME1        PIC X(50).
       01  WS-MG-F-NAME2           PIC X(50).
       01  WS-MG-F-SURNAME2        PIC X(50).
       01  WS-MG-F-REASONS         PIC X(80).
       01  WS-MG-FOUND             PIC X(1).
       01  WS-MG-SCORE             PIC X(5).
       01  WS-MG-REASONS           PIC X(80).
       01  WS-MG-NAME1             PIC X(50).
       01  WS-MG-SURNAME1          PIC X(50).
       01  WS-MG-NAME2             PIC X(50).
       01  WS-MG-SURNAME2          PIC X(50).
       01  WS-MG-KEEP              PIC 9(3).
       01  WS-MG-DROP              PIC 9(3).
       01  WS-MG-SWAP              PIC 9(3).
       01  WS-MG-HIST              PIC X(1400).
       01  WS-MG-TS                PIC X(21).
       01  WS-MG-KEPT-LINES        PIC 9(4).
       01  WS-MG-KEEP-TABLE.
           05  WS-MG-KEEP-LINE OCCURS 500 TIMES PIC X(400).
       01  WS-MG-KI                PIC 9(4).
       01  WS-MG-HLEN              PIC 9(4).
       01  WS-MG-HI                PIC 9(4).

      *> -- Transport results --
       01  WS-TRANSPORT-COUNT      PIC 9(3) VALUE 0.
       01  WS-TRANSPORT-IDX        OCCURS 100 TIMES PIC 9(3).
       01  WS-TAG-FIRST            PIC X(1).

      *> -- System prompt for tagging --
       01  WS-SYS-PROMPT           PIC X(2000) VALUE
           "Przypisz tagi do opisu stanowiska pracy. Dostepne tagi:"
           & " IT, transport, edukacja, medycyna, praca z ludzmi,"
           & " praca z pojazdami, praca fizyczna."
           PERFORM CHECK-API-BUDGET
           DISPLAY "=== S01E01 PEOPLE - COBOL ==="

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "PEOPLE_RUN_MODE"
           MOVE SPACES TO WS-ID-ENVNUM
           ACCEPT WS-ID-ENVNUM
               FROM ENVIRONMENT "PEOPLE_DUP_THRESHOLD"
           IF WS-ID-ENVNUM NOT = SPACES
           AND TRIM(WS-ID-ENVNUM) IS NUMERIC
               COMPUTE WS-ID-THRESHOLD = NUMVAL(WS-ID-ENVNUM)
           END-IF

      *>   Identity-resolution modes work on the master alone -
      *>   no Hub or LLM keys needed
           IF TRIM(WS-RUN-MODE) = "DEDUP"
           OR TRIM(WS-RUN-MODE) = "MERGE"
               PERFORM IDENTITY-RESOLUTION-MODE
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

      *>   Load config from environment (keys, URLs, shared
      *>   model/timeout/retry defaults -- see ENVLOAD-PROC.cpy)
           PERFORM LOAD-ENV-VARS
           PERFORM LLM-LOAD-SECONDARY
           DISPLAY "Model: " TRIM(WS-LLM-ACT-MODEL)
           PERFORM LOAD-TAG-PROMPT

           IF TRIM(WS-RUN-MODE) = "RETRY"
               PERFORM RETRY-REPROCESS-QUEUE
           DISPLAY "=== PROGRAM ZAKONCZONY ==="
           IF WS-TRANSPORT-COUNT = 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "no transport employees found"
                   TO WS-RUNLOG-RESULT
           ELSE
               TRIM(WS-CSV-REJECT-DIR) "/"

           MOVE "FAIL" TO WS-RUNLOG-STATUS
           MOVE "INPUT-INVALID" TO WS-RUNLOG-REASON
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "csv quarantined: "
           PERFORM WRITE-RETRY-QUEUE
           .

      *> -- Tagging prompt version in force from the prompt library
      *> -- (built-in WS-SYS-PROMPT when there is none) --
       LOAD-TAG-PROMPT.
           MOVE "S01E01-TAG-SYSTEM" TO WS-PLIB-NAME
           MOVE "J" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN) TO WS-SYS-PROMPT
           END-IF
           MOVE WS-PLIB-NAME TO WS-APICOST-PROMPT
           MOVE WS-PLIB-VERSION TO WS-APICOST-PVER
           .

      *> -- Tag one person's job via OpenAI API --
       TAG-SINGLE-JOB.
           DISPLAY "  [" WS-IDX "/" WS-PEOPLE-COUNT "] "
                       DELIMITED SIZE
                       INTO DELTA-RECORD
                   END-STRING
      *>           Someone the master already knew (directly or
      *>           through a merged alias) is returning, not new
                   PERFORM FIND-MASTER-FOR-PERSON
                   IF WS-PM-CUR > 0
                   AND WS-PM-FIRST(WS-PM-CUR) < WS-PM-TODAY
                       MOVE SPACES TO WS-PM-LINE
                       STRING
                           TRIM(DELTA-RECORD)
                           " (powrot - pierwszy raz "
                           WS-PM-FIRST(WS-PM-CUR) ")"
                           DELIMITED SIZE
                           INTO WS-PM-LINE
                       END-STRING
                       MOVE SPACES TO DELTA-RECORD
                       STRING
                           "  " WS-PM-LINE
                           DELIMITED SIZE
                           INTO DELTA-RECORD
                       END-STRING
                   END-IF
                   WRITE DELTA-RECORD
               END-IF
           END-PERFORM
      *> ============================================================
      *> UPDATE-PEOPLE-MASTER: fold tonight's roster into the
      *> persistent people master (people_master.dat:
      *> name|surname|first-seen|last-seen|status|tags|history
      *> |birth-year|birthplace|aliases).
      *> History holds date:tags entries appended on every tag
      *> change. A person missing tonight goes LAPSED; a lapsed
      *> person seen again comes back as RETURNED, then ACTIVE.
               " (nowi: " WS-PM-NEW-CNT
               ", powroty: " WS-PM-RETURN-CNT
               ", wygasli: " WS-PM-LAPSED-CNT ")"

           PERFORM SCORE-DUPLICATE-IDENTITIES
           .

       LOAD-PEOPLE-MASTER.
           MOVE SPACES TO WS-PM-F-NAME WS-PM-F-SURNAME
                          WS-PM-F-FIRST WS-PM-F-LAST
                          WS-PM-F-STATUS WS-PM-F-TAGS
                          WS-PM-F-HISTORY WS-PM-F-BYEAR
                          WS-PM-F-BPLACE WS-PM-F-ALIASES
           UNSTRING WS-PM-LINE DELIMITED BY "|"
               INTO WS-PM-F-NAME
                    WS-PM-F-SURNAME
                    WS-PM-F-STATUS
                    WS-PM-F-TAGS
                    WS-PM-F-HISTORY
                    WS-PM-F-BYEAR
                    WS-PM-F-BPLACE
                    WS-PM-F-ALIASES
           END-UNSTRING
           IF WS-PM-F-NAME = SPACES
               EXIT PARAGRAPH
           MOVE WS-PM-F-HISTORY
               TO WS-PM-HISTORY(WS-PM-COUNT)
           MOVE "N" TO WS-PM-SEEN(WS-PM-COUNT)
      *>   Masters written before identity resolution carry no
      *>   birth year/place/aliases: blank, filled on next sight
           IF TRIM(WS-PM-F-BYEAR) IS NUMERIC
               COMPUTE WS-PM-BYEAR(WS-PM-COUNT) =
                   NUMVAL(WS-PM-F-BYEAR)
           ELSE
               MOVE 0 TO WS-PM-BYEAR(WS-PM-COUNT)
           END-IF
           MOVE WS-PM-F-BPLACE TO WS-PM-BPLACE(WS-PM-COUNT)
           MOVE WS-PM-F-ALIASES
               TO WS-PM-ALIASES(WS-PM-COUNT)
           .

      *> -- One roster person against the master (key: name, or
      *> -- any alias a merge folded into the record) --
       FOLD-PERSON-INTO-MASTER.
           PERFORM FIND-MASTER-FOR-PERSON

           IF WS-PM-CUR = 0
               IF WS-PM-COUNT >= WS-PM-MAX

           MOVE WS-PM-TODAY TO WS-PM-LAST(WS-PM-CUR)
           MOVE "Y" TO WS-PM-SEEN(WS-PM-CUR)
           IF WS-P-BORN-YEAR(WS-IDX) > 0
               MOVE WS-P-BORN-YEAR(WS-IDX)
                   TO WS-PM-BYEAR(WS-PM-CUR)
           END-IF
           IF WS-P-BIRTHPLACE(WS-IDX) NOT = SPACES
               MOVE WS-P-BIRTHPLACE(WS-IDX)
                   TO WS-PM-BPLACE(WS-PM-CUR)
           END-IF

      *>   Tag change: append one date:tags history entry
           IF TRIM(WS-P-TAGS(WS-IDX)) NOT =
                   INTO WS-PM-HIST-ADD
               END-STRING
               IF WS-PM-HISTORY(WS-PM-CUR) = SPACES
                   MOVE WS-PM-HIST-ADD
                       TO WS-PM-HISTORY(WS-PM-CUR)
               ELSE
                   IF LENGTH(TRIM(
                       WS-PM-HISTORY(WS-PM-CUR)))
                       + LENGTH(TRIM(WS-PM-HIST-ADD))
                       + 1 <= 600
                       MOVE SPACES TO WS-PM-LINE
                       STRING
                           TRIM(WS-PM-HISTORY(WS-PM-CUR))
                           DELIMITED SIZE
                           INTO WS-PM-LINE
                       END-STRING
                       MOVE WS-PM-LINE(1:600)
                           TO WS-PM-HISTORY(WS-PM-CUR)
                   END-IF
               END-IF
           .

       WRITE-PEOPLE-MASTER.
      *>   A TEST environment profile never rewrites the
      *>   production master - only a copy inside its data root
           MOVE WS-MASTER-PATH TO WS-RUNLOG-GUARD-PATH
           PERFORM RUNLOG-GUARD-PATH
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               DISPLAY "  UWAGA: profil testowy - "
                   TRIM(WS-MASTER-PATH)
                   " poza katalogiem danych, nie zapisany"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PEOPLE-MASTER-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   WS-PM-LAST(WS-PM-J) "|"
                   TRIM(WS-PM-STATUS(WS-PM-J)) "|"
                   TRIM(WS-PM-TAGS(WS-PM-J)) "|"
                   TRIM(WS-PM-HISTORY(WS-PM-J)) "|"
                   WS-PM-BYEAR(WS-PM-J) "|"
                   TRIM(WS-PM-BPLACE(WS-PM-J)) "|"
                   TRIM(WS-PM-ALIASES(WS-PM-J))
                   DELIMITED SIZE
                   INTO PEOPLE-MASTER-RECORD
               END-STRING
           CLOSE PEOPLE-MASTER-FILE
           .

      *> -- Locate tonight's person WS-IDX on the master: exact
      *> -- name first, then the alias lists of merged records --
       FIND-MASTER-FOR-PERSON.
           MOVE 0 TO WS-PM-CUR
           PERFORM VARYING WS-PM-J FROM 1 BY 1
               UNTIL WS-PM-J > WS-PM-COUNT
               OR WS-PM-CUR > 0
               IF TRIM(WS-PM-NAME(WS-PM-J)) =
                  TRIM(WS-P-NAME(WS-IDX))
               AND TRIM(WS-PM-SURNAME(WS-PM-J)) =
                   TRIM(WS-P-SURNAME(WS-IDX))
                   MOVE WS-PM-J TO WS-PM-CUR
               END-IF
           END-PERFORM
           IF WS-PM-CUR > 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ID-KEY-PAD
           STRING
               ";" TRIM(WS-P-NAME(WS-IDX))
               " " TRIM(WS-P-SURNAME(WS-IDX)) ";"
               DELIMITED SIZE
               INTO WS-ID-KEY-PAD
           END-STRING
           MOVE LENGTH(TRIM(WS-ID-KEY-PAD)) TO WS-ID-KEY-LEN
           PERFORM VARYING WS-PM-J FROM 1 BY 1
               UNTIL WS-PM-J > WS-PM-COUNT
               OR WS-PM-CUR > 0
               IF WS-PM-ALIASES(WS-PM-J) NOT = SPACES
                   MOVE SPACES TO WS-ID-ALIAS-PAD
                   STRING
                       ";" TRIM(WS-PM-ALIASES(WS-PM-J)) ";"
                       DELIMITED SIZE
                       INTO WS-ID-ALIAS-PAD
                   END-STRING
                   MOVE 0 TO WS-ID-TALLY
                   INSPECT WS-ID-ALIAS-PAD
                       TALLYING WS-ID-TALLY
                       FOR ALL WS-ID-KEY-PAD(1:WS-ID-KEY-LEN)
                   IF WS-ID-TALLY > 0
                       MOVE WS-PM-J TO WS-PM-CUR
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> SCORE-DUPLICATE-IDENTITIES: nightly identity-resolution
      *> pass over the master. Every pair is scored:
      *>   name   60 same once folded (case/diacritics only)
      *>          45/35 same first name, surname 1/2 edits apart
      *>          40/30 same surname, first name 1/2 edits apart
      *>   year   25 same birth year, 15 one year apart; known
      *>          years further apart rule the pair out
      *>   place  15 same (folded) birthplace
      *> Pairs at or above WS-ID-THRESHOLD go to the merge
      *> worklist (people_merge_candidates.dat:
      *> cand|score|name1|surname1|year1|first1|name2|surname2
      *> |year2|first2|reasons), rewritten on every pass.
      *> ============================================================
       SCORE-DUPLICATE-IDENTITIES.
           DISPLAY "  Rozpoznawanie tozsamosci (prog "
               WS-ID-THRESHOLD ")"
           PERFORM VARYING WS-ID-I FROM 1 BY 1
               UNTIL WS-ID-I > WS-PM-COUNT
               MOVE WS-PM-NAME(WS-ID-I) TO WS-ID-FOLD-IN
               PERFORM FOLD-NAME-TEXT
               MOVE WS-ID-FOLD-OUT(1:50)
                   TO WS-IDF-NAME(WS-ID-I)
               MOVE WS-PM-SURNAME(WS-ID-I) TO WS-ID-FOLD-IN
               PERFORM FOLD-NAME-TEXT
               MOVE WS-ID-FOLD-OUT(1:50)
                   TO WS-IDF-SURNAME(WS-ID-I)
               MOVE WS-PM-BPLACE(WS-ID-I) TO WS-ID-FOLD-IN
               PERFORM FOLD-NAME-TEXT
               MOVE WS-ID-FOLD-OUT
                   TO WS-IDF-PLACE(WS-ID-I)
           END-PERFORM

           MOVE 0 TO WS-ID-CAND-CNT
           OPEN OUTPUT MERGE-CAND-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MERGE-CAND-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MERGE-CAND-RECORD
           STRING
               "# cand|score|name1|surname1|year1|first1"
               "|name2|surname2|year2|first2|reasons"
               DELIMITED SIZE
               INTO MERGE-CAND-RECORD
           END-STRING
           WRITE MERGE-CAND-RECORD

           PERFORM VARYING WS-ID-I FROM 1 BY 1
               UNTIL WS-ID-I > WS-PM-COUNT
               PERFORM VARYING WS-ID-J FROM WS-ID-I BY 1
                   UNTIL WS-ID-J > WS-PM-COUNT
                   IF WS-ID-J > WS-ID-I
                       PERFORM SCORE-ONE-IDENTITY-PAIR
                       IF WS-ID-SKIP = "N"
                       AND WS-ID-SCORE >= WS-ID-THRESHOLD
                           PERFORM WRITE-MERGE-CANDIDATE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE MERGE-CAND-FILE

           DISPLAY "  Kandydaci do scalenia: " WS-ID-CAND-CNT
               " -> " TRIM(WS-MERGE-CAND-PATH)
           .

      *> -- Score master entries WS-ID-I / WS-ID-J; WS-ID-SKIP=Y
      *> -- when the names are not alike or the years rule it out --
       SCORE-ONE-IDENTITY-PAIR.
           MOVE "Y" TO WS-ID-SKIP
           MOVE 0 TO WS-ID-SCORE
           MOVE SPACES TO WS-ID-REASONS
           MOVE 1 TO WS-ID-RPTR

           IF WS-PM-BYEAR(WS-ID-I) > 0
           AND WS-PM-BYEAR(WS-ID-J) > 0
               COMPUTE WS-ID-YDIFF =
                   WS-PM-BYEAR(WS-ID-I) - WS-PM-BYEAR(WS-ID-J)
               IF WS-ID-YDIFF > 1 OR WS-ID-YDIFF < -1
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-IDF-NAME(WS-ID-I) = WS-IDF-NAME(WS-ID-J)
           AND WS-IDF-SURNAME(WS-ID-I) = WS-IDF-SURNAME(WS-ID-J)
               ADD 60 TO WS-ID-SCORE
               STRING "DIAKRYTYKI"
                   DELIMITED SIZE
                   INTO WS-ID-REASONS
                   WITH POINTER WS-ID-RPTR
               END-STRING
           ELSE
               IF WS-IDF-NAME(WS-ID-I) = WS-IDF-NAME(WS-ID-J)
                   MOVE WS-IDF-SURNAME(WS-ID-I) TO WS-LV-A
                   MOVE WS-IDF-SURNAME(WS-ID-J) TO WS-LV-B
                   PERFORM EDIT-DISTANCE
                   IF WS-LV-DIST = 1
                       ADD 45 TO WS-ID-SCORE
                   END-IF
                   IF WS-LV-DIST = 2
                       ADD 35 TO WS-ID-SCORE
                   END-IF
                   IF WS-LV-DIST <= 2
                       MOVE WS-LV-DIST TO WS-ID-DIST-DISP
                       STRING "NAZWISKO~" WS-ID-DIST-DISP
                           DELIMITED SIZE
                           INTO WS-ID-REASONS
                           WITH POINTER WS-ID-RPTR
                       END-STRING
                   END-IF
               ELSE
                   IF WS-IDF-SURNAME(WS-ID-I) =
                      WS-IDF-SURNAME(WS-ID-J)
                       MOVE WS-IDF-NAME(WS-ID-I) TO WS-LV-A
                       MOVE WS-IDF-NAME(WS-ID-J) TO WS-LV-B
                       PERFORM EDIT-DISTANCE
                       IF WS-LV-DIST = 1
                           ADD 40 TO WS-ID-SCORE
                       END-IF
                       IF WS-LV-DIST = 2
                           ADD 30 TO WS-ID-SCORE
                       END-IF
                       IF WS-LV-DIST <= 2
                           MOVE WS-LV-DIST TO WS-ID-DIST-DISP
                           STRING "IMIE~" WS-ID-DIST-DISP
                               DELIMITED SIZE
                               INTO WS-ID-REASONS
                               WITH POINTER WS-ID-RPTR
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ID-SCORE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ID-SKIP

           IF WS-PM-BYEAR(WS-ID-I) > 0
           AND WS-PM-BYEAR(WS-ID-J) > 0
               IF WS-ID-YDIFF = 0
                   ADD 25 TO WS-ID-SCORE
                   STRING ",ROK="
                       DELIMITED SIZE
                       INTO WS-ID-REASONS
                       WITH POINTER WS-ID-RPTR
                   END-STRING
               ELSE
                   ADD 15 TO WS-ID-SCORE
                   STRING ",ROK+-1"
                       DELIMITED SIZE
                       INTO WS-ID-REASONS
                       WITH POINTER WS-ID-RPTR
                   END-STRING
               END-IF
           END-IF

           IF WS-IDF-PLACE(WS-ID-I) NOT = SPACES
           AND WS-IDF-PLACE(WS-ID-I) = WS-IDF-PLACE(WS-ID-J)
               ADD 15 TO WS-ID-SCORE
               STRING ",MIEJSCE="
                   DELIMITED SIZE
                   INTO WS-ID-REASONS
                   WITH POINTER WS-ID-RPTR
               END-STRING
           END-IF
           .

       WRITE-MERGE-CANDIDATE.
           ADD 1 TO WS-ID-CAND-CNT
           MOVE SPACES TO MERGE-CAND-RECORD
           STRING
               WS-ID-CAND-CNT "|"
               WS-ID-SCORE "|"
               TRIM(WS-PM-NAME(WS-ID-I)) "|"
               TRIM(WS-PM-SURNAME(WS-ID-I)) "|"
               WS-PM-BYEAR(WS-ID-I) "|"
               WS-PM-FIRST(WS-ID-I) "|"
               TRIM(WS-PM-NAME(WS-ID-J)) "|"
               TRIM(WS-PM-SURNAME(WS-ID-J)) "|"
               WS-PM-BYEAR(WS-ID-J) "|"
               WS-PM-FIRST(WS-ID-J) "|"
               TRIM(WS-ID-REASONS)
               DELIMITED SIZE
               INTO MERGE-CAND-RECORD
           END-STRING
           WRITE MERGE-CAND-RECORD
           DISPLAY "    ? " WS-ID-SCORE " "
               TRIM(WS-PM-NAME(WS-ID-I)) " "
               TRIM(WS-PM-SURNAME(WS-ID-I)) " ~ "
               TRIM(WS-PM-NAME(WS-ID-J)) " "
               TRIM(WS-PM-SURNAME(WS-ID-J))
               " (" TRIM(WS-ID-REASONS) ")"
           .

      *> -- Upper-case WS-ID-FOLD-IN into WS-ID-FOLD-OUT with the
      *> -- Polish UTF-8 letters folded to their ASCII base --
       FOLD-NAME-TEXT.
           MOVE SPACES TO WS-ID-FOLD-OUT
           MOVE 0 TO WS-ID-FO
           IF WS-ID-FOLD-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-ID-FOLD-IN TRAILING))
               TO WS-ID-FLEN
           MOVE 1 TO WS-ID-FI
           PERFORM UNTIL WS-ID-FI > WS-ID-FLEN
               OR WS-ID-FO >= 100
               ADD 1 TO WS-ID-FO
               MOVE WS-ID-FOLD-IN(WS-ID-FI:2) TO WS-ID-PAIR
               MOVE SPACE TO WS-ID-FOLD-CH
               EVALUATE WS-ID-PAIR
                   WHEN X"C484" WHEN X"C485"
                       MOVE "A" TO WS-ID-FOLD-CH
                   WHEN X"C486" WHEN X"C487"
                       MOVE "C" TO WS-ID-FOLD-CH
                   WHEN X"C498" WHEN X"C499"
                       MOVE "E" TO WS-ID-FOLD-CH
                   WHEN X"C581" WHEN X"C582"
                       MOVE "L" TO WS-ID-FOLD-CH
                   WHEN X"C583" WHEN X"C584"
                       MOVE "N" TO WS-ID-FOLD-CH
                   WHEN X"C393" WHEN X"C3B3"
                       MOVE "O" TO WS-ID-FOLD-CH
                   WHEN X"C59A" WHEN X"C59B"
                       MOVE "S" TO WS-ID-FOLD-CH
                   WHEN X"C5B9" WHEN X"C5BA"
                   WHEN X"C5BB" WHEN X"C5BC"
                       MOVE "Z" TO WS-ID-FOLD-CH
               END-EVALUATE
               IF WS-ID-FOLD-CH NOT = SPACE
                   MOVE WS-ID-FOLD-CH
                       TO WS-ID-FOLD-OUT(WS-ID-FO:1)
                   ADD 2 TO WS-ID-FI
               ELSE
                   MOVE UPPER-CASE(WS-ID-FOLD-IN(WS-ID-FI:1))
                       TO WS-ID-FOLD-OUT(WS-ID-FO:1)
                   ADD 1 TO WS-ID-FI
               END-IF
           END-PERFORM
           .

      *> -- Levenshtein distance WS-LV-A vs WS-LV-B -> WS-LV-DIST.
      *> -- Only small distances matter here, so a length gap of
      *> -- more than two is answered without filling the table --
       EDIT-DISTANCE.
           MOVE 0 TO WS-LV-LA WS-LV-LB
           IF WS-LV-A NOT = SPACES
               MOVE LENGTH(TRIM(WS-LV-A TRAILING)) TO WS-LV-LA
           END-IF
           IF WS-LV-B NOT = SPACES
               MOVE LENGTH(TRIM(WS-LV-B TRAILING)) TO WS-LV-LB
           END-IF
           IF WS-LV-LA > WS-LV-LB + 2
           OR WS-LV-LB > WS-LV-LA + 2
               MOVE 99 TO WS-LV-DIST
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LV-J FROM 0 BY 1
               UNTIL WS-LV-J > WS-LV-LB
               MOVE WS-LV-J TO WS-LV-PREV(WS-LV-J + 1)
           END-PERFORM
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LV-LA
               MOVE WS-LV-I TO WS-LV-CUR(1)
               PERFORM VARYING WS-LV-J FROM 1 BY 1
                   UNTIL WS-LV-J > WS-LV-LB
                   IF WS-LV-A(WS-LV-I:1) = WS-LV-B(WS-LV-J:1)
                       MOVE 0 TO WS-LV-COST
                   ELSE
                       MOVE 1 TO WS-LV-COST
                   END-IF
                   COMPUTE WS-LV-MIN =
                       WS-LV-PREV(WS-LV-J) + WS-LV-COST
                   IF WS-LV-PREV(WS-LV-J + 1) + 1 < WS-LV-MIN
                       COMPUTE WS-LV-MIN =
                           WS-LV-PREV(WS-LV-J + 1) + 1
                   END-IF
                   IF WS-LV-CUR(WS-LV-J) + 1 < WS-LV-MIN
                       COMPUTE WS-LV-MIN = WS-LV-CUR(WS-LV-J) + 1
                   END-IF
                   MOVE WS-LV-MIN TO WS-LV-CUR(WS-LV-J + 1)
               END-PERFORM
               MOVE WS-LV-CUR-ROW TO WS-LV-PREV-ROW
           END-PERFORM
           MOVE WS-LV-PREV(WS-LV-LB + 1) TO WS-LV-DIST
           .

      *> ============================================================
      *> IDENTITY-RESOLUTION-MODE: PEOPLE_RUN_MODE=DEDUP rescoring
      *> or PEOPLE_RUN_MODE=MERGE of one approved worklist pair.
      *> Sets the run-log status/result; the caller ends the run.
      *> ============================================================
       IDENTITY-RESOLUTION-MODE.
           DISPLAY " "
           DISPLAY "--- Tryb " TRIM(WS-RUN-MODE)
               ": rozpoznawanie tozsamosci ---"
           MOVE CURRENT-DATE(1:8) TO WS-PM-TODAY
           PERFORM LOAD-PEOPLE-MASTER
           IF WS-PM-COUNT = 0
               DISPLAY "  BLAD: brak lub pusty "
                   TRIM(WS-MASTER-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "people master empty or missing"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF

           IF TRIM(WS-RUN-MODE) = "MERGE"
               PERFORM MERGE-APPROVED-PAIR
           ELSE
               PERFORM SCORE-DUPLICATE-IDENTITIES
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "dedup: " WS-ID-CAND-CNT
                   " merge candidates"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           .

      *> ============================================================
      *> MERGE-APPROVED-PAIR: fold worklist pair PEOPLE_MERGE_PAIR
      *> into one master record. The survivor is the identity seen
      *> first; the other name becomes an alias, so the next CSV
      *> using either spelling lands on the same record. Seen dates
      *> widen to cover both, the later-seen side's tags/status
      *> win, and both tag histories are kept with a MERGED marker.
      *> ============================================================
       MERGE-APPROVED-PAIR.
           MOVE SPACES TO WS-MG-PAIR WS-MG-OPERATOR
           ACCEPT WS-MG-PAIR FROM ENVIRONMENT "PEOPLE_MERGE_PAIR"
           ACCEPT WS-MG-OPERATOR
               FROM ENVIRONMENT "PEOPLE_MERGE_OPERATOR"
           IF WS-MG-OPERATOR = SPACES
               ACCEPT WS-MG-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-MG-OPERATOR = SPACES
               MOVE "unknown" TO WS-MG-OPERATOR
           END-IF
           IF WS-MG-PAIR = SPACES
           OR TRIM(WS-MG-PAIR) NOT NUMERIC
               DISPLAY "  BLAD: ustaw PEOPLE_MERGE_PAIR=nnn"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing PEOPLE_MERGE_PAIR"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MG-PAIR-N = NUMVAL(WS-MG-PAIR)

           PERFORM LOAD-MERGE-WORKLIST
           IF WS-MG-FOUND = "N"
               DISPLAY "  BLAD: brak pary " WS-MG-PAIR-N
                   " na liscie " TRIM(WS-MERGE-CAND-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "merge pair not on worklist"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MG-KEEP WS-MG-DROP
           PERFORM VARYING WS-PM-J FROM 1 BY 1
               UNTIL WS-PM-J > WS-PM-COUNT
               IF TRIM(WS-PM-NAME(WS-PM-J)) = TRIM(WS-MG-NAME1)
               AND TRIM(WS-PM-SURNAME(WS-PM-J)) =
                   TRIM(WS-MG-SURNAME1)
                   MOVE WS-PM-J TO WS-MG-KEEP
               END-IF
               IF TRIM(WS-PM-NAME(WS-PM-J)) = TRIM(WS-MG-NAME2)
               AND TRIM(WS-PM-SURNAME(WS-PM-J)) =
                   TRIM(WS-MG-SURNAME2)
                   MOVE WS-PM-J TO WS-MG-DROP
               END-IF
           END-PERFORM
           IF WS-MG-KEEP = 0 OR WS-MG-DROP = 0
           OR WS-MG-KEEP = WS-MG-DROP
               DISPLAY "  BLAD: para " WS-MG-PAIR-N
                   " nie wystepuje juz w masterze"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "merge pair no longer on master"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-PM-FIRST(WS-MG-DROP) < WS-PM-FIRST(WS-MG-KEEP)
               MOVE WS-MG-KEEP TO WS-MG-SWAP
               MOVE WS-MG-DROP TO WS-MG-KEEP
               MOVE WS-MG-SWAP TO WS-MG-DROP
           END-IF

           PERFORM FOLD-MERGED-RECORD
           PERFORM WRITE-MERGE-AUDIT

           PERFORM VARYING WS-PM-J FROM WS-MG-DROP BY 1
               UNTIL WS-PM-J >= WS-PM-COUNT
               MOVE WS-PM-ENTRY(WS-PM-J + 1)
                   TO WS-PM-ENTRY(WS-PM-J)
           END-PERFORM
           SUBTRACT 1 FROM WS-PM-COUNT

           PERFORM WRITE-PEOPLE-MASTER
           PERFORM REWRITE-MERGE-WORKLIST

           MOVE "OK" TO WS-RUNLOG-STATUS
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "merged pair " WS-MG-PAIR-N
               " by " TRIM(WS-MG-OPERATOR)
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           .

      *> -- Survivor WS-MG-KEEP absorbs WS-MG-DROP --
       FOLD-MERGED-RECORD.
           DISPLAY "  Scalam: "
               TRIM(WS-PM-NAME(WS-MG-DROP)) " "
               TRIM(WS-PM-SURNAME(WS-MG-DROP)) " -> "
               TRIM(WS-PM-NAME(WS-MG-KEEP)) " "
               TRIM(WS-PM-SURNAME(WS-MG-KEEP))
           IF WS-PM-LAST(WS-MG-DROP) > WS-PM-LAST(WS-MG-KEEP)
               MOVE WS-PM-LAST(WS-MG-DROP)
                   TO WS-PM-LAST(WS-MG-KEEP)
               MOVE WS-PM-STATUS(WS-MG-DROP)
                   TO WS-PM-STATUS(WS-MG-KEEP)
               MOVE WS-PM-TAGS(WS-MG-DROP)
                   TO WS-PM-TAGS(WS-MG-KEEP)
           END-IF
           IF WS-PM-BYEAR(WS-MG-KEEP) = 0
               MOVE WS-PM-BYEAR(WS-MG-DROP)
                   TO WS-PM-BYEAR(WS-MG-KEEP)
           END-IF
           IF WS-PM-BPLACE(WS-MG-KEEP) = SPACES
               MOVE WS-PM-BPLACE(WS-MG-DROP)
                   TO WS-PM-BPLACE(WS-MG-KEEP)
           END-IF

           MOVE SPACES TO WS-PM-LINE
           IF WS-PM-ALIASES(WS-MG-KEEP) = SPACES
               STRING
                   TRIM(WS-PM-NAME(WS-MG-DROP)) " "
                   TRIM(WS-PM-SURNAME(WS-MG-DROP))
                   DELIMITED SIZE
                   INTO WS-PM-LINE
               END-STRING
           ELSE
               STRING
                   TRIM(WS-PM-ALIASES(WS-MG-KEEP)) ";"
                   TRIM(WS-PM-NAME(WS-MG-DROP)) " "
                   TRIM(WS-PM-SURNAME(WS-MG-DROP))
                   DELIMITED SIZE
                   INTO WS-PM-LINE
               END-STRING
           END-IF
           IF WS-PM-ALIASES(WS-MG-DROP) NOT = SPACES
               MOVE TRIM(WS-PM-LINE) TO WS-MG-HIST
               MOVE SPACES TO WS-PM-LINE
               STRING
                   TRIM(WS-MG-HIST) ";"
                   TRIM(WS-PM-ALIASES(WS-MG-DROP))
                   DELIMITED SIZE
                   INTO WS-PM-LINE
               END-STRING
           END-IF
           MOVE WS-PM-LINE(1:200) TO WS-PM-ALIASES(WS-MG-KEEP)

      *>   Both histories survive; when they no longer fit the
      *>   oldest entries give way, cut on an entry boundary
           MOVE SPACES TO WS-MG-HIST
           MOVE 1 TO WS-ID-RPTR
           IF WS-PM-HISTORY(WS-MG-KEEP) NOT = SPACES
               STRING
                   TRIM(WS-PM-HISTORY(WS-MG-KEEP)) ";"
                   DELIMITED SIZE
                   INTO WS-MG-HIST
                   WITH POINTER WS-ID-RPTR
               END-STRING
           END-IF
           IF WS-PM-HISTORY(WS-MG-DROP) NOT = SPACES
               STRING
                   TRIM(WS-PM-HISTORY(WS-MG-DROP)) ";"
                   DELIMITED SIZE
                   INTO WS-MG-HIST
                   WITH POINTER WS-ID-RPTR
               END-STRING
           END-IF
           STRING
               WS-PM-TODAY ":MERGED "
               TRIM(WS-PM-NAME(WS-MG-DROP)) " "
               TRIM(WS-PM-SURNAME(WS-MG-DROP))
               DELIMITED SIZE
               INTO WS-MG-HIST
               WITH POINTER WS-ID-RPTR
           END-STRING
           MOVE LENGTH(TRIM(WS-MG-HIST)) TO WS-MG-HLEN
           MOVE 1 TO WS-MG-HI
           PERFORM UNTIL WS-MG-HLEN - WS-MG-HI + 1 <= 600
               ADD 1 TO WS-MG-HI
               PERFORM UNTIL WS-MG-HI > WS-MG-HLEN
                   OR WS-MG-HIST(WS-MG-HI - 1:1) = ";"
                   ADD 1 TO WS-MG-HI
               END-PERFORM
           END-PERFORM
           MOVE WS-MG-HIST(WS-MG-HI:600)
               TO WS-PM-HISTORY(WS-MG-KEEP)
           .

      *> -- Worklist into memory: the approved pair's fields, and
      *> -- every other line kept for the rewrite --
       LOAD-MERGE-WORKLIST.
           MOVE "N" TO WS-MG-FOUND
           MOVE 0 TO WS-MG-KEPT-LINES
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MERGE-CAND-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MERGE-CAND-FILE INTO WS-MG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-WORKLIST-LINE
               END-READ
           END-PERFORM
           CLOSE MERGE-CAND-FILE
           MOVE "N" TO WS-EOF-FLAG
           .

       LOAD-ONE-WORKLIST-LINE.
           IF WS-MG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MG-F-ID WS-MG-F-SCORE
                          WS-MG-F-NAME1 WS-MG-F-SURNAME1
                          WS-MG-F-NAME2 WS-MG-F-SURNAME2
                          WS-MG-F-REASONS WS-ID-ENVNUM
           UNSTRING WS-MG-LINE DELIMITED BY "|"
               INTO WS-MG-F-ID
                    WS-MG-F-SCORE
                    WS-MG-F-NAME1
                    WS-MG-F-SURNAME1
                    WS-ID-ENVNUM
                    WS-ID-ENVNUM
                    WS-MG-F-NAME2
                    WS-MG-F-SURNAME2
                    WS-ID-ENVNUM
                    WS-ID-ENVNUM
                    WS-MG-F-REASONS
           END-UNSTRING
           IF WS-MG-LINE(1:1) NOT = "#"
           AND TRIM(WS-MG-F-ID) IS NUMERIC
           AND WS-MG-FOUND = "N"
               IF NUMVAL(WS-MG-F-ID) = WS-MG-PAIR-N
                   MOVE "Y" TO WS-MG-FOUND
                   MOVE WS-MG-F-SCORE TO WS-MG-SCORE
                   MOVE WS-MG-F-REASONS TO WS-MG-REASONS
                   MOVE WS-MG-F-NAME1 TO WS-MG-NAME1
                   MOVE WS-MG-F-SURNAME1 TO WS-MG-SURNAME1
                   MOVE WS-MG-F-NAME2 TO WS-MG-NAME2
                   MOVE WS-MG-F-SURNAME2 TO WS-MG-SURNAME2
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-MG-KEPT-LINES < 500
               ADD 1 TO WS-MG-KEPT-LINES
               MOVE WS-MG-LINE
                   TO WS-MG-KEEP-LINE(WS-MG-KEPT-LINES)
           END-IF
           .

      *> -- Put the worklist back without the merged pair; other
      *> -- pair numbers stay as the reviewer saw them --
       REWRITE-MERGE-WORKLIST.
           OPEN OUTPUT MERGE-CAND-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MERGE-CAND-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MG-KI FROM 1 BY 1
               UNTIL WS-MG-KI > WS-MG-KEPT-LINES
               MOVE WS-MG-KEEP-LINE(WS-MG-KI)
                   TO MERGE-CAND-RECORD
               WRITE MERGE-CAND-RECORD
           END-PERFORM
           CLOSE MERGE-CAND-FILE
           .

      *> -- One audit line per merge: when, who, which pair,
      *> -- survivor, absorbed identity, score and reasons --
       WRITE-MERGE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-MG-TS
           OPEN EXTEND MERGE-AUDIT-FILE
           IF WS-FILE-STATUS NOT = "00"
               OPEN OUTPUT MERGE-AUDIT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MERGE-AUDIT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MERGE-AUDIT-RECORD
           STRING
               WS-MG-TS(1:14) "|"
               TRIM(WS-MG-OPERATOR) "|"
               "MERGE|"
               WS-MG-PAIR-N "|"
               TRIM(WS-PM-NAME(WS-MG-KEEP)) " "
               TRIM(WS-PM-SURNAME(WS-MG-KEEP)) "|"
               TRIM(WS-PM-NAME(WS-MG-DROP)) " "
               TRIM(WS-PM-SURNAME(WS-MG-DROP)) "|"
               TRIM(WS-MG-SCORE) "|"
               TRIM(WS-MG-REASONS)
               DELIMITED SIZE
               INTO MERGE-AUDIT-RECORD
           END-STRING
           WRITE MERGE-AUDIT-RECORD
           CLOSE MERGE-AUDIT-FILE
           .

      *> -- Load the previous run's name|surname|tags snapshot --
       LOAD-PREV-ROSTER-STATE.
           MOVE "N" TO WS-PREV-AVAILABLE
               DISPLAY "  BLAD: brak zapisanego rosteru - "
                   "najpierw wykonaj pelny przebieg"
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "retry mode: no saved roster state"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "curl -s --max-time "
               WS-CURL-TIMEOUT-SEC
               " -o " TRIM(WS-SUBMIT-RESP-PATH)
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           ELSE
               DISPLAY "  BLAD: Nie mozna odczytac odpowiedzi!"
           END-IF

           MOVE WS-JSON-BUF TO WS-HUBLOG-BODY
           MOVE WS-RESP-LINE TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
       COPY CTLREC-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.

      *> ============================================================
      *> Shared LLM API usage ledger helper (RECORD-API-CALL)
      *> ============================================================
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.

      *> ============================================================
      *> Shared environment/config loader (LOAD-ENV-VARS)
