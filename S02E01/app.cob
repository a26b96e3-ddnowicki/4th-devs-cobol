      *> 2. Reset budget via POST to /verify
      *> 3. For each item, send classification prompt to /verify
      *> 4. Check for flag in response
      *> 5. Compare tonight's verdicts with each code's earlier
      *>    ledger entries: categorize_flips.txt lists every code
      *>    whose category changed, with both label sets, and
      *>    flags codes that flipped CATEGORIZE_UNSTABLE_FLIPS
      *>    (default 3) or more times as unstable
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> Classification prompts are never answered from the
      *> shared LLM response cache: the flag only comes back when
      *> every item of the night reaches the Hub, so a stored
      *> verdict would save nothing.
      *> The prompt template is S02E01-CLASSIFY-ITEM from the
      *> shared prompt library (PROMPTLIB-PROC); WS-PROMPT-TPL is
      *> only the fallback when the library has no version in
      *> force.
      *> The classification ledger takes no line once MONTHEND has
      *> closed the month (PERIOD-PROC); the run then ends WARN
      *> PERIOD-CLOSED.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT PROMPT-LIB-FILE ASSIGN TO WS-PLIB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLIB-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT REVIEW-FILE ASSIGN TO WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT FLIP-FILE ASSIGN TO WS-FLIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  PROMPT-LIB-FILE.
       01  PROMPT-LIB-REC           PIC X(1000).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(8000).

       FD  REVIEW-FILE.
       01  REVIEW-REC                PIC X(600).

       FD  FLIP-FILE.
       01  FLIP-REC                  PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
       COPY CTLREC-WS.
       COPY CSVPARSE-WS.
      *> -- Config --
      *> -- (hardware damage caused by a person), so the single-
      *> -- label squeeze is gone: the model returns every label
      *> -- that applies, each with its own confidence --
       01  WS-PROMPT-TPL           PIC X(700) VALUE
           "Assign every label that applies, each with a"
           & " confidence 0-100."
           & " Labels: DNG=weapon,explosive,drug,bomb,firearm,"
       01  WS-LBLSET                PIC X(100).
       01  WS-LBLSET-PTR            PIC 9(3).

      *> -- Cross-run flip report. Ledger lines past
      *> -- WS-FL-BASE were written by this run; a code's
      *> -- category is its label names, confidences aside --
       01  WS-FLIP-PATH             PIC X(100) VALUE
           "categorize_flips.txt".
       01  WS-FL-BASE               PIC 9(7) VALUE 0.
       01  WS-FL-LINENO             PIC 9(7) VALUE 0.
       01  WS-FL-UNSTABLE           PIC 9(3) VALUE 3.
       01  WS-FL-ENV                PIC X(10).
       01  WS-FL-MAX                PIC 9(4) VALUE 500.
       01  WS-FL-CT                 PIC 9(4) VALUE 0.
       01  WS-FL-TABLE.
           05  WS-FL-ENT OCCURS 500 TIMES.
               10  WS-FL-CODE      PIC X(20).
               10  WS-FL-KEY       PIC X(40).
               10  WS-FL-SET       PIC X(100).
               10  WS-FL-FLIPS     PIC 9(4).
               10  WS-FL-TONIGHT   PIC X.
               10  WS-FL-PREV-SET  PIC X(100).
               10  WS-FL-NEW-SET   PIC X(100).
       01  WS-FL-I                  PIC 9(4).
       01  WS-FL-HIT                PIC 9(4).
       01  WS-FL-LINE               PIC X(600).
       01  WS-FL-LCODE              PIC X(20).
       01  WS-FL-LSET               PIC X(100).
       01  WS-FL-LKEY               PIC X(40).
       01  WS-FL-P                  PIC 9(3).
       01  WS-FL-LEN                PIC 9(3).
       01  WS-FL-TONIGHT-CT         PIC 9(4) VALUE 0.
       01  WS-FL-UNST-CT            PIC 9(4) VALUE 0.
       01  WS-FL-MARK               PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S02E01-CATEGORIZE" TO WS-RUNLOG-PROGID
           IF WS-HUB-KEY = SPACES
               DISPLAY "BLAD: Ustaw HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-HUB-URL = SPACES
               DISPLAY "BLAD: Ustaw HUB_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
               COMPUTE WS-CONF-MIN = NUMVAL(WS-CONF-ENV)
           END-IF

           ACCEPT WS-FL-ENV
               FROM ENVIRONMENT "CATEGORIZE_UNSTABLE_FLIPS"
           IF WS-FL-ENV NOT = SPACES
           AND TRIM(WS-FL-ENV) IS NUMERIC
           AND NUMVAL(WS-FL-ENV) > 0
               COMPUTE WS-FL-UNSTABLE = NUMVAL(WS-FL-ENV)
           END-IF
           PERFORM COUNT-LEDGER-LINES

           ACCEPT WS-RUN-MODE
               FROM ENVIRONMENT "CATEGORIZE_RUN_MODE"

           IF TRIM(WS-RUN-MODE) = "REVIEW"
               PERFORM REVIEW-FOLD-VERDICTS
               PERFORM WRITE-CATEGORY-SUMMARY
               PERFORM WRITE-FLIP-REPORT
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
           PERFORM STEP-3-RESET-BUDGET
           PERFORM STEP-4-CLASSIFY-ITEMS
           PERFORM WRITE-CATEGORY-SUMMARY
           PERFORM WRITE-FLIP-REPORT

      *>   Control record for the nightly BALCHECK balance
           MOVE "categorize.csv" TO WS-CTLREC-FILELBL
           DISPLAY "=== ZAKONCZONO ==="
           IF WS-FLAG-FOUND NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           ELSE
           INITIALIZE WS-CMD
           STRING
               "curl -s -o resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           MOVE "work.tmp" TO WS-WORK-PATH

           DISPLAY "  Reset: " TRIM(WS-RESP-BUF)(1:200)
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-RESP-BUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
           DISPLAY " "
           DISPLAY "--- Krok 4: Klasyfikacja pozycji ---"

      *>   Template version in force from the prompt library
           MOVE "S02E01-CLASSIFY-ITEM" TO WS-PLIB-NAME
           MOVE "J" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           IF WS-PLIB-FOUND = "Y"
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN) TO WS-PROMPT-TPL
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ITEM-COUNT
               OR WS-FLAG-FOUND = "Y"
                       TRIM(WS-I-CODE(WS-IDX))
                       " " WS-STATUS-CODE
                       " retry " WS-ATTEMPT
                   MOVE SPACES TO WS-RESP-BUF
                   PERFORM LOG-CLASSIFY-SUBMISSION
                   MOVE 2 TO WS-SLEEP-SECS
                   CALL "C$SLEEP" USING WS-SLEEP-SECS
                   ADD 1 TO WS-ATTEMPT
           MOVE "resp.json" TO WS-WORK-PATH
           PERFORM READ-RESPONSE-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           IF WS-RETRY-DONE = "Y"
               PERFORM LOG-CLASSIFY-SUBMISSION
           END-IF

      *>   Extract "output" from debug
           MOVE "output" TO WS-KEY-SEARCH
           END-IF
           .

      *> -- One classify attempt into the shared Hub submission
      *> -- ledger (status from the dumped headers) --
       LOG-CLASSIFY-SUBMISSION.
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-RESP-BUF TO WS-HUBLOG-RESP
           IF WS-STATUS-CODE IS NUMERIC
               MOVE WS-STATUS-CODE TO WS-HUBLOG-STATUS
           END-IF
           MOVE WS-ATTEMPT TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
      *> LOG-LEDGER-ENTRY: Append code/description/classification
      *> to a local ledger file, so results survive a rerun and can
      *> be audited without re-calling the Hub.
      *> ============================================================
       LOG-LEDGER-ENTRY.
           MOVE "categorize_ledger.txt" TO WS-PERIOD-LEDGER
           MOVE CURRENT-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           CLOSE SUMMARY-FILE
           .

      *> -- Ledger size before this run touches it --
       COUNT-LEDGER-LINES.
           MOVE 0 TO WS-FL-BASE
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-BASE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "N" TO WS-EOF
           .

      *> ============================================================
      *> WRITE-FLIP-REPORT: replay the whole ledger in order. Each
      *> entry is compared with the code's previous entry; a
      *> different label set is a flip. Flips made by this run's
      *> entries are reported with both sides, and any code at or
      *> over the unstable threshold is flagged.
      *> ============================================================
       WRITE-FLIP-REPORT.
           MOVE 0 TO WS-FL-CT
           MOVE 0 TO WS-FL-LINENO
           MOVE 0 TO WS-FL-TONIGHT-CT
           MOVE 0 TO WS-FL-UNST-CT
           MOVE "N" TO WS-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LEDGER-FILE INTO WS-FL-LINE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FL-LINENO
                       IF WS-FL-LINE NOT = SPACES
                           PERFORM REPLAY-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           MOVE "N" TO WS-EOF

           OPEN OUTPUT FLIP-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: Nie mozna zapisac "
                   TRIM(WS-FLIP-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FLIP-REC
           STRING
               "# code | previous | new | flips | "
               "unstable at " WS-FL-UNSTABLE
               DELIMITED SIZE INTO FLIP-REC
           END-STRING
           WRITE FLIP-REC
           PERFORM VARYING WS-FL-I FROM 1 BY 1
               UNTIL WS-FL-I > WS-FL-CT
               IF WS-FL-TONIGHT(WS-FL-I) = "Y"
                   PERFORM WRITE-ONE-FLIP-LINE
               END-IF
           END-PERFORM

      *>   Unstable codes that happened to hold still tonight
           MOVE SPACES TO FLIP-REC
           MOVE "# unstable, unchanged this run" TO FLIP-REC
           WRITE FLIP-REC
           PERFORM VARYING WS-FL-I FROM 1 BY 1
               UNTIL WS-FL-I > WS-FL-CT
               IF WS-FL-TONIGHT(WS-FL-I) NOT = "Y"
               AND WS-FL-FLIPS(WS-FL-I) >= WS-FL-UNSTABLE
                   ADD 1 TO WS-FL-UNST-CT
                   MOVE SPACES TO FLIP-REC
                   STRING
                       TRIM(WS-FL-CODE(WS-FL-I)) " | "
                       TRIM(WS-FL-SET(WS-FL-I)) " | flips "
                       WS-FL-FLIPS(WS-FL-I) " | UNSTABLE"
                       DELIMITED SIZE INTO FLIP-REC
                   END-STRING
                   WRITE FLIP-REC
               END-IF
           END-PERFORM
           CLOSE FLIP-FILE

           DISPLAY " "
           DISPLAY "--- Zmiany kategorii ---"
           DISPLAY "  Zmienione w tym przebiegu: "
               WS-FL-TONIGHT-CT
           DISPLAY "  Niestabilne: " WS-FL-UNST-CT
           .

       WRITE-ONE-FLIP-LINE.
           ADD 1 TO WS-FL-TONIGHT-CT
           MOVE SPACES TO WS-FL-MARK
           IF WS-FL-FLIPS(WS-FL-I) >= WS-FL-UNSTABLE
               ADD 1 TO WS-FL-UNST-CT
               MOVE "UNSTABLE" TO WS-FL-MARK
           END-IF
           MOVE SPACES TO FLIP-REC
           STRING
               TRIM(WS-FL-CODE(WS-FL-I)) " | "
               TRIM(WS-FL-PREV-SET(WS-FL-I)) " | "
               TRIM(WS-FL-NEW-SET(WS-FL-I)) " | flips "
               WS-FL-FLIPS(WS-FL-I) " | "
               TRIM(WS-FL-MARK)
               DELIMITED SIZE INTO FLIP-REC
           END-STRING
           WRITE FLIP-REC
           DISPLAY "  " TRIM(WS-FL-CODE(WS-FL-I)) ": "
               TRIM(WS-FL-PREV-SET(WS-FL-I)) " -> "
               TRIM(WS-FL-NEW-SET(WS-FL-I)) " "
               TRIM(WS-FL-MARK)
           .

      *> -- One ledger line: code | description | label set.
      *> -- The set is taken after the last bar, so a bar inside
      *> -- a description does not shift it --
       REPLAY-LEDGER-LINE.
           MOVE SPACES TO WS-FL-LCODE WS-FL-LSET
           UNSTRING WS-FL-LINE DELIMITED BY " | "
               INTO WS-FL-LCODE
           END-UNSTRING
           MOVE LENGTH(TRIM(WS-FL-LINE TRAILING)) TO WS-FL-LEN
           MOVE WS-FL-LEN TO WS-FL-P
           PERFORM UNTIL WS-FL-P < 1
               OR WS-FL-LINE(WS-FL-P:1) = "|"
               SUBTRACT 1 FROM WS-FL-P
           END-PERFORM
           IF WS-FL-P < 1 OR WS-FL-P >= WS-FL-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM(WS-FL-LINE(WS-FL-P + 1:WS-FL-LEN - WS-FL-P))
               TO WS-FL-LSET
           IF TRIM(WS-FL-LCODE) = SPACES
               EXIT PARAGRAPH
           END-IF

      *>   Category key: label names only, DNG then NEU then
      *>   anything else in the order given
           MOVE WS-FL-LSET TO WS-LS-IN
           INSPECT WS-LS-IN REPLACING ALL "(human)" BY SPACES
           PERFORM PARSE-LABEL-SET
           MOVE SPACES TO WS-FL-LKEY
           MOVE 1 TO WS-LBLSET-PTR
           PERFORM VARYING WS-LBL-I FROM 1 BY 1
               UNTIL WS-LBL-I > WS-LBL-CT
               IF TRIM(WS-LBL-NAME(WS-LBL-I)) = "DNG"
                   STRING "DNG+" DELIMITED SIZE
                       INTO WS-FL-LKEY
                       WITH POINTER WS-LBLSET-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LBL-I FROM 1 BY 1
               UNTIL WS-LBL-I > WS-LBL-CT
               IF TRIM(WS-LBL-NAME(WS-LBL-I)) = "NEU"
                   STRING "NEU+" DELIMITED SIZE
                       INTO WS-FL-LKEY
                       WITH POINTER WS-LBLSET-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LBL-I FROM 1 BY 1
               UNTIL WS-LBL-I > WS-LBL-CT
               IF TRIM(WS-LBL-NAME(WS-LBL-I)) NOT = "DNG"
               AND TRIM(WS-LBL-NAME(WS-LBL-I)) NOT = "NEU"
                   STRING TRIM(WS-LBL-NAME(WS-LBL-I)) "+"
                       DELIMITED SIZE
                       INTO WS-FL-LKEY
                       WITH POINTER WS-LBLSET-PTR
                   END-STRING
               END-IF
           END-PERFORM

           MOVE 0 TO WS-FL-HIT
           PERFORM VARYING WS-FL-I FROM 1 BY 1
               UNTIL WS-FL-I > WS-FL-CT
               OR WS-FL-HIT > 0
               IF WS-FL-CODE(WS-FL-I) = WS-FL-LCODE
                   MOVE WS-FL-I TO WS-FL-HIT
               END-IF
           END-PERFORM

           IF WS-FL-HIT = 0
               IF WS-FL-CT < WS-FL-MAX
                   ADD 1 TO WS-FL-CT
                   MOVE WS-FL-LCODE TO WS-FL-CODE(WS-FL-CT)
                   MOVE WS-FL-LKEY TO WS-FL-KEY(WS-FL-CT)
                   MOVE WS-FL-LSET TO WS-FL-SET(WS-FL-CT)
                   MOVE 0 TO WS-FL-FLIPS(WS-FL-CT)
                   MOVE "N" TO WS-FL-TONIGHT(WS-FL-CT)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FL-LKEY NOT = WS-FL-KEY(WS-FL-HIT)
               ADD 1 TO WS-FL-FLIPS(WS-FL-HIT)
               IF WS-FL-LINENO > WS-FL-BASE
                   MOVE "Y" TO WS-FL-TONIGHT(WS-FL-HIT)
                   MOVE WS-FL-SET(WS-FL-HIT)
                       TO WS-FL-PREV-SET(WS-FL-HIT)
                   MOVE WS-FL-LSET TO WS-FL-NEW-SET(WS-FL-HIT)
               END-IF
           END-IF
           MOVE WS-FL-LKEY TO WS-FL-KEY(WS-FL-HIT)
           MOVE WS-FL-LSET TO WS-FL-SET(WS-FL-HIT)
           .

      *> ============================================================
      *> READ-HTTP-STATUS: Get status code from headers.tmp
      *> ============================================================
       COPY CSVPARSE-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.
