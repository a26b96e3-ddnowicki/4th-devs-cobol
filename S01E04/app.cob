      *> 3. Build LLM request JSON in COBOL
      *> 4. Call OpenAI API via curl
      *> 5. Submit to Hub /verify with retry
      *> The declared fee (KWOTA) is recomputed from the SPK tariff
      *> in sendit_tariff.dat (category|route-type|weight band) and
      *> a mismatch rejects the declaration like a failed rule.
      *> A declaration without a weight cannot be priced at all:
      *> that is reported as missing input (MISSING line in the
      *> reject report, counted apart from the rule failures) and
      *> the declaration is not sent.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The declaration system prompt is S01E04-DECL-SYSTEM from
      *> the shared prompt library (PROMPTLIB-PROC); the built-in
      *> wording is only the fallback when the library has no
      *> version in force. Its name/version goes on every API
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
           SELECT REJECT-FILE ASSIGN TO WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT TARIFF-FILE ASSIGN TO WS-TARIFF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

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

       FD  REJECT-FILE.
       01  REJECT-REC              PIC X(300).

       FD  TARIFF-FILE.
       01  TARIFF-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(50).
       01  WS-OPENAI-KEY           PIC X(200).
       01  WS-RULE-IDX             PIC 9(3).
       01  WS-DECL-VALID           PIC X.
       01  WS-DECL-FAILS           PIC 9(3) VALUE 0.
      *>   Inputs the checks need but the declaration lacks
       01  WS-DECL-MISSING         PIC 9(3) VALUE 0.
       01  WS-DECL-LOWER           PIC X(2000).
       01  WS-RULE-REASON          PIC X(120).
       01  WS-NUM-POS              PIC 9(5).
       01  WS-NUM-FOUND            PIC X.
       01  WS-NUM-CH               PIC X.
       01  WS-VAL-TS               PIC X(21).
       01  WS-NUM-LABEL            PIC X(60).

      *> -- SPK tariff: the fee is recomputed from category, route
      *> -- type (route code prefix before the "-", X = excluded
      *> -- lines) and weight, then compared with the declared
      *> -- KWOTA. Rows: cat|route-type|wmin-kg|wmax-kg|base-pp|
      *> -- per-kg-pp, "*" matches any category or route type --
       01  WS-TARIFF-PATH          PIC X(100)
                                   VALUE "sendit_tariff.dat".
       01  WS-TARIFF-LOADED        PIC X VALUE "N".
       01  WS-TF-CT                PIC 9(3) VALUE 0.
       01  WS-TF-TABLE.
           05  WS-TF-ENTRY OCCURS 100 TIMES.
               10  WS-TF-CAT       PIC X(5).
               10  WS-TF-ROUTE     PIC X(5).
               10  WS-TF-WMIN      PIC S9(9)V99 COMP-3.
               10  WS-TF-WMAX      PIC S9(9)V99 COMP-3.
               10  WS-TF-BASE      PIC S9(9)V99 COMP-3.
               10  WS-TF-PERKG     PIC S9(5)V9(4) COMP-3.
       01  WS-TF-LINE              PIC X(120).
       01  WS-TF-FLD1              PIC X(5).
       01  WS-TF-FLD2              PIC X(5).
       01  WS-TF-FLD3              PIC X(15).
       01  WS-TF-FLD4              PIC X(15).
       01  WS-TF-FLD5              PIC X(15).
       01  WS-TF-FLD6              PIC X(15).
       01  WS-TF-EOF               PIC X.
       01  WS-TF-IDX               PIC 9(3).
       01  WS-TF-HIT               PIC 9(3).
       01  WS-TF-CAT-FIELD         PIC X(30) VALUE "kategoria".
       01  WS-TF-ROUTE-FIELD       PIC X(30) VALUE "trasa".
       01  WS-TF-WEIGHT-FIELD      PIC X(30) VALUE "waga".
       01  WS-TF-FEE-FIELD         PIC X(30) VALUE "kwota".
       01  WS-TF-DECL-CAT          PIC X(5).
       01  WS-TF-DECL-ROUTE        PIC X(20).
       01  WS-TF-ROUTE-TYPE        PIC X(5).
       01  WS-TF-WEIGHT            PIC S9(9)V99 COMP-3.
       01  WS-TF-DECLARED          PIC S9(9)V99 COMP-3.
       01  WS-TF-EXPECTED          PIC S9(9)V99 COMP-3.
       01  WS-TF-TOKEN             PIC X(20).
       01  WS-TF-TOK-LEN           PIC 9(2).
       01  WS-TF-WEIGHT-D          PIC -(9)9.99.
       01  WS-TF-DECLARED-D        PIC -(9)9.99.
       01  WS-TF-EXPECTED-D        PIC -(9)9.99.

      *> -- URLs --
       01  WS-HUB-URL              PIC X(100).
               FROM ENVIRONMENT "OPENAI_API_URL"
           PERFORM LLM-LOAD-SECONDARY

      *>   Declaration system prompt version in force
           MOVE "S01E04-DECL-SYSTEM" TO WS-PLIB-NAME
           MOVE "J" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           MOVE WS-PLIB-NAME TO WS-APICOST-PROMPT
           MOVE WS-PLIB-VERSION TO WS-APICOST-PVER

           IF WS-HUB-KEY = SPACES
               DISPLAY "ERR: HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-OPENAI-KEY = SPACES
               DISPLAY "ERR: OPENAI_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_KEY" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-HUB-URL = SPACES
               DISPLAY "ERR: HUB_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-OPENAI-URL = SPACES
               DISPLAY "ERR: OPENAI_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
                       TO WS-RUNLOG-RESULT
               WHEN WS-ROUTED-REVIEW = "Y"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "LLM-DISAGREE" TO WS-RUNLOG-REASON
                   MOVE "model disagreement - routed to review"
                       TO WS-RUNLOG-RESULT
               WHEN WS-SUCCESS NOT = "Y"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "HUB-REJECT" TO WS-RUNLOG-REASON
                   MOVE "declaration not accepted"
                       TO WS-RUNLOG-RESULT
               WHEN OTHER
               WITH POINTER WS-PTR
           END-STRING

      *>   System prompt: library version in force, else built-in
           IF WS-PLIB-FOUND = "Y"
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-REQ-JSON(WS-PTR:WS-PLIB-TLEN)
               ADD WS-PLIB-TLEN TO WS-PTR
           ELSE
               PERFORM BUILD-DECL-SYSTEM-BUILTIN
           END-IF

      *>   Close system, open user
           STRING
           CLOSE WORK-FILE
           .

      *> -- Built-in declaration system prompt (no special
      *> -- chars), used when the prompt library has none --
       BUILD-DECL-SYSTEM-BUILTIN.
           STRING
               "You fill SPK transport"
               " declarations. Output"
               " ONLY the filled "
               "declaration text. "
               "No explanations, no "
               "markdown, no extra "
               "text. Match template "
               "EXACTLY."
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           STRING
               " Rules: Cat A "
               "(Strategic) includes"
               " reactor fuel. "
               "Cat A and B: exempt "
               "from ALL fees "
               "(KWOTA = 0 PP). "
               "Cat A and B CAN use "
               "blocked routes (X-xx"
               " codes). "
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           STRING
               "UWAGI SPECJALNE must"
               " be: brak. "
               "Separators: exactly "
               "54 dashes or 54 "
               "equals signs. "
               "Use provided docs to"
               " determine route, "
               "WDP, and all values."
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

      *> ============================================================
      *> CALL-OPENAI: POST work.tmp to OpenAI
      *> ============================================================
           IF WS-RULES-LOADED = "N"
               PERFORM LOAD-DECL-RULES
           END-IF
           IF WS-TARIFF-LOADED = "N"
               PERFORM LOAD-TARIFF
           END-IF
           IF WS-RULE-CT = 0
           AND WS-TF-CT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DECL-FAILS WS-DECL-MISSING
           MOVE LOWER-CASE(WS-DECL) TO WS-DECL-LOWER

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               PERFORM CHECK-ONE-RULE
           END-PERFORM

           IF WS-TF-CT > 0
               PERFORM CHECK-DECL-FEE
           END-IF

           IF WS-DECL-MISSING > 0
               MOVE "N" TO WS-DECL-VALID
               DISPLAY "  Walidacja: brak danych wejsciowych ("
                   WS-DECL-MISSING ") - raport w "
                   TRIM(WS-REJECT-PATH)
           END-IF
           IF WS-DECL-FAILS > 0
               MOVE "N" TO WS-DECL-VALID
               DISPLAY "  Walidacja: " WS-DECL-FAILS
                   " regul naruszono - raport w "
                   TRIM(WS-REJECT-PATH)
           END-IF
           IF WS-DECL-VALID = "Y"
               DISPLAY "  Walidacja: OK ("
                   WS-RULE-CT " regul)"
           END-IF

      *> -- First number following the named field in the decl --
       EXTRACT-DECL-NUMBER.
           MOVE WS-RULE-FIELD(WS-RULE-IDX) TO WS-NUM-LABEL
           PERFORM EXTRACT-LABEL-NUMBER
           .

      *> -- First number following the text in WS-NUM-LABEL --
       EXTRACT-LABEL-NUMBER.
           MOVE "N" TO WS-NUM-FOUND
           MOVE 0 TO WS-NUM-VAL
           PERFORM FIND-DECL-LABEL
           IF WS-NUM-POS = 0
               EXIT PARAGRAPH
           END-IF
           END-IF
           .

      *> -- WS-NUM-POS = position just past WS-NUM-LABEL in the
      *> -- lower-cased declaration (0 = label not present) --
       FIND-DECL-LABEL.
           MOVE 0 TO WS-NUM-POS
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I >
                   2000 - LENGTH(TRIM(WS-NUM-LABEL))
               OR WS-NUM-POS > 0
               IF WS-DECL-LOWER(WS-I:LENGTH(TRIM(
                   WS-NUM-LABEL))) =
                   LOWER-CASE(TRIM(WS-NUM-LABEL))
                   COMPUTE WS-NUM-POS = WS-I +
                       LENGTH(TRIM(WS-NUM-LABEL))
               END-IF
           END-PERFORM
           .

      *> -- First word after the ":" that follows WS-NUM-LABEL,
      *> -- upper-cased into WS-TF-TOKEN (spaces if none) --
       EXTRACT-LABEL-TOKEN.
           MOVE SPACES TO WS-TF-TOKEN
           MOVE 0 TO WS-TF-TOK-LEN
           PERFORM FIND-DECL-LABEL
           IF WS-NUM-POS = 0
               EXIT PARAGRAPH
           END-IF
      *>   Up to the colon on the same line
           PERFORM VARYING WS-I FROM WS-NUM-POS BY 1
               UNTIL WS-I > 2000
               OR WS-DECL(WS-I:1) = ":"
               OR WS-DECL(WS-I:1) = X"5C"
               CONTINUE
           END-PERFORM
           IF WS-I > 1999
               EXIT PARAGRAPH
           END-IF
           IF WS-DECL(WS-I:1) NOT = ":"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-I
           PERFORM UNTIL WS-I > 2000
               OR WS-DECL(WS-I:1) NOT = SPACE
               ADD 1 TO WS-I
           END-PERFORM
           PERFORM UNTIL WS-I > 2000
               OR WS-TF-TOK-LEN >= 20
               OR WS-DECL(WS-I:1) = SPACE
               OR WS-DECL(WS-I:1) = X"5C"
               OR WS-DECL(WS-I:1) = ","
               ADD 1 TO WS-TF-TOK-LEN
               MOVE WS-DECL(WS-I:1)
                   TO WS-TF-TOKEN(WS-TF-TOK-LEN:1)
               ADD 1 TO WS-I
           END-PERFORM
           MOVE UPPER-CASE(WS-TF-TOKEN) TO WS-TF-TOKEN
           .

      *> ============================================================
      *> CHECK-DECL-FEE: recompute the SPK fee from the declared
      *> category, route and weight and compare it with the
      *> declared amount. A declaration no tariff row covers, or
      *> one whose amount differs, is rejected with the computed
      *> figure in the reject report.
      *> ============================================================
       CHECK-DECL-FEE.
           MOVE WS-TF-CAT-FIELD TO WS-NUM-LABEL
           PERFORM EXTRACT-LABEL-TOKEN
           MOVE WS-TF-TOKEN TO WS-TF-DECL-CAT
           MOVE WS-TF-ROUTE-FIELD TO WS-NUM-LABEL
           PERFORM EXTRACT-LABEL-TOKEN
           MOVE WS-TF-TOKEN TO WS-TF-DECL-ROUTE
           MOVE SPACES TO WS-TF-ROUTE-TYPE
           UNSTRING WS-TF-DECL-ROUTE DELIMITED BY "-"
               INTO WS-TF-ROUTE-TYPE
           END-UNSTRING

           MOVE WS-TF-WEIGHT-FIELD TO WS-NUM-LABEL
           PERFORM EXTRACT-LABEL-NUMBER
           IF WS-NUM-FOUND = "N"
               MOVE "weight not declared - fee cannot be checked"
                   TO WS-RULE-REASON
               PERFORM WRITE-MISSING-INPUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VAL TO WS-TF-WEIGHT

           MOVE WS-TF-FEE-FIELD TO WS-NUM-LABEL
           PERFORM EXTRACT-LABEL-NUMBER
           IF WS-NUM-FOUND = "N"
               MOVE "declared fee not found" TO WS-RULE-REASON
               PERFORM WRITE-FEE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-VAL TO WS-TF-DECLARED

      *>   First matching tariff row wins
           MOVE 0 TO WS-TF-HIT
           PERFORM VARYING WS-TF-IDX FROM 1 BY 1
               UNTIL WS-TF-IDX > WS-TF-CT
               OR WS-TF-HIT > 0
               IF (TRIM(WS-TF-CAT(WS-TF-IDX)) = "*"
                   OR WS-TF-CAT(WS-TF-IDX) = WS-TF-DECL-CAT)
               AND (TRIM(WS-TF-ROUTE(WS-TF-IDX)) = "*"
                   OR WS-TF-ROUTE(WS-TF-IDX) = WS-TF-ROUTE-TYPE)
               AND WS-TF-WEIGHT >= WS-TF-WMIN(WS-TF-IDX)
               AND WS-TF-WEIGHT <= WS-TF-WMAX(WS-TF-IDX)
                   MOVE WS-TF-IDX TO WS-TF-HIT
               END-IF
           END-PERFORM
           IF WS-TF-HIT = 0
               MOVE "no tariff row for category/route/weight"
                   TO WS-RULE-REASON
               PERFORM WRITE-FEE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TF-EXPECTED ROUNDED =
               WS-TF-BASE(WS-TF-HIT)
               + WS-TF-PERKG(WS-TF-HIT) * WS-TF-WEIGHT
           IF WS-TF-EXPECTED NOT = WS-TF-DECLARED
               MOVE "declared fee differs from tariff"
                   TO WS-RULE-REASON
               PERFORM WRITE-FEE-REJECT-LINE
           ELSE
               MOVE WS-TF-EXPECTED TO WS-TF-EXPECTED-D
               DISPLAY "  Oplata zgodna z taryfa: "
                   TRIM(WS-TF-EXPECTED-D) " PP"
           END-IF
           .

      *> -- Fee failure: declared vs computed amount, with the
      *> -- category/route/weight it was priced on --
       WRITE-FEE-REJECT-LINE.
           ADD 1 TO WS-DECL-FAILS
           MOVE WS-TF-WEIGHT TO WS-TF-WEIGHT-D
           MOVE WS-TF-DECLARED TO WS-TF-DECLARED-D
           IF WS-TF-HIT > 0
               MOVE WS-TF-EXPECTED TO WS-TF-EXPECTED-D
           ELSE
               MOVE 0 TO WS-TF-EXPECTED-D
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-VAL-TS
           OPEN EXTEND REJECT-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REJECT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REJECT-REC
           IF WS-TF-HIT > 0
               STRING
                   WS-VAL-TS(1:14) " TARIFF "
                   TRIM(WS-TF-FEE-FIELD) ": "
                   TRIM(WS-RULE-REASON)
                   " - declared " TRIM(WS-TF-DECLARED-D)
                   " PP, computed " TRIM(WS-TF-EXPECTED-D)
                   " PP (cat " TRIM(WS-TF-DECL-CAT)
                   " route " TRIM(WS-TF-DECL-ROUTE)
                   " weight " TRIM(WS-TF-WEIGHT-D) ")"
                   DELIMITED SIZE
                   INTO REJECT-REC
               END-STRING
           ELSE
               STRING
                   WS-VAL-TS(1:14) " TARIFF "
                   TRIM(WS-TF-FEE-FIELD) ": "
                   TRIM(WS-RULE-REASON)
                   " (cat " TRIM(WS-TF-DECL-CAT)
                   " route " TRIM(WS-TF-DECL-ROUTE)
                   " weight " TRIM(WS-TF-WEIGHT-D) ")"
                   DELIMITED SIZE
                   INTO REJECT-REC
               END-STRING
           END-IF
           WRITE REJECT-REC
           CLOSE REJECT-FILE
           DISPLAY "    ! " TRIM(WS-TF-FEE-FIELD)
               " - " TRIM(WS-RULE-REASON)
           .

      *> -- Missing input (WS-NUM-LABEL names the field): not a
      *> -- rule the declaration broke, so not a failure --
       WRITE-MISSING-INPUT-LINE.
           ADD 1 TO WS-DECL-MISSING
           MOVE FUNCTION CURRENT-DATE TO WS-VAL-TS
           OPEN EXTEND REJECT-FILE
           IF WS-FS NOT = "00"
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REJECT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REJECT-REC
           STRING
               WS-VAL-TS(1:14) " MISSING "
               TRIM(WS-NUM-LABEL) ": "
               TRIM(WS-RULE-REASON)
               DELIMITED SIZE
               INTO REJECT-REC
           END-STRING
           WRITE REJECT-REC
           CLOSE REJECT-FILE
           DISPLAY "    ! brak danych: " TRIM(WS-NUM-LABEL)
               " - " TRIM(WS-RULE-REASON)
           .

      *> -- Load the tariff rows once --
       LOAD-TARIFF.
           MOVE "Y" TO WS-TARIFF-LOADED
           MOVE 0 TO WS-TF-CT
           MOVE "N" TO WS-TF-EOF
           OPEN INPUT TARIFF-FILE
           IF WS-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-TARIFF-PATH)
                   " - kontrola oplaty wylaczona"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TF-EOF = "Y"
               READ TARIFF-FILE INTO WS-TF-LINE
                   AT END
                       MOVE "Y" TO WS-TF-EOF
                   NOT AT END
                       IF WS-TF-LINE(1:1) NOT = "#"
                       AND WS-TF-LINE NOT = SPACES
                           PERFORM PARSE-TARIFF-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TARIFF-FILE
           DISPLAY "  Taryfa SPK: " WS-TF-CT " pozycji"
           .

       PARSE-TARIFF-LINE.
           IF WS-TF-CT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TF-FLD1 WS-TF-FLD2 WS-TF-FLD3
                          WS-TF-FLD4 WS-TF-FLD5 WS-TF-FLD6
           UNSTRING WS-TF-LINE DELIMITED BY "|"
               INTO WS-TF-FLD1 WS-TF-FLD2 WS-TF-FLD3
                    WS-TF-FLD4 WS-TF-FLD5 WS-TF-FLD6
           END-UNSTRING
           IF WS-TF-FLD1 = SPACES OR WS-TF-FLD2 = SPACES
           OR TEST-NUMVAL(WS-TF-FLD3) NOT = 0
           OR TEST-NUMVAL(WS-TF-FLD4) NOT = 0
           OR TEST-NUMVAL(WS-TF-FLD5) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TF-CT
           MOVE UPPER-CASE(TRIM(WS-TF-FLD1))
               TO WS-TF-CAT(WS-TF-CT)
           MOVE UPPER-CASE(TRIM(WS-TF-FLD2))
               TO WS-TF-ROUTE(WS-TF-CT)
           COMPUTE WS-TF-WMIN(WS-TF-CT) = NUMVAL(WS-TF-FLD3)
           COMPUTE WS-TF-WMAX(WS-TF-CT) = NUMVAL(WS-TF-FLD4)
           COMPUTE WS-TF-BASE(WS-TF-CT) = NUMVAL(WS-TF-FLD5)
           MOVE 0 TO WS-TF-PERKG(WS-TF-CT)
           IF WS-TF-FLD6 NOT = SPACES
           AND TEST-NUMVAL(WS-TF-FLD6) = 0
               COMPUTE WS-TF-PERKG(WS-TF-CT) =
                   NUMVAL(WS-TF-FLD6)
           END-IF
           .

      *> -- Load REQUIRED/RANGE/PLACEHOLDER rules once --
       LOAD-DECL-RULES.
           MOVE "Y" TO WS-RULES-LOADED
           STRING
               "curl -s "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Hub: "
               TRIM(WS-JBUF)(1:500)
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           MOVE WS-ATTEMPT TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION

           MOVE 0 TO WS-TALLY-CNT
           IF WS-JLEN > 0
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.
