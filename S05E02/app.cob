      *> 2. LLM (gpt-4.1-mini) - decide response
      *> 3. TTS (gpt-4o-mini-tts) - text -> MP3 -> b64
      *> 4. Send audio to hub, parse response
      *> Call playbook: the script comes from PHONE_PLAYBOOK
      *>   (default phonecall_playbook.dat) - stages with an
      *>   objective, facts to obtain, allowed topics, fallback
      *>   line and turn limit; each turn is logged with its
      *>   stage and a stage out of turns closes the call.
      *>   Without the file the built-in script is used
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
           SELECT ALERT-FILE ASSIGN TO WS-ALERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WL-FS.
           SELECT PLAYBOOK-FILE ASSIGN TO WS-PB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PB-FS.

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

       FD  ALERT-FILE.
       01  ALERT-REC               PIC X(400).

       FD  PLAYBOOK-FILE.
       01  PLAYBOOK-REC            PIC X(500).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
       01  WS-OUR-TURNS             PIC 9(4) VALUE 0.
       01  WS-XCR-TEXT              PIC X(4000).

      *> -- Call playbook owned by the operations desk: persona,
      *> -- data and rules for the system prompt, then stages run
      *> -- in file order. A stage is done once the other side
      *> -- has given every fact it needs (any keyword heard);
      *> -- a stage with no facts is done after one exchange.
      *> -- The current stage goes to the LLM as an extra system
      *> -- message each turn and tags transcript and quality
      *> -- lines --
       01  WS-PB-PATH               PIC X(100) VALUE
           "phonecall_playbook.dat".
       01  WS-PB-FS                 PIC XX.
       01  WS-PB-EOF                PIC X.
       01  WS-PB-ACTIVE             PIC X VALUE "N".
       01  WS-PB-LINE               PIC X(500).
       01  WS-PB-F1                 PIC X(10).
       01  WS-PB-F2                 PIC X(300).
       01  WS-PB-F3                 PIC X(300).
       01  WS-PB-F4                 PIC X(300).
       01  WS-PB-PERSONA            PIC X(500).
       01  WS-PB-CLOSING            PIC X(300).
       01  WS-PB-TXT-MAX            PIC 9(2) VALUE 30.
       01  WS-PB-TXT-CT             PIC 9(2) VALUE 0.
       01  WS-PB-TXT-TABLE.
           05  WS-PB-TXT-ENT OCCURS 30 TIMES.
               10  WS-PB-TXT-KIND   PIC X(4).
               10  WS-PB-TXT        PIC X(300).
       01  WS-PB-STG-MAX            PIC 9(2) VALUE 12.
       01  WS-PB-STG-CT             PIC 9(2) VALUE 0.
       01  WS-PB-STG-TABLE.
           05  WS-PB-STG OCCURS 12 TIMES.
               10  WS-PB-ID         PIC X(10).
               10  WS-PB-MAXT       PIC 9(2).
               10  WS-PB-USED       PIC 9(2).
               10  WS-PB-OBJ        PIC X(300).
               10  WS-PB-TOPICS     PIC X(300).
               10  WS-PB-FALLBACK   PIC X(300).
       01  WS-PB-FACT-MAX           PIC 9(2) VALUE 40.
       01  WS-PB-FACT-CT            PIC 9(2) VALUE 0.
       01  WS-PB-FACT-TABLE.
           05  WS-PB-FACT OCCURS 40 TIMES.
               10  WS-PB-FACT-STG   PIC 9(2).
               10  WS-PB-FACT-NAME  PIC X(60).
               10  WS-PB-FACT-KEYS  PIC X(200).
               10  WS-PB-FACT-GOT   PIC X.
       01  WS-PB-CUR                PIC 9(2) VALUE 0.
       01  WS-PB-CUR-ID             PIC X(10) VALUE "-".
       01  WS-PB-I                  PIC 9(2).
       01  WS-PB-J                  PIC 9(2).
       01  WS-PB-HIT                PIC 9(2).
       01  WS-PB-MISSING            PIC 9(2).
       01  WS-PB-KEY                PIC X(60).
       01  WS-PB-KPTR               PIC 9(3).
       01  WS-PB-LOW-TXT            PIC X(4000).
       01  WS-PB-END-REASON         PIC X(20).
       01  WS-PB-MSG                PIC X(6000).
       01  WS-PB-MPTR               PIC 9(5).

      *> -- Base64 extraction --
       01  WS-B64-VAL-START        PIC 9(6).
       01  WS-B64-VAL-END          PIC 9(6).
           PERFORM LOAD-ENV-VARS
           PERFORM LLM-LOAD-SECONDARY

      *>   Call script from the operations playbook
           MOVE SPACES TO WS-TMP2
           ACCEPT WS-TMP2 FROM ENVIRONMENT "PHONE_PLAYBOOK"
           IF WS-TMP2 NOT = SPACES
               MOVE TRIM(WS-TMP2) TO WS-PB-PATH
           END-IF
           PERFORM LOAD-PLAYBOOK

      *>   Build API URLs
           PERFORM BUILD-WHISPER-URL
           PERFORM BUILD-TTS-URL
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           MOVE CURRENT-DATE TO WS-CALL-ID

      *>   Build system prompt in conv buffer
           PERFORM RESET-PLAYBOOK
           PERFORM INIT-CONVERSATION

      *>   Start session with hub
                   WS-TURN " of "
                   WS-MAX-TURNS " ---"

      *>       Playbook: move to the next stage or close the call
               IF WS-PB-ACTIVE = "Y"
                   PERFORM PLAYBOOK-NEXT-TURN
                   IF WS-PB-END-REASON NOT = SPACES
                       PERFORM PLAYBOOK-CLOSE-CALL
                       EXIT PERFORM
                   END-IF
               END-IF

      *>       Call LLM for response
               MOVE LENGTH(TRIM(WS-OPERATOR-TXT))
                   TO WS-TRANS-LEN
                       - WS-LLM-T1-TOTAL
               END-IF

               IF WS-OUR-TEXT = SPACES
               AND WS-PB-ACTIVE = "Y"
               AND WS-PB-FALLBACK(WS-PB-CUR) NOT = SPACES
                   DISPLAY "  LLM pusty - fraza zapasowa etapu"
                   MOVE WS-PB-FALLBACK(WS-PB-CUR)
                       TO WS-OUR-TEXT
               END-IF
               IF WS-OUR-TEXT = SPACES
                   DISPLAY "  LLM empty!"
                   MOVE "Y"
               PERFORM READ-JSON-FILE
               MOVE "work.tmp"
                   TO WS-WORK-PATH
               MOVE WS-JBUF TO WS-HUBLOG-RESP
               PERFORM RECORD-HUB-SUBMISSION

               IF WS-JLEN = 0
                   DISPLAY "  Empty hub resp!"
      *> Build system prompt in WS-CONV-BUF
      *> ============================================================
       INIT-CONVERSATION.
           IF WS-PB-ACTIVE = "Y"
               PERFORM INIT-PLAYBOOK-CONVERSATION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CONV-BUF
           MOVE 1 TO WS-CONV-PTR

           END-STRING
           .

      *> ============================================================
      *> LOAD-PLAYBOOK: read the call script. Record types:
      *>   PERSONA|text   DATA|text   RULE|text   CLOSING|text
      *>   STAGE|id|max-turns|objective
      *>   FACT|stage-id|fact|keyword,keyword
      *>   TOPIC|stage-id|topic      FALLBACK|stage-id|text
      *> No file or no stages -> built-in script.
      *> ============================================================
       LOAD-PLAYBOOK.
           MOVE "N" TO WS-PB-ACTIVE
           MOVE 0 TO WS-PB-TXT-CT WS-PB-STG-CT WS-PB-FACT-CT
           MOVE SPACES TO WS-PB-PERSONA WS-PB-CLOSING
           MOVE "N" TO WS-PB-EOF
           OPEN INPUT PLAYBOOK-FILE
           IF WS-PB-FS NOT = "00"
               DISPLAY "  Brak playbooka " TRIM(WS-PB-PATH)
                   " - skrypt wbudowany"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PB-EOF = "Y"
               READ PLAYBOOK-FILE INTO WS-PB-LINE
                   AT END
                       MOVE "Y" TO WS-PB-EOF
                   NOT AT END
                       IF WS-PB-LINE(1:1) NOT = "#"
                       AND WS-PB-LINE NOT = SPACES
                           PERFORM PARSE-PLAYBOOK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAYBOOK-FILE
           IF WS-PB-STG-CT = 0
               DISPLAY "  Playbook " TRIM(WS-PB-PATH)
                   " bez etapow - skrypt wbudowany"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PB-ACTIVE
           DISPLAY "  Playbook: " TRIM(WS-PB-PATH)
               " etapy=" WS-PB-STG-CT
               " fakty=" WS-PB-FACT-CT
           .

       PARSE-PLAYBOOK-LINE.
           MOVE SPACES TO WS-PB-F1 WS-PB-F2 WS-PB-F3 WS-PB-F4
           UNSTRING WS-PB-LINE DELIMITED BY "|"
               INTO WS-PB-F1 WS-PB-F2 WS-PB-F3 WS-PB-F4
           END-UNSTRING
           MOVE UPPER-CASE(WS-PB-F1) TO WS-PB-F1
           EVALUATE TRIM(WS-PB-F1)
               WHEN "PERSONA"
                   MOVE TRIM(WS-PB-F2) TO WS-PB-PERSONA
               WHEN "CLOSING"
                   MOVE TRIM(WS-PB-F2) TO WS-PB-CLOSING
               WHEN "DATA"
               WHEN "RULE"
                   IF WS-PB-TXT-CT < WS-PB-TXT-MAX
                       ADD 1 TO WS-PB-TXT-CT
                       MOVE WS-PB-F1
                           TO WS-PB-TXT-KIND(WS-PB-TXT-CT)
                       MOVE TRIM(WS-PB-F2)
                           TO WS-PB-TXT(WS-PB-TXT-CT)
                   END-IF
               WHEN "STAGE"
                   IF WS-PB-STG-CT < WS-PB-STG-MAX
                   AND WS-PB-F2 NOT = SPACES
                       ADD 1 TO WS-PB-STG-CT
                       MOVE TRIM(WS-PB-F2)
                           TO WS-PB-ID(WS-PB-STG-CT)
                       MOVE 3 TO WS-PB-MAXT(WS-PB-STG-CT)
                       IF TRIM(WS-PB-F3) NUMERIC
                           MOVE NUMVAL(WS-PB-F3)
                               TO WS-PB-MAXT(WS-PB-STG-CT)
                       END-IF
                       MOVE 0 TO WS-PB-USED(WS-PB-STG-CT)
                       MOVE TRIM(WS-PB-F4)
                           TO WS-PB-OBJ(WS-PB-STG-CT)
                       MOVE SPACES
                           TO WS-PB-TOPICS(WS-PB-STG-CT)
                              WS-PB-FALLBACK(WS-PB-STG-CT)
                   END-IF
               WHEN "FACT"
                   PERFORM FIND-PB-STAGE
                   IF WS-PB-HIT > 0
                   AND WS-PB-FACT-CT < WS-PB-FACT-MAX
                       ADD 1 TO WS-PB-FACT-CT
                       MOVE WS-PB-HIT
                           TO WS-PB-FACT-STG(WS-PB-FACT-CT)
                       MOVE TRIM(WS-PB-F3)
                           TO WS-PB-FACT-NAME(WS-PB-FACT-CT)
                       MOVE LOWER-CASE(TRIM(WS-PB-F4))
                           TO WS-PB-FACT-KEYS(WS-PB-FACT-CT)
                       MOVE "N" TO WS-PB-FACT-GOT(WS-PB-FACT-CT)
                   END-IF
               WHEN "TOPIC"
                   PERFORM FIND-PB-STAGE
                   IF WS-PB-HIT > 0
                       IF WS-PB-TOPICS(WS-PB-HIT) = SPACES
                           MOVE TRIM(WS-PB-F3)
                               TO WS-PB-TOPICS(WS-PB-HIT)
                       ELSE
                           MOVE SPACES TO WS-TMP2
                           STRING TRIM(WS-PB-TOPICS(WS-PB-HIT))
                               "; " TRIM(WS-PB-F3)
                               DELIMITED SIZE INTO WS-TMP2
                           END-STRING
                           MOVE WS-TMP2 TO WS-PB-TOPICS(WS-PB-HIT)
                       END-IF
                   END-IF
               WHEN "FALLBACK"
                   PERFORM FIND-PB-STAGE
                   IF WS-PB-HIT > 0
                       MOVE TRIM(WS-PB-F3)
                           TO WS-PB-FALLBACK(WS-PB-HIT)
                   END-IF
               WHEN OTHER
                   DISPLAY "  Playbook: nieznany rekord "
                       TRIM(WS-PB-F1)
           END-EVALUATE
           .

      *> -- Stage named in WS-PB-F2 -> WS-PB-HIT (0 = unknown) --
       FIND-PB-STAGE.
           MOVE 0 TO WS-PB-HIT
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-STG-CT
               IF WS-PB-ID(WS-PB-I) = TRIM(WS-PB-F2)
                   MOVE WS-PB-I TO WS-PB-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PB-HIT = 0
               DISPLAY "  Playbook: " TRIM(WS-PB-F1)
                   " dla nieznanego etapu " TRIM(WS-PB-F2)
           END-IF
           .

      *> -- Every attempt starts the script from the first stage --
       RESET-PLAYBOOK.
           IF WS-PB-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PB-CUR
           MOVE WS-PB-ID(1) TO WS-PB-CUR-ID
           MOVE SPACES TO WS-PB-END-REASON
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-STG-CT
               MOVE 0 TO WS-PB-USED(WS-PB-I)
           END-PERFORM
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-FACT-CT
               MOVE "N" TO WS-PB-FACT-GOT(WS-PB-I)
           END-PERFORM
           .

      *> ============================================================
      *> INIT-PLAYBOOK-CONVERSATION: system prompt from persona,
      *> data, rules and the stage plan
      *> ============================================================
       INIT-PLAYBOOK-CONVERSATION.
           MOVE SPACES TO WS-CONV-BUF
           MOVE 1 TO WS-CONV-PTR
           STRING
               "[{" WS-QT "role" WS-QT ":"
               WS-QT "system" WS-QT ","
               WS-QT "content" WS-QT ":"
               WS-QT
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
           END-STRING

           MOVE WS-PB-PERSONA TO WS-ESC-IN
           PERFORM PB-ESCAPE
           STRING WS-ESC-OUT(1:WS-ESC-OLEN) WS-NL WS-NL
               "DANE:" WS-NL
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
           END-STRING
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-TXT-CT
               IF WS-PB-TXT-KIND(WS-PB-I) = "DATA"
                   MOVE WS-PB-TXT(WS-PB-I) TO WS-ESC-IN
                   PERFORM PB-ESCAPE
                   STRING "- " WS-ESC-OUT(1:WS-ESC-OLEN) WS-NL
                       DELIMITED SIZE
                       INTO WS-CONV-BUF
                       WITH POINTER WS-CONV-PTR
                   END-STRING
               END-IF
           END-PERFORM

           STRING WS-NL "ZASADY:" WS-NL
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
           END-STRING
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-TXT-CT
               IF WS-PB-TXT-KIND(WS-PB-I) = "RULE"
                   MOVE WS-PB-TXT(WS-PB-I) TO WS-ESC-IN
                   PERFORM PB-ESCAPE
                   STRING "- " WS-ESC-OUT(1:WS-ESC-OLEN) WS-NL
                       DELIMITED SIZE
                       INTO WS-CONV-BUF
                       WITH POINTER WS-CONV-PTR
                   END-STRING
               END-IF
           END-PERFORM

           STRING WS-NL "PLAN ROZMOWY (etapy po kolei):" WS-NL
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
           END-STRING
           PERFORM VARYING WS-PB-I FROM 1 BY 1
               UNTIL WS-PB-I > WS-PB-STG-CT
               MOVE WS-PB-OBJ(WS-PB-I) TO WS-ESC-IN
               PERFORM PB-ESCAPE
               STRING "ETAP " TRIM(WS-PB-ID(WS-PB-I)) ": "
                   WS-ESC-OUT(1:WS-ESC-OLEN) WS-NL
                   DELIMITED SIZE
                   INTO WS-CONV-BUF
                   WITH POINTER WS-CONV-PTR
               END-STRING
           END-PERFORM

           STRING WS-NL
               "Trzymaj sie biezacego etapu z ostatniej "
               "wiadomosci systemowej. Nie wracaj do "
               "etapow zakonczonych."
               WS-QT "}]"
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
           END-STRING
           .

      *> -- WS-ESC-IN -> WS-ESC-OUT(1:WS-ESC-OLEN), never empty --
       PB-ESCAPE.
           PERFORM JSON-ESCAPE-STR
           IF WS-ESC-OLEN = 0
               MOVE "-" TO WS-ESC-OUT
               MOVE 1 TO WS-ESC-OLEN
           END-IF
           .

      *> ============================================================
      *> PLAYBOOK-NEXT-TURN: skip past finished stages, then
      *> count the turn against the current one. Sets
      *> WS-PB-END-REASON when the script is done or the stage
      *> has used up its turns.
      *> ============================================================
       PLAYBOOK-NEXT-TURN.
           MOVE SPACES TO WS-PB-END-REASON
           PERFORM UNTIL WS-PB-CUR > WS-PB-STG-CT
               IF WS-PB-USED(WS-PB-CUR) = 0
                   EXIT PERFORM
               END-IF
               PERFORM COUNT-PB-MISSING
               IF WS-PB-MISSING > 0
                   EXIT PERFORM
               END-IF
               DISPLAY "  Playbook: etap "
                   TRIM(WS-PB-ID(WS-PB-CUR)) " zakonczony"
               ADD 1 TO WS-PB-CUR
           END-PERFORM
           IF WS-PB-CUR > WS-PB-STG-CT
               MOVE "SCRIPT-DONE" TO WS-PB-END-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-ID(WS-PB-CUR) TO WS-PB-CUR-ID
           IF WS-PB-USED(WS-PB-CUR) >= WS-PB-MAXT(WS-PB-CUR)
               MOVE "TURNS-EXHAUSTED" TO WS-PB-END-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PB-USED(WS-PB-CUR)
           DISPLAY "  Etap " TRIM(WS-PB-CUR-ID)
               " tura " WS-PB-USED(WS-PB-CUR)
               "/" WS-PB-MAXT(WS-PB-CUR)
           .

       COUNT-PB-MISSING.
           MOVE 0 TO WS-PB-MISSING
           PERFORM VARYING WS-PB-J FROM 1 BY 1
               UNTIL WS-PB-J > WS-PB-FACT-CT
               IF WS-PB-FACT-STG(WS-PB-J) = WS-PB-CUR
               AND WS-PB-FACT-GOT(WS-PB-J) = "N"
                   ADD 1 TO WS-PB-MISSING
               END-IF
           END-PERFORM
           .

      *> -- Mark the current stage's facts heard in the remote
      *> -- turn just transcribed (WS-OPERATOR-TXT) --
       NOTE-PB-FACTS.
           IF WS-PB-CUR < 1
           OR WS-PB-CUR > WS-PB-STG-CT
               EXIT PARAGRAPH
           END-IF
           MOVE LOWER-CASE(WS-OPERATOR-TXT) TO WS-PB-LOW-TXT
           PERFORM VARYING WS-PB-J FROM 1 BY 1
               UNTIL WS-PB-J > WS-PB-FACT-CT
               IF WS-PB-FACT-STG(WS-PB-J) = WS-PB-CUR
               AND WS-PB-FACT-GOT(WS-PB-J) = "N"
                   PERFORM CHECK-PB-FACT
               END-IF
           END-PERFORM
           .

       CHECK-PB-FACT.
           MOVE 1 TO WS-PB-KPTR
           PERFORM UNTIL WS-PB-KPTR > 200
               MOVE SPACES TO WS-PB-KEY
               UNSTRING WS-PB-FACT-KEYS(WS-PB-J) DELIMITED BY ","
                   INTO WS-PB-KEY
                   WITH POINTER WS-PB-KPTR
               END-UNSTRING
               IF WS-PB-KEY NOT = SPACES
                   MOVE 0 TO WS-TALLY-CNT
                   INSPECT WS-PB-LOW-TXT TALLYING WS-TALLY-CNT
                       FOR ALL TRIM(WS-PB-KEY)
                   IF WS-TALLY-CNT > 0
                       MOVE "Y" TO WS-PB-FACT-GOT(WS-PB-J)
                       DISPLAY "  Playbook: ustalono "
                           TRIM(WS-PB-FACT-NAME(WS-PB-J))
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           .

      *> -- Current stage as an extra system message, built into
      *> -- WS-PB-MSG(1:WS-PB-MPTR - 1) --
       BUILD-STAGE-PROMPT.
           MOVE SPACES TO WS-PB-MSG
           MOVE 1 TO WS-PB-MPTR
           MOVE WS-PB-OBJ(WS-PB-CUR) TO WS-ESC-IN
           PERFORM PB-ESCAPE
           STRING
               "{" WS-QT "role" WS-QT ":"
               WS-QT "system" WS-QT ","
               WS-QT "content" WS-QT ":"
               WS-QT "BIEZACY ETAP "
               TRIM(WS-PB-CUR-ID)
               " (tura " WS-PB-USED(WS-PB-CUR)
               " z " WS-PB-MAXT(WS-PB-CUR) "): "
               WS-ESC-OUT(1:WS-ESC-OLEN)
               DELIMITED SIZE
               INTO WS-PB-MSG
               WITH POINTER WS-PB-MPTR
           END-STRING

           PERFORM COUNT-PB-MISSING
           IF WS-PB-MISSING > 0
               STRING WS-NL "Nadal ustal:"
                   DELIMITED SIZE
                   INTO WS-PB-MSG
                   WITH POINTER WS-PB-MPTR
               END-STRING
               PERFORM VARYING WS-PB-J FROM 1 BY 1
                   UNTIL WS-PB-J > WS-PB-FACT-CT
                   IF WS-PB-FACT-STG(WS-PB-J) = WS-PB-CUR
                   AND WS-PB-FACT-GOT(WS-PB-J) = "N"
                       MOVE WS-PB-FACT-NAME(WS-PB-J)
                           TO WS-ESC-IN
                       PERFORM PB-ESCAPE
                       STRING " " WS-ESC-OUT(1:WS-ESC-OLEN) ";"
                           DELIMITED SIZE
                           INTO WS-PB-MSG
                           WITH POINTER WS-PB-MPTR
                       END-STRING
                   END-IF
               END-PERFORM
           END-IF

           IF WS-PB-TOPICS(WS-PB-CUR) NOT = SPACES
               MOVE WS-PB-TOPICS(WS-PB-CUR) TO WS-ESC-IN
               PERFORM PB-ESCAPE
               STRING WS-NL "Rozmawiaj tylko o: "
                   WS-ESC-OUT(1:WS-ESC-OLEN)
                   DELIMITED SIZE
                   INTO WS-PB-MSG
                   WITH POINTER WS-PB-MPTR
               END-STRING
           END-IF

           IF WS-PB-FALLBACK(WS-PB-CUR) NOT = SPACES
               MOVE WS-PB-FALLBACK(WS-PB-CUR) TO WS-ESC-IN
               PERFORM PB-ESCAPE
               STRING WS-NL "Gdy rozmowa zbacza z tematu, "
                   "powiedz: "
                   WS-ESC-OUT(1:WS-ESC-OLEN)
                   DELIMITED SIZE
                   INTO WS-PB-MSG
                   WITH POINTER WS-PB-MPTR
               END-STRING
           END-IF

           STRING WS-QT "}"
               DELIMITED SIZE
               INTO WS-PB-MSG
               WITH POINTER WS-PB-MPTR
           END-STRING
           .

      *> ============================================================
      *> PLAYBOOK-CLOSE-CALL: the script is done or a stage ran
      *> out of turns - say the closing line (if any) once and
      *> stop, rather than let the model carry on
      *> ============================================================
       PLAYBOOK-CLOSE-CALL.
           IF WS-PB-END-REASON = "TURNS-EXHAUSTED"
               DISPLAY "  Playbook: etap " TRIM(WS-PB-CUR-ID)
                   " bez tur - koniec rozmowy"
           ELSE
               DISPLAY "  Playbook: skrypt zakonczony"
           END-IF
           MOVE "PLAYBOOK" TO WS-XCR-ROLE
           MOVE SPACES TO WS-XCR-TEXT
           STRING "koniec rozmowy: "
               LOWER-CASE(TRIM(WS-PB-END-REASON))
               DELIMITED SIZE INTO WS-XCR-TEXT
           END-STRING
           PERFORM WRITE-TRANSCRIPT-LINE

           IF WS-PB-CLOSING = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PB-CLOSING TO WS-OUR-TEXT
           PERFORM STRIP-MARKDOWN
           DISPLAY "  [US] " TRIM(WS-CLEAN-TXT)(1:200)
           MOVE WS-CLEAN-TXT TO WS-OUR-TEXT
           PERFORM APPEND-ASST-MSG
           MOVE "ASSISTANT" TO WS-XCR-ROLE
           ADD 1 TO WS-OUR-TURNS
           MOVE WS-OUR-TEXT TO WS-XCR-TEXT
           PERFORM WRITE-TRANSCRIPT-LINE
           MOVE 0 TO WS-TRANS-LEN WS-LLM-LATENCY
           PERFORM TEXT-TO-SPEECH
           PERFORM MEASURE-TTS-BYTES
           PERFORM ARCHIVE-TTS-AUDIO
           PERFORM SEND-AUDIO-TO-HUB
           PERFORM WRITE-CALL-QUALITY

      *>   The closing line can still earn the flag
           MOVE "hub_resp.json" TO WS-WORK-PATH
           PERFORM READ-JSON-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           IF WS-JLEN > 0
               MOVE "message" TO WS-KEY-SEARCH
               MOVE 1 TO WS-JPOS
               PERFORM FIND-JSON-VAL
               MOVE 0 TO WS-TALLY-CNT
               INSPECT WS-JVAL TALLYING WS-TALLY-CNT
                   FOR ALL "{FLG:"
               IF WS-TALLY-CNT > 0
                   MOVE "Y" TO WS-FLAG-FOUND
                   DISPLAY "  >>> FLAG <<<"
                   DISPLAY "  " TRIM(WS-JVAL)
               END-IF
           END-IF
           .

      *> ============================================================
      *> START-SESSION
      *> POST start action to hub
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Hub start resp: "
               WS-JBUF(1:500)
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
                   TO WS-RSP-CUR
           END-IF
           MOVE WS-RSP-CUR TO WS-XCR-ROLE
           IF WS-PB-ACTIVE = "Y"
               PERFORM NOTE-PB-FACTS
           END-IF

           MOVE 0 TO WS-RSP-I
           PERFORM VARYING WS-RSP-I FROM 1 BY 1
               WITH POINTER WS-PTR
           END-STRING

      *>   Copy conversation buffer (with the playbook, drop
      *>   its closing bracket and add the current stage)
           COMPUTE WS-K = WS-CONV-PTR - 1
           IF WS-PB-ACTIVE = "Y"
           AND WS-K > 1
               SUBTRACT 1 FROM WS-K
           END-IF
           IF WS-K > 0
               MOVE WS-CONV-BUF(1:WS-K)
                   TO WS-REQ-JSON(
                   WS-PTR:WS-K)
               ADD WS-K TO WS-PTR
           END-IF
           IF WS-PB-ACTIVE = "Y"
               PERFORM BUILD-STAGE-PROMPT
               STRING "," WS-PB-MSG(1:WS-PB-MPTR - 1) "]"
                   DELIMITED SIZE
                   INTO WS-REQ-JSON
                   WITH POINTER WS-PTR
               END-STRING
           END-IF

           STRING "}"
               DELIMITED SIZE
           WRITE WORK-REC FROM WS-HUB-BODY
           CLOSE WORK-FILE

      *>   The audio itself is too large to keep; the ledger
      *>   fingerprints the text that was voiced instead
           MOVE SPACES TO WS-HUBLOG-BODY
           STRING
               TRIM(WS-HUB-BODY)
               TRIM(WS-OUR-TEXT)
               WS-QT "}}"
               DELIMITED SIZE
               INTO WS-HUBLOG-BODY
           END-STRING

      *>   Write JSON suffix to file
           MOVE SPACES TO WS-HUB-BODY
           MOVE 1 TO WS-PTR
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
               " tts_bytes=" WS-TTS-BYTES
               DELIMITED SIZE INTO QUALITY-REC
           END-STRING
           IF WS-PB-ACTIVE = "Y"
               MOVE SPACES TO WS-TMP2
               STRING TRIM(QUALITY-REC)
                   " stage=" TRIM(WS-PB-CUR-ID)
                   DELIMITED SIZE INTO WS-TMP2
               END-STRING
               MOVE WS-TMP2 TO QUALITY-REC
           END-IF
           WRITE QUALITY-REC
           CLOSE QUALITY-FILE
           .
           END-IF

           MOVE SPACES TO TRANSCRIPT-REC
           IF WS-PB-ACTIVE = "Y"
               STRING
                   "call=" WS-CALL-ID
                   " stage=" TRIM(WS-PB-CUR-ID)
                   " [" TRIM(WS-XCR-ROLE) "] "
                   TRIM(WS-XCR-TEXT)
                   DELIMITED SIZE INTO TRANSCRIPT-REC
               END-STRING
           ELSE
               STRING
                   "call=" WS-CALL-ID
                   " [" TRIM(WS-XCR-ROLE) "] "
                   TRIM(WS-XCR-TEXT)
                   DELIMITED SIZE INTO TRANSCRIPT-REC
               END-STRING
           END-IF
           MOVE TRANSCRIPT-REC TO WS-MASK-BUF
           PERFORM MASK-SECRET-BUFFER
           MOVE WS-MASK-BUF TO TRANSCRIPT-REC
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
