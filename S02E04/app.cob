      *> S02E04 - Mailbox Agent: search emails for date, password,
      *>          confirmation_code via function calling agent loop.
      *> Dynamic per-action tools generated from help endpoint.
      *> Every date, password and SEC- code that shows up in a
      *> mailbox tool result is kept in findings_register.dat with
      *> the mailbox, message id, subject and tool call it came
      *> from, and whether it went into a submit_answer and was
      *> accepted; findings_report.txt (findings_report_<box>.txt
      *> for the other boxes) puts conflicting candidates for the
      *> same field side by side after each agent pass.
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
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT MAILBOX-RULES-FILE ASSIGN TO WS-MRULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRULE-FS.
           SELECT FINDINGS-FILE ASSIGN TO WS-FND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FND-FS.
           SELECT FINDINGS-RPT-FILE ASSIGN TO WS-FND-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  MAILBOX-RULES-FILE.
       01  MAILBOX-RULES-REC       PIC X(150).

       FD  FINDINGS-FILE.
       01  FINDINGS-REC            PIC X(500).

       FD  FINDINGS-RPT-FILE.
       01  FINDINGS-RPT-REC        PIC X(400).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
       01  WS-TMP                   PIC X(4000).
      *> === Environment (via copybook) ===
       01  WS-DAEMON-SLEEP         PIC 9(9) COMP-5.
       01  WS-MB-IDX               PIC 9(2).

      *> -- Findings register: candidate values picked out of the
      *> -- mailbox tool results with the message they came from,
      *> -- written with the submit outcome when the pass ends --
       01  WS-FND-PATH             PIC X(100) VALUE
           "findings_register.dat".
       01  WS-FND-RPT-PATH         PIC X(100) VALUE
           "findings_report.txt".
       01  WS-FND-FS               PIC XX.
       01  WS-FND-MAX              PIC 9(3) VALUE 200.
       01  WS-FND-CT               PIC 9(3) VALUE 0.
       01  WS-FND-TABLE.
           05  WS-FND-ENT OCCURS 200 TIMES.
               10  WS-FND-FIELD    PIC X(17).
               10  WS-FND-VALUE    PIC X(100).
               10  WS-FND-MSGID    PIC X(40).
               10  WS-FND-SUBJ     PIC X(80).
               10  WS-FND-TOOL     PIC X(30).
               10  WS-FND-CALL     PIC X(100).
               10  WS-FND-STEP     PIC 9(2).
               10  WS-FND-SEEN     PIC 9(3).
               10  WS-FND-SUBM     PIC X.
               10  WS-FND-ACC      PIC X.
       01  WS-FND-I                PIC 9(3).
       01  WS-FND-J                PIC 9(3).
       01  WS-FND-HIT              PIC 9(3).
       01  WS-FND-NEW-FIELD        PIC X(17).
       01  WS-FND-NEW-VALUE        PIC X(100).
       01  WS-FND-CUR-MSGID        PIC X(40).
       01  WS-FND-CUR-SUBJ         PIC X(80).
       01  WS-FND-LOWER            PIC X(16000).
       01  WS-FND-P                PIC 9(5).
       01  WS-FND-Q                PIC 9(5).
       01  WS-FND-K                PIC 9(5).
       01  WS-FND-END              PIC 9(5).
       01  WS-FND-GRAB             PIC X(100).
       01  WS-FND-CH               PIC X.
       01  WS-FND-OK               PIC X.
       01  WS-FND-RUN-TS           PIC X(14).
       01  WS-FND-DISTINCT         PIC 9(3).
       01  WS-FND-FLD-IX           PIC 9(1).
       01  WS-FND-FLD-NAMES.
           05  FILLER              PIC X(17) VALUE "date".
           05  FILLER              PIC X(17) VALUE "password".
           05  FILLER              PIC X(17)
                                   VALUE "confirmation_code".
       01  WS-FND-FLD-TBL REDEFINES WS-FND-FLD-NAMES.
           05  WS-FND-FLD-NM OCCURS 3 TIMES
                                   PIC X(17).
       01  WS-FND-SIDE             PIC X(300).
       01  WS-FND-SIDE-PTR         PIC 9(3).
       01  WS-FND-SUB-TXT          PIC X(20).
      *>   One row per submit_answer call in this pass
       01  WS-FSB-CT               PIC 9(2) VALUE 0.
       01  WS-FSB-TABLE.
           05  WS-FSB-ENT OCCURS 10 TIMES.
               10  WS-FSB-DATE     PIC X(20).
               10  WS-FSB-PASS     PIC X(100).
               10  WS-FSB-CODE     PIC X(100).
               10  WS-FSB-ACC      PIC X.
               10  WS-FSB-RESULT   PIC X(150).
       01  WS-FSB-I                PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S02E04-MAILBOX" TO WS-RUNLOG-PROGID
           DISPLAY "=== DONE ==="
           IF WS-FLAG-FOUND NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           ELSE
           IF WS-POLL-ACTION = SPACES
               DISPLAY "DAEMON: brak akcji do sondowania"
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-INVALID" TO WS-RUNLOG-REASON
               MOVE "daemon: no pollable action"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END

           IF WS-CYC-ERR > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-CALL-FAILED" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           IF TRIM(WS-CUR-MAILBOX) = "default"
               MOVE "mailbox_seen.dat" TO WS-SEEN-PATH
               MOVE "conv_pages.dat" TO WS-PAGE-PATH
               MOVE "findings_report.txt" TO WS-FND-RPT-PATH
           ELSE
               MOVE SPACES TO WS-SEEN-PATH
               STRING
                   DELIMITED SIZE
                   INTO WS-PAGE-PATH
               END-STRING
               MOVE SPACES TO WS-FND-RPT-PATH
               STRING
                   "findings_report_"
                   TRIM(WS-CUR-MAILBOX) ".txt"
                   DELIMITED SIZE
                   INTO WS-FND-RPT-PATH
               END-STRING
           END-IF
           .

           MOVE "N" TO WS-FLAG-FOUND
           MOVE 0 TO WS-AG-STEP
           MOVE 0 TO WS-NUDGE-CT
           MOVE 0 TO WS-FND-CT
           MOVE 0 TO WS-FSB-CT
           MOVE CURRENT-DATE(1:14) TO WS-FND-RUN-TS

           PERFORM UNTIL WS-AG-DONE = "Y"
               OR WS-AG-STEP >= WS-AG-MAX-STEPS
                   PERFORM HANDLE-TEXT-RESP
               END-IF
           END-PERFORM

      *>   Evidence behind whatever was (or was not) submitted
           PERFORM WRITE-FINDINGS-REGISTER
           PERFORM WRITE-FINDINGS-REPORT
           .

      *> ============================================================
               IF TRIM(WS-TOOL-NAME) =
                   TRIM(WS-ACT-NM(WS-DT-I))
                   PERFORM TOOL-MAILBOX-ACTION
                   PERFORM SCAN-TOOL-FINDINGS
                   EXIT PERFORM
               END-IF
           END-PERFORM
               "curl -s --max-time "
               WS-CURL-TIMEOUT-SEC
               " -o verify_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           PERFORM READ-RESP-FILE
           MOVE "work.tmp" TO WS-WORK-PATH

           MOVE WS-RESP-BUF TO WS-HUBLOG-BODY
           MOVE WS-TOOL-RESULT TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           IF WS-TOOL-RESULT-LEN = 0
               MOVE '{"error":"no verify"}'
                   TO WS-TOOL-RESULT
               MOVE "Y" TO WS-AG-DONE
               DISPLAY "*** FLAG FOUND! ***"
           END-IF
           PERFORM NOTE-SUBMITTED-FINDINGS
           .

      *> ============================================================
      *> SCAN-TOOL-FINDINGS: walk one mailbox tool result for
      *> candidate values - SEC- + 32 hex, YYYY-MM-DD inside
      *> message text, the word after password/haslo - each
      *> tagged with the message id and subject last seen ahead
      *> of it in the JSON and with this tool call
      *> ============================================================
       SCAN-TOOL-FINDINGS.
           IF WS-TOOL-RESULT-LEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LOWER-CASE(WS-TOOL-RESULT) TO WS-FND-LOWER
           MOVE "-" TO WS-FND-CUR-MSGID
           MOVE SPACES TO WS-FND-CUR-SUBJ
           PERFORM VARYING WS-FND-P FROM 1 BY 1
               UNTIL WS-FND-P > WS-TOOL-RESULT-LEN
               EVALUATE TRUE
                   WHEN WS-FND-LOWER(WS-FND-P:7) = '"rowid"'
                       COMPUTE WS-FND-Q = WS-FND-P + 7
                       PERFORM GRAB-FINDING-JSON-VAL
                       MOVE SPACES TO WS-FND-CUR-MSGID
                       STRING "row " TRIM(WS-FND-GRAB)
                           DELIMITED SIZE
                           INTO WS-FND-CUR-MSGID
                       END-STRING
                       MOVE SPACES TO WS-FND-CUR-SUBJ
                   WHEN WS-FND-LOWER(WS-FND-P:11) =
                        '"messageid"'
                       COMPUTE WS-FND-Q = WS-FND-P + 11
                       PERFORM GRAB-FINDING-JSON-VAL
                       MOVE WS-FND-GRAB TO WS-FND-CUR-MSGID
                   WHEN WS-FND-LOWER(WS-FND-P:9) = '"subject"'
                       COMPUTE WS-FND-Q = WS-FND-P + 9
                       PERFORM GRAB-FINDING-JSON-VAL
                       MOVE WS-FND-GRAB TO WS-FND-CUR-SUBJ
                   WHEN WS-TOOL-RESULT(WS-FND-P:4) = "SEC-"
                       PERFORM CHECK-FINDING-CODE
                   WHEN WS-FND-LOWER(WS-FND-P:8) = "password"
                       COMPUTE WS-FND-Q = WS-FND-P + 8
                       PERFORM CHECK-FINDING-PASSWORD
                   WHEN WS-FND-LOWER(WS-FND-P:5) = "haslo"
                       COMPUTE WS-FND-Q = WS-FND-P + 5
                       PERFORM CHECK-FINDING-PASSWORD
                   WHEN WS-FND-LOWER(WS-FND-P:6) =
                        "has" & X"C582" & "o"
                       COMPUTE WS-FND-Q = WS-FND-P + 6
                       PERFORM CHECK-FINDING-PASSWORD
                   WHEN WS-FND-LOWER(WS-FND-P:10) =
                        "has\u0142o"
                       COMPUTE WS-FND-Q = WS-FND-P + 10
                       PERFORM CHECK-FINDING-PASSWORD
                   WHEN WS-TOOL-RESULT(WS-FND-P:1) >= "0"
                   AND WS-TOOL-RESULT(WS-FND-P:1) <= "9"
                       PERFORM CHECK-FINDING-DATE
               END-EVALUATE
           END-PERFORM
           .

      *> -- Value after a JSON key at WS-FND-Q into WS-FND-GRAB --
       GRAB-FINDING-JSON-VAL.
           MOVE SPACES TO WS-FND-GRAB
           PERFORM UNTIL WS-FND-Q > WS-TOOL-RESULT-LEN
               OR (WS-TOOL-RESULT(WS-FND-Q:1) NOT = ":"
               AND WS-TOOL-RESULT(WS-FND-Q:1) NOT = SPACE)
               ADD 1 TO WS-FND-Q
           END-PERFORM
           IF WS-FND-Q > WS-TOOL-RESULT-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-TOOL-RESULT(WS-FND-Q:1) = WS-QT
               ADD 1 TO WS-FND-Q
               MOVE WS-FND-Q TO WS-FND-END
               PERFORM UNTIL WS-FND-END > WS-TOOL-RESULT-LEN
                   OR (WS-TOOL-RESULT(WS-FND-END:1) = WS-QT
                   AND WS-TOOL-RESULT(WS-FND-END - 1:1)
                       NOT = "\")
                   ADD 1 TO WS-FND-END
               END-PERFORM
           ELSE
               MOVE WS-FND-Q TO WS-FND-END
               PERFORM UNTIL WS-FND-END > WS-TOOL-RESULT-LEN
                   OR WS-TOOL-RESULT(WS-FND-END:1) = ","
                   OR WS-TOOL-RESULT(WS-FND-END:1) = "}"
                   ADD 1 TO WS-FND-END
               END-PERFORM
           END-IF
           COMPUTE WS-FND-K = WS-FND-END - WS-FND-Q
           IF WS-FND-K > 100
               MOVE 100 TO WS-FND-K
           END-IF
           IF WS-FND-K > 0
               MOVE WS-TOOL-RESULT(WS-FND-Q:WS-FND-K)
                   TO WS-FND-GRAB
           END-IF
           .

      *> -- SEC- followed by exactly 32 hex digits --
       CHECK-FINDING-CODE.
           MOVE "Y" TO WS-FND-OK
           PERFORM VARYING WS-FND-K FROM 1 BY 1
               UNTIL WS-FND-K > 32
               OR WS-FND-OK = "N"
               COMPUTE WS-FND-Q = WS-FND-P + 3 + WS-FND-K
               IF WS-FND-Q > WS-TOOL-RESULT-LEN
                   MOVE "N" TO WS-FND-OK
               ELSE
                   MOVE WS-FND-LOWER(WS-FND-Q:1) TO WS-FND-CH
                   IF (WS-FND-CH < "0" OR WS-FND-CH > "9")
                   AND (WS-FND-CH < "a" OR WS-FND-CH > "f")
                       MOVE "N" TO WS-FND-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FND-OK = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FND-Q = WS-FND-P + 36
           IF WS-FND-Q <= WS-TOOL-RESULT-LEN
               MOVE WS-FND-LOWER(WS-FND-Q:1) TO WS-FND-CH
               IF (WS-FND-CH >= "0" AND WS-FND-CH <= "9")
               OR (WS-FND-CH >= "a" AND WS-FND-CH <= "f")
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "confirmation_code" TO WS-FND-NEW-FIELD
           MOVE WS-TOOL-RESULT(WS-FND-P:36) TO WS-FND-NEW-VALUE
           PERFORM ADD-FINDING
           .

      *> -- YYYY-MM-DD in free text (not a JSON field value,
      *> -- which is the mail's own sent date) --
       CHECK-FINDING-DATE.
           IF WS-FND-P + 9 > WS-TOOL-RESULT-LEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FND-P > 1
               MOVE WS-TOOL-RESULT(WS-FND-P - 1:1) TO WS-FND-CH
               IF (WS-FND-CH >= "0" AND WS-FND-CH <= "9")
               OR WS-FND-CH = WS-QT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TOOL-RESULT(WS-FND-P:4) IS NOT NUMERIC
           OR WS-TOOL-RESULT(WS-FND-P + 4:1) NOT = "-"
           OR WS-TOOL-RESULT(WS-FND-P + 5:2) IS NOT NUMERIC
           OR WS-TOOL-RESULT(WS-FND-P + 7:1) NOT = "-"
           OR WS-TOOL-RESULT(WS-FND-P + 8:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-TOOL-RESULT(WS-FND-P + 5:2) < "01"
           OR WS-TOOL-RESULT(WS-FND-P + 5:2) > "12"
           OR WS-TOOL-RESULT(WS-FND-P + 8:2) < "01"
           OR WS-TOOL-RESULT(WS-FND-P + 8:2) > "31"
               EXIT PARAGRAPH
           END-IF
           MOVE "date" TO WS-FND-NEW-FIELD
           MOVE WS-TOOL-RESULT(WS-FND-P:10) TO WS-FND-NEW-VALUE
           PERFORM ADD-FINDING
           .

      *> -- The word after "password"/"haslo" (": x", "to x",
      *> -- "is x", "jest x"); a JSON key of that name is not
      *> -- a candidate --
       CHECK-FINDING-PASSWORD.
           IF WS-FND-P > 1
               IF WS-TOOL-RESULT(WS-FND-P - 1:1) = WS-QT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-FND-Q > WS-TOOL-RESULT-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FND-LOWER(WS-FND-Q:1) TO WS-FND-CH
           IF WS-FND-CH >= "a" AND WS-FND-CH <= "z"
               EXIT PARAGRAPH
           END-IF
           PERFORM SKIP-FINDING-FILLER
           EVALUATE TRUE
               WHEN WS-FND-LOWER(WS-FND-Q:3) = "to "
                   ADD 3 TO WS-FND-Q
               WHEN WS-FND-LOWER(WS-FND-Q:3) = "is "
                   ADD 3 TO WS-FND-Q
               WHEN WS-FND-LOWER(WS-FND-Q:5) = "jest "
                   ADD 5 TO WS-FND-Q
           END-EVALUATE
           PERFORM SKIP-FINDING-FILLER
           MOVE WS-FND-Q TO WS-FND-END
           PERFORM UNTIL WS-FND-END > WS-TOOL-RESULT-LEN
               OR WS-TOOL-RESULT(WS-FND-END:1) = SPACE
               OR WS-TOOL-RESULT(WS-FND-END:1) = WS-QT
               OR WS-TOOL-RESULT(WS-FND-END:1) = "\"
               OR WS-TOOL-RESULT(WS-FND-END:1) = ","
               OR WS-TOOL-RESULT(WS-FND-END:1) = "|"
               ADD 1 TO WS-FND-END
           END-PERFORM
           COMPUTE WS-FND-K = WS-FND-END - WS-FND-Q
           IF WS-FND-K > 1
               IF WS-TOOL-RESULT(WS-FND-END - 1:1) = "."
                   SUBTRACT 1 FROM WS-FND-K
               END-IF
           END-IF
           IF WS-FND-K < 3 OR WS-FND-K > 100
               EXIT PARAGRAPH
           END-IF
           MOVE "password" TO WS-FND-NEW-FIELD
           MOVE WS-TOOL-RESULT(WS-FND-Q:WS-FND-K)
               TO WS-FND-NEW-VALUE
           PERFORM ADD-FINDING
           .

      *> -- Blanks, ":", "=", "-" and escaped quotes --
       SKIP-FINDING-FILLER.
           PERFORM UNTIL WS-FND-Q > WS-TOOL-RESULT-LEN
               OR (WS-TOOL-RESULT(WS-FND-Q:1) NOT = SPACE
               AND WS-TOOL-RESULT(WS-FND-Q:1) NOT = ":"
               AND WS-TOOL-RESULT(WS-FND-Q:1) NOT = "="
               AND WS-TOOL-RESULT(WS-FND-Q:1) NOT = "-"
               AND WS-TOOL-RESULT(WS-FND-Q:2) NOT = '\"')
               IF WS-TOOL-RESULT(WS-FND-Q:1) = "\"
                   ADD 2 TO WS-FND-Q
               ELSE
                   ADD 1 TO WS-FND-Q
               END-IF
           END-PERFORM
           .

      *> -- Same field+value+message counts once --
       ADD-FINDING.
           INSPECT WS-FND-NEW-VALUE REPLACING ALL "|" BY "/"
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FND-CT
               IF WS-FND-FIELD(WS-FND-I) = WS-FND-NEW-FIELD
               AND WS-FND-VALUE(WS-FND-I) = WS-FND-NEW-VALUE
               AND WS-FND-MSGID(WS-FND-I) = WS-FND-CUR-MSGID
                   ADD 1 TO WS-FND-SEEN(WS-FND-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-FND-CT >= WS-FND-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FND-CT
           MOVE WS-FND-NEW-FIELD TO WS-FND-FIELD(WS-FND-CT)
           MOVE WS-FND-NEW-VALUE TO WS-FND-VALUE(WS-FND-CT)
           MOVE WS-FND-CUR-MSGID TO WS-FND-MSGID(WS-FND-CT)
           MOVE WS-FND-CUR-SUBJ TO WS-FND-SUBJ(WS-FND-CT)
           INSPECT WS-FND-SUBJ(WS-FND-CT)
               REPLACING ALL "|" BY "/"
           MOVE WS-TOOL-NAME TO WS-FND-TOOL(WS-FND-CT)
           MOVE WS-TOOL-CALL-ID TO WS-FND-CALL(WS-FND-CT)
           MOVE WS-AG-STEP TO WS-FND-STEP(WS-FND-CT)
           MOVE 1 TO WS-FND-SEEN(WS-FND-CT)
           MOVE "N" TO WS-FND-SUBM(WS-FND-CT)
           MOVE "-" TO WS-FND-ACC(WS-FND-CT)
           .

      *> ============================================================
      *> NOTE-SUBMITTED-FINDINGS: after each submit_answer, mark
      *> the candidates that went in and whether the Hub took
      *> them; a submitted value no message carried is recorded
      *> too, so an answer the agent made up stands out
      *> ============================================================
       NOTE-SUBMITTED-FINDINGS.
           IF WS-FSB-CT < 10
               ADD 1 TO WS-FSB-CT
               MOVE WS-TA-DATE TO WS-FSB-DATE(WS-FSB-CT)
               MOVE WS-TA-PASSWORD TO WS-FSB-PASS(WS-FSB-CT)
               MOVE WS-TA-CONFCODE TO WS-FSB-CODE(WS-FSB-CT)
               IF WS-TALLY-CNT > 0
                   MOVE "Y" TO WS-FSB-ACC(WS-FSB-CT)
               ELSE
                   MOVE "N" TO WS-FSB-ACC(WS-FSB-CT)
               END-IF
               MOVE WS-TOOL-RESULT(1:150)
                   TO WS-FSB-RESULT(WS-FSB-CT)
           END-IF
           MOVE "date" TO WS-FND-NEW-FIELD
           MOVE WS-TA-DATE TO WS-FND-NEW-VALUE
           PERFORM MARK-SUBMITTED-FINDING
           MOVE "password" TO WS-FND-NEW-FIELD
           MOVE WS-TA-PASSWORD(1:100) TO WS-FND-NEW-VALUE
           PERFORM MARK-SUBMITTED-FINDING
           MOVE "confirmation_code" TO WS-FND-NEW-FIELD
           MOVE WS-TA-CONFCODE TO WS-FND-NEW-VALUE
           PERFORM MARK-SUBMITTED-FINDING
           .

       MARK-SUBMITTED-FINDING.
           IF WS-FND-NEW-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-FND-NEW-VALUE REPLACING ALL "|" BY "/"
           MOVE 0 TO WS-FND-HIT
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FND-CT
               IF WS-FND-FIELD(WS-FND-I) = WS-FND-NEW-FIELD
               AND TRIM(WS-FND-VALUE(WS-FND-I)) =
                   TRIM(WS-FND-NEW-VALUE)
                   MOVE WS-FND-I TO WS-FND-HIT
                   PERFORM MARK-ONE-SUBMITTED
               END-IF
           END-PERFORM
           IF WS-FND-HIT > 0 OR WS-FND-CT >= WS-FND-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FND-CT
           MOVE WS-FND-CT TO WS-FND-I
           MOVE WS-FND-NEW-FIELD TO WS-FND-FIELD(WS-FND-I)
           MOVE WS-FND-NEW-VALUE TO WS-FND-VALUE(WS-FND-I)
           MOVE "-" TO WS-FND-MSGID(WS-FND-I)
           MOVE "(no message carried this value)"
               TO WS-FND-SUBJ(WS-FND-I)
           MOVE "submit_answer" TO WS-FND-TOOL(WS-FND-I)
           MOVE WS-TOOL-CALL-ID TO WS-FND-CALL(WS-FND-I)
           MOVE WS-AG-STEP TO WS-FND-STEP(WS-FND-I)
           MOVE 0 TO WS-FND-SEEN(WS-FND-I)
           MOVE "-" TO WS-FND-ACC(WS-FND-I)
           PERFORM MARK-ONE-SUBMITTED
           .

      *>   Accepted once stays accepted
       MARK-ONE-SUBMITTED.
           MOVE "Y" TO WS-FND-SUBM(WS-FND-I)
           IF WS-FSB-ACC(WS-FSB-CT) = "Y"
               MOVE "Y" TO WS-FND-ACC(WS-FND-I)
           ELSE
               IF WS-FND-ACC(WS-FND-I) NOT = "Y"
                   MOVE "N" TO WS-FND-ACC(WS-FND-I)
               END-IF
           END-IF
           .

      *> ============================================================
      *> WRITE-FINDINGS-REGISTER: append this pass's candidates,
      *> run-ts|mailbox|field|value|message-id|subject|tool
      *> |call-id|step|seen|submitted|accepted
      *> ============================================================
       WRITE-FINDINGS-REGISTER.
           IF WS-FND-CT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FINDINGS-FILE
           IF WS-FND-FS NOT = "00"
               OPEN OUTPUT FINDINGS-FILE
           END-IF
           IF WS-FND-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-FND-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FND-CT
               MOVE SPACES TO FINDINGS-REC
               STRING
                   WS-FND-RUN-TS "|"
                   TRIM(WS-CUR-MAILBOX) "|"
                   TRIM(WS-FND-FIELD(WS-FND-I)) "|"
                   TRIM(WS-FND-VALUE(WS-FND-I)) "|"
                   TRIM(WS-FND-MSGID(WS-FND-I)) "|"
                   TRIM(WS-FND-SUBJ(WS-FND-I)) "|"
                   TRIM(WS-FND-TOOL(WS-FND-I)) "|"
                   TRIM(WS-FND-CALL(WS-FND-I)) "|"
                   WS-FND-STEP(WS-FND-I) "|"
                   WS-FND-SEEN(WS-FND-I) "|"
                   WS-FND-SUBM(WS-FND-I) "|"
                   WS-FND-ACC(WS-FND-I)
                   DELIMITED SIZE
                   INTO FINDINGS-REC
               END-STRING
               WRITE FINDINGS-REC
           END-PERFORM
           CLOSE FINDINGS-FILE
           DISPLAY "  Kandydatow w rejestrze: " WS-FND-CT
           .

      *> ============================================================
      *> WRITE-FINDINGS-REPORT: per field every distinct value,
      *> CONFLICT when there is more than one, then each
      *> submission with the Hub's answer
      *> ============================================================
       WRITE-FINDINGS-REPORT.
           OPEN OUTPUT FINDINGS-RPT-FILE
           IF WS-FND-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-FND-RPT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO FINDINGS-RPT-REC
           STRING
               "=== Mailbox findings: " TRIM(WS-CUR-MAILBOX)
               " (run " WS-FND-RUN-TS ") ==="
               DELIMITED SIZE
               INTO FINDINGS-RPT-REC
           END-STRING
           WRITE FINDINGS-RPT-REC
           PERFORM VARYING WS-FND-FLD-IX FROM 1 BY 1
               UNTIL WS-FND-FLD-IX > 3
               PERFORM WRITE-FINDINGS-FIELD
           END-PERFORM

           MOVE SPACES TO FINDINGS-RPT-REC
           WRITE FINDINGS-RPT-REC
           MOVE "--- Submissions ---" TO FINDINGS-RPT-REC
           WRITE FINDINGS-RPT-REC
           IF WS-FSB-CT = 0
               MOVE "  (nothing submitted)" TO FINDINGS-RPT-REC
               WRITE FINDINGS-RPT-REC
           END-IF
           PERFORM VARYING WS-FSB-I FROM 1 BY 1
               UNTIL WS-FSB-I > WS-FSB-CT
               IF WS-FSB-ACC(WS-FSB-I) = "Y"
                   MOVE "ACCEPTED" TO WS-FND-SUB-TXT
               ELSE
                   MOVE "REJECTED" TO WS-FND-SUB-TXT
               END-IF
               MOVE SPACES TO FINDINGS-RPT-REC
               STRING
                   "  " WS-FSB-I ". date="
                   TRIM(WS-FSB-DATE(WS-FSB-I))
                   " password=" TRIM(WS-FSB-PASS(WS-FSB-I))
                   " confirmation_code="
                   TRIM(WS-FSB-CODE(WS-FSB-I))
                   " -> " TRIM(WS-FND-SUB-TXT)
                   ": " TRIM(WS-FSB-RESULT(WS-FSB-I))
                   DELIMITED SIZE
                   INTO FINDINGS-RPT-REC
               END-STRING
               WRITE FINDINGS-RPT-REC
           END-PERFORM
           CLOSE FINDINGS-RPT-FILE
           .

       WRITE-FINDINGS-FIELD.
      *>   Distinct values, side by side on one line
           MOVE 0 TO WS-FND-DISTINCT
           MOVE SPACES TO WS-FND-SIDE
           MOVE 1 TO WS-FND-SIDE-PTR
           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FND-CT
               IF WS-FND-FIELD(WS-FND-I) =
                  WS-FND-FLD-NM(WS-FND-FLD-IX)
                   MOVE 0 TO WS-FND-HIT
                   PERFORM VARYING WS-FND-J FROM 1 BY 1
                       UNTIL WS-FND-J >= WS-FND-I
                       OR WS-FND-HIT > 0
                       IF WS-FND-FIELD(WS-FND-J) =
                          WS-FND-FIELD(WS-FND-I)
                       AND WS-FND-VALUE(WS-FND-J) =
                          WS-FND-VALUE(WS-FND-I)
                           MOVE WS-FND-J TO WS-FND-HIT
                       END-IF
                   END-PERFORM
                   IF WS-FND-HIT = 0
                       ADD 1 TO WS-FND-DISTINCT
                       IF WS-FND-DISTINCT > 1
                           STRING "  |  " DELIMITED SIZE
                               INTO WS-FND-SIDE
                               WITH POINTER WS-FND-SIDE-PTR
                           END-STRING
                       END-IF
                       STRING TRIM(WS-FND-VALUE(WS-FND-I))
                           DELIMITED SIZE
                           INTO WS-FND-SIDE
                           WITH POINTER WS-FND-SIDE-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO FINDINGS-RPT-REC
           WRITE FINDINGS-RPT-REC
           MOVE SPACES TO FINDINGS-RPT-REC
           EVALUATE TRUE
               WHEN WS-FND-DISTINCT = 0
                   STRING
                       "--- " TRIM(WS-FND-FLD-NM(WS-FND-FLD-IX))
                       ": no candidate seen ---"
                       DELIMITED SIZE
                       INTO FINDINGS-RPT-REC
                   END-STRING
               WHEN WS-FND-DISTINCT = 1
                   STRING
                       "--- " TRIM(WS-FND-FLD-NM(WS-FND-FLD-IX))
                       ": " TRIM(WS-FND-SIDE) " ---"
                       DELIMITED SIZE
                       INTO FINDINGS-RPT-REC
                   END-STRING
               WHEN OTHER
                   STRING
                       "--- " TRIM(WS-FND-FLD-NM(WS-FND-FLD-IX))
                       ": CONFLICT " TRIM(WS-FND-SIDE) " ---"
                       DELIMITED SIZE
                       INTO FINDINGS-RPT-REC
                   END-STRING
           END-EVALUATE
           WRITE FINDINGS-RPT-REC

           PERFORM VARYING WS-FND-I FROM 1 BY 1
               UNTIL WS-FND-I > WS-FND-CT
               IF WS-FND-FIELD(WS-FND-I) =
                  WS-FND-FLD-NM(WS-FND-FLD-IX)
                   EVALUATE TRUE
                       WHEN WS-FND-ACC(WS-FND-I) = "Y"
                           MOVE "SUBMITTED ACCEPTED"
                               TO WS-FND-SUB-TXT
                       WHEN WS-FND-SUBM(WS-FND-I) = "Y"
                           MOVE "SUBMITTED REJECTED"
                               TO WS-FND-SUB-TXT
                       WHEN OTHER
                           MOVE "not submitted"
                               TO WS-FND-SUB-TXT
                   END-EVALUATE
                   MOVE SPACES TO FINDINGS-RPT-REC
                   STRING
                       "  " TRIM(WS-FND-VALUE(WS-FND-I))
                       "  msg=" TRIM(WS-FND-MSGID(WS-FND-I))
                       " " WS-QT TRIM(WS-FND-SUBJ(WS-FND-I))
                       WS-QT
                       " via " TRIM(WS-FND-TOOL(WS-FND-I))
                       " " TRIM(WS-FND-CALL(WS-FND-I))
                       " step " WS-FND-STEP(WS-FND-I)
                       " seen=" WS-FND-SEEN(WS-FND-I)
                       "  " TRIM(WS-FND-SUB-TXT)
                       DELIMITED SIZE
                       INTO FINDINGS-RPT-REC
                   END-STRING
                   WRITE FINDINGS-RPT-REC
               END-IF
           END-PERFORM
           .

      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
