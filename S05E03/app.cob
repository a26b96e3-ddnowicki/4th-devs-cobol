      *>   4. Stop when message contains "{FLG:" (flag captured)
      *> Port of Z:/AiDevs/Zadania/S05E03/app.py - same algorithmic
      *> flow, minus the optional geocode sanity-check tool.
      *> SHELL_RUNBOOK=name skips the planner and runs that named
      *> command sequence from cmd_runbooks.dat on every host,
      *> policy-checked and audited, stopping at the first step
      *> whose reply does not match; pass/fail per host goes to
      *> runbook_report.txt.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The sandbox rules and output protocol that follow the
      *> task brief in the system prompt are S05E03-SYSTEM-RULES
      *> from the shared prompt library (PROMPTLIB-PROC); the
      *> built-in wording is only the fallback when the library
      *> has no version in force. Its name/version goes on every
      *> API ledger line.
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
           SELECT TUNE-FILE ASSIGN TO WS-TUNE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUNE-FS.
           SELECT RUNBOOK-FILE ASSIGN TO WS-RB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-FS.
           SELECT RB-REPORT-FILE ASSIGN TO WS-RBR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBR-FS.

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

       FD  TUNE-FILE.
       01  TUNE-REC                 PIC X(300).

       FD  RUNBOOK-FILE.
       01  RUNBOOK-REC              PIC X(600).

       FD  RB-REPORT-FILE.
       01  RB-REPORT-REC            PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
               10  WS-HOST-RESULT  PIC X(4).
               10  WS-HOST-ITERS   PIC 9(3).
               10  WS-HCMD-CT      PIC 9(2).
               10  WS-HOST-RB-DONE PIC 9(2).
               10  WS-HOST-RB-NOTE PIC X(80).
               10  WS-HCMD OCCURS 30 TIMES
                                   PIC X(60).
       01  WS-HOST-I               PIC 9(1).
       01  WS-WMS-FSTART           PIC 9(5).
       01  WS-WMS-FLEN             PIC 9(5).

      *> -- Runbook mode (SHELL_RUNBOOK=name): a fixed command
      *> -- sequence sent straight to the hub, no planner. Each
      *> -- step still goes through the command policy and the
      *> -- audit log and must match its expected-output pattern
      *> -- (substring of the hub reply, "!" prefix = must not
      *> -- appear); the first mismatch stops that host --
       01  WS-RB-PATH              PIC X(100) VALUE
           "cmd_runbooks.dat".
       01  WS-RB-FS                PIC XX.
       01  WS-RB-EOF               PIC X.
       01  WS-RB-ACTIVE            PIC X VALUE "N".
       01  WS-RB-NAME              PIC X(30).
       01  WS-RB-LINE              PIC X(600).
       01  WS-RB-F1                PIC X(30).
       01  WS-RB-F2                PIC X(5).
       01  WS-RB-F3                PIC X(200).
       01  WS-RB-LPTR              PIC 9(4).
       01  WS-RB-SEQ-N             PIC 9(3).
       01  WS-RB-MAX               PIC 9(2) VALUE 20.
       01  WS-RB-CT                PIC 9(2) VALUE 0.
       01  WS-RB-TABLE.
           05  WS-RB-STEP OCCURS 20 TIMES.
               10  WS-RB-SEQ       PIC 9(3).
               10  WS-RB-EXPECT    PIC X(200).
               10  WS-RB-CMD       PIC X(400).
       01  WS-RB-I                 PIC 9(2).
       01  WS-RB-J                 PIC 9(2).
       01  WS-RB-CUR               PIC 9(2).
       01  WS-RB-OK                PIC X.
       01  WS-RB-PAT               PIC X(200).
       01  WS-RB-NEG               PIC X.
       01  WS-RB-FAIL-NOTE         PIC X(80).
       01  WS-RB-PASS-CT           PIC 9(1) VALUE 0.
       01  WS-RB-FAIL-CT           PIC 9(1) VALUE 0.
       01  WS-RBR-PATH             PIC X(100) VALUE
           "runbook_report.txt".
       01  WS-RBR-FS               PIC XX.
       01  WS-RBR-TS               PIC X(21).

       01  WM-RENDER               PIC X(2500).
       01  WM-RENDER-LEN           PIC 9(5) VALUE 0.
       01  WM-RENDER-ESC           PIC X(5000).
      *>   command policy and loop state are all kept per host
           MOVE WS-VERIFY-URL TO WS-VURL-DEFAULT
           PERFORM LOAD-HOST-INVENTORY

      *>   SHELL_RUNBOOK=name runs that fixed command sequence on
      *>   every host instead of the planner
           MOVE SPACES TO WS-RB-NAME
           ACCEPT WS-RB-NAME FROM ENVIRONMENT "SHELL_RUNBOOK"
           IF WS-RB-NAME NOT = SPACES
               PERFORM RUN-RUNBOOK-MODE
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM VARYING WS-HOST-I FROM 1 BY 1
               UNTIL WS-HOST-I > WS-HOST-CT
               IF WS-HOST-ENABLED(WS-HOST-I) = "Y"
               MOVE "OK" TO WS-RUNLOG-STATUS
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "REMOTE-FAILED" TO WS-RUNLOG-REASON
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
           END-IF
           .

      *> ============================================================
      *> RUN-RUNBOOK-MODE: the named runbook against every enabled
      *> inventory host, then the per-host pass/fail report. The
      *> planner and the LLM are never called in this mode.
      *> ============================================================
       RUN-RUNBOOK-MODE.
           MOVE "Y" TO WS-RB-ACTIVE
           DISPLAY "  Tryb runbook: " TRIM(WS-RB-NAME)
           PERFORM LOAD-RUNBOOK
           IF WS-RB-CT = 0
               DISPLAY "  BLAD: brak krokow runbooka "
                   TRIM(WS-RB-NAME) " w "
                   TRIM(WS-RB-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "runbook " TRIM(WS-RB-NAME)
                   ": no steps"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HOST-I FROM 1 BY 1
               UNTIL WS-HOST-I > WS-HOST-CT
               IF WS-HOST-ENABLED(WS-HOST-I) = "Y"
                   PERFORM RUN-RUNBOOK-FOR-HOST
               ELSE
                   MOVE "OFF"
                       TO WS-HOST-RESULT(WS-HOST-I)
                   MOVE 0 TO WS-HOST-RB-DONE(WS-HOST-I)
                   MOVE "host disabled"
                       TO WS-HOST-RB-NOTE(WS-HOST-I)
                   DISPLAY " "
                   DISPLAY "=== Host "
                       TRIM(WS-HOST-ID(WS-HOST-I))
                       ": wylaczony ==="
               END-IF
           END-PERFORM

           PERFORM WRITE-RUNBOOK-REPORT

           IF WS-RB-FAIL-CT = 0 AND WS-RB-PASS-CT > 0
               MOVE "OK" TO WS-RUNLOG-STATUS
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "REMOTE-FAILED" TO WS-RUNLOG-REASON
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "runbook " TRIM(WS-RB-NAME)
               ": pass=" WS-RB-PASS-CT
               " fail=" WS-RB-FAIL-CT
               " of " WS-HOST-CT
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           .

      *> -- cmd_runbooks.dat: name|seq|expect|cmd. The command is
      *> -- the rest of the line so it may contain pipes; steps
      *> -- are kept in seq order --
       LOAD-RUNBOOK.
           MOVE 0 TO WS-RB-CT
           MOVE "N" TO WS-RB-EOF
           OPEN INPUT RUNBOOK-FILE
           IF WS-RB-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-RB-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RB-EOF = "Y"
               READ RUNBOOK-FILE INTO WS-RB-LINE
                   AT END
                       MOVE "Y" TO WS-RB-EOF
                   NOT AT END
                       IF WS-RB-LINE(1:1) NOT = "#"
                       AND WS-RB-LINE NOT = SPACES
                           PERFORM PARSE-RUNBOOK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNBOOK-FILE
           DISPLAY "  Krokow runbooka: " WS-RB-CT
           .

       PARSE-RUNBOOK-LINE.
           MOVE SPACES TO WS-RB-F1 WS-RB-F2 WS-RB-F3
           MOVE 1 TO WS-RB-LPTR
           UNSTRING WS-RB-LINE DELIMITED BY "|"
               INTO WS-RB-F1 WS-RB-F2 WS-RB-F3
               WITH POINTER WS-RB-LPTR
           END-UNSTRING
           IF TRIM(WS-RB-F1) NOT = TRIM(WS-RB-NAME)
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-LPTR > 600
           OR WS-RB-LINE(WS-RB-LPTR:) = SPACES
               DISPLAY "  Krok bez komendy pominiety: "
                   TRIM(WS-RB-LINE)(1:80)
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-CT >= WS-RB-MAX
               DISPLAY "  Runbook za dlugi, krok pominiety: "
                   TRIM(WS-RB-F2)
               EXIT PARAGRAPH
           END-IF
           IF TEST-NUMVAL(TRIM(WS-RB-F2)) = 0
               MOVE NUMVAL(TRIM(WS-RB-F2)) TO WS-RB-SEQ-N
           ELSE
               COMPUTE WS-RB-SEQ-N = WS-RB-CT + 1
           END-IF
      *>   Insert in seq order; equal seq keeps file order
           MOVE WS-RB-CT TO WS-RB-J
           PERFORM UNTIL WS-RB-J = 0
               OR WS-RB-SEQ(WS-RB-J) <= WS-RB-SEQ-N
               MOVE WS-RB-STEP(WS-RB-J)
                   TO WS-RB-STEP(WS-RB-J + 1)
               SUBTRACT 1 FROM WS-RB-J
           END-PERFORM
           ADD 1 TO WS-RB-CT
           ADD 1 TO WS-RB-J
           MOVE WS-RB-SEQ-N TO WS-RB-SEQ(WS-RB-J)
           MOVE TRIM(WS-RB-F3) TO WS-RB-EXPECT(WS-RB-J)
           MOVE TRIM(WS-RB-LINE(WS-RB-LPTR:))
               TO WS-RB-CMD(WS-RB-J)
           .

      *> ============================================================
      *> RUN-RUNBOOK-FOR-HOST: each step through the command policy,
      *> the hub and the audit log, in order; stop at the first step
      *> that is refused, gets no reply or does not match
      *> ============================================================
       RUN-RUNBOOK-FOR-HOST.
           MOVE WS-HOST-ID(WS-HOST-I) TO WS-CUR-HOST
           DISPLAY " "
           DISPLAY "=== Host " TRIM(WS-CUR-HOST)
               " - runbook " TRIM(WS-RB-NAME) " ==="

           IF TRIM(WS-HOST-URL(WS-HOST-I)) NOT = SPACES
               MOVE WS-HOST-URL(WS-HOST-I)
                   TO WS-VERIFY-URL
           ELSE
               MOVE WS-VURL-DEFAULT TO WS-VERIFY-URL
           END-IF
           IF TRIM(WS-CUR-HOST) = "default"
               MOVE "cmd_policy.dat" TO WS-POLICY-PATH
           ELSE
               PERFORM PICK-HOST-POLICY
           END-IF
           MOVE "N" TO WS-POL-LOADED
           MOVE "N" TO WS-DUP-HIT
           MOVE "N" TO WS-AUD-GATE-REJ
           MOVE 0 TO WS-HCMD-CT(WS-HOST-I)
           MOVE 0 TO WS-HOST-RB-DONE(WS-HOST-I)
           MOVE SPACES TO WS-HOST-RB-NOTE(WS-HOST-I)
           MOVE "Y" TO WS-RB-OK

           PERFORM VARYING WS-RB-CUR FROM 1 BY 1
               UNTIL WS-RB-CUR > WS-RB-CT
               OR WS-RB-OK = "N"
               MOVE WS-RB-CUR TO WS-ITER-DSP
               MOVE SPACES TO WS-PL-CMD
               MOVE WS-RB-CMD(WS-RB-CUR) TO WS-PL-CMD
               DISPLAY "  [RUNBOOK] krok "
                   WS-RB-SEQ(WS-RB-CUR) ": "
                   TRIM(WS-PL-CMD)(1:300)
               PERFORM RECORD-HOST-CMD

               PERFORM CHECK-CMD-POLICY
               IF WS-POL-VERDICT = "DENY"
                   MOVE "N" TO WS-RB-OK
                   MOVE SPACES TO WS-RB-FAIL-NOTE
                   STRING
                       "policy rule "
                       TRIM(WS-POL-RULE)
                       DELIMITED SIZE
                       INTO WS-RB-FAIL-NOTE
                   END-STRING
                   PERFORM WRITE-CMD-AUDIT
               ELSE
                   PERFORM SEND-CMD-TO-HUB
                   PERFORM WRITE-CMD-AUDIT
                   PERFORM CHECK-RUNBOOK-STEP
               END-IF

               IF WS-RB-OK = "Y"
                   ADD 1 TO WS-HOST-RB-DONE(WS-HOST-I)
               ELSE
                   MOVE SPACES TO WS-HOST-RB-NOTE(WS-HOST-I)
                   STRING
                       "step " WS-RB-SEQ(WS-RB-CUR)
                       ": " TRIM(WS-RB-FAIL-NOTE)
                       DELIMITED SIZE
                       INTO WS-HOST-RB-NOTE(WS-HOST-I)
                   END-STRING
                   DISPLAY "  [RUNBOOK] STOP - "
                       TRIM(WS-HOST-RB-NOTE(WS-HOST-I))
               END-IF
           END-PERFORM

           IF WS-RB-OK = "Y"
               MOVE "PASS" TO WS-HOST-RESULT(WS-HOST-I)
               ADD 1 TO WS-RB-PASS-CT
           ELSE
               MOVE "FAIL" TO WS-HOST-RESULT(WS-HOST-I)
               ADD 1 TO WS-RB-FAIL-CT
           END-IF
           MOVE WS-HOST-RB-DONE(WS-HOST-I)
               TO WS-HOST-ITERS(WS-HOST-I)
           DISPLAY "=== Host " TRIM(WS-CUR-HOST) ": "
               WS-HOST-RESULT(WS-HOST-I) " ==="
           .

      *> -- Expected-output check on the hub reply in WS-JBUF;
      *> -- an empty expect only requires some reply --
       CHECK-RUNBOOK-STEP.
           IF WS-JLEN = 0
               MOVE "N" TO WS-RB-OK
               MOVE "no reply from hub" TO WS-RB-FAIL-NOTE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RB-NEG
           MOVE WS-RB-EXPECT(WS-RB-CUR) TO WS-RB-PAT
           IF WS-RB-PAT(1:1) = "!"
               MOVE "Y" TO WS-RB-NEG
               MOVE WS-RB-EXPECT(WS-RB-CUR)(2:) TO WS-RB-PAT
           END-IF
           IF WS-RB-PAT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TALLY-CNT
           INSPECT WS-JBUF(1:WS-JLEN)
               TALLYING WS-TALLY-CNT FOR ALL TRIM(WS-RB-PAT)
           IF (WS-RB-NEG = "N" AND WS-TALLY-CNT = 0)
           OR (WS-RB-NEG = "Y" AND WS-TALLY-CNT > 0)
               MOVE "N" TO WS-RB-OK
               MOVE SPACES TO WS-RB-FAIL-NOTE
               STRING
                   "expected '"
                   TRIM(WS-RB-EXPECT(WS-RB-CUR))
                   "' not met"
                   DELIMITED SIZE
                   INTO WS-RB-FAIL-NOTE
               END-STRING
           END-IF
           .

      *> -- runbook_report.txt: one PASS/FAIL line per host with
      *> -- the number of steps that matched and where it stopped --
       WRITE-RUNBOOK-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-RBR-TS
           OPEN OUTPUT RB-REPORT-FILE
           IF WS-RBR-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RBR-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== Shellaccess runbook report ==="
               TO RB-REPORT-REC
           WRITE RB-REPORT-REC
           MOVE SPACES TO RB-REPORT-REC
           STRING
               "runbook=" TRIM(WS-RB-NAME)
               " steps=" WS-RB-CT
               " ts=" WS-RBR-TS(1:14)
               DELIMITED SIZE
               INTO RB-REPORT-REC
           END-STRING
           WRITE RB-REPORT-REC
           PERFORM VARYING WS-HOST-I FROM 1 BY 1
               UNTIL WS-HOST-I > WS-HOST-CT
               MOVE SPACES TO RB-REPORT-REC
               STRING
                   "  " WS-HOST-ID(WS-HOST-I)
                   " " WS-HOST-RESULT(WS-HOST-I)
                   " matched="
                   WS-HOST-RB-DONE(WS-HOST-I)
                   "/" WS-RB-CT
                   " " TRIM(WS-HOST-RB-NOTE(WS-HOST-I))
                   DELIMITED SIZE
                   INTO RB-REPORT-REC
               END-STRING
               WRITE RB-REPORT-REC
           END-PERFORM
           MOVE SPACES TO RB-REPORT-REC
           STRING
               "pass=" WS-RB-PASS-CT
               " fail=" WS-RB-FAIL-CT
               DELIMITED SIZE
               INTO RB-REPORT-REC
           END-STRING
           WRITE RB-REPORT-REC
           CLOSE RB-REPORT-FILE
           DISPLAY "  Raport runbooka: " TRIM(WS-RBR-PATH)
               " PASS=" WS-RB-PASS-CT
               " FAIL=" WS-RB-FAIL-CT
           .

      *> ============================================================
      *> INIT-CONVERSATION
      *> Seed WS-CONV-BUF with a single user message that tells the
               WITH POINTER WS-SYS-PTR
           END-STRING

      *>   Sandbox rules and output protocol: the version in force
      *>   in the prompt library, else the built-in wording below
           MOVE "S05E03-SYSTEM-RULES" TO WS-PLIB-NAME
           MOVE "R" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           MOVE WS-PLIB-NAME TO WS-APICOST-PROMPT
           MOVE WS-PLIB-VERSION TO WS-APICOST-PVER
           IF WS-PLIB-FOUND = "Y"
           AND WS-SYS-PTR + WS-PLIB-TLEN <= 40000
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-SYS-PROMPT(WS-SYS-PTR:WS-PLIB-TLEN)
               ADD WS-PLIB-TLEN TO WS-SYS-PTR
               EXIT PARAGRAPH
           END-IF
           IF WS-PLIB-FOUND = "Y"
               DISPLAY "  UWAGA: prompt " TRIM(WS-PLIB-NAME)
                   " za dlugi - wersja wbudowana"
               MOVE "builtin" TO WS-APICOST-PVER
           END-IF

           STRING
               X"0A" X"0A"
               "=== SANDBOX FACTS "
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           MOVE "work.tmp" TO WS-WORK-PATH

           DISPLAY "  [HUB] " WS-JBUF(1:400)
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
                   DELIMITED SIZE
                   INTO CMD-AUDIT-REC
               END-STRING
               PERFORM TAG-AUDIT-RUNBOOK
               MOVE CMD-AUDIT-REC TO WS-MASK-BUF
               PERFORM MASK-SECRET-BUFFER
               MOVE WS-MASK-BUF TO CMD-AUDIT-REC
                   END-STRING
               END-IF
           END-IF
           PERFORM TAG-AUDIT-RUNBOOK
           MOVE CMD-AUDIT-REC TO WS-MASK-BUF
           PERFORM MASK-SECRET-BUFFER
           MOVE WS-MASK-BUF TO CMD-AUDIT-REC
           CLOSE CMD-AUDIT-FILE
           .

      *> -- Runbook steps are marked so they can be told apart
      *> -- from planner commands in the audit log --
       TAG-AUDIT-RUNBOOK.
           IF WS-RB-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE CMD-AUDIT-REC TO WS-SCRATCH
           MOVE SPACES TO CMD-AUDIT-REC
           STRING
               "runbook=" TRIM(WS-RB-NAME)
               " host=" TRIM(WS-CUR-HOST)
               " step=" WS-RB-SEQ(WS-RB-CUR)
               " " WS-SCRATCH
               DELIMITED SIZE
               INTO CMD-AUDIT-REC
           END-STRING
           .

      *> ============================================================
      *> WRITE-TUNING-REPORT
      *> End-of-run summary so WS-MAX-ITER / ring-buffer sizing can
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.
