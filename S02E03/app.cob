      *> 4. Format compact log text
      *> 5. Condense with LLM if over token limit
      *> 6. Submit to Hub /verify, iterate on feedback
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The night's events go on to failure_history.log unless
      *> MONTHEND has closed the month (PERIOD-PROC), in which case
      *> the run ends WARN PERIOD-CLOSED.
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
           SELECT HISTORY-FILE ASSIGN TO WS-HISTORY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT CHRONIC-FILE ASSIGN TO WS-CHR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHR-FS.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(32000).

       FD  HISTORY-FILE.
       01  HISTORY-REC              PIC X(350).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  CHRONIC-FILE.
       01  CHRONIC-REC              PIC X(350).


       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY PERIOD-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(50).
       01  WS-OPENAI-KEY           PIC X(200).
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
           DISPLAY "=== DONE ==="
           IF WS-SUCCESS NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-REJECT" TO WS-RUNLOG-REASON
               MOVE "submission not accepted"
                   TO WS-RUNLOG-RESULT
           ELSE
               DISPLAY "  ERR open log: "
                   WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "could not open failure log" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
      *> a single condensation run.
      *> ============================================================
       APPEND-FAILURE-HISTORY.
      *>   Every line is filed under tonight's run date
           MOVE CURRENT-DATE TO WS-HIST-RUN-DATE
           MOVE "failure_history.log" TO WS-PERIOD-LEDGER
           MOVE WS-HIST-RUN-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-HIST-RUN-STR
           STRING WS-HIST-RUN-DATE(1:4) "-"
               WS-HIST-RUN-DATE(5:2) "-"
           STRING
               "curl -s "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
               DISPLAY "  Hub: empty!"
           END-IF
           END-IF
           MOVE WS-REQ-JSON TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           MOVE WS-ATTEMPT TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION

      *>   Check for flag
           MOVE 0 TO WS-TALLY-CNT
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY PERIOD-PROC.
