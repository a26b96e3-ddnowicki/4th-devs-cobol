      *> 2. Deterministic updates (proven content)
      *> 3. LLM recovery with function calling if needed
      *> Tools: update_incident, update_task, finalize
      *> Every update the Hub accepts is folded into the local
      *> incident register oko_incidents.dat (classification,
      *> description, task status per incident id) and appended
      *> to oko_incident_events.dat as a dated lifecycle event
      *> with old/new value and source (DET, LLM or DRAIN).
      *> OKO_RUN_MODE=REPORT writes oko_lifecycle_report.txt:
      *> incidents oldest first with their reclassification count.
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
           SELECT VERIFY-SUM-FILE ASSIGN TO WS-VF-SUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VF-SUM-FS.
           SELECT INC-REG-FILE ASSIGN TO WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FS.
           SELECT INC-EVT-FILE ASSIGN TO WS-EVT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVT-FS.
           SELECT LIFECYCLE-RPT-FILE ASSIGN TO WS-LCR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LCR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  PENDQ-NEW-FILE.
       01  PENDQ-NEW-REC           PIC X(4100).

       FD  INC-REG-FILE.
       01  INC-REG-REC             PIC X(500).

       FD  INC-EVT-FILE.
       01  INC-EVT-REC             PIC X(800).

       FD  LIFECYCLE-RPT-FILE.
       01  LIFECYCLE-RPT-REC       PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(50).
           "oko_pending.new".
       01  WS-PENDQ-NEW-FS         PIC XX.
       01  WS-PQ-KEEP              PIC X.

      *> -- Local incident register: current state per incident
      *> -- id, rewritten after each applied change; the event
      *> -- log keeps every old/new value with its source --
       01  WS-REG-PATH             PIC X(100) VALUE
           "oko_incidents.dat".
       01  WS-REG-FS               PIC XX.
       01  WS-EVT-PATH             PIC X(100) VALUE
           "oko_incident_events.dat".
       01  WS-EVT-FS               PIC XX.
       01  WS-LCR-PATH             PIC X(100) VALUE
           "oko_lifecycle_report.txt".
       01  WS-LCR-FS               PIC XX.
       01  WS-REG-SOURCE           PIC X(5) VALUE "DET".
       01  WS-REG-LOADED           PIC X VALUE "N".
       01  WS-REG-EOF              PIC X.
       01  WS-REG-LINE             PIC X(500).
       01  WS-REG-MAX              PIC 9(3) VALUE 100.
       01  WS-REG-CT               PIC 9(3) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENT OCCURS 100 TIMES.
               10  WS-REG-ID       PIC X(50).
               10  WS-REG-FIRST    PIC X(14).
               10  WS-REG-LAST     PIC X(14).
               10  WS-REG-CLASS    PIC X(10).
               10  WS-REG-DESC     PIC X(300).
               10  WS-REG-STATUS   PIC X(10).
               10  WS-REG-RECLASS  PIC 9(3).
       01  WS-REG-SWAP             PIC X(401).
       01  WS-REG-I                PIC 9(3).
       01  WS-REG-J                PIC 9(3).
       01  WS-REG-HIT              PIC 9(3).
       01  WS-REG-NOW              PIC X(14).
       01  WS-REG-RECLASS-TXT      PIC X(5).
       01  WS-REG-JBUF-SAVE        PIC X(16000).
       01  WS-REG-JLEN-SAVE        PIC 9(5).
       01  WS-REG-PAGE             PIC X(30).
       01  WS-REG-NEW-ID           PIC X(50).
       01  WS-REG-NEW-TITLE        PIC X(300).
       01  WS-REG-NEW-CLASS        PIC X(10).
       01  WS-REG-NEW-DESC         PIC X(300).
       01  WS-REG-NEW-STATUS       PIC X(10).
       01  WS-REG-CHANGED          PIC X.
       01  WS-REG-EVT-FIELD        PIC X(10).
       01  WS-REG-EVT-OLD          PIC X(300).
       01  WS-REG-EVT-NEW          PIC X(300).
       01  WS-REG-TODAY            PIC 9(8).
       01  WS-REG-AGE              PIC 9(5).
       01  WS-INC-CONFIG-FS        PIC XX.
       01  WS-INC-EOF              PIC X VALUE "N".
       01  WS-INC-ROW-CNT          PIC 9(2) VALUE 0.
           ACCEPT WS-PQ-RUN-MODE
               FROM ENVIRONMENT "OKO_RUN_MODE"

      *>   OKO_RUN_MODE=REPORT only prints the incident lifecycle
      *>   report from the local register - no keys, no network
           IF TRIM(WS-PQ-RUN-MODE) = "REPORT"
               PERFORM WRITE-LIFECYCLE-REPORT
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "lifecycle report: incidents=" WS-REG-CT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           IF WS-HUB-KEY = SPACES
               DISPLAY "ERR: HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-KEY = SPACES
               DISPLAY "ERR: OPENAI_API_KEY!"
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
           IF WS-OPENAI-URL = SPACES
               DISPLAY "ERR: OPENAI_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           STRING
               "curl -s "
               "-o help_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Help response: "
               WS-JBUF(1:500)
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

      *>   Store help docs escaped for LLM
           MOVE WS-JBUF(1:WS-JLEN) TO WS-ESC-IN
       RUN-DETERMINISTIC.
      *>   Load known-good incident/task updates from the
      *>   config table and apply each in turn
           MOVE "DET" TO WS-REG-SOURCE
           PERFORM LOAD-INC-TABLE

           DISPLAY " "
           IF WS-PQ-SENT-OK = "Y"
               MOVE WS-PQ-SEQ TO WS-PQ-SEQ2
               PERFORM APPEND-APPLIED-LINE
               PERFORM REGISTER-APPLIED-UPDATE
               PERFORM VERIFY-APPLIED-UPDATE
           ELSE
               DISPLAY "  UWAGA: aktualizacja w kolejce "
       DRAIN-PENDING-QUEUE.
           DISPLAY " "
           DISPLAY "--- Tryb DRAIN: zalegle aktualizacje ---"
           MOVE "DRAIN" TO WS-REG-SOURCE
           MOVE 0 TO WS-PQ-CT
           MOVE 0 TO WS-PQ-REPLAYED
           MOVE 0 TO WS-PQ-STILL
               MOVE "A" TO WS-PQ-STATE(WS-PQ-I)
               MOVE WS-PQ-ID(WS-PQ-I) TO WS-PQ-SEQ2
               PERFORM APPEND-APPLIED-LINE
               PERFORM REGISTER-APPLIED-UPDATE
               PERFORM VERIFY-APPLIED-UPDATE
           ELSE
               ADD 1 TO WS-PQ-STILL
           END-EVALUATE
           .

      *> ============================================================
      *> REGISTER-APPLIED-UPDATE: fold an update the Hub just
      *> accepted (still in WS-HUB-BODY) into the local incident
      *> register. Incident page updates carry the classification
      *> (first word of the title) and the description, task page
      *> updates carry the task status; each changed field is
      *> appended to the event log with its old and new value.
      *> ============================================================
       REGISTER-APPLIED-UPDATE.
           MOVE WS-JBUF TO WS-REG-JBUF-SAVE
           MOVE WS-JLEN TO WS-REG-JLEN-SAVE

           MOVE WS-HUB-BODY TO WS-JBUF
           MOVE LENGTH(TRIM(WS-HUB-BODY)) TO WS-JLEN
           MOVE "page" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL(1:30) TO WS-REG-PAGE
           MOVE "id" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL(1:50) TO WS-REG-NEW-ID
           MOVE "title" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL(1:300) TO WS-REG-NEW-TITLE
           MOVE "content" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL(1:300) TO WS-REG-NEW-DESC
           MOVE "done" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE WS-JVAL(1:10) TO WS-REG-NEW-STATUS

           MOVE WS-REG-JBUF-SAVE TO WS-JBUF
           MOVE WS-REG-JLEN-SAVE TO WS-JLEN

           IF TRIM(WS-REG-NEW-ID) = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-REG-LOADED = "N"
               PERFORM LOAD-INCIDENT-REGISTER
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REG-NOW

           MOVE 0 TO WS-REG-HIT
           PERFORM VARYING WS-REG-I FROM 1 BY 1
               UNTIL WS-REG-I > WS-REG-CT
               OR WS-REG-HIT > 0
               IF WS-REG-ID(WS-REG-I) = WS-REG-NEW-ID
                   MOVE WS-REG-I TO WS-REG-HIT
               END-IF
           END-PERFORM
           IF WS-REG-HIT = 0
               IF WS-REG-CT >= WS-REG-MAX
                   DISPLAY "  UWAGA: rejestr incydentow pelny - "
                       "pomijam id=" TRIM(WS-REG-NEW-ID)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REG-CT
               MOVE WS-REG-CT TO WS-REG-HIT
               MOVE WS-REG-NEW-ID TO WS-REG-ID(WS-REG-HIT)
               MOVE WS-REG-NOW TO WS-REG-FIRST(WS-REG-HIT)
               MOVE WS-REG-NOW TO WS-REG-LAST(WS-REG-HIT)
               MOVE SPACES TO WS-REG-CLASS(WS-REG-HIT)
               MOVE SPACES TO WS-REG-DESC(WS-REG-HIT)
               MOVE SPACES TO WS-REG-STATUS(WS-REG-HIT)
               MOVE 0 TO WS-REG-RECLASS(WS-REG-HIT)
           END-IF

      *>   Register and event log are pipe-delimited
           INSPECT WS-REG-NEW-DESC REPLACING ALL "|" BY "/"
           INSPECT WS-REG-NEW-STATUS REPLACING ALL "|" BY "/"

           MOVE "N" TO WS-REG-CHANGED
           IF TRIM(WS-REG-PAGE) = "zadania"
               IF TRIM(WS-REG-NEW-STATUS) NOT = SPACES
               AND WS-REG-NEW-STATUS
                   NOT = WS-REG-STATUS(WS-REG-HIT)
                   MOVE "STATUS" TO WS-REG-EVT-FIELD
                   MOVE WS-REG-STATUS(WS-REG-HIT)
                       TO WS-REG-EVT-OLD
                   MOVE WS-REG-NEW-STATUS TO WS-REG-EVT-NEW
                   PERFORM APPEND-LIFECYCLE-EVENT
                   MOVE WS-REG-NEW-STATUS
                       TO WS-REG-STATUS(WS-REG-HIT)
               END-IF
           ELSE
               MOVE SPACES TO WS-REG-NEW-CLASS
               UNSTRING TRIM(WS-REG-NEW-TITLE)
                   DELIMITED BY ALL " "
                   INTO WS-REG-NEW-CLASS
               END-UNSTRING
               INSPECT WS-REG-NEW-CLASS REPLACING ALL "|" BY "/"
               IF WS-REG-NEW-CLASS NOT = SPACES
               AND WS-REG-NEW-CLASS
                   NOT = WS-REG-CLASS(WS-REG-HIT)
                   MOVE "CLASS" TO WS-REG-EVT-FIELD
                   MOVE WS-REG-CLASS(WS-REG-HIT)
                       TO WS-REG-EVT-OLD
                   MOVE WS-REG-NEW-CLASS TO WS-REG-EVT-NEW
                   PERFORM APPEND-LIFECYCLE-EVENT
      *>           A first classification is not a reclassification
                   IF WS-REG-CLASS(WS-REG-HIT) NOT = SPACES
                   AND WS-REG-RECLASS(WS-REG-HIT) < 999
                       ADD 1 TO WS-REG-RECLASS(WS-REG-HIT)
                   END-IF
                   MOVE WS-REG-NEW-CLASS
                       TO WS-REG-CLASS(WS-REG-HIT)
               END-IF
               IF WS-REG-NEW-DESC NOT = SPACES
               AND WS-REG-NEW-DESC
                   NOT = WS-REG-DESC(WS-REG-HIT)
                   MOVE "DESC" TO WS-REG-EVT-FIELD
                   MOVE WS-REG-DESC(WS-REG-HIT)
                       TO WS-REG-EVT-OLD
                   MOVE WS-REG-NEW-DESC TO WS-REG-EVT-NEW
                   PERFORM APPEND-LIFECYCLE-EVENT
                   MOVE WS-REG-NEW-DESC
                       TO WS-REG-DESC(WS-REG-HIT)
               END-IF
           END-IF

           IF WS-REG-CHANGED = "Y"
               MOVE WS-REG-NOW TO WS-REG-LAST(WS-REG-HIT)
               PERFORM WRITE-INCIDENT-REGISTER
           END-IF
           .

      *> -- One dated lifecycle event: ts|id|field|old|new|source;
      *> -- an empty old value (first sighting) is written as "-" --
       APPEND-LIFECYCLE-EVENT.
           MOVE "Y" TO WS-REG-CHANGED
           IF WS-REG-EVT-OLD = SPACES
               MOVE "-" TO WS-REG-EVT-OLD
           END-IF
           OPEN EXTEND INC-EVT-FILE
           IF WS-EVT-FS NOT = "00"
               OPEN OUTPUT INC-EVT-FILE
           END-IF
           IF WS-EVT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-EVT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INC-EVT-REC
           STRING
               WS-REG-NOW "|"
               TRIM(WS-REG-NEW-ID) "|"
               TRIM(WS-REG-EVT-FIELD) "|"
               TRIM(WS-REG-EVT-OLD) "|"
               TRIM(WS-REG-EVT-NEW) "|"
               TRIM(WS-REG-SOURCE)
               DELIMITED SIZE
               INTO INC-EVT-REC
           END-STRING
           WRITE INC-EVT-REC
           CLOSE INC-EVT-FILE
           DISPLAY "  Rejestr: " TRIM(WS-REG-NEW-ID) " "
               TRIM(WS-REG-EVT-FIELD) " -> "
               WS-REG-EVT-NEW(1:40)
           .

      *> -- Register rows: id|first-seen|last-changed|class|
      *> -- description|task-status|reclass-count --
       LOAD-INCIDENT-REGISTER.
           MOVE "Y" TO WS-REG-LOADED
           MOVE 0 TO WS-REG-CT
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT INC-REG-FILE
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REG-EOF = "Y"
               READ INC-REG-FILE INTO WS-REG-LINE
                   AT END
                       MOVE "Y" TO WS-REG-EOF
                   NOT AT END
                       IF TRIM(WS-REG-LINE) NOT = SPACES
                       AND WS-REG-LINE(1:1) NOT = "#"
                       AND WS-REG-CT < WS-REG-MAX
                           PERFORM LOAD-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INC-REG-FILE
           .

       LOAD-REGISTER-LINE.
           ADD 1 TO WS-REG-CT
           MOVE SPACES TO WS-REG-ENT(WS-REG-CT)
           MOVE SPACES TO WS-REG-RECLASS-TXT
           UNSTRING WS-REG-LINE DELIMITED BY "|"
               INTO WS-REG-ID(WS-REG-CT)
                    WS-REG-FIRST(WS-REG-CT)
                    WS-REG-LAST(WS-REG-CT)
                    WS-REG-CLASS(WS-REG-CT)
                    WS-REG-DESC(WS-REG-CT)
                    WS-REG-STATUS(WS-REG-CT)
                    WS-REG-RECLASS-TXT
           END-UNSTRING
           IF TRIM(WS-REG-RECLASS-TXT) NOT = SPACES
           AND TEST-NUMVAL(WS-REG-RECLASS-TXT) = 0
               MOVE NUMVAL(WS-REG-RECLASS-TXT)
                   TO WS-REG-RECLASS(WS-REG-CT)
           ELSE
               MOVE 0 TO WS-REG-RECLASS(WS-REG-CT)
           END-IF
           .

       WRITE-INCIDENT-REGISTER.
           OPEN OUTPUT INC-REG-FILE
           IF WS-REG-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REG-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INC-REG-REC
           STRING
               "# id|first-seen|last-changed|class|description|"
               "task-status|reclass-count"
               DELIMITED SIZE
               INTO INC-REG-REC
           END-STRING
           WRITE INC-REG-REC
           PERFORM VARYING WS-REG-I FROM 1 BY 1
               UNTIL WS-REG-I > WS-REG-CT
               MOVE SPACES TO INC-REG-REC
               STRING
                   TRIM(WS-REG-ID(WS-REG-I)) "|"
                   WS-REG-FIRST(WS-REG-I) "|"
                   WS-REG-LAST(WS-REG-I) "|"
                   TRIM(WS-REG-CLASS(WS-REG-I)) "|"
                   TRIM(WS-REG-DESC(WS-REG-I)) "|"
                   TRIM(WS-REG-STATUS(WS-REG-I)) "|"
                   WS-REG-RECLASS(WS-REG-I)
                   DELIMITED SIZE
                   INTO INC-REG-REC
               END-STRING
               WRITE INC-REG-REC
           END-PERFORM
           CLOSE INC-REG-FILE
           .

      *> ============================================================
      *> WRITE-LIFECYCLE-REPORT: incidents from the register,
      *> oldest first (ties: most reclassified first), with age in
      *> days, reclassification count and current state.
      *> ============================================================
       WRITE-LIFECYCLE-REPORT.
           PERFORM LOAD-INCIDENT-REGISTER
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-REG-NOW
           MOVE WS-REG-NOW(1:8) TO WS-REG-TODAY

           PERFORM VARYING WS-REG-I FROM 1 BY 1
               UNTIL WS-REG-I >= WS-REG-CT
               PERFORM VARYING WS-REG-J FROM 1 BY 1
                   UNTIL WS-REG-J > WS-REG-CT - WS-REG-I
                   IF WS-REG-FIRST(WS-REG-J)
                       > WS-REG-FIRST(WS-REG-J + 1)
                   OR (WS-REG-FIRST(WS-REG-J)
                       = WS-REG-FIRST(WS-REG-J + 1)
                   AND WS-REG-RECLASS(WS-REG-J)
                       < WS-REG-RECLASS(WS-REG-J + 1))
                       MOVE WS-REG-ENT(WS-REG-J) TO WS-REG-SWAP
                       MOVE WS-REG-ENT(WS-REG-J + 1)
                           TO WS-REG-ENT(WS-REG-J)
                       MOVE WS-REG-SWAP
                           TO WS-REG-ENT(WS-REG-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT LIFECYCLE-RPT-FILE
           IF WS-LCR-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-LCR-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== OKO incident lifecycle ==="
               TO LIFECYCLE-RPT-REC
           WRITE LIFECYCLE-RPT-REC
           MOVE SPACES TO LIFECYCLE-RPT-REC
           STRING
               WS-REG-NOW " incidents=" WS-REG-CT
               DELIMITED SIZE
               INTO LIFECYCLE-RPT-REC
           END-STRING
           WRITE LIFECYCLE-RPT-REC
           PERFORM VARYING WS-REG-I FROM 1 BY 1
               UNTIL WS-REG-I > WS-REG-CT
               MOVE 0 TO WS-REG-AGE
               IF WS-REG-FIRST(WS-REG-I)(1:8) IS NUMERIC
               AND WS-REG-FIRST(WS-REG-I)(1:8) > "16010101"
               AND WS-REG-FIRST(WS-REG-I)(1:8) <= WS-REG-NOW(1:8)
                   COMPUTE WS-REG-AGE =
                       INTEGER-OF-DATE(WS-REG-TODAY)
                     - INTEGER-OF-DATE(
                       NUMVAL(WS-REG-FIRST(WS-REG-I)(1:8)))
               END-IF
               MOVE SPACES TO LIFECYCLE-RPT-REC
               STRING
                   "age=" WS-REG-AGE "d"
                   " reclass=" WS-REG-RECLASS(WS-REG-I)
                   " class=" WS-REG-CLASS(WS-REG-I)
                   " status=" WS-REG-STATUS(WS-REG-I)(1:5)
                   " first=" WS-REG-FIRST(WS-REG-I)
                   " last=" WS-REG-LAST(WS-REG-I)
                   " id=" TRIM(WS-REG-ID(WS-REG-I))
                   DELIMITED SIZE
                   INTO LIFECYCLE-RPT-REC
               END-STRING
               WRITE LIFECYCLE-RPT-REC
               MOVE SPACES TO LIFECYCLE-RPT-REC
               STRING
                   "    " WS-REG-DESC(WS-REG-I)(1:120)
                   DELIMITED SIZE
                   INTO LIFECYCLE-RPT-REC
               END-STRING
               WRITE LIFECYCLE-RPT-REC
           END-PERFORM
           CLOSE LIFECYCLE-RPT-FILE
           DISPLAY "  Raport cyklu zycia: " WS-REG-CT
               " incydentow -> " TRIM(WS-LCR-PATH)
           .

      *> ============================================================
      *> SEND-HUB-REQUEST: Write body + curl POST
      *> ============================================================
           STRING
               "curl -s "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "    Hub: "
               WS-JBUF(1:500)
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
       RUN-LLM-RECOVERY.
           DISPLAY " "
           DISPLAY "--- LLM Agent starting ---"
           MOVE "LLM" TO WS-REG-SOURCE

           MOVE SPACES TO WS-CONV-BUF
           MOVE 1 TO WS-CONV-PTR
           CALL "C$SLEEP" USING 1
           PERFORM SEND-HUB-REQUEST

      *>   Task status goes into the register only when the Hub
      *>   answered with an explicit code 0
           MOVE 0 TO WS-TALLY-CNT
           IF WS-JLEN > 0
               INSPECT WS-JBUF(1:WS-JLEN)
                   TALLYING WS-TALLY-CNT
                   FOR ALL '"code": 0'
                       ALL '"code":0'
           END-IF
           IF WS-TALLY-CNT > 0
               PERFORM REGISTER-APPLIED-UPDATE
           END-IF

      *>   Store result
           COMPUTE WS-TOOL-RESULT-LEN =
               LENGTH(TRIM(WS-JBUF))
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
