      *> 2. Programmatic anomaly detection on ~10k JSON files
      *> 3. LLM classification of operator notes (deduplicated)
      *> 4. Submit combined anomaly list to /verify
      *> Every out-of-range reading is also appended, stamped with
      *> the reading's own timestamp, to sensor_anomaly_events.dat
      *> (reading-ts|sensor-id|type|reading|sev) so PLANTCOR can
      *> line anomalies up against S02E03's failure history.
      *> Cross-sensor consistency rules (sensor_rules.dat) compare
      *> how two sensor types in the same file moved since the
      *> previous run - pressure up while temperature falls,
      *> humidity moving with the water level flat - and report
      *> a violation as anomaly class consistency:<rule-id>, to
      *> the event file and (action WO) as a work order. They
      *> catch drift where every reading is still in range.
      *> Sensor history is an indexed file (sensor_history.idx)
      *> keyed by sensor id + run timestamp, with an alternate key
      *> of run timestamp + anomaly flag: each file's readings and
      *> verdict are written as it is checked, previous values
      *> and fail streaks are read by key, and the run markers
      *> live under sensor id *RUN. Nothing is scanned end to end
      *> any more. The first run after the change loads the old
      *> sequential sensor_history.dat into it once and renames
      *> that file to sensor_history.dat.converted.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> Note classification batches go through the shared LLM
      *> response cache (LLMCACHE-PROC, 72 hour TTL): a batch of
      *> recurring operator notes gets the stored answer. Every
      *> call, real or cached, lands in the API usage ledger.
      *> The note classification system prompt is
      *> S03E01-NOTES-SYSTEM from the shared prompt library
      *> (PROMPTLIB-PROC); the built-in wording is only the
      *> fallback when the library has no version in force. Its
      *> name/version goes on every API ledger line.
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
           SELECT LLM-CACHE-FILE ASSIGN TO WS-LLMC-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLMC-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-AUDIT-FS.
           SELECT SENSOR-HIST-FILE ASSIGN TO WS-SENSHIST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               ALTERNATE RECORD KEY IS SH-RUN-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SENSHIST-FS.
           SELECT OLD-HIST-FILE ASSIGN TO WS-OLDHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDHIST-FS.
           SELECT TREND-FILE ASSIGN TO WS-TREND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TREND-FS.
           SELECT ANOM-EVENT-FILE ASSIGN TO WS-AEV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AEV-FS.
           SELECT SENSOR-RULES-FILE ASSIGN TO WS-SR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FS.

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

       FD  LLM-CACHE-FILE.
       01  LLM-CACHE-REC            PIC X(400).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       01  SENSOR-MASTER-REC       PIC X(150).

       FD  SENSOR-HIST-FILE.
       01  SENSOR-HIST-REC.
           05  SH-KEY.
               10  SH-SENSOR-ID    PIC X(20).
               10  SH-RUN-TS       PIC X(14).
           05  SH-RUN-KEY.
               10  SH-RUN-TS-ALT   PIC X(14).
               10  SH-ANOM         PIC X(1).
           05  SH-READING-TS       PIC X(14).
           05  SH-VAL OCCURS 5 TIMES
                                   PIC S9(5)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(17).

       FD  OLD-HIST-FILE.
       01  OLD-HIST-REC            PIC X(120).

       FD  CONTROL-REC-FILE.
       01  CONTROL-REC-REC         PIC X(150).
       FD  TREND-FILE.
       01  TREND-REC               PIC X(200).

       FD  ANOM-EVENT-FILE.
       01  ANOM-EVENT-REC          PIC X(150).

       FD  SENSOR-RULES-FILE.
       01  SENSOR-RULES-REC        PIC X(150).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY PROMPTLIB-WS.
       COPY LLMCACHE-WS.
       COPY CTLREC-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
       01  WS-TMP                   PIC X(4000).
       01  WS-READING-DATE         PIC 9(8) VALUE 0.
       01  WS-RD-RAW               PIC X(40).
       01  WS-RD-DIGITS            PIC X(8).
       01  WS-RD-STAMP             PIC X(14).
       01  WS-RD-I                 PIC 9(3).
       01  WS-RD-K                 PIC 9(3).
       01  WS-RNG-TYPE             PIC X(25).
       01  WS-RNG-MAX              PIC S9(5)V99 COMP-3.
       01  WS-RNG-MAXDELTA         PIC 9(5)V99 COMP-3.

      *> -- Rate-of-change check: the file's reading from the
      *> -- previous run, read by key out of the history file
      *> -- just before the checks. A temperature can jump 200 K
      *> -- between runs with both points inside the static
      *> -- range - the reactor engineers say the slope is the
      *> -- better early warning --
       01  WS-PV-CT                PIC 9(3) VALUE 0.
       01  WS-PV-TABLE.
           05  WS-PV-ENT OCCURS 1 TIMES.
               10  WS-PV-ID        PIC X(30).
               10  WS-PV-VAL OCCURS 5 TIMES
                                   PIC S9(5)V99 COMP-3.
       01  WS-PV-I                 PIC 9(3).
       01  WS-PV-HIT               PIC 9(3).
       01  WS-PV-K                 PIC 9(1).
       01  WS-PV-NUM-D             PIC -(5)9.99.
       01  WS-DL-COL               PIC 9(1).
               10  WS-WO-ASSIGNEE  PIC X(20).
               10  WS-WO-CLOSED    PIC X(14).
               10  WS-WO-RECUR     PIC 9(4).
               10  WS-WO-NOTE      PIC X(80).
       01  WS-WO-I                 PIC 9(3).
       01  WS-WO-CUR               PIC 9(3).
       01  WS-WO-NEXT              PIC 9(5) VALUE 1.
       01  WS-ANOM-READING         PIC X(15).
       01  WS-ANOM-SEV             PIC X(4).

      *> -- Time-stamped anomaly events for PLANTCOR --
       01  WS-AEV-PATH             PIC X(100) VALUE
           "sensor_anomaly_events.dat".
       01  WS-AEV-FS               PIC XX.

      *> -- Cross-sensor consistency rules: two sensor types of
      *> -- the same file must move SAME way, OPPOSITE ways, or
      *> -- COUPLED (A may not move while B stays flat) between
      *> -- runs; tol-a/tol-b are the movements treated as flat --
       01  WS-SR-PATH              PIC X(100) VALUE
           "sensor_rules.dat".
       01  WS-SR-FS                PIC XX.
       01  WS-SR-CT                PIC 9(3) VALUE 0.
       01  WS-SR-TABLE.
           05  WS-SR-ENT OCCURS 50 TIMES.
               10  WS-SR-ID        PIC X(10).
               10  WS-SR-COL-A     PIC 9(1).
               10  WS-SR-COL-B     PIC 9(1).
               10  WS-SR-REL       PIC X(8).
               10  WS-SR-TOL-A     PIC 9(5)V99 COMP-3.
               10  WS-SR-TOL-B     PIC 9(5)V99 COMP-3.
               10  WS-SR-SEV       PIC X(4).
               10  WS-SR-ACTION    PIC X(3).
       01  WS-SR-LINE              PIC X(150).
       01  WS-SR-EOF               PIC X.
       01  WS-SR-FLDS.
           05  WS-SR-FLD OCCURS 8 TIMES
                                   PIC X(25).
       01  WS-SR-I                 PIC 9(3).
       01  WS-SR-COL               PIC 9(1).
       01  WS-SR-TYPE              PIC X(25).
       01  WS-SR-CUR.
           05  WS-SR-CUR-VAL OCCURS 5 TIMES
                                   PIC S9(5)V99 COMP-3.
       01  WS-SR-ACT.
           05  WS-SR-ACT-FLG OCCURS 5 TIMES
                                   PIC X.
       01  WS-SR-DA                PIC S9(7)V99 COMP-3.
       01  WS-SR-DB                PIC S9(7)V99 COMP-3.
       01  WS-SR-MOVE-A            PIC S9(1).
       01  WS-SR-MOVE-B            PIC S9(1).
       01  WS-SR-VIOL              PIC X.
       01  WS-SR-WO-DONE           PIC X.
       01  WS-SR-NUM-A             PIC -(5)9.99.
       01  WS-SR-NUM-B             PIC -(5)9.99.
       01  WS-SR-FLAGS             PIC 9(5) VALUE 0.

      *> -- Cross-run anomaly history and trend report --
       01  WS-SENSHIST-PATH        PIC X(100) VALUE
           "sensor_history.idx".
       01  WS-SENSHIST-FS          PIC XX.
       01  WS-SH-OK                PIC X VALUE "N".
       01  WS-OLDHIST-PATH         PIC X(100) VALUE
           "sensor_history.dat".
       01  WS-OLDHIST-FS           PIC XX.
       01  WS-CV-RECS              PIC 9(7) VALUE 0.
       01  WS-CV-TS                PIC X(14).
       01  WS-CV-FLDS.
           05  WS-CV-FLD OCCURS 7 TIMES
                                   PIC X(30).
       01  WS-TREND-FS             PIC XX.
       01  WS-TREND-PATH           PIC X(100) VALUE
           "sensor_trend.txt".
       01  WS-TH-RUN-MAX           PIC 9(2) VALUE 30.
       01  WS-TH-RUN-CT            PIC 9(2) VALUE 0.
       01  WS-TH-RUNS.
           05  WS-TH-RUN-DATE OCCURS 30 TIMES
                                   PIC X(14).
      *> -- Previous run's anomalies (alternate-key read) --
       01  WS-TH-PREV-MAX          PIC 9(5) VALUE 2000.
       01  WS-TH-PREV-CT           PIC 9(5) VALUE 0.
       01  WS-TH-PREV-IDS.
           05  WS-TH-PREV-ID OCCURS 2000 TIMES
                                   PIC X(20).
       01  WS-TH-LINE              PIC X(120).
       01  WS-TH-FLD2              PIC X(20).
       01  WS-TH-EOF               PIC X.
       01  WS-TH-I                 PIC 9(5).
       01  WS-TH-J                 PIC 9(5).
       01  WS-TH-K                 PIC 9(3).
       01  WS-TH-P                 PIC 9(3).
       01  WS-TH-FOUND             PIC X.
       01  WS-TH-STREAK            PIC 9(2).
       01  WS-TH-NEW-CT            PIC 9(5).
       01  WS-TH-REC-CT            PIC 9(5).
       01  WS-TH-CHRONIC-CT        PIC 9(5).
       01  WS-TH-STREAK-MIN        PIC 9(2) VALUE 3.
       01  WS-TH-TS                PIC X(21).
       01  WS-SENSOR-TYPE          PIC X(200).
       MAIN-PARA.
           MOVE "S03E01-SENSORS" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           MOVE "S03E01-SENSORS" TO WS-APICOST-PROGID
           MOVE 72 TO WS-LLMC-TTL-HRS
           DISPLAY "=== S03E01 SENSORS ==="

           PERFORM LOAD-ENV-VARS

      *>   Phase 1: Download & Extract
           PERFORM LOAD-SENSOR-MASTER
           PERFORM LOAD-SENSOR-RULES
           PERFORM OPEN-SENSOR-HISTORY
           PERFORM LOAD-WORK-ORDERS

           PERFORM PHASE1-DOWNLOAD
      *>   Phase 2: Programmatic checks
           PERFORM PHASE2-CHECK-FILES
           PERFORM WRITE-WORK-ORDERS
           IF WS-SR-FLAGS > 0
               DISPLAY "  Naruszenia regul spojnosci: "
                   WS-SR-FLAGS
           END-IF

      *>   Control record for the nightly BALCHECK balance
           MOVE "sensor-files" TO WS-CTLREC-FILELBL
      *>   and compare against previous runs
           PERFORM APPEND-SENSOR-HISTORY
           PERFORM SENSOR-TREND-REPORT
           PERFORM CLOSE-SENSOR-HISTORY

      *>   Phase 3: LLM note classification
           PERFORM PHASE3-CLASSIFY-NOTES
           DISPLAY "=== DONE ==="
           IF WS-FLAG-FOUND NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           ELSE
      *>       Empty/unreadable = anomaly
               ADD 1 TO WS-FLAGGED-DATA
               PERFORM ADD-DATA-FLAG
               MOVE 0 TO WS-TEMP-K WS-PRESS-BAR WS-WATER-M
                         WS-VOLT-V WS-HUMID-PCT
               MOVE SPACES TO WS-RD-STAMP
               MOVE "Y" TO WS-IS-ANOMALY
               PERFORM WRITE-SENSOR-HISTORY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JVAL(1:40) TO WS-RD-RAW
           PERFORM PARSE-READING-DATE

      *>   Previous run's readings for this file (rate-of-change
      *>   and consistency baseline)
           PERFORM FETCH-PREV-VALUES

      *>   Check ranges
           MOVE "N" TO WS-IS-ANOMALY
                   PERFORM NOTE-ANOMALY-DETAIL
               END-IF
               PERFORM OPEN-OR-RECUR-WORKORDER
               PERFORM WRITE-ANOMALY-EVENT
           ELSE
               ADD 1 TO WS-VALID-DATA
               PERFORM ADD-VALID-ENTRY
           END-IF

      *>   Tonight's readings and verdict into the history file
           PERFORM WRITE-SENSOR-HISTORY

      *>   Cross-sensor consistency against the previous run
           PERFORM CHECK-CONSISTENCY-RULES
           .

      *> ============================================================
      *> undated files still get tonight's range instead of none.
      *> ============================================================
       PARSE-READING-DATE.
           MOVE SPACES TO WS-RD-STAMP
           MOVE 1 TO WS-RD-K
           PERFORM VARYING WS-RD-I FROM 1 BY 1
               UNTIL WS-RD-I > 40
               OR WS-RD-K > 14
               IF WS-RD-RAW(WS-RD-I:1) >= "0"
               AND WS-RD-RAW(WS-RD-I:1) <= "9"
                   MOVE WS-RD-RAW(WS-RD-I:1)
                       TO WS-RD-STAMP(WS-RD-K:1)
                   ADD 1 TO WS-RD-K
               END-IF
           END-PERFORM
           MOVE WS-RD-STAMP(1:8) TO WS-RD-DIGITS
           IF WS-RD-DIGITS IS NUMERIC
           AND WS-RD-DIGITS >= "19000101"
               MOVE WS-RD-DIGITS TO WS-READING-DATE
      *>       Date-only stamps read as midnight
               INSPECT WS-RD-STAMP REPLACING ALL SPACE BY "0"
           ELSE
               MOVE CURRENT-DATE(1:8) TO WS-READING-DATE
               MOVE CURRENT-DATE(1:14) TO WS-RD-STAMP
           END-IF
           .

           .

      *> ============================================================
      *> OPEN-SENSOR-HISTORY: open the indexed history for the
      *> whole run (created on first use, loading the old
      *> sequential file once if it is still there) and list the
      *> runs on record.
      *> ============================================================
       OPEN-SENSOR-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-TH-TS
           MOVE "N" TO WS-SH-OK
           OPEN I-O SENSOR-HIST-FILE
           IF WS-SENSHIST-FS = "35"
               OPEN OUTPUT SENSOR-HIST-FILE
               CLOSE SENSOR-HIST-FILE
               OPEN I-O SENSOR-HIST-FILE
               IF WS-SENSHIST-FS = "00"
                   PERFORM CONVERT-SEQ-HISTORY
               END-IF
           END-IF
           IF WS-SENSHIST-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc "
                   TRIM(WS-SENSHIST-PATH)
                   " (status " WS-SENSHIST-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SH-OK
           PERFORM LOAD-HISTORY-RUNS
           DISPLAY "  Przebiegi w historii: " WS-TH-RUN-CT
           .

       CLOSE-SENSOR-HISTORY.
           IF WS-SH-OK = "Y"
               CLOSE SENSOR-HIST-FILE
               MOVE "N" TO WS-SH-OK
           END-IF
           .

      *> -- Run markers (*RUN, ts) in key order = oldest first;
      *> -- only the latest WS-TH-RUN-MAX are kept --
       LOAD-HISTORY-RUNS.
           MOVE 0 TO WS-TH-RUN-CT
           MOVE "*RUN" TO SH-SENSOR-ID
           MOVE LOW-VALUES TO SH-RUN-TS
           START SENSOR-HIST-FILE
               KEY IS NOT LESS THAN SH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-TH-EOF
           PERFORM UNTIL WS-TH-EOF = "Y"
               READ SENSOR-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TH-EOF
                   NOT AT END
                       IF SH-SENSOR-ID NOT = "*RUN"
                           MOVE "Y" TO WS-TH-EOF
                       ELSE
                           PERFORM NOTE-HISTORY-RUN
                       END-IF
               END-READ
           END-PERFORM
           .

       NOTE-HISTORY-RUN.
           IF WS-TH-RUN-CT >= WS-TH-RUN-MAX
      *>       Slide the window: drop the oldest run
               PERFORM VARYING WS-TH-I FROM 1 BY 1
                   UNTIL WS-TH-I >= WS-TH-RUN-MAX
                   MOVE WS-TH-RUN-DATE(WS-TH-I + 1)
                       TO WS-TH-RUN-DATE(WS-TH-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-TH-RUN-CT
           END-IF
           ADD 1 TO WS-TH-RUN-CT
           MOVE SH-RUN-TS TO WS-TH-RUN-DATE(WS-TH-RUN-CT)
           .

      *> ============================================================
      *> CONVERT-SEQ-HISTORY: one-time load of the old sequential
      *> history (RUN|ts, ANOM|id, VAL|id|v1..v5 lines) into the
      *> new indexed file; the old file is renamed afterwards so
      *> it is never loaded twice.
      *> ============================================================
       CONVERT-SEQ-HISTORY.
           OPEN INPUT OLD-HIST-FILE
           IF WS-OLDHIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Konwersja " TRIM(WS-OLDHIST-PATH)
               " -> " TRIM(WS-SENSHIST-PATH)
           MOVE 0 TO WS-CV-RECS
           MOVE SPACES TO WS-CV-TS
           MOVE "N" TO WS-TH-EOF
           PERFORM UNTIL WS-TH-EOF = "Y"
               READ OLD-HIST-FILE INTO WS-TH-LINE
                   AT END
                       MOVE "Y" TO WS-TH-EOF
                   NOT AT END
                       PERFORM CONVERT-HIST-LINE
               END-READ
           END-PERFORM
           CLOSE OLD-HIST-FILE
           MOVE SPACES TO WS-CMD
           STRING "mv " TRIM(WS-OLDHIST-PATH) " "
               TRIM(WS-OLDHIST-PATH) ".converted"
               DELIMITED SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "  Przeniesiono rekordow: " WS-CV-RECS
           .

       CONVERT-HIST-LINE.
           MOVE SPACES TO WS-CV-FLDS
           UNSTRING WS-TH-LINE DELIMITED BY "|"
               INTO WS-CV-FLD(1) WS-CV-FLD(2) WS-CV-FLD(3)
                    WS-CV-FLD(4) WS-CV-FLD(5) WS-CV-FLD(6)
                    WS-CV-FLD(7)
           END-UNSTRING
           IF WS-CV-FLD(2) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRIM(WS-CV-FLD(1))
               WHEN "RUN"
                   MOVE WS-CV-FLD(2) TO WS-CV-TS
                   INITIALIZE SENSOR-HIST-REC
                   MOVE "*RUN" TO SH-SENSOR-ID
                   MOVE WS-CV-TS TO SH-RUN-TS SH-RUN-TS-ALT
                   MOVE "R" TO SH-ANOM
                   WRITE SENSOR-HIST-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CV-RECS
                   END-WRITE
               WHEN "ANOM"
                   IF WS-CV-TS NOT = SPACES
                       PERFORM CONVERT-READ-SENSOR
                       MOVE "Y" TO SH-ANOM
                       PERFORM CONVERT-PUT-SENSOR
                   END-IF
               WHEN "VAL"
                   IF WS-CV-TS NOT = SPACES
                       PERFORM CONVERT-READ-SENSOR
                       PERFORM VARYING WS-PV-K FROM 1 BY 1
                           UNTIL WS-PV-K > 5
                           IF WS-CV-FLD(WS-PV-K + 2) NOT = SPACES
                           AND TEST-NUMVAL(
                               WS-CV-FLD(WS-PV-K + 2)) = 0
                               COMPUTE SH-VAL(WS-PV-K) =
                                   NUMVAL(WS-CV-FLD(WS-PV-K + 2))
                           END-IF
                       END-PERFORM
                       PERFORM CONVERT-PUT-SENSOR
                   END-IF
           END-EVALUATE
           .

      *> -- Existing (id, run) record, or a fresh one (not ANOM) --
       CONVERT-READ-SENSOR.
           MOVE WS-CV-FLD(2) TO SH-SENSOR-ID
           MOVE WS-CV-TS TO SH-RUN-TS
           MOVE "Y" TO WS-TH-FOUND
           READ SENSOR-HIST-FILE KEY IS SH-KEY
               INVALID KEY
                   MOVE "N" TO WS-TH-FOUND
           END-READ
           IF WS-TH-FOUND = "N"
               INITIALIZE SENSOR-HIST-REC
               MOVE WS-CV-FLD(2) TO SH-SENSOR-ID
               MOVE WS-CV-TS TO SH-RUN-TS SH-RUN-TS-ALT
               MOVE "N" TO SH-ANOM
           END-IF
           .

       CONVERT-PUT-SENSOR.
           IF WS-TH-FOUND = "Y"
               REWRITE SENSOR-HIST-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SENSOR-HIST-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CV-RECS
               END-WRITE
           END-IF
           .

      *> ============================================================
      *> APPEND-SENSOR-HISTORY: tonight's sensor records went in
      *> during Phase 2; the RUN marker written last makes the
      *> run count as complete for tomorrow's comparisons.
      *> ============================================================
       APPEND-SENSOR-HISTORY.
           IF WS-SH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE SENSOR-HIST-REC
           MOVE "*RUN" TO SH-SENSOR-ID
           MOVE WS-TH-TS(1:14) TO SH-RUN-TS SH-RUN-TS-ALT
           MOVE "R" TO SH-ANOM
           WRITE SENSOR-HIST-REC
               INVALID KEY
                   DISPLAY "  BLAD: nie mozna zapisac "
                       TRIM(WS-SENSHIST-PATH)
                       " (status " WS-SENSHIST-FS ")"
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-TH-TS(1:14) TO SH-RUN-TS
           PERFORM NOTE-HISTORY-RUN
           .

      *> ============================================================
      *> WRITE-SENSOR-HISTORY: this file's readings and verdict
      *> (WS-IS-ANOMALY) under tonight's run timestamp
      *> ============================================================
       WRITE-SENSOR-HISTORY.
           IF WS-SH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE SENSOR-HIST-REC
           MOVE TRIM(WS-FILE-ID) TO SH-SENSOR-ID
           MOVE WS-TH-TS(1:14) TO SH-RUN-TS SH-RUN-TS-ALT
           MOVE WS-IS-ANOMALY TO SH-ANOM
           MOVE WS-RD-STAMP TO SH-READING-TS
           MOVE WS-TEMP-K TO SH-VAL(1)
           MOVE WS-PRESS-BAR TO SH-VAL(2)
           MOVE WS-WATER-M TO SH-VAL(3)
           MOVE WS-VOLT-V TO SH-VAL(4)
           MOVE WS-HUMID-PCT TO SH-VAL(5)
           WRITE SENSOR-HIST-REC
               INVALID KEY
      *>           Same file id twice in one run: last one wins
                   REWRITE SENSOR-HIST-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           .

      *> ============================================================
      *> FETCH-PREV-VALUES: the file's record from the latest
      *> completed run, by key, into WS-PV (count 0 = none)
      *> ============================================================
       FETCH-PREV-VALUES.
           MOVE 0 TO WS-PV-CT
           IF WS-SH-OK NOT = "Y"
           OR WS-TH-RUN-CT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM(WS-FILE-ID) TO SH-SENSOR-ID
           MOVE WS-TH-RUN-DATE(WS-TH-RUN-CT) TO SH-RUN-TS
           READ SENSOR-HIST-FILE KEY IS SH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE 1 TO WS-PV-CT
           MOVE SH-SENSOR-ID TO WS-PV-ID(1)
           PERFORM VARYING WS-PV-K FROM 1 BY 1
               UNTIL WS-PV-K > 5
               MOVE SH-VAL(WS-PV-K) TO WS-PV-VAL(1, WS-PV-K)
           END-PERFORM
           .

      *> Work-order bookkeeping: an out-of-range sensor opens an
      *> order; re-flagging a sensor that already has an OPEN
      *> order bumps its recurrence count instead of opening a
      *> duplicate. Preventive (PM) orders from WORKORDR and
      *> firmware (FW) orders from S03E02 are never counted as
      *> the sensor's failure order. The whole set is rewritten
      *> once per run and every change is stamped into the audit
      *> log.
      *> ============================================================
       OPEN-OR-RECUR-WORKORDER.
           MOVE 0 TO WS-WO-CUR
               IF TRIM(WS-WO-SENSOR(WS-WO-I)) =
                  TRIM(WS-FILE-ID)
               AND WS-WO-STATUS(WS-WO-I) = "OPEN"
               AND WS-WO-SEV(WS-WO-I) NOT = "PM"
               AND WS-WO-SEV(WS-WO-I) NOT = "FW"
                   MOVE WS-WO-I TO WS-WO-CUR
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-WO-ASSIGNEE(WS-WO-CUR)
           MOVE SPACES TO WS-WO-CLOSED(WS-WO-CUR)
           MOVE 0 TO WS-WO-RECUR(WS-WO-CUR)
           MOVE SPACES TO WS-WO-NOTE(WS-WO-CUR)
           ADD 1 TO WS-WO-OPENED-CT
           MOVE "OPEN" TO WS-WO-ACTION
           PERFORM WRITE-WO-AUDIT
           END-IF
           ADD 1 TO WS-WO-CT
           MOVE SPACES TO WS-WO-F1 WS-WO-F10
           MOVE SPACES TO WS-WO-NOTE(WS-WO-CT)
           UNSTRING WS-WO-LINE DELIMITED BY "|"
               INTO WS-WO-F1
                    WS-WO-SENSOR(WS-WO-CT)
                    WS-WO-ASSIGNEE(WS-WO-CT)
                    WS-WO-CLOSED(WS-WO-CT)
                    WS-WO-F10
                    WS-WO-NOTE(WS-WO-CT)
           END-UNSTRING
           IF TRIM(WS-WO-F1) IS NUMERIC
               COMPUTE WS-WO-NUM(WS-WO-CT) =
                   DELIMITED SIZE
                   INTO WORKORDER-REC
               END-STRING
               IF WS-WO-NOTE(WS-WO-I) NOT = SPACES
                   MOVE SPACES TO WS-WO-LINE
                   STRING
                       TRIM(WORKORDER-REC) "|"
                       TRIM(WS-WO-NOTE(WS-WO-I))
                       DELIMITED SIZE
                       INTO WS-WO-LINE
                   END-STRING
                   MOVE WS-WO-LINE TO WORKORDER-REC
               END-IF
               WRITE WORKORDER-REC
           END-PERFORM
           CLOSE WORKORDER-FILE
           CLOSE WO-AUDIT-FILE
           .

      *> -- One line per out-of-range reading, at the reading's
      *> -- own time, for the failure/anomaly correlation --
       WRITE-ANOMALY-EVENT.
           OPEN EXTEND ANOM-EVENT-FILE
           IF WS-AEV-FS NOT = "00"
               OPEN OUTPUT ANOM-EVENT-FILE
           END-IF
           IF WS-AEV-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ANOM-EVENT-REC
           STRING
               WS-RD-STAMP "|"
               TRIM(WS-FILE-ID) "|"
               TRIM(WS-ANOM-TYPE) "|"
               TRIM(WS-ANOM-READING) "|"
               TRIM(WS-ANOM-SEV)
               DELIMITED SIZE
               INTO ANOM-EVENT-REC
           END-STRING
           WRITE ANOM-EVENT-REC
           CLOSE ANOM-EVENT-FILE
           .

      *> ============================================================
      *> CHECK-RATE-OF-CHANGE: tonight's reading (WS-DL-VALUE,
      *> column WS-DL-COL) against the same sensor's previous
           END-IF
           .

      *> ============================================================
      *> CHECK-CONSISTENCY-RULES: for every rule whose two sensor
      *> types are both active in this file, compare how each
      *> moved since the file's previous-run reading. A movement
      *> within the rule's tolerance counts as flat (0), above it
      *> as up (+1) or down (-1).
      *>   SAME     - one up while the other is down
      *>   OPPOSITE - both up or both down
      *>   COUPLED  - A moved while B stayed flat
      *> Each violation is an anomaly event of its own class;
      *> action WO also opens (or recurs) the file's work order,
      *> once per file per run - not at all when the range check
      *> has already done so for the file tonight.
      *> ============================================================
       CHECK-CONSISTENCY-RULES.
           IF WS-SR-CT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PV-HIT
           PERFORM VARYING WS-PV-I FROM 1 BY 1
               UNTIL WS-PV-I > WS-PV-CT
               OR WS-PV-HIT > 0
               IF TRIM(WS-PV-ID(WS-PV-I)) =
                  TRIM(WS-FILE-ID)
                   MOVE WS-PV-I TO WS-PV-HIT
               END-IF
           END-PERFORM
           IF WS-PV-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TEMP-K TO WS-SR-CUR-VAL(1)
           MOVE WS-PRESS-BAR TO WS-SR-CUR-VAL(2)
           MOVE WS-WATER-M TO WS-SR-CUR-VAL(3)
           MOVE WS-VOLT-V TO WS-SR-CUR-VAL(4)
           MOVE WS-HUMID-PCT TO WS-SR-CUR-VAL(5)
           MOVE WS-ACT-TEMP TO WS-SR-ACT-FLG(1)
           MOVE WS-ACT-PRESS TO WS-SR-ACT-FLG(2)
           MOVE WS-ACT-WATER TO WS-SR-ACT-FLG(3)
           MOVE WS-ACT-VOLT TO WS-SR-ACT-FLG(4)
           MOVE WS-ACT-HUMID TO WS-SR-ACT-FLG(5)
      *>   A range anomaly has already opened or recurred the
      *>   file's work order in PROCESS-ONE-FILE
           IF WS-IS-ANOMALY = "Y"
               MOVE "Y" TO WS-SR-WO-DONE
           ELSE
               MOVE "N" TO WS-SR-WO-DONE
           END-IF
           PERFORM VARYING WS-SR-I FROM 1 BY 1
               UNTIL WS-SR-I > WS-SR-CT
               IF WS-SR-ACT-FLG(WS-SR-COL-A(WS-SR-I)) = "Y"
               AND WS-SR-ACT-FLG(WS-SR-COL-B(WS-SR-I)) = "Y"
                   PERFORM CHECK-ONE-RULE
               END-IF
           END-PERFORM
           .

       CHECK-ONE-RULE.
           COMPUTE WS-SR-DA =
               WS-SR-CUR-VAL(WS-SR-COL-A(WS-SR-I))
               - WS-PV-VAL(WS-PV-HIT, WS-SR-COL-A(WS-SR-I))
           COMPUTE WS-SR-DB =
               WS-SR-CUR-VAL(WS-SR-COL-B(WS-SR-I))
               - WS-PV-VAL(WS-PV-HIT, WS-SR-COL-B(WS-SR-I))
           MOVE 0 TO WS-SR-MOVE-A WS-SR-MOVE-B
           IF WS-SR-DA > WS-SR-TOL-A(WS-SR-I)
               MOVE 1 TO WS-SR-MOVE-A
           END-IF
           IF WS-SR-DA < 0 - WS-SR-TOL-A(WS-SR-I)
               MOVE -1 TO WS-SR-MOVE-A
           END-IF
           IF WS-SR-DB > WS-SR-TOL-B(WS-SR-I)
               MOVE 1 TO WS-SR-MOVE-B
           END-IF
           IF WS-SR-DB < 0 - WS-SR-TOL-B(WS-SR-I)
               MOVE -1 TO WS-SR-MOVE-B
           END-IF

           MOVE "N" TO WS-SR-VIOL
           EVALUATE TRIM(WS-SR-REL(WS-SR-I))
               WHEN "SAME"
                   IF WS-SR-MOVE-A * WS-SR-MOVE-B < 0
                       MOVE "Y" TO WS-SR-VIOL
                   END-IF
               WHEN "OPPOSITE"
                   IF WS-SR-MOVE-A * WS-SR-MOVE-B > 0
                       MOVE "Y" TO WS-SR-VIOL
                   END-IF
               WHEN "COUPLED"
                   IF WS-SR-MOVE-A NOT = 0
                   AND WS-SR-MOVE-B = 0
                       MOVE "Y" TO WS-SR-VIOL
                   END-IF
           END-EVALUATE
           IF WS-SR-VIOL NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SR-FLAGS
           MOVE WS-SR-DA TO WS-SR-NUM-A
           MOVE WS-SR-DB TO WS-SR-NUM-B
           DISPLAY "    !! regula " TRIM(WS-SR-ID(WS-SR-I))
               " (" TRIM(WS-SR-REL(WS-SR-I)) ") w "
               TRIM(WS-FILE-ID) ": zmiana "
               TRIM(WS-SR-NUM-A) " / " TRIM(WS-SR-NUM-B)
           MOVE SPACES TO WS-ANOM-TYPE
           STRING "consistency:" TRIM(WS-SR-ID(WS-SR-I))
               DELIMITED SIZE INTO WS-ANOM-TYPE
           END-STRING
           MOVE WS-SR-NUM-A TO WS-ANOM-READING
           MOVE WS-SR-SEV(WS-SR-I) TO WS-ANOM-SEV
           PERFORM WRITE-ANOMALY-EVENT
           IF WS-SR-ACTION(WS-SR-I) = "WO"
           AND WS-SR-WO-DONE = "N"
               PERFORM OPEN-OR-RECUR-WORKORDER
               MOVE "Y" TO WS-SR-WO-DONE
           END-IF
           .

      *> ============================================================
      *> SENSOR-TREND-REPORT: tonight vs previous runs - newly
      *> failing, recovered, and sensors failing several nights
      *> in a row (replacement candidates). Tonight's anomalies
      *> are the in-memory flag list; earlier runs are read by
      *> key (sensor, run) and the previous run's anomalies by
      *> the alternate key (run, "Y").
      *> ============================================================
       SENSOR-TREND-REPORT.
           IF WS-SH-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-TH-RUN-CT < 2
               DISPLAY "  Trend: za malo przebiegow ("
                   WS-TH-RUN-CT ")"
           MOVE 0 TO WS-TH-NEW-CT
           MOVE "--- Newly failing ---" TO TREND-REC
           WRITE TREND-REC
           MOVE WS-TH-RUN-CT TO WS-TH-P
           SUBTRACT 1 FROM WS-TH-P
           PERFORM VARYING WS-TH-J FROM 1 BY 1
               UNTIL WS-TH-J > WS-FLAG-COUNT
               MOVE WS-FLAG-ID(WS-TH-J) TO WS-TH-FLD2
               MOVE WS-TH-P TO WS-TH-K
               PERFORM FIND-ID-IN-RUN
               IF WS-TH-FOUND = "N"
                   ADD 1 TO WS-TH-NEW-CT
           MOVE 0 TO WS-TH-REC-CT
           MOVE "--- Recovered ---" TO TREND-REC
           WRITE TREND-REC
           PERFORM LOAD-PREV-RUN-ANOMS
           PERFORM VARYING WS-TH-J FROM 1 BY 1
               UNTIL WS-TH-J > WS-TH-PREV-CT
               MOVE WS-TH-PREV-ID(WS-TH-J) TO WS-TH-FLD2
               MOVE WS-TH-RUN-CT TO WS-TH-K
               PERFORM FIND-ID-IN-RUN
               IF WS-TH-FOUND = "N"
           END-STRING
           WRITE TREND-REC
           PERFORM VARYING WS-TH-J FROM 1 BY 1
               UNTIL WS-TH-J > WS-FLAG-COUNT
               MOVE WS-FLAG-ID(WS-TH-J) TO WS-TH-FLD2
               PERFORM COUNT-FAIL-STREAK
               IF WS-TH-STREAK >= WS-TH-STREAK-MIN
                   ADD 1 TO WS-TH-CHRONIC-CT
               " -> " TRIM(WS-TREND-PATH)
           .

      *> -- Was WS-TH-FLD2 an anomaly in run WS-TH-K? Tonight's
      *> -- run (the last one) is answered from the flag list,
      *> -- earlier runs by a keyed read --
       FIND-ID-IN-RUN.
           MOVE "N" TO WS-TH-FOUND
           IF WS-TH-K < 1
               EXIT PARAGRAPH
           END-IF
           IF WS-TH-K = WS-TH-RUN-CT
               PERFORM VARYING WS-TH-I FROM 1 BY 1
                   UNTIL WS-TH-I > WS-FLAG-COUNT
                   OR WS-TH-FOUND = "Y"
                   IF WS-FLAG-ID(WS-TH-I) = WS-TH-FLD2
                       MOVE "Y" TO WS-TH-FOUND
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TH-FLD2 TO SH-SENSOR-ID
           MOVE WS-TH-RUN-DATE(WS-TH-K) TO SH-RUN-TS
           READ SENSOR-HIST-FILE KEY IS SH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF SH-ANOM = "Y"
               MOVE "Y" TO WS-TH-FOUND
           END-IF
           .

      *> -- Consecutive runs ending tonight with this id ANOM --
           END-PERFORM
           .

      *> -- Previous run's anomalous sensors, via the alternate
      *> -- key (run-ts, "Y") --
       LOAD-PREV-RUN-ANOMS.
           MOVE 0 TO WS-TH-PREV-CT
           MOVE WS-TH-RUN-DATE(WS-TH-P) TO SH-RUN-TS-ALT
           MOVE "Y" TO SH-ANOM
           START SENSOR-HIST-FILE
               KEY IS EQUAL TO SH-RUN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-TH-EOF
           PERFORM UNTIL WS-TH-EOF = "Y"
               READ SENSOR-HIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TH-EOF
                   NOT AT END
                       IF SH-RUN-TS-ALT NOT =
                          WS-TH-RUN-DATE(WS-TH-P)
                       OR SH-ANOM NOT = "Y"
                       OR WS-TH-PREV-CT >= WS-TH-PREV-MAX
                           MOVE "Y" TO WS-TH-EOF
                       ELSE
                           ADD 1 TO WS-TH-PREV-CT
                           MOVE SH-SENSOR-ID TO
                               WS-TH-PREV-ID(WS-TH-PREV-CT)
                       END-IF
               END-READ
           END-PERFORM
           .

      *> ============================================================
           END-IF
           .

      *> ============================================================
      *> LOAD-SENSOR-RULES: read sensor_rules.dat; without it no
      *> consistency checks run
      *> ============================================================
       LOAD-SENSOR-RULES.
           MOVE 0 TO WS-SR-CT
           MOVE "N" TO WS-SR-EOF
           OPEN INPUT SENSOR-RULES-FILE
           IF WS-SR-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-SR-PATH)
                   " - bez regul spojnosci"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SR-EOF = "Y"
               READ SENSOR-RULES-FILE INTO WS-SR-LINE
                   AT END
                       MOVE "Y" TO WS-SR-EOF
                   NOT AT END
                       IF WS-SR-LINE(1:1) NOT = "#"
                       AND WS-SR-LINE NOT = SPACES
                       AND WS-SR-CT < 50
                           PERFORM PARSE-SR-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-RULES-FILE
           DISPLAY "  Reguly spojnosci: " WS-SR-CT
           .

      *> -- rule-id|type-a|type-b|relation|tol-a|tol-b|sev|action
       PARSE-SR-LINE.
           MOVE SPACES TO WS-SR-FLDS
           UNSTRING WS-SR-LINE DELIMITED BY "|"
               INTO WS-SR-FLD(1) WS-SR-FLD(2) WS-SR-FLD(3)
                    WS-SR-FLD(4) WS-SR-FLD(5) WS-SR-FLD(6)
                    WS-SR-FLD(7) WS-SR-FLD(8)
           END-UNSTRING
           IF WS-SR-FLD(1) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE UPPER-CASE(TRIM(WS-SR-FLD(4))) TO WS-SR-FLD(4)
           IF WS-SR-FLD(4) NOT = "SAME"
           AND WS-SR-FLD(4) NOT = "OPPOSITE"
           AND WS-SR-FLD(4) NOT = "COUPLED"
               DISPLAY "  UWAGA: regula " TRIM(WS-SR-FLD(1))
                   " - nieznana relacja " TRIM(WS-SR-FLD(4))
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SR-FLD(2) TO WS-SR-TYPE
           PERFORM SENSOR-TYPE-COLUMN
           IF WS-SR-COL = 0
               DISPLAY "  UWAGA: regula " TRIM(WS-SR-FLD(1))
                   " - nieznany typ " TRIM(WS-SR-FLD(2))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-CT
           MOVE WS-SR-COL TO WS-SR-COL-A(WS-SR-CT)
           MOVE WS-SR-FLD(3) TO WS-SR-TYPE
           PERFORM SENSOR-TYPE-COLUMN
           IF WS-SR-COL = 0
               DISPLAY "  UWAGA: regula " TRIM(WS-SR-FLD(1))
                   " - nieznany typ " TRIM(WS-SR-FLD(3))
               SUBTRACT 1 FROM WS-SR-CT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SR-COL TO WS-SR-COL-B(WS-SR-CT)
           MOVE TRIM(WS-SR-FLD(1)) TO WS-SR-ID(WS-SR-CT)
           MOVE WS-SR-FLD(4) TO WS-SR-REL(WS-SR-CT)
           MOVE 0 TO WS-SR-TOL-A(WS-SR-CT)
           IF WS-SR-FLD(5) NOT = SPACES
           AND TEST-NUMVAL(WS-SR-FLD(5)) = 0
               COMPUTE WS-SR-TOL-A(WS-SR-CT) =
                   NUMVAL(WS-SR-FLD(5))
           END-IF
      *>   Blank tol-b = same tolerance as tol-a
           MOVE WS-SR-TOL-A(WS-SR-CT) TO WS-SR-TOL-B(WS-SR-CT)
           IF WS-SR-FLD(6) NOT = SPACES
           AND TEST-NUMVAL(WS-SR-FLD(6)) = 0
               COMPUTE WS-SR-TOL-B(WS-SR-CT) =
                   NUMVAL(WS-SR-FLD(6))
           END-IF
           MOVE UPPER-CASE(TRIM(WS-SR-FLD(7)))
               TO WS-SR-SEV(WS-SR-CT)
           IF WS-SR-SEV(WS-SR-CT) = SPACES
               MOVE "MED" TO WS-SR-SEV(WS-SR-CT)
           END-IF
           MOVE UPPER-CASE(TRIM(WS-SR-FLD(8)))
               TO WS-SR-ACTION(WS-SR-CT)
           .

      *> -- Value column of a sensor type (VAL-line order) --
       SENSOR-TYPE-COLUMN.
           EVALUATE TRIM(WS-SR-TYPE)
               WHEN "temperature_K"      MOVE 1 TO WS-SR-COL
               WHEN "pressure_bar"       MOVE 2 TO WS-SR-COL
               WHEN "water_level_meters" MOVE 3 TO WS-SR-COL
               WHEN "voltage_supply_v"   MOVE 4 TO WS-SR-COL
               WHEN "humidity_percent"   MOVE 5 TO WS-SR-COL
               WHEN OTHER                MOVE 0 TO WS-SR-COL
           END-EVALUATE
           .

      *> ============================================================
      *> LOOKUP-SENSOR-RANGE: master entry for WS-RNG-TYPE whose
      *> ID pattern matches WS-FILE-ID ("*" = any, otherwise a
           DISPLAY "  Unique notes: "
               TRIM(WS-DISP-NUM)

      *>   Step 2: Classify in batches, system prompt version in
      *>   force from the prompt library
           MOVE "S03E01-NOTES-SYSTEM" TO WS-PLIB-NAME
           MOVE "J" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           MOVE WS-PLIB-NAME TO WS-APICOST-PROMPT
           MOVE WS-PLIB-VERSION TO WS-APICOST-PVER
           MOVE 0 TO WS-LLM-CALLS
           MOVE 0 TO WS-NOTE-FLAG-CT
           MOVE 1 TO WS-BATCH-START
               COMPUTE WS-BATCH-START =
                   WS-BATCH-END + 1
           END-PERFORM
           PERFORM LLM-CACHE-REPORT

      *>   Step 3: Map back to file IDs
           PERFORM MAP-NOTES-TO-FILES
               WITH POINTER WS-PTR
           END-STRING

           IF WS-PLIB-FOUND = "Y"
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN)
                   TO WS-REQ-JSON(WS-PTR:WS-PLIB-TLEN)
               ADD WS-PLIB-TLEN TO WS-PTR
           ELSE
               PERFORM BUILD-NOTES-SYSTEM-BUILTIN
           END-IF

      *>   Close system, open user
           STRING
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
               INTO WS-CMD
           END-STRING

      *>   The same batch of notes asked within the cache TTL
      *>   gets the stored answer instead of a new call
           MOVE "req.json" TO WS-LLMC-REQ-PATH
           MOVE "resp.tmp" TO WS-LLMC-RESP-PATH
           MOVE WS-LLM-ACT-MODEL TO WS-LLMC-MODEL
           PERFORM LLM-CACHE-LOOKUP
           IF WS-LLMC-HIT NOT = "Y"
               CALL "SYSTEM" USING WS-CMD
           END-IF

      *>   Parse response
           MOVE "resp.tmp"
           PERFORM LLM-NOTE-RESULT
           MOVE "work.tmp"
               TO WS-WORK-PATH
           IF WS-LLMC-HIT NOT = "Y"
               MOVE WS-LLM-USED-NAME TO WS-APICOST-PROVIDER
               COMPUTE WS-APICOST-REQBYTES = WS-PTR - 1
               MOVE WS-JLEN TO WS-APICOST-RESPBYTES
               MOVE WS-JBUF TO WS-APICOST-SCAN-BUF
               PERFORM LOG-API-USAGE
           END-IF

      *>   Extract content
           MOVE "content"
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL

      *>   Only a usable answer is kept for the next night
           IF WS-LLMC-HIT NOT = "Y"
           AND WS-LLM-TALLY = 0
           AND TRIM(WS-JVAL) NOT = SPACES
               PERFORM LLM-CACHE-STORE
           END-IF

      *>   Parse classifications from content
           PERFORM PARSE-CLASSIFICATIONS
           .

      *> -- Built-in note classification instructions (JSON-
      *> -- ready), used when the prompt library has none --
       BUILD-NOTES-SYSTEM-BUILTIN.
           STRING
               "You classify nuclear "
               "power plant operator "
               "notes. For each note,"
               " decide:"
               WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           STRING
               "- ok = operator says "
               "everything is fine, "
               "normal, stable, "
               "within range"
               WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           STRING
               "- problem = any issue"
               ", error, anomaly, "
               "warning, malfunction,"
               " unusual reading"
               WS-NL WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           STRING
               "Also rate your "
               "confidence in each "
               "call as high or low"
               " -- use low for "
               "ambiguous/borderline"
               " notes where ok vs "
               "problem is unclear."
               WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           STRING
               "Respond ONLY with a "
               "JSON object mapping "
               "note number to "
               "class|confidence."
               WS-NL
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING

           STRING
               "Example: {"
               X"5C" WS-QT "1"
               X"5C" WS-QT ":"
               X"5C" WS-QT "ok|high"
               X"5C" WS-QT ","
               X"5C" WS-QT "2"
               X"5C" WS-QT ":"
               X"5C" WS-QT "problem|low"
               X"5C" WS-QT "}"
               DELIMITED SIZE
               INTO WS-REQ-JSON
               WITH POINTER WS-PTR
           END-STRING
           .

      *> ============================================================
      *> PARSE-CLASSIFICATIONS: Parse LLM JSON
      *> response and update WS-UNIQ-CLASS
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o hub_resp.tmp"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Response: "
               TRIM(WS-JBUF)(1:500)
           MOVE WS-ANS-BUF TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           MOVE 0 TO WS-TALLY-CNT
           IF WS-JLEN > 0
       COPY CTLREC-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY PROMPTLIB-PROC.
       COPY LLMCACHE-PROC.
