      *> 2. Phase 2 (40s): start -> queue weather+turbinecheck ->
      *>    event-driven poll -> classify -> queue unlock codes ->
      *>    poll codes -> batch config -> done
      *> 3. Each night's forecast slots are archived with their
      *>    lead time (windpower_forecast_archive.dat) and scored
      *>    against observed wind (windpower_observed.dat) in
      *>    windpower_forecast_accuracy.txt: class hit rate and
      *>    wind error by lead time, wrong calls per forecast
      *>    class, energy lost to bad forecasts on the power curve
      *>    and how many days ahead the schedule can be trusted.
      *>    WINDPOWER_MODE=ACCURACY only rebuilds that report.
      *>    Each archived slot carries the storm and production
      *>    thresholds the LLM gave that night, and its observed
      *>    wind is classified with those (rows archived without
      *>    them use tonight's).
      *>    The newest 2000 observations are scored; an older
      *>    surplus is left out and the run ends WARN
      *>    DATA-TRUNCATED.
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
           SELECT TURB-STATUS-FILE ASSIGN TO WS-TSTAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSTAT-FS.
           SELECT FC-ARCHIVE-FILE ASSIGN TO WS-FA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FA-FS.
           SELECT OBSERVED-FILE ASSIGN TO WS-OB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OB-FS.
           SELECT ACCURACY-FILE ASSIGN TO WS-AC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AC-FS.

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

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  TURB-STATUS-FILE.
       01  TURB-STATUS-REC         PIC X(150).

       FD  FC-ARCHIVE-FILE.
       01  FC-ARCHIVE-REC          PIC X(100).

       FD  OBSERVED-FILE.
       01  OBSERVED-REC            PIC X(100).

       FD  ACCURACY-FILE.
       01  ACCURACY-REC            PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(100).
       01  WS-OPENAI-KEY           PIC X(200).
       01  WS-WARN-ENV             PIC X(5).
       01  WS-NUM-INT              PIC 9(5).

      *> -- Forecast archive: every night's forecast slots with
      *> -- run date and lead time in days
      *> -- (run-date|timestamp|lead|wind|class), scored later
      *> -- against observed wind (timestamp|wind-ms) --
       01  WS-FA-PATH              PIC X(100) VALUE
           "windpower_forecast_archive.dat".
       01  WS-FA-FS                PIC XX.
       01  WS-OB-PATH              PIC X(100) VALUE
           "windpower_observed.dat".
       01  WS-OB-FS                PIC XX.
       01  WS-AC-PATH              PIC X(100) VALUE
           "windpower_forecast_accuracy.txt".
       01  WS-AC-FS                PIC XX.
       01  WS-WP-MODE              PIC X(10).
       01  WS-FA-EOF               PIC X.
       01  WS-FA-LINE              PIC X(100).
       01  WS-FA-F1                PIC X(20).
       01  WS-FA-F2                PIC X(20).
       01  WS-FA-F3                PIC X(20).
       01  WS-FA-F4                PIC X(20).
       01  WS-FA-F5                PIC X(20).
       01  WS-FA-F6                PIC X(20).
       01  WS-FA-F7                PIC X(20).
       01  WS-FA-STORM             PIC 9(3)V9.
       01  WS-FA-MINPROD           PIC 9(3)V9.
       01  WS-FA-STORM-FMT         PIC ZZ9.9.
       01  WS-FA-MINPROD-FMT       PIC ZZ9.9.
       01  WS-FA-RUN-DATE          PIC X(8).
       01  WS-FA-SLOT-DATE         PIC X(8).
       01  WS-FA-LEAD              PIC S9(3).
       01  WS-FA-LEAD-FMT          PIC -(3)9.
       01  WS-FA-CLASS             PIC X(12).
       01  WS-FA-WIND              PIC 9(3)V9.
       01  WS-FA-DONE-CT           PIC 9(3) VALUE 0.
       01  WS-FA-DONE-TABLE.
           05  WS-FA-DONE-TS OCCURS 100 TIMES
                                   PIC X(20).
       01  WS-FA-J                 PIC 9(3).
       01  WS-FA-NEW               PIC X.
       01  WS-FA-ADDED             PIC 9(3) VALUE 0.
       01  WS-OB-MAX               PIC 9(4) VALUE 2000.
       01  WS-OB-CT                PIC 9(4) VALUE 0.
       01  WS-OB-TABLE.
           05  WS-OB-ENT OCCURS 2000 TIMES.
               10  WS-OB-TS        PIC X(16).
               10  WS-OB-WIND      PIC 9(3)V9.
       01  WS-OB-I                 PIC 9(4).
       01  WS-OB-SLOT              PIC 9(4).
       01  WS-OB-DROPPED           PIC 9(5) VALUE 0.
       01  WS-OB-HIT               PIC 9(4).
       01  WS-OB-KEY               PIC X(16).
      *>   Lead buckets 0..6 days, bucket 8 = 7 days and more;
      *>   per bucket the three forecast classes below
       01  WS-AC-LEAD-TABLE.
           05  WS-AC-LEAD OCCURS 8 TIMES.
               10  WS-AC-SCORED    PIC 9(5).
               10  WS-AC-HITS      PIC 9(5).
               10  WS-AC-ERR-SUM   PIC 9(7)V9.
               10  WS-AC-LOST      PIC 9(8).
               10  WS-AC-CLS OCCURS 3 TIMES.
                   15  WS-AC-CLS-CT    PIC 9(5).
                   15  WS-AC-CLS-WRONG PIC 9(5).
       01  WS-AC-CLASS-NAMES.
           05  FILLER              PIC X(12) VALUE "storm".
           05  FILLER              PIC X(12) VALUE "productive".
           05  FILLER              PIC X(12) VALUE "idle".
       01  WS-AC-CLASS-TBL REDEFINES WS-AC-CLASS-NAMES.
           05  WS-AC-CLASS-NM OCCURS 3 TIMES
                                   PIC X(12).
       01  WS-AC-L                 PIC 9(2).
       01  WS-AC-C                 PIC 9(2).
       01  WS-AC-ARCHIVED          PIC 9(6) VALUE 0.
       01  WS-AC-TOT-SCORED        PIC 9(6) VALUE 0.
       01  WS-AC-UNSCORED          PIC 9(6) VALUE 0.
       01  WS-AC-TOT-LOST          PIC 9(9) VALUE 0.
       01  WS-AC-ACT-CLASS         PIC X(12).
       01  WS-AC-ERR               PIC 9(3)V9.
       01  WS-AC-PCT               PIC 9(3).
       01  WS-AC-AVG-ERR           PIC Z9.9.
       01  WS-AC-LEAD-TXT          PIC X(3).
       01  WS-AC-TRUST-PCT         PIC 9(3) VALUE 80.
       01  WS-AC-TRUST-ENV         PIC X(5).
       01  WS-AC-TRUST-DAYS        PIC S9(2).
       01  WS-AC-TRUST-FMT         PIC -9.
       01  WS-AC-STOP              PIC X.
       01  WS-AC-KW-OPT            PIC 9(6).
       01  WS-AC-KW-GOT            PIC 9(6).
       01  WS-AC-Q-WIND            PIC 9(3)V9 COMP-3.
       01  WS-AC-Q-PITCH           PIC 9(3).
       01  WS-AC-Q-KW              PIC 9(6).
       01  WS-AC-TS                PIC X(21).

      *> -- Forecast parsing helpers --
       01  WS-FP-POS               PIC 9(5).
       01  WS-FP-START             PIC 9(5).
               FROM ENVIRONMENT "OPENAI_API_URL"
           PERFORM LLM-LOAD-SECONDARY

      *>   WINDPOWER_MODE=ACCURACY only rescores the forecast
      *>   archive against observed wind - no keys, no network
           ACCEPT WS-WP-MODE
               FROM ENVIRONMENT "WINDPOWER_MODE"
           IF TRIM(WS-WP-MODE) = "ACCURACY"
               PERFORM WRITE-ACCURACY-REPORT
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "accuracy: scored=" WS-AC-TOT-SCORED
                   " unscored=" WS-AC-UNSCORED
                   " lost=" WS-AC-TOT-LOST "kW"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               IF WS-OB-DROPPED > 0
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "DATA-TRUNCATED" TO WS-RUNLOG-REASON
                   MOVE SPACES TO WS-RUNLOG-RESULT
                   STRING
                       "accuracy: scored=" WS-AC-TOT-SCORED
                       " unscored=" WS-AC-UNSCORED
                       " obs-dropped=" WS-OB-DROPPED
                       DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                   END-STRING
               END-IF
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
               PERFORM PHASE2-EXECUTE
           END-PERFORM

      *>   Outside the timed window: archive tonight's forecast
      *>   and rescore the archive
           PERFORM ARCHIVE-FORECAST
           PERFORM WRITE-ACCURACY-REPORT

           DISPLAY " "
           IF WS-FLAG-FOUND = "Y"
               DISPLAY ">>> FLAG FOUND <<<"
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE "completed successfully"
                   TO WS-RUNLOG-RESULT
               IF WS-OB-DROPPED > 0
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "DATA-TRUNCATED" TO WS-RUNLOG-REASON
                   MOVE SPACES TO WS-RUNLOG-RESULT
                   STRING
                       "completed successfully; oldest observed"
                       " wind left unscored=" WS-OB-DROPPED
                       DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                   END-STRING
               END-IF
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
               NUMVAL(WS-PC-F4)
           .

      *> ============================================================
      *> ARCHIVE-FORECAST: append tonight's forecast slots to the
      *> archive with run date and lead time in days. A slot
      *> already archived under today's run date (a retried phase
      *> or a second run the same day) is not written twice.
      *> ============================================================
       ARCHIVE-FORECAST.
           IF WS-FC-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FA-RUN-DATE

           MOVE 0 TO WS-FA-DONE-CT
           MOVE "N" TO WS-FA-EOF
           OPEN INPUT FC-ARCHIVE-FILE
           IF WS-FA-FS = "00"
               PERFORM UNTIL WS-FA-EOF = "Y"
                   READ FC-ARCHIVE-FILE INTO WS-FA-LINE
                       AT END
                           MOVE "Y" TO WS-FA-EOF
                       NOT AT END
                           IF WS-FA-LINE(1:8) = WS-FA-RUN-DATE
                           AND WS-FA-DONE-CT < 100
                               MOVE SPACES TO WS-FA-F1 WS-FA-F2
                               UNSTRING WS-FA-LINE
                                   DELIMITED BY "|"
                                   INTO WS-FA-F1 WS-FA-F2
                               END-UNSTRING
                               ADD 1 TO WS-FA-DONE-CT
                               MOVE WS-FA-F2
                                   TO WS-FA-DONE-TS(WS-FA-DONE-CT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FC-ARCHIVE-FILE
           END-IF

           OPEN EXTEND FC-ARCHIVE-FILE
           IF WS-FA-FS NOT = "00"
               OPEN OUTPUT FC-ARCHIVE-FILE
           END-IF
           IF WS-FA-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-FA-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FA-ADDED
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-FC-COUNT
               PERFORM ARCHIVE-ONE-SLOT
           END-PERFORM
           CLOSE FC-ARCHIVE-FILE
           DISPLAY "  Archiwum prognoz: +" WS-FA-ADDED
               " slotow -> " TRIM(WS-FA-PATH)
           .

       ARCHIVE-ONE-SLOT.
           MOVE "Y" TO WS-FA-NEW
           PERFORM VARYING WS-FA-J FROM 1 BY 1
               UNTIL WS-FA-J > WS-FA-DONE-CT
               IF WS-FA-DONE-TS(WS-FA-J) = WS-FC-TS(WS-I)
                   MOVE "N" TO WS-FA-NEW
               END-IF
           END-PERFORM
           IF WS-FA-NEW = "N"
               EXIT PARAGRAPH
           END-IF

      *>   Slot date YYYY-MM-DD -> lead days from the run date
           MOVE SPACES TO WS-FA-SLOT-DATE
           STRING
               WS-FC-TS(WS-I)(1:4)
               WS-FC-TS(WS-I)(6:2)
               WS-FC-TS(WS-I)(9:2)
               DELIMITED SIZE
               INTO WS-FA-SLOT-DATE
           END-STRING
           IF WS-FA-SLOT-DATE IS NOT NUMERIC
           OR TEST-DATE-YYYYMMDD(NUMVAL(WS-FA-SLOT-DATE)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FA-LEAD =
               INTEGER-OF-DATE(NUMVAL(WS-FA-SLOT-DATE))
             - INTEGER-OF-DATE(NUMVAL(WS-FA-RUN-DATE))
           MOVE WS-FA-LEAD TO WS-FA-LEAD-FMT
           MOVE WS-FC-WIND(WS-I) TO WS-WIND-FMT
           MOVE WS-STORM-THRESH TO WS-FA-STORM-FMT
           MOVE WS-MIN-PROD-WIND TO WS-FA-MINPROD-FMT

           MOVE SPACES TO FC-ARCHIVE-REC
           STRING
               WS-FA-RUN-DATE "|"
               TRIM(WS-FC-TS(WS-I)) "|"
               TRIM(WS-FA-LEAD-FMT) "|"
               TRIM(WS-WIND-FMT) "|"
               TRIM(WS-FC-CLASS(WS-I)) "|"
               TRIM(WS-FA-STORM-FMT) "|"
               TRIM(WS-FA-MINPROD-FMT)
               DELIMITED SIZE
               INTO FC-ARCHIVE-REC
           END-STRING
           WRITE FC-ARCHIVE-REC
           ADD 1 TO WS-FA-ADDED
           .

      *> ============================================================
      *> WRITE-ACCURACY-REPORT: score every archived forecast slot
      *> that has an observed wind reading. The observed wind is
      *> classified with the storm/production thresholds archived
      *> with the slot (the ones its forecast was made with); the
      *> energy lost is what the best pitch for the forecast wind
      *> (parked on a storm call) gives at the observed wind,
      *> against the best the power curve allowed at that wind.
      *> ============================================================
       WRITE-ACCURACY-REPORT.
           INITIALIZE WS-AC-LEAD-TABLE
           MOVE 0 TO WS-AC-ARCHIVED WS-AC-TOT-SCORED
                     WS-AC-UNSCORED WS-AC-TOT-LOST

           MOVE SPACES TO WS-AC-TRUST-ENV
           ACCEPT WS-AC-TRUST-ENV
               FROM ENVIRONMENT "WIND_TRUST_PCT"
           IF WS-AC-TRUST-ENV NOT = SPACES
           AND TRIM(WS-AC-TRUST-ENV) IS NUMERIC
               COMPUTE WS-AC-TRUST-PCT = NUMVAL(WS-AC-TRUST-ENV)
           END-IF

           PERFORM LOAD-OBSERVED-WIND
           PERFORM LOAD-POWER-CURVE

           MOVE "N" TO WS-FA-EOF
           OPEN INPUT FC-ARCHIVE-FILE
           IF WS-FA-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-FA-PATH)
                   " - raport trafnosci pominiety"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FA-EOF = "Y"
               READ FC-ARCHIVE-FILE INTO WS-FA-LINE
                   AT END
                       MOVE "Y" TO WS-FA-EOF
                   NOT AT END
                       IF WS-FA-LINE(1:1) NOT = "#"
                       AND WS-FA-LINE NOT = SPACES
                           PERFORM SCORE-ARCHIVE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FC-ARCHIVE-FILE

           OPEN OUTPUT ACCURACY-FILE
           IF WS-AC-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-AC-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AC-TS
           MOVE "=== Forecast accuracy (forecast vs observed) ==="
               TO ACCURACY-REC
           WRITE ACCURACY-REC
           MOVE SPACES TO ACCURACY-REC
           STRING
               WS-AC-TS(1:14)
               " archived=" WS-AC-ARCHIVED
               " scored=" WS-AC-TOT-SCORED
               " no-observation=" WS-AC-UNSCORED
               DELIMITED SIZE
               INTO ACCURACY-REC
           END-STRING
           WRITE ACCURACY-REC

           MOVE "-- By lead time --" TO ACCURACY-REC
           WRITE ACCURACY-REC
           PERFORM VARYING WS-AC-L FROM 1 BY 1
               UNTIL WS-AC-L > 8
               IF WS-AC-SCORED(WS-AC-L) > 0
                   PERFORM WRITE-ACCURACY-LEAD-LINE
               END-IF
           END-PERFORM

           MOVE "-- By forecast class --" TO ACCURACY-REC
           WRITE ACCURACY-REC
           PERFORM VARYING WS-AC-C FROM 1 BY 1
               UNTIL WS-AC-C > 3
               PERFORM VARYING WS-AC-L FROM 1 BY 1
                   UNTIL WS-AC-L > 8
                   IF WS-AC-CLS-CT(WS-AC-L, WS-AC-C) > 0
                       PERFORM WRITE-ACCURACY-CLASS-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO ACCURACY-REC
           STRING
               "-- Energy lost to bad forecasts: "
               WS-AC-TOT-LOST "kW over "
               WS-AC-TOT-SCORED " scored slots --"
               DELIMITED SIZE
               INTO ACCURACY-REC
           END-STRING
           WRITE ACCURACY-REC

      *>   Trust horizon: longest run of lead days from 0 whose
      *>   class hit rate stays at or above the threshold
           MOVE -1 TO WS-AC-TRUST-DAYS
           MOVE "N" TO WS-AC-STOP
           PERFORM VARYING WS-AC-L FROM 1 BY 1
               UNTIL WS-AC-L > 8
               OR WS-AC-STOP = "Y"
               IF WS-AC-SCORED(WS-AC-L) = 0
                   MOVE "Y" TO WS-AC-STOP
               ELSE
                   COMPUTE WS-AC-PCT =
                       WS-AC-HITS(WS-AC-L) * 100
                       / WS-AC-SCORED(WS-AC-L)
                   IF WS-AC-PCT < WS-AC-TRUST-PCT
                       MOVE "Y" TO WS-AC-STOP
                   ELSE
                       COMPUTE WS-AC-TRUST-DAYS = WS-AC-L - 1
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO ACCURACY-REC
           IF WS-AC-TRUST-DAYS < 0
               STRING
                   "Schedule cannot be trusted even for the "
                   "same night (class hit < "
                   WS-AC-TRUST-PCT "% or no observations)"
                   DELIMITED SIZE
                   INTO ACCURACY-REC
               END-STRING
           ELSE
               MOVE WS-AC-TRUST-DAYS TO WS-AC-TRUST-FMT
               STRING
                   "Schedule can be trusted up to "
                   TRIM(WS-AC-TRUST-FMT)
                   " day(s) ahead (class hit >= "
                   WS-AC-TRUST-PCT "%)"
                   DELIMITED SIZE
                   INTO ACCURACY-REC
               END-STRING
           END-IF
           WRITE ACCURACY-REC
           CLOSE ACCURACY-FILE
           DISPLAY "  Trafnosc prognoz: ocenione="
               WS-AC-TOT-SCORED " strata="
               WS-AC-TOT-LOST "kW -> " TRIM(WS-AC-PATH)
           .

      *> -- One archive row (run-date|timestamp|lead|wind|class|
      *> -- storm-threshold|min-production-wind) against the
      *> -- observed wind for the same slot --
       SCORE-ARCHIVE-LINE.
           MOVE SPACES TO WS-FA-F1 WS-FA-F2 WS-FA-F3
                          WS-FA-F4 WS-FA-F5 WS-FA-F6
                          WS-FA-F7
           UNSTRING WS-FA-LINE DELIMITED BY "|"
               INTO WS-FA-F1 WS-FA-F2 WS-FA-F3
                    WS-FA-F4 WS-FA-F5 WS-FA-F6
                    WS-FA-F7
           END-UNSTRING
           IF TEST-NUMVAL(WS-FA-F3) NOT = 0
           OR TEST-NUMVAL(WS-FA-F4) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FA-LEAD = NUMVAL(WS-FA-F3)
           IF WS-FA-LEAD < 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AC-ARCHIVED
           COMPUTE WS-FA-WIND = NUMVAL(WS-FA-F4)
           MOVE WS-FA-F5 TO WS-FA-CLASS
           MOVE WS-STORM-THRESH TO WS-FA-STORM
           MOVE WS-MIN-PROD-WIND TO WS-FA-MINPROD
           IF WS-FA-F6 NOT = SPACES
           AND TEST-NUMVAL(WS-FA-F6) = 0
               COMPUTE WS-FA-STORM = NUMVAL(WS-FA-F6)
           END-IF
           IF WS-FA-F7 NOT = SPACES
           AND TEST-NUMVAL(WS-FA-F7) = 0
               COMPUTE WS-FA-MINPROD = NUMVAL(WS-FA-F7)
           END-IF

           MOVE WS-FA-F2(1:16) TO WS-OB-KEY
           INSPECT WS-OB-KEY REPLACING ALL "T" BY " "
           MOVE 0 TO WS-OB-HIT
           PERFORM VARYING WS-OB-I FROM 1 BY 1
               UNTIL WS-OB-I > WS-OB-CT
               OR WS-OB-HIT > 0
               IF WS-OB-TS(WS-OB-I) = WS-OB-KEY
                   MOVE WS-OB-I TO WS-OB-HIT
               END-IF
           END-PERFORM
           IF WS-OB-HIT = 0
               ADD 1 TO WS-AC-UNSCORED
               EXIT PARAGRAPH
           END-IF

           IF WS-FA-LEAD > 7
               MOVE 8 TO WS-AC-L
           ELSE
               COMPUTE WS-AC-L = WS-FA-LEAD + 1
           END-IF
           PERFORM VARYING WS-AC-C FROM 1 BY 1
               UNTIL WS-AC-C > 3
               OR WS-AC-CLASS-NM(WS-AC-C) = WS-FA-CLASS
               CONTINUE
           END-PERFORM

      *>   Observed class with the thresholds of that night
           IF WS-OB-WIND(WS-OB-HIT) > WS-FA-STORM
               MOVE "storm" TO WS-AC-ACT-CLASS
           ELSE
               IF WS-OB-WIND(WS-OB-HIT) >= WS-FA-MINPROD
                   MOVE "productive" TO WS-AC-ACT-CLASS
               ELSE
                   MOVE "idle" TO WS-AC-ACT-CLASS
               END-IF
           END-IF

           ADD 1 TO WS-AC-TOT-SCORED
           ADD 1 TO WS-AC-SCORED(WS-AC-L)
           IF WS-AC-ACT-CLASS = WS-FA-CLASS
               ADD 1 TO WS-AC-HITS(WS-AC-L)
           END-IF
           IF WS-AC-C <= 3
               ADD 1 TO WS-AC-CLS-CT(WS-AC-L, WS-AC-C)
               IF WS-AC-ACT-CLASS NOT = WS-FA-CLASS
                   ADD 1 TO WS-AC-CLS-WRONG(WS-AC-L, WS-AC-C)
               END-IF
           END-IF
           IF WS-FA-WIND > WS-OB-WIND(WS-OB-HIT)
               COMPUTE WS-AC-ERR =
                   WS-FA-WIND - WS-OB-WIND(WS-OB-HIT)
           ELSE
               COMPUTE WS-AC-ERR =
                   WS-OB-WIND(WS-OB-HIT) - WS-FA-WIND
           END-IF
           ADD WS-AC-ERR TO WS-AC-ERR-SUM(WS-AC-L)

      *>   Energy: best possible at the observed wind (parked in a
      *>   storm) against what the forecast-driven pitch gave
           MOVE 0 TO WS-AC-KW-OPT
           MOVE 0 TO WS-AC-KW-GOT
           IF WS-AC-ACT-CLASS NOT = "storm"
               MOVE WS-OB-WIND(WS-OB-HIT) TO WS-AC-Q-WIND
               PERFORM CURVE-BEST-FOR-WIND
               MOVE WS-AC-Q-KW TO WS-AC-KW-OPT
               IF WS-FA-CLASS NOT = "storm"
                   MOVE WS-FA-WIND TO WS-AC-Q-WIND
                   PERFORM CURVE-BEST-FOR-WIND
                   MOVE WS-OB-WIND(WS-OB-HIT) TO WS-AC-Q-WIND
                   PERFORM CURVE-KW-AT-PITCH
                   MOVE WS-AC-Q-KW TO WS-AC-KW-GOT
               END-IF
           END-IF
           IF WS-AC-KW-OPT > WS-AC-KW-GOT
               ADD WS-AC-KW-OPT TO WS-AC-LOST(WS-AC-L)
               SUBTRACT WS-AC-KW-GOT FROM WS-AC-LOST(WS-AC-L)
               ADD WS-AC-KW-OPT TO WS-AC-TOT-LOST
               SUBTRACT WS-AC-KW-GOT FROM WS-AC-TOT-LOST
           END-IF
           .

      *> -- Best pitch and output for WS-AC-Q-WIND on the curve --
       CURVE-BEST-FOR-WIND.
           MOVE 0 TO WS-AC-Q-KW
           MOVE 0 TO WS-AC-Q-PITCH
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-CT
               IF WS-AC-Q-WIND >= WS-PC-WMIN(WS-PC-I)
               AND WS-AC-Q-WIND <= WS-PC-WMAX(WS-PC-I)
               AND WS-PC-KW(WS-PC-I) > WS-AC-Q-KW
                   MOVE WS-PC-KW(WS-PC-I) TO WS-AC-Q-KW
                   MOVE WS-PC-PITCH(WS-PC-I) TO WS-AC-Q-PITCH
               END-IF
           END-PERFORM
           .

      *> -- Output of pitch WS-AC-Q-PITCH at WS-AC-Q-WIND --
       CURVE-KW-AT-PITCH.
           MOVE 0 TO WS-AC-Q-KW
           PERFORM VARYING WS-PC-I FROM 1 BY 1
               UNTIL WS-PC-I > WS-PC-CT
               IF WS-AC-Q-WIND >= WS-PC-WMIN(WS-PC-I)
               AND WS-AC-Q-WIND <= WS-PC-WMAX(WS-PC-I)
               AND WS-PC-PITCH(WS-PC-I) = WS-AC-Q-PITCH
                   MOVE WS-PC-KW(WS-PC-I) TO WS-AC-Q-KW
               END-IF
           END-PERFORM
           .

       WRITE-ACCURACY-LEAD-LINE.
           PERFORM SET-ACCURACY-LEAD-TXT
           COMPUTE WS-AC-PCT =
               WS-AC-HITS(WS-AC-L) * 100
               / WS-AC-SCORED(WS-AC-L)
           COMPUTE WS-AC-AVG-ERR ROUNDED =
               WS-AC-ERR-SUM(WS-AC-L)
               / WS-AC-SCORED(WS-AC-L)
           MOVE SPACES TO ACCURACY-REC
           STRING
               "  lead=" WS-AC-LEAD-TXT
               " slots=" WS-AC-SCORED(WS-AC-L)
               " class-hit=" WS-AC-PCT "%"
               " mean-wind-err=" WS-AC-AVG-ERR "m/s"
               " lost=" WS-AC-LOST(WS-AC-L) "kW"
               DELIMITED SIZE
               INTO ACCURACY-REC
           END-STRING
           WRITE ACCURACY-REC
           .

       WRITE-ACCURACY-CLASS-LINE.
           PERFORM SET-ACCURACY-LEAD-TXT
           COMPUTE WS-AC-PCT =
               WS-AC-CLS-WRONG(WS-AC-L, WS-AC-C) * 100
               / WS-AC-CLS-CT(WS-AC-L, WS-AC-C)
           MOVE SPACES TO ACCURACY-REC
           STRING
               "  " WS-AC-CLASS-NM(WS-AC-C)
               " lead=" WS-AC-LEAD-TXT
               " forecasts=" WS-AC-CLS-CT(WS-AC-L, WS-AC-C)
               " wrong=" WS-AC-CLS-WRONG(WS-AC-L, WS-AC-C)
               " (" WS-AC-PCT "%)"
               DELIMITED SIZE
               INTO ACCURACY-REC
           END-STRING
           WRITE ACCURACY-REC
           .

       SET-ACCURACY-LEAD-TXT.
           MOVE SPACES TO WS-AC-LEAD-TXT
           IF WS-AC-L = 8
               MOVE "7d+" TO WS-AC-LEAD-TXT
           ELSE
               COMPUTE WS-FA-LEAD = WS-AC-L - 1
               MOVE WS-FA-LEAD TO WS-FA-LEAD-FMT
               STRING TRIM(WS-FA-LEAD-FMT) "d "
                   DELIMITED SIZE
                   INTO WS-AC-LEAD-TXT
               END-STRING
           END-IF
           .

      *> -- windpower_observed.dat: timestamp|wind-ms per slot,
      *> -- matched to the archive on date + hour:minute. With the
      *> -- table full a newer slot replaces the oldest held --
       LOAD-OBSERVED-WIND.
           MOVE 0 TO WS-OB-CT
           MOVE 0 TO WS-OB-DROPPED
           MOVE "N" TO WS-FA-EOF
           OPEN INPUT OBSERVED-FILE
           IF WS-OB-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-OB-PATH)
                   " - brak obserwacji do oceny"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FA-EOF = "Y"
               READ OBSERVED-FILE INTO WS-FA-LINE
                   AT END
                       MOVE "Y" TO WS-FA-EOF
                   NOT AT END
                       IF WS-FA-LINE(1:1) NOT = "#"
                       AND WS-FA-LINE NOT = SPACES
                           PERFORM LOAD-ONE-OBSERVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OBSERVED-FILE
           MOVE "N" TO WS-FA-EOF
           IF WS-OB-DROPPED > 0
               DISPLAY "  UWAGA: tabela obserwacji pelna - pominieto "
                   WS-OB-DROPPED " najstarszych"
           END-IF
           .

       LOAD-ONE-OBSERVATION.
           MOVE SPACES TO WS-FA-F1 WS-FA-F2
           UNSTRING WS-FA-LINE DELIMITED BY "|"
               INTO WS-FA-F1 WS-FA-F2
           END-UNSTRING
           IF TEST-NUMVAL(WS-FA-F2) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FA-F1(1:16) TO WS-OB-KEY
           INSPECT WS-OB-KEY REPLACING ALL "T" BY " "
           IF WS-OB-CT >= WS-OB-MAX
               ADD 1 TO WS-OB-DROPPED
               MOVE 1 TO WS-OB-SLOT
               PERFORM VARYING WS-OB-I FROM 2 BY 1
                   UNTIL WS-OB-I > WS-OB-CT
                   IF WS-OB-TS(WS-OB-I) < WS-OB-TS(WS-OB-SLOT)
                       MOVE WS-OB-I TO WS-OB-SLOT
                   END-IF
               END-PERFORM
               IF WS-OB-KEY <= WS-OB-TS(WS-OB-SLOT)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-OB-CT
               MOVE WS-OB-CT TO WS-OB-SLOT
           END-IF
           MOVE WS-OB-KEY TO WS-OB-TS(WS-OB-SLOT)
           COMPUTE WS-OB-WIND(WS-OB-SLOT) = NUMVAL(WS-FA-F2)
           .

      *> ============================================================
      *> SEND-BATCH-CONFIG: Send all configs at once
      *> ============================================================
           STRING
               "curl -s "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
               TO WS-WORK-PATH
           PERFORM READ-JSON-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.

      *> ============================================================
      *> Shared LLM API usage ledger helper (RECORD-API-CALL)
      *> ============================================================
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
