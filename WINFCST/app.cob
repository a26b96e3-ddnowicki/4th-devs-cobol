       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINFCST.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> WINFCST - Batch window forecast and critical path
      *> 1. Read batch_schedule.dat and batch_skip_dates.dat the way
      *>    BATCHCTL does: which entries are due on the window's
      *>    date (WEEKLY/MONTHLY/holidays), their groups and deps,
      *>    and BATCHCTL_MAX_PARALLEL
      *> 2. Read batch_run.log: the average of each program's last
      *>    5 runs is its expected duration (capped at its
      *>    timeout); records written since the window started
      *>    are tonight's actual times and replace the projection
      *> 3. Replay BATCHCTL's walk of the schedule - steps run
      *>    alone or as parallel group batches, dependents of a
      *>    failed step are skipped - to project every program's
      *>    start and end, the critical path (the longest member of
      *>    each batch) and the projected finish
      *> 4. Compare the finish with the morning cutoff
      *>    (WINFCST_CUTOFF, HHMM, default 0600). Past it, the run
      *>    ends WARN and names the critical programs to defer -
      *>    WEEKLY/MONTHLY entries first, then the biggest savings
      *> Window start: BATCHCTL_WINDOW_START (exported by BATCHCTL
      *> to its children), else WINFCST_START (YYYYMMDDHHMM, e.g.
      *> to forecast next Monday), else now. WINFCST_PHASE=PRE or
      *> MID names the scheduled before-the-window and mid-run
      *> steps (WINFCST-PRE / WINFCST-MID).
      *> ============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HISTORY-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHEDULE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SKIP-DATE-FILE ASSIGN TO WS-SKIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-REC              PIC X(300).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC             PIC X(500).

       FD  SKIP-DATE-FILE.
       01  SKIP-DATE-REC            PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

       01  WS-SCHEDULE-PATH        PIC X(100) VALUE
           "../BATCHCTL/batch_schedule.dat".
       01  WS-SKIP-PATH            PIC X(100) VALUE
           "../BATCHCTL/batch_skip_dates.dat".
       01  WS-HIST-PATH            PIC X(200) VALUE
           "../BATCHCTL/batch_run.log".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "window_forecast.txt".
       01  WS-FILE-STATUS          PIC XX.
       01  WS-HIST-FS              PIC XX.
       01  WS-SKIP-FS              PIC XX.
       01  WS-REPORT-FS            PIC XX.
       01  WS-EOF-FLAG             PIC X(1).

      *> -- Run parameters --
       01  WS-PHASE                PIC X(10).
       01  WS-ENV-VAL              PIC X(30).
       01  WS-MAXPAR               PIC 9(2) VALUE 4.
       01  WS-CUTOFF-HHMM          PIC X(4) VALUE "0600".
       01  WS-CUTOFF-HH            PIC 9(2).
       01  WS-CUTOFF-MM            PIC 9(2).
       01  WS-DEFAULT-SEC          PIC 9(6) VALUE 300.
       01  WS-HIST-WINDOW          PIC 9(1) VALUE 5.

      *> -- Clock (absolute seconds, as RUNREPT computes them) --
       01  WS-NOW-TS               PIC X(21).
       01  WS-WIN-TS               PIC X(21).
       01  WS-NOW-SEC              PIC S9(12) COMP-3.
       01  WS-WIN-SEC              PIC S9(12) COMP-3.
       01  WS-CUTOFF-SEC           PIC S9(12) COMP-3.
       01  WS-CLOCK-SEC            PIC S9(12) COMP-3.
       01  WS-BATCH-START          PIC S9(12) COMP-3.
       01  WS-BATCH-END            PIC S9(12) COMP-3.
       01  WS-FINISH-SEC           PIC S9(12) COMP-3.
       01  WS-MARGIN-SEC           PIC S9(12) COMP-3.
       01  WS-RUN-DATE             PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE PIC X(8).
       01  WS-RUN-DOM              PIC 9(2).
       01  WS-RUN-DOW              PIC 9(1).
       01  WS-CAL-DAYNUM           PIC 9(7).
       01  WS-DOW-NAMES            PIC X(21) VALUE
           "MonTueWedThuFriSatSun".

      *> -- Timestamp to seconds conversion --
       01  WS-TS-WORK              PIC X(21).
       01  WS-TS-YYYYMMDD          PIC 9(8).
       01  WS-TS-HH                PIC 9(2).
       01  WS-TS-MM                PIC 9(2).
       01  WS-TS-SS                PIC 9(2).
       01  WS-TS-DAYNUM            PIC 9(7).
       01  WS-TS-SECONDS           PIC S9(12) COMP-3.
       01  WS-TS-BAD               PIC X(1).
       01  WS-SEC-OF-DAY           PIC 9(5).
       01  WS-HHMM-OUT             PIC X(5).
       01  WS-HH-OUT               PIC 9(2).
       01  WS-MM-OUT               PIC 9(2).

      *> -- Schedule table --
       01  WS-SCH-MAX              PIC 9(3) VALUE 50.
       01  WS-SCH-COUNT            PIC 9(3) VALUE 0.
       01  WS-SCH-TABLE.
           05  WS-SCH-ENTRY OCCURS 50 TIMES.
               10  WS-SCH-PROGID   PIC X(30).
               10  WS-SCH-DEPS     PIC X(250).
               10  WS-SCH-GROUP    PIC X(20).
               10  WS-SCH-FREQ     PIC X(12).
               10  WS-SCH-TMOUT    PIC 9(4).
      *>         State: P=pending D=disabled C=not due tonight
      *>                O=ok/projected ok F=failed tonight
      *>                S=skipped (dependency) G=in current batch
               10  WS-SCH-STATE    PIC X(1).
      *>         Expected duration and where it came from:
      *>         HIST (run-log average) DFLT (no history)
      *>         ACTUAL (ran tonight) or blank
               10  WS-SCH-DUR      PIC 9(7).
               10  WS-SCH-BASIS    PIC X(6).
               10  WS-SCH-HIST-N   PIC 9(1).
               10  WS-SCH-HIST-POS PIC 9(1).
               10  WS-SCH-HIST-DUR PIC 9(7) OCCURS 5 TIMES.
               10  WS-SCH-ACT-ST   PIC X(8).
               10  WS-SCH-ACT-BEG  PIC S9(12) COMP-3.
               10  WS-SCH-ACT-END  PIC S9(12) COMP-3.
               10  WS-SCH-BEG-SEC  PIC S9(12) COMP-3.
               10  WS-SCH-END-SEC  PIC S9(12) COMP-3.
               10  WS-SCH-BATCH    PIC 9(3).
               10  WS-SCH-CRIT     PIC X(1).
               10  WS-SCH-SAVING   PIC 9(7).
               10  WS-SCH-DEFER    PIC X(1).
               10  WS-SCH-HAS-DEPT PIC X(1).
       01  WS-SCH-LINE             PIC X(500).
       01  WS-FLD-PROGID           PIC X(30).
       01  WS-FLD-ENABLED          PIC X(10).
       01  WS-FLD-DEPS             PIC X(250).
       01  WS-FLD-CMD              PIC X(200).
       01  WS-FLD-GROUP            PIC X(20).
       01  WS-FLD-FREQ             PIC X(12).
       01  WS-FLD-TMOUT            PIC X(10).

      *> -- Holiday skip dates --
       01  WS-SKIP-MAX             PIC 9(3) VALUE 100.
       01  WS-SKIP-CT              PIC 9(3) VALUE 0.
       01  WS-SKIP-TABLE.
           05  WS-SKIP-ENT OCCURS 100 TIMES.
               10  WS-SKIP-DATE    PIC X(8).
               10  WS-SKIP-PROGID  PIC X(30).
       01  WS-SKIP-LINE            PIC X(100).
       01  WS-SKIP-F1              PIC X(10).
       01  WS-SKIP-F2              PIC X(30).
       01  WS-CAL-DUE              PIC X(1).
       01  WS-FREQ-KIND            PIC X(8).
       01  WS-FREQ-ARG             PIC X(4).

      *> -- Run-log line parsing --
       01  WS-LOG-LINE             PIC X(300).
       01  WS-LOG-PROGID           PIC X(30).
       01  WS-LOG-START            PIC X(21).
       01  WS-LOG-END              PIC X(21).
       01  WS-LOG-STATUS           PIC X(8).
       01  WS-LOG-RESULT           PIC X(80).
       01  WS-LOG-BEG-SEC          PIC S9(12) COMP-3.
       01  WS-LOG-END-SEC          PIC S9(12) COMP-3.
       01  WS-LOG-DUR              PIC S9(9) COMP-3.
       01  WS-HIST-RECORDS         PIC 9(7) VALUE 0.
       01  WS-ACTUAL-COUNT         PIC 9(3) VALUE 0.

      *> -- Replay of the schedule walk --
       01  WS-IDX                  PIC 9(3).
       01  WS-JDX                  PIC 9(3).
       01  WS-KDX                  PIC 9(3).
       01  WS-DEP-IDX              PIC 9(3).
       01  WS-DEP-LIST             PIC X(250).
       01  WS-DEP-ITEM             PIC X(30).
       01  WS-DEP-PTR              PIC 9(4).
       01  WS-DEP-OK               PIC X(1).
       01  WS-DEP-FOUND            PIC X(1).
       01  WS-BATCH-NO             PIC 9(3) VALUE 0.
       01  WS-GRP-CT               PIC 9(2).
       01  WS-GRP-MEMBERS.
           05  WS-GRP-IDX          PIC 9(3) OCCURS 10 TIMES.
       01  WS-MBR                  PIC 9(2).
       01  WS-LONG-DUR             PIC 9(7).
       01  WS-SECOND-DUR           PIC 9(7).
       01  WS-LONG-IDX             PIC 9(3).
       01  WS-SUM-DUR              PIC 9(9).

      *> -- Deferral advice --
       01  WS-OVER-SEC             PIC S9(12) COMP-3.
       01  WS-SAVED-SEC            PIC S9(12) COMP-3.
       01  WS-DEFER-CT             PIC 9(3) VALUE 0.
       01  WS-PASS                 PIC 9(1).
       01  WS-BEST-IDX             PIC 9(3).
       01  WS-BEST-SAVING          PIC 9(7).
       01  WS-CAND-OK              PIC X(1).

      *> -- Report --
       01  WS-BEG-DISP             PIC X(5).
       01  WS-END-DISP             PIC X(5).
       01  WS-DUR-DISP             PIC ZZZZZZ9.
       01  WS-BATCH-DISP           PIC ZZZ.
       01  WS-MIN-DISP             PIC ZZZZ9.
       01  WS-MARGIN-MIN           PIC S9(7).
       01  WS-MARGIN-EDIT          PIC -(6)9.
       01  WS-FINISH-DISP          PIC X(5).
       01  WS-SIGN                 PIC X(1).
       01  WS-NOTE                 PIC X(30).

       PROCEDURE DIVISION.
       MAIN-FORECAST.
           MOVE SPACES TO WS-PHASE
           ACCEPT WS-PHASE FROM ENVIRONMENT "WINFCST_PHASE"
           EVALUATE TRIM(WS-PHASE)
               WHEN "PRE"
                   MOVE "WINFCST-PRE" TO WS-RUNLOG-PROGID
               WHEN "MID"
                   MOVE "WINFCST-MID" TO WS-RUNLOG-PROGID
               WHEN OTHER
                   MOVE "WINFCST" TO WS-RUNLOG-PROGID
           END-EVALUATE
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== WINFCST: prognoza okna nocnego batcha ==="

           PERFORM SET-PARAMETERS

           PERFORM LOAD-SCHEDULE
           IF WS-SCH-COUNT = 0
               DISPLAY "  BLAD: pusty lub brakujacy harmonogram "
                   TRIM(WS-SCHEDULE-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing schedule file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM APPLY-RUN-CALENDAR
           PERFORM LOAD-RUN-HISTORY
           PERFORM SET-EXPECTED-DURATIONS
           PERFORM REPLAY-SCHEDULE
           PERFORM PLAN-DEFERRALS
           PERFORM WRITE-FORECAST

           COMPUTE WS-MARGIN-MIN = WS-MARGIN-SEC / 60
           MOVE WS-MARGIN-MIN TO WS-MARGIN-EDIT
           MOVE WS-FINISH-SEC TO WS-TS-SECONDS
           PERFORM SECONDS-TO-HHMM
           MOVE WS-HHMM-OUT TO WS-FINISH-DISP
           DISPLAY "  Prognoza konca: " WS-FINISH-DISP
               "  Termin: " WS-CUTOFF-HHMM(1:2) ":"
               WS-CUTOFF-HHMM(3:2)
               "  Zapas (min): " TRIM(WS-MARGIN-EDIT)

           MOVE SPACES TO WS-RUNLOG-RESULT
           IF WS-MARGIN-SEC < 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "WINDOW-OVERRUN" TO WS-RUNLOG-REASON
               DISPLAY "  UWAGA: prognoza po terminie - do "
                   "przesuniecia: " WS-DEFER-CT " programow (raport "
                   TRIM(WS-REPORT-PATH) ")"
               STRING
                   "finish=" WS-FINISH-DISP
                   " cutoff=" WS-CUTOFF-HHMM
                   " margin-min=" TRIM(WS-MARGIN-EDIT)
                   " defer=" WS-DEFER-CT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
               STRING
                   "finish=" WS-FINISH-DISP
                   " cutoff=" WS-CUTOFF-HHMM
                   " margin-min=" TRIM(WS-MARGIN-EDIT)
                   " actual=" WS-ACTUAL-COUNT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> Window start, cutoff, parallelism and run-log location.
      *> ============================================================
       SET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-NOW-SEC

      *>   Window start: the controller's own start when launched
      *>   by BATCHCTL, else an operator-given start, else now
           MOVE WS-NOW-TS TO WS-WIN-TS
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "BATCHCTL_WINDOW_START"
           IF WS-ENV-VAL = SPACES
               ACCEPT WS-ENV-VAL FROM ENVIRONMENT "WINFCST_START"
           END-IF
           IF WS-ENV-VAL(1:12) IS NUMERIC
               MOVE SPACES TO WS-WIN-TS
               MOVE WS-ENV-VAL(1:12) TO WS-WIN-TS(1:12)
               IF WS-ENV-VAL(13:2) IS NUMERIC
                   MOVE WS-ENV-VAL(13:2) TO WS-WIN-TS(13:2)
               ELSE
                   MOVE "00" TO WS-WIN-TS(13:2)
               END-IF
           ELSE
               IF WS-ENV-VAL NOT = SPACES
                   DISPLAY "  UWAGA: niepoprawny start okna "
                       TRIM(WS-ENV-VAL) " - przyjmuje teraz"
               END-IF
           END-IF
           MOVE WS-WIN-TS TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           IF WS-TS-BAD = "Y"
               MOVE WS-NOW-TS TO WS-WIN-TS
               MOVE WS-NOW-SEC TO WS-WIN-SEC
           ELSE
               MOVE WS-TS-SECONDS TO WS-WIN-SEC
           END-IF

      *>   Run date drives the calendar exactly as in BATCHCTL
           MOVE WS-WIN-TS(1:8) TO WS-RUN-DATE-X
           MOVE WS-RUN-DATE(7:2) TO WS-RUN-DOM
           MOVE INTEGER-OF-DATE(WS-RUN-DATE) TO WS-CAL-DAYNUM
      *>   Day 1 (1601-01-01) was a Monday: 1=Mon .. 7=Sun
           COMPUTE WS-RUN-DOW = MOD(WS-CAL-DAYNUM - 1, 7) + 1

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "WINFCST_CUTOFF"
           IF WS-ENV-VAL(1:4) IS NUMERIC
           AND WS-ENV-VAL(5:1) = SPACE
           AND WS-ENV-VAL(1:2) < "24"
           AND WS-ENV-VAL(3:2) < "60"
               MOVE WS-ENV-VAL(1:4) TO WS-CUTOFF-HHMM
           END-IF
           MOVE WS-CUTOFF-HHMM(1:2) TO WS-CUTOFF-HH
           MOVE WS-CUTOFF-HHMM(3:2) TO WS-CUTOFF-MM
      *>   The cutoff is the first HH:MM at or after window start
           COMPUTE WS-CUTOFF-SEC =
               WS-CAL-DAYNUM * 86400
               + WS-CUTOFF-HH * 3600
               + WS-CUTOFF-MM * 60
           IF WS-CUTOFF-SEC < WS-WIN-SEC
               ADD 86400 TO WS-CUTOFF-SEC
           END-IF

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "BATCHCTL_MAX_PARALLEL"
           IF WS-ENV-VAL NOT = SPACES
           AND TRIM(WS-ENV-VAL) IS NUMERIC
           AND NUMVAL(WS-ENV-VAL) >= 1
           AND NUMVAL(WS-ENV-VAL) <= 10
               COMPUTE WS-MAXPAR = NUMVAL(WS-ENV-VAL)
           END-IF

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "WINFCST_DEFAULT_SEC"
           IF WS-ENV-VAL NOT = SPACES
           AND TRIM(WS-ENV-VAL) IS NUMERIC
               COMPUTE WS-DEFAULT-SEC = NUMVAL(WS-ENV-VAL)
           END-IF

      *>   Under BATCHCTL the shared run log is exported to us
           IF WS-RUNLOG-ENVPATH NOT = SPACES
               MOVE WS-RUNLOG-ENVPATH TO WS-HIST-PATH
           END-IF

           DISPLAY "  Start okna: " WS-WIN-TS(1:8) " "
               WS-WIN-TS(9:2) ":" WS-WIN-TS(11:2)
               " (" WS-DOW-NAMES((WS-RUN-DOW - 1) * 3 + 1:3) ")"
               "  Max rownolegle: " WS-MAXPAR
           .

      *> ============================================================
      *> Schedule: PROGID|Y/N|deps|command|group|frequency|timeout
      *> ============================================================
       LOAD-SCHEDULE.
           MOVE 0 TO WS-SCH-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SCHEDULE-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc harmonogramu! "
                   "Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SCHEDULE-FILE INTO WS-SCH-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SCH-LINE(1:1) NOT = "#"
                       AND WS-SCH-LINE NOT = SPACES
                       AND WS-SCH-COUNT < WS-SCH-MAX
                           PERFORM PARSE-SCHEDULE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           DISPLAY "  Harmonogram: " WS-SCH-COUNT " programow"
           .

       PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-FLD-PROGID WS-FLD-ENABLED WS-FLD-DEPS
                          WS-FLD-CMD WS-FLD-GROUP WS-FLD-FREQ
                          WS-FLD-TMOUT
           UNSTRING WS-SCH-LINE DELIMITED BY "|"
               INTO WS-FLD-PROGID
                    WS-FLD-ENABLED
                    WS-FLD-DEPS
                    WS-FLD-CMD
                    WS-FLD-GROUP
                    WS-FLD-FREQ
                    WS-FLD-TMOUT
           END-UNSTRING
           IF WS-FLD-PROGID = SPACES OR WS-FLD-CMD = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCH-COUNT
           INITIALIZE WS-SCH-ENTRY(WS-SCH-COUNT)
           MOVE TRIM(WS-FLD-PROGID) TO WS-SCH-PROGID(WS-SCH-COUNT)
           MOVE TRIM(WS-FLD-DEPS) TO WS-SCH-DEPS(WS-SCH-COUNT)
           MOVE TRIM(WS-FLD-GROUP) TO WS-SCH-GROUP(WS-SCH-COUNT)
           MOVE TRIM(WS-FLD-FREQ) TO WS-SCH-FREQ(WS-SCH-COUNT)
           IF WS-FLD-TMOUT NOT = SPACES
           AND TRIM(WS-FLD-TMOUT) IS NUMERIC
               COMPUTE WS-SCH-TMOUT(WS-SCH-COUNT) =
                   NUMVAL(WS-FLD-TMOUT)
           END-IF
           IF TRIM(WS-FLD-ENABLED) = "Y"
               MOVE "P" TO WS-SCH-STATE(WS-SCH-COUNT)
           ELSE
               MOVE "D" TO WS-SCH-STATE(WS-SCH-COUNT)
           END-IF
           .

      *> ============================================================
      *> Calendar: entries not due on the run date (frequency or a
      *> holiday skip date) take no time tonight.
      *> ============================================================
       APPLY-RUN-CALENDAR.
           PERFORM LOAD-SKIP-DATES
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-STATE(WS-IDX) = "P"
                   PERFORM CHECK-ENTRY-DUE
                   IF WS-CAL-DUE = "N"
                       MOVE "C" TO WS-SCH-STATE(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .

       LOAD-SKIP-DATES.
           MOVE 0 TO WS-SKIP-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SKIP-DATE-FILE
           IF WS-SKIP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SKIP-DATE-FILE INTO WS-SKIP-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SKIP-LINE(1:1) NOT = "#"
                       AND WS-SKIP-LINE NOT = SPACES
                       AND WS-SKIP-CT < WS-SKIP-MAX
                           MOVE SPACES TO WS-SKIP-F1 WS-SKIP-F2
                           UNSTRING WS-SKIP-LINE DELIMITED BY "|"
                               INTO WS-SKIP-F1
                                    WS-SKIP-F2
                           END-UNSTRING
                           IF TRIM(WS-SKIP-F1) IS NUMERIC
                               ADD 1 TO WS-SKIP-CT
                               MOVE TRIM(WS-SKIP-F1)
                                   TO WS-SKIP-DATE(WS-SKIP-CT)
                               IF WS-SKIP-F2 = SPACES
                                   MOVE "*"
                                       TO WS-SKIP-PROGID(WS-SKIP-CT)
                               ELSE
                                   MOVE TRIM(WS-SKIP-F2)
                                       TO WS-SKIP-PROGID(WS-SKIP-CT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SKIP-DATE-FILE
           .

      *> -- Is schedule entry WS-IDX due on the run date? --
       CHECK-ENTRY-DUE.
           MOVE "Y" TO WS-CAL-DUE
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-SKIP-CT
               IF WS-SKIP-DATE(WS-JDX) = WS-RUN-DATE-X
               AND (WS-SKIP-PROGID(WS-JDX) = "*"
                   OR TRIM(WS-SKIP-PROGID(WS-JDX)) =
                      TRIM(WS-SCH-PROGID(WS-IDX)))
                   MOVE "N" TO WS-CAL-DUE
               END-IF
           END-PERFORM
           IF WS-CAL-DUE = "N"
           OR WS-SCH-FREQ(WS-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FREQ-KIND WS-FREQ-ARG
           UNSTRING WS-SCH-FREQ(WS-IDX) DELIMITED BY ":"
               INTO WS-FREQ-KIND
                    WS-FREQ-ARG
           END-UNSTRING
           EVALUATE TRIM(WS-FREQ-KIND)
               WHEN "WEEKLY"
                   IF TRIM(WS-FREQ-ARG) NOT NUMERIC
                   OR NUMVAL(WS-FREQ-ARG) NOT = WS-RUN-DOW
                       MOVE "N" TO WS-CAL-DUE
                   END-IF
               WHEN "MONTHLY"
                   IF TRIM(WS-FREQ-ARG) NOT NUMERIC
                   OR NUMVAL(WS-FREQ-ARG) NOT = WS-RUN-DOM
                       MOVE "N" TO WS-CAL-DUE
                   END-IF
           END-EVALUATE
           .

      *> ============================================================
      *> Run log: records before the window start feed the
      *> per-program duration history (last 5 runs); records since
      *> the window start are tonight's actual runs.
      *> ============================================================
       LOAD-RUN-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FS NOT = "00"
               DISPLAY "  UWAGA: brak dziennika " TRIM(WS-HIST-PATH)
                   " - czasy domyslne"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-FILE INTO WS-LOG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LOG-LINE NOT = SPACES
                           PERFORM APPLY-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "  Rekordy historii: " WS-HIST-RECORDS
               "  Wykonane dzis: " WS-ACTUAL-COUNT
           .

       APPLY-HISTORY-LINE.
           MOVE SPACES TO WS-LOG-PROGID WS-LOG-START WS-LOG-END
                          WS-LOG-STATUS WS-LOG-RESULT
           UNSTRING WS-LOG-LINE DELIMITED BY "|"
               INTO WS-LOG-PROGID
                    WS-LOG-START
                    WS-LOG-END
                    WS-LOG-STATUS
                    WS-LOG-RESULT
           END-UNSTRING
      *>   INFO markers are not runs; calendar/gate skips,
      *>   stale-input holds and endpoint holds take no time and
      *>   say nothing about how long the program needs
           IF TRIM(WS-LOG-STATUS) = "INFO"
           OR WS-LOG-RESULT(1:11) = "STALE-INPUT"
           OR WS-LOG-RESULT(1:13) = "HELD-ENDPOINT"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-SCH-COUNT OR WS-IDX > 0
               IF TRIM(WS-SCH-PROGID(WS-JDX)) = TRIM(WS-LOG-PROGID)
                   MOVE WS-JDX TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-IDX = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-START TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           IF WS-TS-BAD = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-SECONDS TO WS-LOG-BEG-SEC
           MOVE WS-LOG-END TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           IF WS-TS-BAD = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-SECONDS TO WS-LOG-END-SEC

      *>   Tonight's record: the actual run (newest wins)
           IF WS-LOG-BEG-SEC >= WS-WIN-SEC
               IF WS-SCH-ACT-ST(WS-IDX) = SPACES
                   ADD 1 TO WS-ACTUAL-COUNT
               END-IF
               MOVE WS-LOG-STATUS TO WS-SCH-ACT-ST(WS-IDX)
               MOVE WS-LOG-BEG-SEC TO WS-SCH-ACT-BEG(WS-IDX)
               MOVE WS-LOG-END-SEC TO WS-SCH-ACT-END(WS-IDX)
               EXIT PARAGRAPH
           END-IF

           IF TRIM(WS-LOG-STATUS) = "SKIP"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOG-DUR = WS-LOG-END-SEC - WS-LOG-BEG-SEC
           IF WS-LOG-DUR < 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIST-RECORDS
      *>   Ring of the last 5 durations
           IF WS-SCH-HIST-POS(WS-IDX) >= WS-HIST-WINDOW
               MOVE 0 TO WS-SCH-HIST-POS(WS-IDX)
           END-IF
           ADD 1 TO WS-SCH-HIST-POS(WS-IDX)
           MOVE WS-LOG-DUR
               TO WS-SCH-HIST-DUR(WS-IDX, WS-SCH-HIST-POS(WS-IDX))
           IF WS-SCH-HIST-N(WS-IDX) < WS-HIST-WINDOW
               ADD 1 TO WS-SCH-HIST-N(WS-IDX)
           END-IF
           .

      *> -- Expected duration: history average, capped at the
      *> -- entry's timeout (BATCHCTL kills it there) --
       SET-EXPECTED-DURATIONS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-HIST-N(WS-IDX) > 0
                   MOVE 0 TO WS-SUM-DUR
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCH-HIST-N(WS-IDX)
                       ADD WS-SCH-HIST-DUR(WS-IDX, WS-JDX)
                           TO WS-SUM-DUR
                   END-PERFORM
                   COMPUTE WS-SCH-DUR(WS-IDX) ROUNDED =
                       WS-SUM-DUR / WS-SCH-HIST-N(WS-IDX)
                   MOVE "HIST" TO WS-SCH-BASIS(WS-IDX)
               ELSE
                   MOVE WS-DEFAULT-SEC TO WS-SCH-DUR(WS-IDX)
                   MOVE "DFLT" TO WS-SCH-BASIS(WS-IDX)
               END-IF
               IF WS-SCH-TMOUT(WS-IDX) > 0
               AND WS-SCH-DUR(WS-IDX) > WS-SCH-TMOUT(WS-IDX) * 60
                   COMPUTE WS-SCH-DUR(WS-IDX) =
                       WS-SCH-TMOUT(WS-IDX) * 60
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> Replay BATCHCTL's walk: programs that already ran tonight
      *> keep their actual times; the rest start when the previous
      *> step or batch is projected to end (never before now).
      *> ============================================================
       REPLAY-SCHEDULE.
           MOVE WS-WIN-SEC TO WS-CLOCK-SEC

      *>   Tonight's actuals first: they fix state and the clock
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-ACT-ST(WS-IDX) NOT = SPACES
               AND WS-SCH-STATE(WS-IDX) = "P"
                   MOVE WS-SCH-ACT-BEG(WS-IDX) TO WS-SCH-BEG-SEC(WS-IDX)
                   MOVE WS-SCH-ACT-END(WS-IDX) TO WS-SCH-END-SEC(WS-IDX)
                   COMPUTE WS-SCH-DUR(WS-IDX) =
                       WS-SCH-ACT-END(WS-IDX) - WS-SCH-ACT-BEG(WS-IDX)
                   MOVE "ACTUAL" TO WS-SCH-BASIS(WS-IDX)
                   EVALUATE TRIM(WS-SCH-ACT-ST(WS-IDX))
                       WHEN "OK"
                           MOVE "O" TO WS-SCH-STATE(WS-IDX)
                       WHEN "SKIP"
                           MOVE "S" TO WS-SCH-STATE(WS-IDX)
                       WHEN OTHER
                           MOVE "F" TO WS-SCH-STATE(WS-IDX)
                   END-EVALUATE
                   IF WS-SCH-ACT-END(WS-IDX) > WS-CLOCK-SEC
                       MOVE WS-SCH-ACT-END(WS-IDX) TO WS-CLOCK-SEC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CLOCK-SEC < WS-NOW-SEC
               MOVE WS-NOW-SEC TO WS-CLOCK-SEC
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-STATE(WS-IDX) = "P"
                   MOVE WS-IDX TO WS-DEP-IDX
                   PERFORM CHECK-DEPENDENCIES
                   IF WS-DEP-OK = "Y"
                       PERFORM PROJECT-BATCH
                   ELSE
                       MOVE "S" TO WS-SCH-STATE(WS-IDX)
                       MOVE 0 TO WS-SCH-DUR(WS-IDX)
                       MOVE SPACES TO WS-SCH-BASIS(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CLOCK-SEC TO WS-FINISH-SEC
           COMPUTE WS-MARGIN-SEC = WS-CUTOFF-SEC - WS-FINISH-SEC
           .

      *> -- One step or parallel batch anchored at WS-IDX, gathered
      *> -- as BATCHCTL gathers it (GATE and ungrouped run alone) --
       PROJECT-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE 1 TO WS-GRP-CT
           MOVE WS-IDX TO WS-GRP-IDX(1)
           MOVE "G" TO WS-SCH-STATE(WS-IDX)
           IF WS-SCH-GROUP(WS-IDX) NOT = SPACES
           AND WS-SCH-GROUP(WS-IDX) NOT = "GATE"
               PERFORM VARYING WS-KDX FROM WS-IDX BY 1
                   UNTIL WS-KDX > WS-SCH-COUNT
                   OR WS-GRP-CT >= WS-MAXPAR
                   IF WS-KDX > WS-IDX
                   AND WS-SCH-STATE(WS-KDX) = "P"
                   AND WS-SCH-GROUP(WS-KDX) = WS-SCH-GROUP(WS-IDX)
                       MOVE WS-KDX TO WS-DEP-IDX
                       PERFORM CHECK-DEPENDENCIES
                       IF WS-DEP-OK = "Y"
                           ADD 1 TO WS-GRP-CT
                           MOVE WS-KDX TO WS-GRP-IDX(WS-GRP-CT)
                           MOVE "G" TO WS-SCH-STATE(WS-KDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-CLOCK-SEC TO WS-BATCH-START
           MOVE 0 TO WS-LONG-DUR WS-SECOND-DUR
           MOVE WS-IDX TO WS-LONG-IDX
           PERFORM VARYING WS-MBR FROM 1 BY 1
               UNTIL WS-MBR > WS-GRP-CT
               MOVE WS-GRP-IDX(WS-MBR) TO WS-KDX
               MOVE WS-BATCH-NO TO WS-SCH-BATCH(WS-KDX)
               MOVE WS-BATCH-START TO WS-SCH-BEG-SEC(WS-KDX)
               COMPUTE WS-SCH-END-SEC(WS-KDX) =
                   WS-BATCH-START + WS-SCH-DUR(WS-KDX)
      *>       Projected steps are assumed to end OK
               MOVE "O" TO WS-SCH-STATE(WS-KDX)
               IF WS-SCH-DUR(WS-KDX) > WS-LONG-DUR
                   MOVE WS-LONG-DUR TO WS-SECOND-DUR
                   MOVE WS-SCH-DUR(WS-KDX) TO WS-LONG-DUR
                   MOVE WS-KDX TO WS-LONG-IDX
               ELSE
                   IF WS-SCH-DUR(WS-KDX) > WS-SECOND-DUR
                       MOVE WS-SCH-DUR(WS-KDX) TO WS-SECOND-DUR
                   END-IF
               END-IF
           END-PERFORM

      *>   The longest member is the batch's link in the critical
      *>   path; deferring it saves the gap to the runner-up
           MOVE "Y" TO WS-SCH-CRIT(WS-LONG-IDX)
           COMPUTE WS-SCH-SAVING(WS-LONG-IDX) =
               WS-LONG-DUR - WS-SECOND-DUR
           COMPUTE WS-CLOCK-SEC = WS-BATCH-START + WS-LONG-DUR
           .

      *> -- Every dependency of entry WS-DEP-IDX must be done OK,
      *> -- disabled or not due (same rule as BATCHCTL) --
       CHECK-DEPENDENCIES.
           MOVE "Y" TO WS-DEP-OK
           MOVE WS-SCH-DEPS(WS-DEP-IDX) TO WS-DEP-LIST
           IF WS-DEP-LIST = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DEP-PTR
           PERFORM UNTIL WS-DEP-PTR > LENGTH(TRIM(WS-DEP-LIST))
               OR WS-DEP-OK = "N"
               MOVE SPACES TO WS-DEP-ITEM
               UNSTRING WS-DEP-LIST DELIMITED BY ","
                   INTO WS-DEP-ITEM
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
               IF WS-DEP-ITEM NOT = SPACES
                   MOVE "N" TO WS-DEP-FOUND
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCH-COUNT
                       IF TRIM(WS-DEP-ITEM) =
                          TRIM(WS-SCH-PROGID(WS-JDX))
                           MOVE "Y" TO WS-DEP-FOUND
                           IF WS-SCH-STATE(WS-JDX) NOT = "O"
                           AND WS-SCH-STATE(WS-JDX) NOT = "D"
                           AND WS-SCH-STATE(WS-JDX) NOT = "C"
                               MOVE "N" TO WS-DEP-OK
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-DEP-FOUND = "N"
                       MOVE "N" TO WS-DEP-OK
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> Past the cutoff: pick critical-path programs to defer
      *> until the projected savings cover the overrun.
      *> Pass 1 takes WEEKLY/MONTHLY entries (tomorrow's run is a
      *> planned catch-up), pass 2 any other; within a pass the
      *> biggest saving goes first. GATE steps, the forecast
      *> itself and programs already started are never proposed.
      *> ============================================================
       PLAN-DEFERRALS.
           MOVE 0 TO WS-DEFER-CT
           IF WS-MARGIN-SEC >= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVER-SEC = 0 - WS-MARGIN-SEC
           MOVE 0 TO WS-SAVED-SEC
           PERFORM MARK-DEPENDENTS

           PERFORM VARYING WS-PASS FROM 1 BY 1
               UNTIL WS-PASS > 2 OR WS-SAVED-SEC >= WS-OVER-SEC
               MOVE 1 TO WS-BEST-IDX
               PERFORM UNTIL WS-BEST-IDX = 0
                   OR WS-SAVED-SEC >= WS-OVER-SEC
                   PERFORM FIND-BEST-DEFERRAL
                   IF WS-BEST-IDX > 0
                       MOVE "Y" TO WS-SCH-DEFER(WS-BEST-IDX)
                       ADD 1 TO WS-DEFER-CT
                       ADD WS-BEST-SAVING TO WS-SAVED-SEC
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       FIND-BEST-DEFERRAL.
           MOVE 0 TO WS-BEST-IDX
           MOVE 0 TO WS-BEST-SAVING
           PERFORM VARYING WS-KDX FROM 1 BY 1
               UNTIL WS-KDX > WS-SCH-COUNT
               MOVE "Y" TO WS-CAND-OK
               IF WS-SCH-CRIT(WS-KDX) NOT = "Y"
               OR WS-SCH-DEFER(WS-KDX) = "Y"
               OR WS-SCH-BASIS(WS-KDX) = "ACTUAL"
               OR WS-SCH-SAVING(WS-KDX) = 0
               OR WS-SCH-GROUP(WS-KDX) = "GATE"
               OR WS-SCH-PROGID(WS-KDX)(1:7) = "WINFCST"
                   MOVE "N" TO WS-CAND-OK
               END-IF
               IF WS-PASS = 1
               AND WS-SCH-FREQ(WS-KDX)(1:6) NOT = "WEEKLY"
               AND WS-SCH-FREQ(WS-KDX)(1:7) NOT = "MONTHLY"
                   MOVE "N" TO WS-CAND-OK
               END-IF
               IF WS-CAND-OK = "Y"
               AND WS-SCH-SAVING(WS-KDX) > WS-BEST-SAVING
                   MOVE WS-KDX TO WS-BEST-IDX
                   MOVE WS-SCH-SAVING(WS-KDX) TO WS-BEST-SAVING
               END-IF
           END-PERFORM
           .

      *> -- Flag entries that other entries depend on: deferring
      *> -- them skips their dependents too --
       MARK-DEPENDENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-DEPS(WS-IDX) NOT = SPACES
                   MOVE WS-SCH-DEPS(WS-IDX) TO WS-DEP-LIST
                   MOVE 1 TO WS-DEP-PTR
                   PERFORM UNTIL WS-DEP-PTR >
                           LENGTH(TRIM(WS-DEP-LIST))
                       MOVE SPACES TO WS-DEP-ITEM
                       UNSTRING WS-DEP-LIST DELIMITED BY ","
                           INTO WS-DEP-ITEM
                           WITH POINTER WS-DEP-PTR
                       END-UNSTRING
                       PERFORM VARYING WS-JDX FROM 1 BY 1
                           UNTIL WS-JDX > WS-SCH-COUNT
                           IF TRIM(WS-DEP-ITEM) =
                              TRIM(WS-SCH-PROGID(WS-JDX))
                               MOVE "Y" TO WS-SCH-HAS-DEPT(WS-JDX)
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> window_forecast.txt: per-program projection, critical
      *> path, finish against the cutoff and the deferral advice.
      *> ============================================================
       WRITE-FORECAST.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH) " Status: " WS-REPORT-FS
               EXIT PARAGRAPH
           END-IF

           MOVE "=== WINFCST: batch window forecast ===" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Run: " TRIM(WS-RUNLOG-PROGID)
               "  Window start: " WS-WIN-TS(1:8) " "
               WS-WIN-TS(9:2) ":" WS-WIN-TS(11:2)
               " (" WS-DOW-NAMES((WS-RUN-DOW - 1) * 3 + 1:3) ")"
               "  Max parallel: " WS-MAXPAR
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Generated: " WS-NOW-TS(1:8) " "
               WS-NOW-TS(9:2) ":" WS-NOW-TS(11:2)
               "  Actual runs tonight: " WS-ACTUAL-COUNT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "PROGRAM-ID                     BATCH GROUP      START"
               & "  END      SECS BASIS  NOTE" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               PERFORM WRITE-PROGRAM-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- CRITICAL PATH (longest member of each batch) ---"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-CRIT(WS-IDX) = "Y"
                   MOVE WS-SCH-BEG-SEC(WS-IDX) TO WS-TS-SECONDS
                   PERFORM SECONDS-TO-HHMM
                   MOVE WS-HHMM-OUT TO WS-BEG-DISP
                   MOVE WS-SCH-END-SEC(WS-IDX) TO WS-TS-SECONDS
                   PERFORM SECONDS-TO-HHMM
                   MOVE WS-HHMM-OUT TO WS-END-DISP
                   MOVE WS-SCH-DUR(WS-IDX) TO WS-DUR-DISP
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "  " WS-BEG-DISP "-" WS-END-DISP "  "
                       WS-SCH-PROGID(WS-IDX) " " WS-DUR-DISP "s"
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-FINISH-SEC TO WS-TS-SECONDS
           PERFORM SECONDS-TO-HHMM
           IF WS-MARGIN-SEC < 0
               MOVE "-" TO WS-SIGN
               COMPUTE WS-MIN-DISP = (0 - WS-MARGIN-SEC) / 60
           ELSE
               MOVE "+" TO WS-SIGN
               COMPUTE WS-MIN-DISP = WS-MARGIN-SEC / 60
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING
               "Projected finish: " WS-HHMM-OUT
               "  Cutoff: " WS-CUTOFF-HHMM(1:2) ":"
               WS-CUTOFF-HHMM(3:2)
               "  Margin: " WS-SIGN TRIM(WS-MIN-DISP) " min"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           IF WS-MARGIN-SEC >= 0
               MOVE "Result: OK - tonight's schedule fits the window"
                   TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Result: WARN - projected finish is past the cutoff"
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- DEFER TO CLOSE THE GAP ---" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-DEFER-CT = 0
               MOVE "  (no deferrable step on the critical path)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-DEFER(WS-IDX) = "Y"
                   MOVE WS-SCH-SAVING(WS-IDX) TO WS-DUR-DISP
                   MOVE SPACES TO WS-NOTE
                   IF WS-SCH-HAS-DEPT(WS-IDX) = "Y"
                       MOVE "(dependents skip too)" TO WS-NOTE
                   END-IF
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "  " WS-SCH-PROGID(WS-IDX)
                       " saves " WS-DUR-DISP "s  "
                       WS-SCH-FREQ(WS-IDX) " " WS-NOTE
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM
           IF WS-SAVED-SEC < WS-OVER-SEC
               MOVE "  UWAGA: deferring the listed steps still does "
                   & "not make the cutoff" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

       WRITE-PROGRAM-LINE.
           MOVE SPACES TO WS-BEG-DISP WS-END-DISP WS-NOTE
           MOVE 0 TO WS-BATCH-DISP
           MOVE WS-SCH-DUR(WS-IDX) TO WS-DUR-DISP
           EVALUATE WS-SCH-STATE(WS-IDX)
               WHEN "D"
                   MOVE "disabled" TO WS-NOTE
                   MOVE 0 TO WS-DUR-DISP
                   MOVE SPACES TO WS-SCH-BASIS(WS-IDX)
               WHEN "C"
                   MOVE "not due tonight" TO WS-NOTE
                   MOVE 0 TO WS-DUR-DISP
                   MOVE SPACES TO WS-SCH-BASIS(WS-IDX)
               WHEN "S"
                   IF WS-SCH-BASIS(WS-IDX) = "ACTUAL"
                       MOVE "skipped tonight" TO WS-NOTE
                   ELSE
                       MOVE "skipped (dependency)" TO WS-NOTE
                   END-IF
               WHEN OTHER
                   MOVE WS-SCH-BEG-SEC(WS-IDX) TO WS-TS-SECONDS
                   PERFORM SECONDS-TO-HHMM
                   MOVE WS-HHMM-OUT TO WS-BEG-DISP
                   MOVE WS-SCH-END-SEC(WS-IDX) TO WS-TS-SECONDS
                   PERFORM SECONDS-TO-HHMM
                   MOVE WS-HHMM-OUT TO WS-END-DISP
                   MOVE WS-SCH-BATCH(WS-IDX) TO WS-BATCH-DISP
                   IF WS-SCH-STATE(WS-IDX) = "F"
                       MOVE "failed tonight" TO WS-NOTE
                   END-IF
                   IF WS-SCH-CRIT(WS-IDX) = "Y"
                       MOVE "critical path" TO WS-NOTE
                   END-IF
                   IF WS-SCH-DEFER(WS-IDX) = "Y"
                       MOVE "critical path - DEFER" TO WS-NOTE
                   END-IF
           END-EVALUATE
           MOVE SPACES TO REPORT-REC
           STRING
               WS-SCH-PROGID(WS-IDX) " "
               WS-BATCH-DISP "   "
               WS-SCH-GROUP(WS-IDX)(1:10) " "
               WS-BEG-DISP "  "
               WS-END-DISP " "
               WS-DUR-DISP " "
               WS-SCH-BASIS(WS-IDX) " "
               WS-NOTE
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> -- Convert a CURRENT-DATE stamp (YYYYMMDDhhmmsshh...) to
      *> -- absolute seconds; flags WS-TS-BAD on junk --
       TS-TO-SECONDS.
           MOVE "N" TO WS-TS-BAD
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-WORK(1:14) NOT NUMERIC
               MOVE "Y" TO WS-TS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-WORK(1:8) TO WS-TS-YYYYMMDD
           MOVE WS-TS-WORK(9:2) TO WS-TS-HH
           MOVE WS-TS-WORK(11:2) TO WS-TS-MM
           MOVE WS-TS-WORK(13:2) TO WS-TS-SS
           IF TEST-DATE-YYYYMMDD(WS-TS-YYYYMMDD) NOT = 0
               MOVE "Y" TO WS-TS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE INTEGER-OF-DATE(WS-TS-YYYYMMDD)
               TO WS-TS-DAYNUM
           COMPUTE WS-TS-SECONDS =
               WS-TS-DAYNUM * 86400
               + WS-TS-HH * 3600
               + WS-TS-MM * 60
               + WS-TS-SS
           .

      *> -- Absolute seconds in WS-TS-SECONDS to "HH:MM" --
       SECONDS-TO-HHMM.
           COMPUTE WS-SEC-OF-DAY = MOD(WS-TS-SECONDS, 86400)
           COMPUTE WS-HH-OUT = WS-SEC-OF-DAY / 3600
           COMPUTE WS-MM-OUT =
               (WS-SEC-OF-DAY - WS-HH-OUT * 3600) / 60
           MOVE SPACES TO WS-HHMM-OUT
           STRING
               WS-HH-OUT ":" WS-MM-OUT
               DELIMITED SIZE
               INTO WS-HHMM-OUT
           END-STRING
           .

       COPY RUNLOG-PROC.
