       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSPAGE.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> OPSPAGE - Operations status page after the nightly run
      *> Folds the night's control files into one HTML page that
      *> COBOL-HTTP-SERVER publishes on GET /ops/status.html
      *> (X-Api-Key required), so a manager sees the state of the
      *> shop without a shell:
      *>   1. Batch programs - one traffic-light row per program
      *>      from the latest batch_run.log verdict (schedule order
      *>      first), red when BALCHECK found its counts out of
      *>      balance, grey when it has no verdict in this window
      *>   2. API spend against budget - api_budget.dat as COSTGOV
      *>      last wrote it (current month)
      *>   3. Work queues - depth, oldest item and its age from
      *>      OPSBRIEF's opsbrief_state.dat
      *>   4. Open incidents by escalation tier - RUNNOTIFY's
      *>      runnotify_incidents.dat
      *>   5. Oldest open work orders - workorders.dat
      *> The window is the last nightly BATCHCTL run: a daytime
      *> operator rerun (run-log records tagged RERUN:<id>) shows
      *> as the program's latest verdict but never moves the
      *> window, even when OPSPAGE itself is the one rerun.
      *> A missing source is shown on the page, not fatal. The
      *> page goes to ../S01E03/ops_status/status.html unless
      *> OPSPAGE_FILE names another file; BATCH_RUN_LOG,
      *> API_BUDGET_FILE and WORKORDER_FILE are honoured as in
      *> the programs that write those files.
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
           SELECT SCHEDULE-FILE ASSIGN TO WS-SCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT BALANCE-FILE ASSIGN TO WS-BAL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT BUDGET-FILE ASSIGN TO WS-BUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT QUEUE-STATE-FILE ASSIGN TO WS-QST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT INCIDENT-FILE ASSIGN TO WS-INC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT WORKORDER-FILE ASSIGN TO WS-WO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT PAGE-FILE ASSIGN TO WS-PAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-REC             PIC X(400).

       FD  BALANCE-FILE.
       01  BALANCE-REC              PIC X(200).

       FD  BUDGET-FILE.
       01  BUDGET-REC               PIC X(200).

       FD  QUEUE-STATE-FILE.
       01  QUEUE-STATE-REC          PIC X(100).

       FD  INCIDENT-FILE.
       01  INCIDENT-REC             PIC X(100).

       FD  WORKORDER-FILE.
       01  WORKORDER-REC            PIC X(250).

       FD  PAGE-FILE.
       01  PAGE-REC                 PIC X(600).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

      *> -- Source and page paths --
       01  WS-SCHED-PATH           PIC X(200) VALUE
           "../BATCHCTL/batch_schedule.dat".
       01  WS-BAL-PATH             PIC X(200) VALUE
           "../BALCHECK/balcheck_report.txt".
       01  WS-BUD-PATH             PIC X(200) VALUE
           "../COSTGOV/api_budget.dat".
       01  WS-QST-PATH             PIC X(200) VALUE
           "../OPSBRIEF/opsbrief_state.dat".
       01  WS-INC-PATH             PIC X(200) VALUE
           "../RUNNOTIFY/runnotify_incidents.dat".
       01  WS-WO-PATH              PIC X(200) VALUE
           "../S03E01/workorders.dat".
       01  WS-PAGE-PATH            PIC X(200) VALUE
           "../S01E03/ops_status/status.html".
       01  WS-SRC-FS               PIC XX.
       01  WS-PAGE-FS              PIC XX.
       01  WS-ENVVAL               PIC X(200).
       01  WS-EOF-FLAG             PIC X(1).
       01  WS-LINE                 PIC X(400).

      *> -- Sources that could not be read, listed on the page --
       01  WS-MISS-CT              PIC 9(2) VALUE 0.
       01  WS-MISS-TABLE.
           05  WS-MISS-PATH        PIC X(200) OCCURS 7 TIMES.

      *> -- Colour thresholds --
       01  WS-Q-AMBER-HRS          PIC 9(5) VALUE 24.
       01  WS-Q-RED-HRS            PIC 9(5) VALUE 72.
       01  WS-WO-AMBER-DAYS        PIC 9(5) VALUE 7.
       01  WS-WO-RED-DAYS          PIC 9(5) VALUE 30.
       01  WS-BUD-AMBER-PCT        PIC 9(3) VALUE 80.

      *> -- Server response buffer the whole page must fit in --
       01  WS-PAGE-LIMIT           PIC 9(5) VALUE 15000.
       01  WS-PAGE-BYTES           PIC 9(7) VALUE 0.
       01  WS-PAGE-LINE            PIC X(600).

      *> -- Now / run window --
       01  WS-NOW-TS               PIC X(21).
       01  WS-TODAY-N              PIC 9(8).
       01  WS-WINDOW-START         PIC X(14) VALUE SPACES.
       01  WS-CTL-LAST-START       PIC X(14) VALUE SPACES.

      *> -- Run-log line parsing --
       01  WS-LOG-PROGID           PIC X(30).
       01  WS-LOG-START            PIC X(21).
       01  WS-LOG-END              PIC X(21).
       01  WS-LOG-STATUS           PIC X(8).
       01  WS-LOG-RESULT           PIC X(80).
       01  WS-LOG-TAG              PIC X(30).
       01  WS-LOG-RECORDS          PIC 9(7) VALUE 0.

      *> -- One row per program: schedule order, then any other
      *> -- program found in the run log --
       01  WS-PRG-MAX              PIC 9(3) VALUE 80.
       01  WS-PRG-COUNT            PIC 9(3) VALUE 0.
       01  WS-PRG-TABLE.
           05  WS-PRG-ENTRY OCCURS 80 TIMES.
               10  WS-PRG-ID       PIC X(30).
               10  WS-PRG-STATUS   PIC X(8).
               10  WS-PRG-START    PIC X(14).
               10  WS-PRG-END      PIC X(14).
               10  WS-PRG-RESULT   PIC X(80).
               10  WS-PRG-OOB      PIC X(30).
               10  WS-PRG-LIGHT    PIC X(1).
       01  WS-PRG-CUR              PIC 9(3).
       01  WS-CT-RED               PIC 9(3) VALUE 0.
       01  WS-CT-AMBER             PIC 9(3) VALUE 0.
       01  WS-CT-GREEN             PIC 9(3) VALUE 0.
       01  WS-CT-GREY              PIC 9(3) VALUE 0.

      *> -- Schedule / balance parsing --
       01  WS-SCH-PROGID           PIC X(30).
       01  WS-SCH-ENABLED          PIC X(1).
       01  WS-BAL-PROGID           PIC X(30).
       01  WS-BAL-LABEL            PIC X(30).
       01  WS-OOB-CT               PIC 9(3) VALUE 0.

      *> -- API budget rows --
       01  WS-BUD-MAX              PIC 9(3) VALUE 40.
       01  WS-BUD-CT               PIC 9(3) VALUE 0.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENT OCCURS 40 TIMES.
               10  WS-BUD-PROGID   PIC X(30).
               10  WS-BUD-MONTH    PIC X(6).
               10  WS-BUD-SPENT    PIC 9(9).
               10  WS-BUD-LIMIT    PIC 9(9).
               10  WS-BUD-STATE    PIC X(4).
       01  WS-BUD-CURMONTH         PIC X(6) VALUE SPACES.
       01  WS-BF-PROGID            PIC X(30).
       01  WS-BF-MONTH             PIC X(6).
       01  WS-BF-SPENT             PIC X(12).
       01  WS-BF-LIMIT             PIC X(12).
       01  WS-BF-STATE             PIC X(4).
       01  WS-BUD-PCT              PIC 9(5).
       01  WS-BUD-TOT-SPENT        PIC 9(11) VALUE 0.
       01  WS-BUD-TOT-LIMIT        PIC 9(11) VALUE 0.
       01  WS-BUD-OVER-CT          PIC 9(3) VALUE 0.
       01  WS-MONEY-WORK           PIC 9(9)V99.
       01  WS-MONEY-DISP           PIC Z(8)9.99.
       01  WS-MONEY-DISP2          PIC Z(8)9.99.
       01  WS-PCT-DISP             PIC ZZZZ9.

      *> -- Work-queue rows --
       01  WS-QUE-MAX              PIC 9(3) VALUE 20.
       01  WS-QUE-CT               PIC 9(3) VALUE 0.
       01  WS-QUE-TABLE.
           05  WS-QUE-ENT OCCURS 20 TIMES.
               10  WS-QUE-LABEL    PIC X(30).
               10  WS-QUE-ITEMS    PIC 9(7).
               10  WS-QUE-OLDEST   PIC X(14).
               10  WS-QUE-AGE-HRS  PIC 9(5).
               10  WS-QUE-GREW     PIC X(1).
       01  WS-QF-LABEL             PIC X(30).
       01  WS-QF-COUNT             PIC X(10).
       01  WS-QF-OLDEST            PIC X(14).
       01  WS-QF-AGE               PIC X(10).
       01  WS-QF-GREW              PIC X(1).
       01  WS-QUE-TOTAL            PIC 9(7) VALUE 0.

      *> -- Open incidents --
       01  WS-INC-MAX              PIC 9(3) VALUE 15.
       01  WS-INC-CT               PIC 9(3) VALUE 0.
       01  WS-INC-TOTAL            PIC 9(3) VALUE 0.
       01  WS-INC-TIER-CT          PIC 9(3) OCCURS 3 TIMES.
       01  WS-INC-TABLE.
           05  WS-INC-ENT OCCURS 15 TIMES.
               10  WS-INC-PROGID   PIC X(30).
               10  WS-INC-STATUS   PIC X(8).
               10  WS-INC-TIER     PIC 9(1).
               10  WS-INC-LAST-TS  PIC X(14).
               10  WS-INC-COUNT    PIC 9(5).
       01  WS-IF-F1                PIC X(30).
       01  WS-IF-F2                PIC X(8).
       01  WS-IF-F3                PIC X(5).
       01  WS-IF-F4                PIC X(21).
       01  WS-IF-F5                PIC X(10).
       01  WS-IF-TIER              PIC 9(1).

      *> -- Oldest open work orders (kept sorted by opened) --
       01  WS-WO-SHOW              PIC 9(2) VALUE 10.
       01  WS-WO-TOP-CT            PIC 9(2) VALUE 0.
       01  WS-WO-OPEN-CT           PIC 9(5) VALUE 0.
       01  WS-WO-TOP-TABLE.
           05  WS-WO-TOP OCCURS 10 TIMES.
               10  WS-WT-NUM       PIC X(10).
               10  WS-WT-SENSOR    PIC X(30).
               10  WS-WT-TYPE      PIC X(25).
               10  WS-WT-SEV       PIC X(4).
               10  WS-WT-OPENED    PIC X(14).
               10  WS-WT-ASSIGNEE  PIC X(20).
       01  WS-WF-NUM               PIC X(10).
       01  WS-WF-SENSOR            PIC X(30).
       01  WS-WF-TYPE              PIC X(25).
       01  WS-WF-READING           PIC X(15).
       01  WS-WF-SEV               PIC X(4).
       01  WS-WF-STATUS            PIC X(8).
       01  WS-WF-OPENED            PIC X(14).
       01  WS-WF-ASSIGNEE          PIC X(20).
       01  WS-WO-POS               PIC 9(2).
       01  WS-WO-AGE-DAYS          PIC 9(5).
       01  WS-DATE-N               PIC 9(8).

      *> -- HTML text escaping --
       01  WS-ESC-IN               PIC X(200).
       01  WS-ESC-OUT              PIC X(600).
       01  WS-ESC-LEN              PIC 9(4).
       01  WS-ESC-I                PIC 9(4).
       01  WS-ESC-N                PIC 9(4).

      *> -- Display helpers --
       01  WS-FMT-IN               PIC X(14).
       01  WS-FMT-OUT              PIC X(16).
       01  WS-LIGHT                PIC X(1).
       01  WS-CNT-DISP             PIC ZZZZZZ9.
       01  WS-N1-DISP              PIC ZZ9.
       01  WS-N2-DISP              PIC ZZ9.
       01  WS-N3-DISP              PIC ZZ9.
       01  WS-N4-DISP              PIC ZZ9.
       01  WS-AGE-DISP             PIC ZZZZ9.
       01  WS-TIER-DISP            PIC 9.
       01  WS-IDX                  PIC 9(3).
       01  WS-JDX                  PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PAGE.
           MOVE "OPSPAGE" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== OPSPAGE: strona statusu operacji ==="

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY-N
           PERFORM LOAD-PAGE-ENV

           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-RUN-LOG
           PERFORM LOAD-BALANCE-REPORT
           PERFORM GRADE-PROGRAMS
           PERFORM LOAD-BUDGET
           PERFORM LOAD-QUEUE-STATE
           PERFORM LOAD-INCIDENTS
           PERFORM LOAD-WORK-ORDERS

           PERFORM WRITE-STATUS-PAGE
           IF WS-PAGE-FS NOT = "00"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "page write failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           DISPLAY "  Programow: " WS-PRG-COUNT
               "  czerwonych: " WS-CT-RED
               "  zoltych: " WS-CT-AMBER
           DISPLAY "  Strona: " TRIM(WS-PAGE-PATH)
               " (" WS-PAGE-BYTES " bajtow)"

           MOVE "OK" TO WS-RUNLOG-STATUS
           IF WS-MISS-CT > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "RUN-MISSING" TO WS-RUNLOG-REASON
           END-IF
           IF WS-PAGE-BYTES > WS-PAGE-LIMIT
               DISPLAY "  UWAGA: strona wieksza niz bufor "
                   "serwera (" WS-PAGE-LIMIT " bajtow) - "
                   "zostanie obcieta"
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "OUTPUT-TRUNCATED" TO WS-RUNLOG-REASON
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "programs=" WS-PRG-COUNT
               " red=" WS-CT-RED
               " amber=" WS-CT-AMBER
               " missing-src=" WS-MISS-CT
               " bytes=" WS-PAGE-BYTES
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           STOP RUN.

      *> -- Path overrides; BATCHCTL_WINDOW_START marks tonight --
       LOAD-PAGE-ENV.
           MOVE SPACES TO WS-ENVVAL
           ACCEPT WS-ENVVAL FROM ENVIRONMENT "OPSPAGE_FILE"
           IF WS-ENVVAL NOT = SPACES
               MOVE WS-ENVVAL TO WS-PAGE-PATH
           END-IF
           MOVE SPACES TO WS-ENVVAL
           ACCEPT WS-ENVVAL FROM ENVIRONMENT "API_BUDGET_FILE"
           IF WS-ENVVAL NOT = SPACES
               MOVE WS-ENVVAL TO WS-BUD-PATH
           END-IF
           MOVE SPACES TO WS-ENVVAL
           ACCEPT WS-ENVVAL FROM ENVIRONMENT "WORKORDER_FILE"
           IF WS-ENVVAL NOT = SPACES
               MOVE WS-ENVVAL TO WS-WO-PATH
           END-IF
           MOVE SPACES TO WS-ENVVAL
           ACCEPT WS-ENVVAL
               FROM ENVIRONMENT "BATCHCTL_WINDOW_START"
           IF WS-ENVVAL(1:14) IS NUMERIC
           AND WS-RUNLOG-RERUN-ID = SPACES
               MOVE WS-ENVVAL(1:14) TO WS-WINDOW-START
           END-IF
           .

      *> -- Remember a source that could not be opened --
       NOTE-MISSING-SOURCE.
           DISPLAY "  UWAGA: brak pliku " TRIM(WS-LINE)
           IF WS-MISS-CT < 7
               ADD 1 TO WS-MISS-CT
               MOVE WS-LINE TO WS-MISS-PATH(WS-MISS-CT)
           END-IF
           .

      *> ============================================================
      *> Enabled schedule entries seed the program table so the
      *> page lists programs in the order the night runs them,
      *> including any that left no verdict at all.
      *> ============================================================
       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-SCHED-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SCHEDULE-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE(1:1) NOT = "#"
                       AND WS-LINE NOT = SPACES
                           MOVE SPACES TO WS-SCH-PROGID
                                          WS-SCH-ENABLED
                           UNSTRING WS-LINE DELIMITED BY "|"
                               INTO WS-SCH-PROGID
                                    WS-SCH-ENABLED
                           END-UNSTRING
                           IF WS-SCH-ENABLED = "Y"
                               MOVE WS-SCH-PROGID TO WS-LOG-PROGID
                               PERFORM FIND-OR-ADD-PROGRAM
                           END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           .

      *> ============================================================
      *> Latest verdict per program from the shared run log. INFO
      *> markers are not runs. The controller's own record and
      *> this program's are left off: neither has finished yet
      *> when the page is built inside the nightly window.
      *> ============================================================
       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-FS NOT = "00"
               MOVE WS-RUNLOG-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RUN-LOG-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-RUN-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE

      *>   Outside BATCHCTL the last controller start stands in
      *>   for the window start
           IF WS-WINDOW-START = SPACES
               MOVE WS-CTL-LAST-START TO WS-WINDOW-START
           END-IF
           DISPLAY "  Rekordow dziennika: " WS-LOG-RECORDS
           .

      *> -- One run-log record onto its program's row --
       APPLY-RUN-LOG-LINE.
           MOVE SPACES TO WS-LOG-PROGID WS-LOG-START WS-LOG-END
                          WS-LOG-STATUS WS-LOG-RESULT
                          WS-LOG-TAG
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-LOG-PROGID
                    WS-LOG-START
                    WS-LOG-END
                    WS-LOG-STATUS
                    WS-LOG-RESULT
                    WS-LOG-TAG
           END-UNSTRING
           IF WS-LOG-PROGID = SPACES
           OR TRIM(WS-LOG-STATUS) = "INFO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOG-RECORDS
           IF TRIM(WS-LOG-PROGID) = "BATCHCTL"
               IF WS-LOG-START(1:14) IS NUMERIC
               AND WS-LOG-TAG(1:6) NOT = "RERUN:"
                   MOVE WS-LOG-START(1:14) TO WS-CTL-LAST-START
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-LOG-PROGID) = "OPSPAGE"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OR-ADD-PROGRAM
           IF WS-PRG-CUR = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-STATUS TO WS-PRG-STATUS(WS-PRG-CUR)
           MOVE WS-LOG-START(1:14) TO WS-PRG-START(WS-PRG-CUR)
           MOVE WS-LOG-END(1:14) TO WS-PRG-END(WS-PRG-CUR)
           MOVE WS-LOG-RESULT TO WS-PRG-RESULT(WS-PRG-CUR)
           IF WS-LOG-TAG(1:6) = "RERUN:"
               MOVE SPACES TO WS-PRG-RESULT(WS-PRG-CUR)
               STRING
                   "rerun " TRIM(WS-LOG-TAG(7:24)) ": "
                   TRIM(WS-LOG-RESULT)
                   DELIMITED SIZE
                   INTO WS-PRG-RESULT(WS-PRG-CUR)
               END-STRING
           END-IF
           .

      *> -- Row for WS-LOG-PROGID (added at the end when new);
      *> -- WS-PRG-CUR = 0 when the table is full --
       FIND-OR-ADD-PROGRAM.
           MOVE 0 TO WS-PRG-CUR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               IF WS-PRG-ID(WS-IDX) = WS-LOG-PROGID
                   MOVE WS-IDX TO WS-PRG-CUR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRG-CUR > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PRG-COUNT >= WS-PRG-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRG-COUNT
           MOVE WS-PRG-COUNT TO WS-PRG-CUR
           MOVE WS-LOG-PROGID TO WS-PRG-ID(WS-PRG-CUR)
           MOVE SPACES TO WS-PRG-STATUS(WS-PRG-CUR)
                          WS-PRG-START(WS-PRG-CUR)
                          WS-PRG-END(WS-PRG-CUR)
                          WS-PRG-RESULT(WS-PRG-CUR)
                          WS-PRG-OOB(WS-PRG-CUR)
           MOVE "n" TO WS-PRG-LIGHT(WS-PRG-CUR)
           .

      *> ============================================================
      *> BALCHECK's "!!" lines name the program and file label
      *> whose record counts did not tie tonight.
      *> ============================================================
       LOAD-BALANCE-REPORT.
           OPEN INPUT BALANCE-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-BAL-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BALANCE-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE(1:6) = "  !!  "
                           PERFORM APPLY-BALANCE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-FILE
           .

       APPLY-BALANCE-LINE.
           MOVE SPACES TO WS-BAL-PROGID WS-BAL-LABEL
           UNSTRING WS-LINE(7:) DELIMITED BY ALL SPACE
               INTO WS-BAL-PROGID
                    WS-BAL-LABEL
           END-UNSTRING
           IF WS-BAL-PROGID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OOB-CT
           MOVE WS-BAL-PROGID TO WS-LOG-PROGID
           PERFORM FIND-OR-ADD-PROGRAM
           IF WS-PRG-CUR > 0
               MOVE WS-BAL-LABEL TO WS-PRG-OOB(WS-PRG-CUR)
           END-IF
           .

      *> ============================================================
      *> Traffic light per program:
      *>   red   - ERR/FAIL/TIMEOUT (any non-OK verdict other than
      *>           WARN/SKIP), or counts out of balance
      *>   amber - WARN (stale input, degraded run) or SKIP
      *>   green - OK
      *>   grey  - no verdict at all, or none since the window
      *>           opened
      *> ============================================================
       GRADE-PROGRAMS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               EVALUATE TRUE
                   WHEN WS-PRG-OOB(WS-IDX) NOT = SPACES
                       MOVE "r" TO WS-PRG-LIGHT(WS-IDX)
                   WHEN WS-PRG-STATUS(WS-IDX) = SPACES
                       MOVE "n" TO WS-PRG-LIGHT(WS-IDX)
                   WHEN WS-WINDOW-START NOT = SPACES
                    AND WS-PRG-START(WS-IDX) < WS-WINDOW-START
                       MOVE "n" TO WS-PRG-LIGHT(WS-IDX)
                   WHEN TRIM(WS-PRG-STATUS(WS-IDX)) = "OK"
                       MOVE "g" TO WS-PRG-LIGHT(WS-IDX)
                   WHEN TRIM(WS-PRG-STATUS(WS-IDX)) = "WARN"
                     OR TRIM(WS-PRG-STATUS(WS-IDX)) = "SKIP"
                       MOVE "a" TO WS-PRG-LIGHT(WS-IDX)
                   WHEN OTHER
                       MOVE "r" TO WS-PRG-LIGHT(WS-IDX)
               END-EVALUATE
               EVALUATE WS-PRG-LIGHT(WS-IDX)
                   WHEN "r"
                       ADD 1 TO WS-CT-RED
                   WHEN "a"
                       ADD 1 TO WS-CT-AMBER
                   WHEN "g"
                       ADD 1 TO WS-CT-GREEN
                   WHEN OTHER
                       ADD 1 TO WS-CT-GREY
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> api_budget.dat: progid|month|spent-cents|limit-cents|state
      *> Only the newest month in the file is shown.
      *> ============================================================
       LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-BUD-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BUDGET-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-BUDGET-LINE
               END-READ
           END-PERFORM
           CLOSE BUDGET-FILE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BUD-CT
               IF WS-BUD-MONTH(WS-IDX) = WS-BUD-CURMONTH
                   ADD WS-BUD-SPENT(WS-IDX) TO WS-BUD-TOT-SPENT
                   ADD WS-BUD-LIMIT(WS-IDX) TO WS-BUD-TOT-LIMIT
                   IF WS-BUD-STATE(WS-IDX) = "OVER"
                       ADD 1 TO WS-BUD-OVER-CT
                   END-IF
               END-IF
           END-PERFORM
           .

       APPLY-BUDGET-LINE.
           IF WS-LINE(1:1) = "#" OR WS-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BF-PROGID WS-BF-MONTH WS-BF-SPENT
                          WS-BF-LIMIT WS-BF-STATE
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-BF-PROGID
                    WS-BF-MONTH
                    WS-BF-SPENT
                    WS-BF-LIMIT
                    WS-BF-STATE
           END-UNSTRING
           IF WS-BF-PROGID = SPACES
           OR TRIM(WS-BF-SPENT) NOT NUMERIC
           OR TRIM(WS-BF-LIMIT) NOT NUMERIC
           OR WS-BUD-CT >= WS-BUD-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUD-CT
           MOVE WS-BF-PROGID TO WS-BUD-PROGID(WS-BUD-CT)
           MOVE WS-BF-MONTH TO WS-BUD-MONTH(WS-BUD-CT)
           COMPUTE WS-BUD-SPENT(WS-BUD-CT) = NUMVAL(WS-BF-SPENT)
           COMPUTE WS-BUD-LIMIT(WS-BUD-CT) = NUMVAL(WS-BF-LIMIT)
           MOVE WS-BF-STATE TO WS-BUD-STATE(WS-BUD-CT)
           IF WS-BF-MONTH > WS-BUD-CURMONTH
               MOVE WS-BF-MONTH TO WS-BUD-CURMONTH
           END-IF
           .

      *> ============================================================
      *> opsbrief_state.dat: label|count|oldest|age-hours|grew
      *> ============================================================
       LOAD-QUEUE-STATE.
           OPEN INPUT QUEUE-STATE-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-QST-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ QUEUE-STATE-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-QUEUE-LINE
               END-READ
           END-PERFORM
           CLOSE QUEUE-STATE-FILE
           .

       APPLY-QUEUE-LINE.
           MOVE SPACES TO WS-QF-LABEL WS-QF-COUNT WS-QF-OLDEST
                          WS-QF-AGE WS-QF-GREW
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-QF-LABEL
                    WS-QF-COUNT
                    WS-QF-OLDEST
                    WS-QF-AGE
                    WS-QF-GREW
           END-UNSTRING
           IF WS-QF-LABEL = SPACES
           OR TRIM(WS-QF-COUNT) NOT NUMERIC
           OR WS-QUE-CT >= WS-QUE-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUE-CT
           MOVE WS-QF-LABEL TO WS-QUE-LABEL(WS-QUE-CT)
           COMPUTE WS-QUE-ITEMS(WS-QUE-CT) = NUMVAL(WS-QF-COUNT)
           ADD WS-QUE-ITEMS(WS-QUE-CT) TO WS-QUE-TOTAL
           MOVE WS-QF-OLDEST TO WS-QUE-OLDEST(WS-QUE-CT)
           MOVE 0 TO WS-QUE-AGE-HRS(WS-QUE-CT)
           IF TRIM(WS-QF-AGE) IS NUMERIC
               COMPUTE WS-QUE-AGE-HRS(WS-QUE-CT) =
                   NUMVAL(WS-QF-AGE)
           END-IF
           MOVE WS-QF-GREW TO WS-QUE-GREW(WS-QUE-CT)
           .

      *> ============================================================
      *> runnotify_incidents.dat holds only open incidents:
      *> progid|status|tier|last-sent|count
      *> ============================================================
       LOAD-INCIDENTS.
           MOVE 0 TO WS-INC-TIER-CT(1) WS-INC-TIER-CT(2)
                     WS-INC-TIER-CT(3)
           OPEN INPUT INCIDENT-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-INC-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INCIDENT-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-INCIDENT-LINE
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FILE
           .

       APPLY-INCIDENT-LINE.
           MOVE SPACES TO WS-IF-F1 WS-IF-F2 WS-IF-F3
                          WS-IF-F4 WS-IF-F5
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-IF-F1 WS-IF-F2 WS-IF-F3
                    WS-IF-F4 WS-IF-F5
           END-UNSTRING
           IF WS-IF-F1 = SPACES
           OR TRIM(WS-IF-F3) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IF-TIER = NUMVAL(WS-IF-F3)
           IF WS-IF-TIER < 1
               MOVE 1 TO WS-IF-TIER
           END-IF
           IF WS-IF-TIER > 3
               MOVE 3 TO WS-IF-TIER
           END-IF
           ADD 1 TO WS-INC-TOTAL
           ADD 1 TO WS-INC-TIER-CT(WS-IF-TIER)
           IF WS-INC-CT >= WS-INC-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INC-CT
           MOVE WS-IF-F1 TO WS-INC-PROGID(WS-INC-CT)
           MOVE WS-IF-F2 TO WS-INC-STATUS(WS-INC-CT)
           MOVE WS-IF-TIER TO WS-INC-TIER(WS-INC-CT)
           MOVE WS-IF-F4(1:14) TO WS-INC-LAST-TS(WS-INC-CT)
           MOVE 1 TO WS-INC-COUNT(WS-INC-CT)
           IF TRIM(WS-IF-F5) IS NUMERIC
               COMPUTE WS-INC-COUNT(WS-INC-CT) = NUMVAL(WS-IF-F5)
           END-IF
           .

      *> ============================================================
      *> workorders.dat: keep the oldest OPEN orders by opened
      *> stamp (insertion into a short sorted list).
      *> ============================================================
       LOAD-WORK-ORDERS.
           OPEN INPUT WORKORDER-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE WS-WO-PATH TO WS-LINE
               PERFORM NOTE-MISSING-SOURCE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WORKORDER-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-WORK-ORDER-LINE
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE
           .

       APPLY-WORK-ORDER-LINE.
           MOVE SPACES TO WS-WF-NUM WS-WF-SENSOR WS-WF-TYPE
                          WS-WF-READING WS-WF-SEV WS-WF-STATUS
                          WS-WF-OPENED WS-WF-ASSIGNEE
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-WF-NUM
                    WS-WF-SENSOR
                    WS-WF-TYPE
                    WS-WF-READING
                    WS-WF-SEV
                    WS-WF-STATUS
                    WS-WF-OPENED
                    WS-WF-ASSIGNEE
           END-UNSTRING
           IF TRIM(WS-WF-STATUS) NOT = "OPEN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-OPEN-CT

      *>   Position among the oldest kept so far
           MOVE 0 TO WS-WO-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WO-TOP-CT
               IF WS-WF-OPENED < WS-WT-OPENED(WS-IDX)
                   MOVE WS-IDX TO WS-WO-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-WO-POS = 0
               IF WS-WO-TOP-CT >= WS-WO-SHOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WO-TOP-CT
               MOVE WS-WO-TOP-CT TO WS-WO-POS
           ELSE
               IF WS-WO-TOP-CT < WS-WO-SHOW
                   ADD 1 TO WS-WO-TOP-CT
               END-IF
               PERFORM VARYING WS-JDX FROM WS-WO-TOP-CT BY -1
                   UNTIL WS-JDX <= WS-WO-POS
                   MOVE WS-WO-TOP(WS-JDX - 1) TO WS-WO-TOP(WS-JDX)
               END-PERFORM
           END-IF
           MOVE WS-WF-NUM TO WS-WT-NUM(WS-WO-POS)
           MOVE WS-WF-SENSOR TO WS-WT-SENSOR(WS-WO-POS)
           MOVE WS-WF-TYPE TO WS-WT-TYPE(WS-WO-POS)
           MOVE WS-WF-SEV TO WS-WT-SEV(WS-WO-POS)
           MOVE WS-WF-OPENED TO WS-WT-OPENED(WS-WO-POS)
           MOVE WS-WF-ASSIGNEE TO WS-WT-ASSIGNEE(WS-WO-POS)
           .

      *> ============================================================
      *> Write the page. Kept compact - the whole file has to fit
      *> the server's response buffer.
      *> ============================================================
       WRITE-STATUS-PAGE.
           OPEN OUTPUT PAGE-FILE
           IF WS-PAGE-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PAGE-PATH)
               EXIT PARAGRAPH
           END-IF

           MOVE "<!DOCTYPE html>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           MOVE "<html><head><meta charset=utf-8>"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           MOVE "<title>Operations status</title>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           MOVE SPACES TO WS-PAGE-LINE
           STRING
               "<style>body{font-family:sans-serif}"
               "table{border-collapse:collapse}"
               "td,th{border:1px solid #999;padding:2px 6px}"
               ".g{background:#2e7d32;color:#fff}"
               ".a{background:#f9a825}"
               ".r{background:#c62828;color:#fff}"
               ".n{background:#bbb}</style></head><body>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE

           MOVE WS-NOW-TS(1:14) TO WS-FMT-IN
           PERFORM FORMAT-TS
           MOVE SPACES TO WS-PAGE-LINE
           STRING
               "<h1>Operations status</h1><p>Generated "
               WS-FMT-OUT
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           IF WS-WINDOW-START NOT = SPACES
               MOVE WS-WINDOW-START TO WS-FMT-IN
               PERFORM FORMAT-TS
               MOVE SPACES TO WS-LINE
               STRING
                   TRIM(WS-PAGE-LINE) " - run window opened "
                   WS-FMT-OUT
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO WS-PAGE-LINE
           END-IF
           MOVE SPACES TO WS-LINE
           STRING
               TRIM(WS-PAGE-LINE) "</p>"
               DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           MOVE WS-LINE TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM WRITE-MISSING-SOURCES
           PERFORM WRITE-PROGRAM-SECTION
           PERFORM WRITE-BUDGET-SECTION
           PERFORM WRITE-QUEUE-SECTION
           PERFORM WRITE-INCIDENT-SECTION
           PERFORM WRITE-WORK-ORDER-SECTION

           MOVE "</body></html>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           CLOSE PAGE-FILE
           .

      *> -- One page line; the byte count guards the buffer --
       WRITE-PAGE-LINE.
           MOVE WS-PAGE-LINE TO PAGE-REC
           WRITE PAGE-REC
           ADD LENGTH(TRIM(WS-PAGE-LINE TRAILING)) TO WS-PAGE-BYTES
           ADD 1 TO WS-PAGE-BYTES
           MOVE SPACES TO WS-PAGE-LINE WS-LINE
           .

       WRITE-MISSING-SOURCES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-MISS-CT
               MOVE WS-MISS-PATH(WS-IDX) TO WS-ESC-IN
               PERFORM HTML-ESCAPE
               STRING
                   "<p class=a>Source not available: "
                   WS-ESC-OUT(1:WS-ESC-LEN) "</p>"
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               PERFORM WRITE-PAGE-LINE
           END-PERFORM
           .

      *> -- 1. Traffic light per program --
       WRITE-PROGRAM-SECTION.
           MOVE WS-CT-RED TO WS-N1-DISP
           MOVE WS-CT-AMBER TO WS-N2-DISP
           MOVE WS-CT-GREEN TO WS-N3-DISP
           MOVE WS-CT-GREY TO WS-N4-DISP
           STRING
               "<h2>Batch programs</h2><p>"
               "<span class=r>red " TRIM(WS-N1-DISP) "</span> "
               "<span class=a>amber " TRIM(WS-N2-DISP) "</span> "
               "<span class=g>green " TRIM(WS-N3-DISP) "</span> "
               "<span class=n>no verdict " TRIM(WS-N4-DISP)
               "</span>"
               "</p>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           MOVE "<table><tr><th>Program<th>Status<th>Ended<th>Result"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               MOVE WS-PRG-END(WS-IDX) TO WS-FMT-IN
               PERFORM FORMAT-TS
               MOVE SPACES TO WS-ESC-IN
               EVALUATE TRUE
                   WHEN WS-PRG-OOB(WS-IDX) NOT = SPACES
                       STRING
                           "out of balance: "
                           TRIM(WS-PRG-OOB(WS-IDX))
                           DELIMITED SIZE
                           INTO WS-ESC-IN
                       END-STRING
                       IF WS-PRG-RESULT(WS-IDX) NOT = SPACES
                           MOVE SPACES TO WS-LINE
                           STRING
                               TRIM(WS-ESC-IN) " - "
                               TRIM(WS-PRG-RESULT(WS-IDX))
                               DELIMITED SIZE
                               INTO WS-LINE
                           END-STRING
                           MOVE WS-LINE TO WS-ESC-IN
                       END-IF
                   WHEN WS-PRG-STATUS(WS-IDX) = SPACES
                       MOVE "no run recorded" TO WS-ESC-IN
                   WHEN WS-PRG-LIGHT(WS-IDX) = "n"
                       STRING
                           "no verdict in this window (last "
                           TRIM(WS-PRG-STATUS(WS-IDX)) ")"
                           DELIMITED SIZE
                           INTO WS-ESC-IN
                       END-STRING
                   WHEN OTHER
                       MOVE WS-PRG-RESULT(WS-IDX) TO WS-ESC-IN
               END-EVALUATE
               PERFORM HTML-ESCAPE
               STRING
                   "<tr><td>" TRIM(WS-PRG-ID(WS-IDX))
                   "<td class=" WS-PRG-LIGHT(WS-IDX) ">"
                   TRIM(WS-PRG-STATUS(WS-IDX))
                   "<td>" TRIM(WS-FMT-OUT)
                   "<td>" WS-ESC-OUT(1:WS-ESC-LEN)
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               PERFORM WRITE-PAGE-LINE
           END-PERFORM
           MOVE "</table>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           .

      *> -- 2. Spend against budget, current month --
       WRITE-BUDGET-SECTION.
           STRING
               "<h2>API spend against budget " WS-BUD-CURMONTH
               "</h2>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           IF WS-BUD-CT = 0
               MOVE "<p>No budget lines.</p>" TO WS-PAGE-LINE
               PERFORM WRITE-PAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "<table><tr><th>Program<th>Spent<th>Limit<th>Used"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-BUD-CT
               IF WS-BUD-MONTH(WS-IDX) = WS-BUD-CURMONTH
                   PERFORM WRITE-BUDGET-ROW
               END-IF
           END-PERFORM

           COMPUTE WS-MONEY-WORK = WS-BUD-TOT-SPENT / 100
           MOVE WS-MONEY-WORK TO WS-MONEY-DISP
           COMPUTE WS-MONEY-WORK = WS-BUD-TOT-LIMIT / 100
           MOVE WS-MONEY-WORK TO WS-MONEY-DISP2
           MOVE 0 TO WS-BUD-PCT
           IF WS-BUD-TOT-LIMIT > 0
               COMPUTE WS-BUD-PCT =
                   WS-BUD-TOT-SPENT * 100 / WS-BUD-TOT-LIMIT
           END-IF
           MOVE WS-BUD-PCT TO WS-PCT-DISP
           MOVE "g" TO WS-LIGHT
           IF WS-BUD-PCT >= WS-BUD-AMBER-PCT
               MOVE "a" TO WS-LIGHT
           END-IF
           IF WS-BUD-OVER-CT > 0
               MOVE "r" TO WS-LIGHT
           END-IF
           STRING
               "<tr><th>Total<th>" TRIM(WS-MONEY-DISP)
               "<th>" TRIM(WS-MONEY-DISP2)
               "<th class=" WS-LIGHT ">" TRIM(WS-PCT-DISP) "%"
               "</table>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           .

       WRITE-BUDGET-ROW.
           MOVE 0 TO WS-BUD-PCT
           IF WS-BUD-LIMIT(WS-IDX) > 0
               COMPUTE WS-BUD-PCT =
                   WS-BUD-SPENT(WS-IDX) * 100
                   / WS-BUD-LIMIT(WS-IDX)
           END-IF
           MOVE "g" TO WS-LIGHT
           IF WS-BUD-PCT >= WS-BUD-AMBER-PCT
               MOVE "a" TO WS-LIGHT
           END-IF
           IF WS-BUD-STATE(WS-IDX) = "OVER"
               MOVE "r" TO WS-LIGHT
           END-IF
           COMPUTE WS-MONEY-WORK = WS-BUD-SPENT(WS-IDX) / 100
           MOVE WS-MONEY-WORK TO WS-MONEY-DISP
           COMPUTE WS-MONEY-WORK = WS-BUD-LIMIT(WS-IDX) / 100
           MOVE WS-MONEY-WORK TO WS-MONEY-DISP2
           MOVE WS-BUD-PCT TO WS-PCT-DISP
           STRING
               "<tr><td>" TRIM(WS-BUD-PROGID(WS-IDX))
               "<td>" TRIM(WS-MONEY-DISP)
               "<td>" TRIM(WS-MONEY-DISP2)
               "<td class=" WS-LIGHT ">" TRIM(WS-PCT-DISP) "%"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           .

      *> -- 3. Queue depths and ages --
       WRITE-QUEUE-SECTION.
           MOVE WS-QUE-TOTAL TO WS-CNT-DISP
           STRING
               "<h2>Work queues - " TRIM(WS-CNT-DISP)
               " open items</h2>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           IF WS-QUE-CT = 0
               MOVE "<p>No queue state.</p>" TO WS-PAGE-LINE
               PERFORM WRITE-PAGE-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "<table><tr><th>Queue<th>Open<th>Oldest<th>Age (h)"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QUE-CT
               MOVE "g" TO WS-LIGHT
               IF WS-QUE-GREW(WS-IDX) = "Y"
               OR WS-QUE-AGE-HRS(WS-IDX) >= WS-Q-AMBER-HRS
                   MOVE "a" TO WS-LIGHT
               END-IF
               IF WS-QUE-AGE-HRS(WS-IDX) >= WS-Q-RED-HRS
                   MOVE "r" TO WS-LIGHT
               END-IF
               MOVE WS-QUE-ITEMS(WS-IDX) TO WS-CNT-DISP
               MOVE WS-QUE-AGE-HRS(WS-IDX) TO WS-AGE-DISP
               MOVE WS-QUE-OLDEST(WS-IDX) TO WS-FMT-IN
               PERFORM FORMAT-TS
               STRING
                   "<tr><td>" TRIM(WS-QUE-LABEL(WS-IDX))
                   "<td class=" WS-LIGHT ">" TRIM(WS-CNT-DISP)
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               IF WS-QUE-GREW(WS-IDX) = "Y"
                   MOVE SPACES TO WS-LINE
                   STRING
                       TRIM(WS-PAGE-LINE) " (grew)"
                       DELIMITED SIZE
                       INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO WS-PAGE-LINE
               END-IF
               MOVE SPACES TO WS-LINE
               STRING
                   TRIM(WS-PAGE-LINE)
                   "<td>" TRIM(WS-FMT-OUT)
                   "<td>" TRIM(WS-AGE-DISP)
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO WS-PAGE-LINE
               PERFORM WRITE-PAGE-LINE
           END-PERFORM
           MOVE "</table>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           .

      *> -- 4. Open incidents by escalation tier --
       WRITE-INCIDENT-SECTION.
           MOVE WS-INC-TIER-CT(1) TO WS-N1-DISP
           MOVE WS-INC-TIER-CT(2) TO WS-N2-DISP
           MOVE WS-INC-TIER-CT(3) TO WS-N3-DISP
           STRING
               "<h2>Open incidents</h2><p>"
               "<span class=a>tier 1: " TRIM(WS-N1-DISP)
               "</span> <span class=r>tier 2: " TRIM(WS-N2-DISP)
               "</span> <span class=r>tier 3: " TRIM(WS-N3-DISP)
               "</span></p>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           IF WS-INC-CT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "<table><tr><th>Program<th>Status<th>Tier<th>Last page"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           MOVE "<th>Failures" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-INC-CT
               MOVE "a" TO WS-LIGHT
               IF WS-INC-TIER(WS-IDX) > 1
                   MOVE "r" TO WS-LIGHT
               END-IF
               MOVE WS-INC-TIER(WS-IDX) TO WS-TIER-DISP
               MOVE WS-INC-COUNT(WS-IDX) TO WS-CNT-DISP
               MOVE WS-INC-LAST-TS(WS-IDX) TO WS-FMT-IN
               PERFORM FORMAT-TS
               STRING
                   "<tr><td>" TRIM(WS-INC-PROGID(WS-IDX))
                   "<td>" TRIM(WS-INC-STATUS(WS-IDX))
                   "<td class=" WS-LIGHT ">" WS-TIER-DISP
                   "<td>" TRIM(WS-FMT-OUT)
                   "<td>" TRIM(WS-CNT-DISP)
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               PERFORM WRITE-PAGE-LINE
           END-PERFORM
           IF WS-INC-TOTAL > WS-INC-CT
               MOVE WS-INC-CT TO WS-N4-DISP
               MOVE WS-INC-TOTAL TO WS-CNT-DISP
               STRING
                   "<tr><td colspan=5>first " TRIM(WS-N4-DISP)
                   " of "
                   TRIM(WS-CNT-DISP)
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               PERFORM WRITE-PAGE-LINE
           END-IF
           MOVE "</table>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           .

      *> -- 5. Oldest open work orders --
       WRITE-WORK-ORDER-SECTION.
           MOVE WS-WO-OPEN-CT TO WS-CNT-DISP
           STRING
               "<h2>Oldest open work orders - "
               TRIM(WS-CNT-DISP) " open</h2>"
               DELIMITED SIZE
               INTO WS-PAGE-LINE
           END-STRING
           PERFORM WRITE-PAGE-LINE
           IF WS-WO-TOP-CT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "<table><tr><th>WO<th>Sensor<th>Type<th>Sev<th>Opened"
               TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           MOVE "<th>Age (d)<th>Assignee" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-WO-TOP-CT
               MOVE 0 TO WS-WO-AGE-DAYS
               IF WS-WT-OPENED(WS-IDX)(1:8) IS NUMERIC
                   MOVE WS-WT-OPENED(WS-IDX)(1:8) TO WS-DATE-N
                   IF TEST-DATE-YYYYMMDD(WS-DATE-N) = 0
                   AND WS-DATE-N < WS-TODAY-N
                       COMPUTE WS-WO-AGE-DAYS =
                           INTEGER-OF-DATE(WS-TODAY-N)
                           - INTEGER-OF-DATE(WS-DATE-N)
                   END-IF
               END-IF
               MOVE "g" TO WS-LIGHT
               IF WS-WO-AGE-DAYS >= WS-WO-AMBER-DAYS
                   MOVE "a" TO WS-LIGHT
               END-IF
               IF WS-WO-AGE-DAYS >= WS-WO-RED-DAYS
                   MOVE "r" TO WS-LIGHT
               END-IF
               MOVE WS-WO-AGE-DAYS TO WS-AGE-DISP
               MOVE WS-WT-OPENED(WS-IDX) TO WS-FMT-IN
               PERFORM FORMAT-TS
               MOVE WS-WT-TYPE(WS-IDX) TO WS-ESC-IN
               PERFORM HTML-ESCAPE
               STRING
                   "<tr><td>" TRIM(WS-WT-NUM(WS-IDX))
                   "<td>" TRIM(WS-WT-SENSOR(WS-IDX))
                   "<td>" WS-ESC-OUT(1:WS-ESC-LEN)
                   "<td>" TRIM(WS-WT-SEV(WS-IDX))
                   "<td>" TRIM(WS-FMT-OUT)
                   "<td class=" WS-LIGHT ">" TRIM(WS-AGE-DISP)
                   "<td>" TRIM(WS-WT-ASSIGNEE(WS-IDX))
                   DELIMITED SIZE
                   INTO WS-PAGE-LINE
               END-STRING
               PERFORM WRITE-PAGE-LINE
           END-PERFORM
           MOVE "</table>" TO WS-PAGE-LINE
           PERFORM WRITE-PAGE-LINE
           .

      *> -- YYYYMMDDhhmm... as "YYYY-MM-DD hh:mm", "-" when blank --
       FORMAT-TS.
           MOVE SPACES TO WS-FMT-OUT
           IF WS-FMT-IN(1:12) IS NOT NUMERIC
               MOVE "-" TO WS-FMT-OUT
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-FMT-IN(1:4) "-" WS-FMT-IN(5:2) "-"
               WS-FMT-IN(7:2) " " WS-FMT-IN(9:2) ":"
               WS-FMT-IN(11:2)
               DELIMITED SIZE
               INTO WS-FMT-OUT
           END-STRING
           .

      *> -- WS-ESC-IN with &, <, > and quotes made safe for HTML;
      *> -- WS-ESC-LEN is at least 1 so it can be used as a length --
       HTML-ESCAPE.
           MOVE SPACES TO WS-ESC-OUT
           MOVE 0 TO WS-ESC-LEN
           MOVE LENGTH(TRIM(WS-ESC-IN TRAILING)) TO WS-ESC-N
           IF WS-ESC-IN = SPACES
               MOVE 0 TO WS-ESC-N
           END-IF
           PERFORM VARYING WS-ESC-I FROM 1 BY 1
               UNTIL WS-ESC-I > WS-ESC-N
               OR WS-ESC-LEN > 590
               EVALUATE WS-ESC-IN(WS-ESC-I:1)
                   WHEN "&"
                       MOVE "&amp;"
                           TO WS-ESC-OUT(WS-ESC-LEN + 1:5)
                       ADD 5 TO WS-ESC-LEN
                   WHEN "<"
                       MOVE "&lt;"
                           TO WS-ESC-OUT(WS-ESC-LEN + 1:4)
                       ADD 4 TO WS-ESC-LEN
                   WHEN ">"
                       MOVE "&gt;"
                           TO WS-ESC-OUT(WS-ESC-LEN + 1:4)
                       ADD 4 TO WS-ESC-LEN
                   WHEN X"22"
                       MOVE "&quot;"
                           TO WS-ESC-OUT(WS-ESC-LEN + 1:6)
                       ADD 6 TO WS-ESC-LEN
                   WHEN OTHER
                       ADD 1 TO WS-ESC-LEN
                       MOVE WS-ESC-IN(WS-ESC-I:1)
                           TO WS-ESC-OUT(WS-ESC-LEN:1)
               END-EVALUATE
           END-PERFORM
           IF WS-ESC-LEN = 0
               MOVE 1 TO WS-ESC-LEN
           END-IF
           .

      *> ============================================================
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.
