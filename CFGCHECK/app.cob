       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGCHECK.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> CFGCHECK - Pre-window validation of the hand-edited control
      *> files the nightly run depends on
      *> 1. Read cfgcheck_files.dat (kind|path|required) - one line
      *>    per control file; paths are relative to this directory
      *> 2. Load the PROGRAM-IDs of batch_schedule.dat first: the
      *>    other files are checked against them
      *> 3. Check every line of every file against its documented
      *>    layout - field counts, numeric fields, YYYYMMDD dates,
      *>    known keywords, PROGRAM-IDs that exist in the schedule,
      *>    dependencies that name earlier schedule entries, paths
      *>    that exist
      *> 4. Write cfgcheck_report.txt (ERR/WARN findings with file,
      *>    line number and the offending line)
      *> Any ERR finding ends the run ERR: BATCHCTL schedules
      *> CFGCHECK as a GATE step, so bad config stops the night
      *> before a program reads it. Notify routes may match a status,
      *> a reason category or a reason code from reason_codes.dat,
      *> which is itself checked as the REASONS kind. WARN findings
      *> (a queue or state file not there yet) are reported but do
      *> not stop the run.
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
           SELECT FILE-LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONFIG-FILE ASSIGN TO WS-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.
           SELECT REASON-CODE-FILE ASSIGN TO WS-RSN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  FILE-LIST-FILE.
       01  FILE-LIST-REC            PIC X(200).

       FD  CONFIG-FILE.
       01  CONFIG-REC               PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(300).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY RSNCODE-WS.

       01  WS-LIST-PATH            PIC X(100) VALUE
           "cfgcheck_files.dat".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "cfgcheck_report.txt".
      *> -- Repo root, for paths the control files give relative to
      *> -- it (state_manifest.dat) --
       01  WS-ROOT-DIR             PIC X(100) VALUE "..".
       01  WS-CONFIG-PATH          PIC X(200).
       01  WS-FILE-STATUS          PIC XX.
       01  WS-CONFIG-FS            PIC XX.
       01  WS-REPORT-FS            PIC XX.
       01  WS-NOW-TS               PIC X(21).

      *> -- Control files to check --
       01  WS-CF-MAX               PIC 9(2) VALUE 30.
       01  WS-CF-COUNT             PIC 9(2) VALUE 0.
       01  WS-CF-TABLE.
           05  WS-CF-ENTRY OCCURS 30 TIMES.
               10  WS-CF-KIND      PIC X(12).
               10  WS-CF-PATH      PIC X(200).
               10  WS-CF-REQUIRED  PIC X(1).
               10  WS-CF-LINES     PIC 9(5).
               10  WS-CF-ERRS      PIC 9(5).
               10  WS-CF-WARNS     PIC 9(5).
               10  WS-CF-MISSING   PIC X(1).
       01  WS-CUR                  PIC 9(2).

      *> -- Schedule PROGRAM-IDs, in schedule order --
       01  WS-SID-MAX              PIC 9(3) VALUE 80.
       01  WS-SID-COUNT            PIC 9(3) VALUE 0.
       01  WS-SID-TABLE.
           05  WS-SID-PROGID OCCURS 80 TIMES PIC X(30).
       01  WS-SID-LOADED           PIC X(1) VALUE "N".
       01  WS-SID-POS              PIC 9(3).

      *> -- Line being checked --
       01  WS-CFG-LINE             PIC X(500).
       01  WS-LINE-NO              PIC 9(5).
       01  WS-EOF-FLAG             PIC X(1).
       01  WS-FLD-COUNT            PIC 9(3).
       01  WS-FLD-TABLE.
           05  WS-FLD OCCURS 8 TIMES PIC X(250).
       01  WS-F                    PIC 9(1).
       01  WS-BASE-DIR             PIC X(200).
       01  WS-DIR-I                PIC 9(3).
       01  WS-DIR-LAST             PIC 9(3).

      *> -- Schedule line work --
       01  WS-DEP-LIST             PIC X(250).
       01  WS-DEP-ITEM             PIC X(30).
       01  WS-DEP-PTR              PIC 9(4).
       01  WS-DEP-ALT              PIC X(30).
       01  WS-DEP-APTR             PIC 9(4).
       01  WS-FREQ-KIND            PIC X(12).
       01  WS-FREQ-ARG             PIC X(8).
       01  WS-CMD-DIR              PIC X(100).

      *> -- Field checks --
       01  WS-CHK-VAL              PIC X(250).
       01  WS-CHK-ID               PIC X(30).
       01  WS-CHK-OK               PIC X(1).
       01  WS-CHK-PATH             PIC X(300).
       01  WS-NUM-A                PIC S9(9)V9(4).
       01  WS-NUM-B                PIC S9(9)V9(4).
       01  WS-CMD                  PIC X(400).

      *> -- Findings --
       01  WS-FND-SEV              PIC X(4).
       01  WS-FND-MSG              PIC X(120).
       01  WS-ERR-COUNT            PIC 9(5) VALUE 0.
       01  WS-WARN-COUNT           PIC 9(5) VALUE 0.
       01  WS-LINE-DISP            PIC ZZZZ9.
       01  WS-CNT-DISP             PIC ZZZZ9.
       01  WS-ERR-DISP             PIC ZZZZ9.
       01  WS-WARN-DISP            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CHECK.
           MOVE "CFGCHECK" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== CFGCHECK: kontrola plikow sterujacych ==="
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS

           PERFORM LOAD-FILE-LIST
           IF WS-CF-COUNT = 0
               DISPLAY "  BLAD: pusta lub brakujaca lista plikow "
                   TRIM(WS-LIST-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing cfgcheck_files.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
                   " Status: " WS-REPORT-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "cannot write cfgcheck_report.txt"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE "=== CFGCHECK: control file validation ==="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Generated: " WS-NOW-TS(1:8)
               " " WS-NOW-TS(9:2) ":" WS-NOW-TS(11:2)
               "  Files: " WS-CF-COUNT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM LOAD-SCHEDULE-IDS
           PERFORM RSN-LOAD-CATALOG

           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-CF-COUNT
               PERFORM CHECK-ONE-FILE
           END-PERFORM

           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE

           MOVE WS-ERR-COUNT TO WS-ERR-DISP
           MOVE WS-WARN-COUNT TO WS-WARN-DISP
           DISPLAY "  Bledy: " TRIM(WS-ERR-DISP)
               "  Ostrzezenia: " TRIM(WS-WARN-DISP)
               " -> " TRIM(WS-REPORT-PATH)

           IF WS-ERR-COUNT > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-INVALID" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "files=" WS-CF-COUNT
               " errors=" TRIM(WS-ERR-DISP)
               " warnings=" TRIM(WS-WARN-DISP)
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> Load the list of control files to check.
      *> Line format: kind|path|required(Y/N)
      *> kind is one of SCHEDULE SKIPDATES INPUTS NOTIFY BUDGET
      *> SENSOR SENDIT CMDPOLICY RETENTION OPSQUEUES MANIFEST
      *> SUPPLIER MAILBOX REASONS. Lines starting with "#" are
      *> comments.
      *> ============================================================
       LOAD-FILE-LIST.
           MOVE 0 TO WS-CF-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FILE-LIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc listy plikow! "
                   "Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FILE-LIST-FILE INTO WS-CFG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CFG-LINE(1:1) NOT = "#"
                       AND WS-CFG-LINE NOT = SPACES
                           PERFORM PARSE-FILE-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FILE-LIST-FILE
           DISPLAY "  Plikow do kontroli: " WS-CF-COUNT
           .

      *> -- Parse one file-list line into the table --
       PARSE-FILE-LIST-LINE.
           IF WS-CF-COUNT >= WS-CF-MAX
               DISPLAY "  UWAGA: przekroczono limit plikow, "
                   "wiersz pominiety"
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-LINE
           IF WS-FLD(1) = SPACES OR WS-FLD(2) = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz listy "
                   "pominiety: " TRIM(WS-CFG-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CF-COUNT
           MOVE UPPER-CASE(TRIM(WS-FLD(1)))
               TO WS-CF-KIND(WS-CF-COUNT)
           MOVE TRIM(WS-FLD(2)) TO WS-CF-PATH(WS-CF-COUNT)
           IF TRIM(WS-FLD(3)) = "N"
               MOVE "N" TO WS-CF-REQUIRED(WS-CF-COUNT)
           ELSE
               MOVE "Y" TO WS-CF-REQUIRED(WS-CF-COUNT)
           END-IF
           MOVE 0 TO WS-CF-LINES(WS-CF-COUNT)
           MOVE 0 TO WS-CF-ERRS(WS-CF-COUNT)
           MOVE 0 TO WS-CF-WARNS(WS-CF-COUNT)
           MOVE "N" TO WS-CF-MISSING(WS-CF-COUNT)
           .

      *> -- Split WS-CFG-LINE on "|" into WS-FLD(1..8) and count
      *> -- the fields actually present --
       SPLIT-LINE.
           MOVE SPACES TO WS-FLD-TABLE
           MOVE 0 TO WS-FLD-COUNT
           INSPECT WS-CFG-LINE TALLYING WS-FLD-COUNT FOR ALL "|"
           ADD 1 TO WS-FLD-COUNT
           UNSTRING WS-CFG-LINE DELIMITED BY "|"
               INTO WS-FLD(1) WS-FLD(2) WS-FLD(3) WS-FLD(4)
                    WS-FLD(5) WS-FLD(6) WS-FLD(7) WS-FLD(8)
           END-UNSTRING
           .

      *> ============================================================
      *> PROGRAM-IDs of the schedule, in order, for the cross-file
      *> checks (skip dates, notify routes, budgets, dependencies).
      *> ============================================================
       LOAD-SCHEDULE-IDS.
           MOVE 0 TO WS-SID-COUNT
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-CF-COUNT
               OR WS-SID-LOADED = "Y"
               IF TRIM(WS-CF-KIND(WS-CUR)) = "SCHEDULE"
                   MOVE WS-CF-PATH(WS-CUR) TO WS-CONFIG-PATH
                   PERFORM READ-SCHEDULE-IDS
               END-IF
           END-PERFORM
           IF WS-SID-LOADED = "N"
               DISPLAY "  UWAGA: brak harmonogramu na liscie - "
                   "PROGRAM-ID nie beda sprawdzane"
           ELSE
               DISPLAY "  Programow w harmonogramie: " WS-SID-COUNT
           END-IF
           .

       READ-SCHEDULE-IDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SID-LOADED
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONFIG-FILE INTO WS-CFG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CFG-LINE(1:1) NOT = "#"
                       AND WS-CFG-LINE NOT = SPACES
                       AND WS-SID-COUNT < WS-SID-MAX
                           PERFORM SPLIT-LINE
                           ADD 1 TO WS-SID-COUNT
                           MOVE TRIM(WS-FLD(1))
                               TO WS-SID-PROGID(WS-SID-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           .

      *> ============================================================
      *> Check every line of control file WS-CUR.
      *> ============================================================
       CHECK-ONE-FILE.
           MOVE WS-CF-PATH(WS-CUR) TO WS-CONFIG-PATH
           PERFORM SET-BASE-DIR
           MOVE 0 TO WS-LINE-NO
           MOVE SPACES TO WS-CFG-LINE

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "--- " TRIM(WS-CF-KIND(WS-CUR))
               "  " TRIM(WS-CONFIG-PATH)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FS NOT = "00"
               MOVE "Y" TO WS-CF-MISSING(WS-CUR)
               IF WS-CF-REQUIRED(WS-CUR) = "Y"
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "required control file missing"
                       TO WS-FND-MSG
               ELSE
                   MOVE "WARN" TO WS-FND-SEV
                   MOVE "optional control file not present"
                       TO WS-FND-MSG
               END-IF
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CONFIG-FILE INTO WS-CFG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-CFG-LINE(1:1) NOT = "#"
                       AND WS-CFG-LINE NOT = SPACES
                           ADD 1 TO WS-CF-LINES(WS-CUR)
                           PERFORM SPLIT-LINE
                           PERFORM CHECK-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE

           IF WS-CF-ERRS(WS-CUR) = 0
           AND WS-CF-WARNS(WS-CUR) = 0
               MOVE WS-CF-LINES(WS-CUR) TO WS-CNT-DISP
               MOVE SPACES TO REPORT-REC
               STRING
                   "  OK  " TRIM(WS-CNT-DISP) " entries"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           .

      *> -- Directory of the control file, for the relative paths
      *> -- inside it (ops_queues.dat points at ../S0xEyy/...) --
       SET-BASE-DIR.
           MOVE SPACES TO WS-BASE-DIR
           MOVE 0 TO WS-DIR-LAST
           PERFORM VARYING WS-DIR-I FROM 1 BY 1
               UNTIL WS-DIR-I > 200
               IF WS-CONFIG-PATH(WS-DIR-I:1) = "/"
                   MOVE WS-DIR-I TO WS-DIR-LAST
               END-IF
           END-PERFORM
           IF WS-DIR-LAST > 1
               MOVE WS-CONFIG-PATH(1:WS-DIR-LAST - 1)
                   TO WS-BASE-DIR
           ELSE
               MOVE "." TO WS-BASE-DIR
           END-IF
           .

       CHECK-ONE-LINE.
           EVALUATE TRIM(WS-CF-KIND(WS-CUR))
               WHEN "SCHEDULE"
                   PERFORM CHECK-SCHEDULE-LINE
               WHEN "SKIPDATES"
                   PERFORM CHECK-SKIPDATE-LINE
               WHEN "INPUTS"
                   PERFORM CHECK-INPUTS-LINE
               WHEN "NOTIFY"
                   PERFORM CHECK-NOTIFY-LINE
               WHEN "BUDGET"
                   PERFORM CHECK-BUDGET-LINE
               WHEN "SENSOR"
                   PERFORM CHECK-SENSOR-LINE
               WHEN "SENDIT"
                   PERFORM CHECK-SENDIT-LINE
               WHEN "CMDPOLICY"
                   PERFORM CHECK-CMDPOLICY-LINE
               WHEN "RETENTION"
                   PERFORM CHECK-RETENTION-LINE
               WHEN "OPSQUEUES"
                   PERFORM CHECK-OPSQUEUE-LINE
               WHEN "MANIFEST"
                   PERFORM CHECK-MANIFEST-LINE
               WHEN "SUPPLIER"
                   PERFORM CHECK-SUPPLIER-LINE
               WHEN "MAILBOX"
                   PERFORM CHECK-MAILBOX-LINE
               WHEN "REASONS"
                   PERFORM CHECK-REASONS-LINE
               WHEN "ENDPOINTS"
                   PERFORM CHECK-ENDPOINTS-LINE
               WHEN OTHER
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "unknown control file kind in "
                       & "cfgcheck_files.dat" TO WS-FND-MSG
                   PERFORM ADD-FINDING
                   MOVE "Y" TO WS-EOF-FLAG
           END-EVALUATE
           .

      *> ============================================================
      *> batch_schedule.dat:
      *> PROGRAM-ID|enabled|deps|command|group|frequency|timeout
      *> ============================================================
       CHECK-SCHEDULE-LINE.
           IF WS-FLD-COUNT < 4 OR WS-FLD-COUNT > 7
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 4 to 7 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "PROGRAM-ID is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF

      *>   Position of this entry in the schedule, and duplicates
           MOVE 0 TO WS-SID-POS
           PERFORM VARYING WS-DIR-I FROM 1 BY 1
               UNTIL WS-DIR-I > WS-SID-COUNT
               IF TRIM(WS-SID-PROGID(WS-DIR-I)) = TRIM(WS-FLD(1))
                   IF WS-SID-POS = 0
                       MOVE WS-DIR-I TO WS-SID-POS
                   ELSE
                       IF WS-DIR-I = WS-CF-LINES(WS-CUR)
                           MOVE "ERR" TO WS-FND-SEV
                           MOVE "duplicate PROGRAM-ID in schedule"
                               TO WS-FND-MSG
                           PERFORM ADD-FINDING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SID-POS = 0
               MOVE WS-CF-LINES(WS-CUR) TO WS-SID-POS
           END-IF

           IF TRIM(WS-FLD(2)) NOT = "Y"
           AND TRIM(WS-FLD(2)) NOT = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "enabled must be Y or N" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF

           IF WS-FLD(4) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "command is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
           ELSE
               PERFORM CHECK-SCHEDULE-CMD-DIR
           END-IF

           IF WS-FLD(3) NOT = SPACES
               PERFORM CHECK-SCHEDULE-DEPS
           END-IF

           IF WS-FLD(6) NOT = SPACES
               PERFORM CHECK-SCHEDULE-FREQ
           END-IF

           IF WS-FLD(7) NOT = SPACES
           AND TRIM(WS-FLD(7)) IS NOT NUMERIC
               MOVE "ERR" TO WS-FND-SEV
               MOVE "timeout-minutes must be numeric" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> -- "cd DIR && ..." commands: DIR must exist --
       CHECK-SCHEDULE-CMD-DIR.
           MOVE TRIM(WS-FLD(4)) TO WS-CHK-VAL
           IF WS-CHK-VAL(1:3) NOT = "cd "
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CMD-DIR
           UNSTRING WS-CHK-VAL(4:247) DELIMITED BY ALL " "
               INTO WS-CMD-DIR
           END-UNSTRING
           MOVE SPACES TO WS-CHK-PATH
           STRING
               TRIM(WS-ROOT-DIR) "/" TRIM(WS-CMD-DIR)
               DELIMITED SIZE
               INTO WS-CHK-PATH
           END-STRING
           PERFORM CHECK-PATH-EXISTS
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE SPACES TO WS-FND-MSG
               STRING
                   "command directory does not exist: "
                   TRIM(WS-CMD-DIR)
                   DELIMITED SIZE
                   INTO WS-FND-MSG
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           .

      *> -- Every dependency must name an entry earlier in the
      *> -- schedule; BATCHCTL skips an entry whose dependency is
      *> -- unknown or has not run yet --
       CHECK-SCHEDULE-DEPS.
           MOVE WS-FLD(3) TO WS-DEP-LIST
           MOVE 1 TO WS-DEP-PTR
           PERFORM UNTIL WS-DEP-PTR > LENGTH(TRIM(WS-DEP-LIST))
               MOVE SPACES TO WS-DEP-ITEM
               UNSTRING WS-DEP-LIST DELIMITED BY ","
                   INTO WS-DEP-ITEM
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
               IF WS-DEP-ITEM NOT = SPACES
                   MOVE WS-DEP-ITEM TO WS-CHK-ID
                   PERFORM FIND-SCHEDULE-ID
                   EVALUATE TRUE
                       WHEN WS-CHK-OK = "N"
                           MOVE "ERR" TO WS-FND-SEV
                           MOVE SPACES TO WS-FND-MSG
                           STRING
                               "unknown dependency "
                               TRIM(WS-DEP-ITEM)
                               DELIMITED SIZE
                               INTO WS-FND-MSG
                           END-STRING
                           PERFORM ADD-FINDING
                       WHEN WS-DIR-LAST >= WS-SID-POS
                           MOVE "ERR" TO WS-FND-SEV
                           MOVE SPACES TO WS-FND-MSG
                           STRING
                               "dependency "
                               TRIM(WS-DEP-ITEM)
                               " is not scheduled before this entry"
                               DELIMITED SIZE
                               INTO WS-FND-MSG
                           END-STRING
                           PERFORM ADD-FINDING
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *> -- blank, DAILY, WEEKLY:1-7 or MONTHLY:1-31 --
       CHECK-SCHEDULE-FREQ.
           MOVE SPACES TO WS-FREQ-KIND WS-FREQ-ARG
           UNSTRING WS-FLD(6) DELIMITED BY ":"
               INTO WS-FREQ-KIND
                    WS-FREQ-ARG
           END-UNSTRING
           MOVE "Y" TO WS-CHK-OK
           EVALUATE TRIM(WS-FREQ-KIND)
               WHEN "DAILY"
                   CONTINUE
               WHEN "WEEKLY"
                   IF TRIM(WS-FREQ-ARG) IS NOT NUMERIC
                       MOVE "N" TO WS-CHK-OK
                   ELSE
                       IF NUMVAL(WS-FREQ-ARG) < 1
                       OR NUMVAL(WS-FREQ-ARG) > 7
                           MOVE "N" TO WS-CHK-OK
                       END-IF
                   END-IF
               WHEN "MONTHLY"
                   IF TRIM(WS-FREQ-ARG) IS NOT NUMERIC
                       MOVE "N" TO WS-CHK-OK
                   ELSE
                       IF NUMVAL(WS-FREQ-ARG) < 1
                       OR NUMVAL(WS-FREQ-ARG) > 31
                           MOVE "N" TO WS-CHK-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CHK-OK
           END-EVALUATE
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "frequency must be DAILY, WEEKLY:1-7 or "
                   & "MONTHLY:1-31" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> batch_skip_dates.dat: YYYYMMDD|PROGRAM-ID-or-*
      *> ============================================================
       CHECK-SKIPDATE-LINE.
           IF WS-FLD-COUNT > 2
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 2 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE WS-FLD(1) TO WS-CHK-VAL
           PERFORM CHECK-DATE-FIELD
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "date must be a valid YYYYMMDD" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF WS-FLD(2) NOT = SPACES
           AND TRIM(WS-FLD(2)) NOT = "*"
               MOVE WS-FLD(2) TO WS-CHK-ID
               PERFORM CHECK-PROGRAM-ID
           END-IF
           .

      *> ============================================================
      *> batch_inputs.dat: PROGRAM-ID|file|max-age-hours
      *> The file itself is written during the night, so only its
      *> directory has to exist beforehand.
      *> ============================================================
       CHECK-INPUTS-LINE.
           IF WS-FLD-COUNT < 2 OR WS-FLD-COUNT > 3
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 2 or 3 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(1) TO WS-CHK-ID
           PERFORM CHECK-PROGRAM-ID
           IF WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "input file is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
           ELSE
               MOVE 0 TO WS-DIR-LAST
               PERFORM VARYING WS-DIR-I FROM 1 BY 1
                   UNTIL WS-DIR-I > 250
                   IF WS-FLD(2)(WS-DIR-I:1) = "/"
                       MOVE WS-DIR-I TO WS-DIR-LAST
                   END-IF
               END-PERFORM
               IF WS-DIR-LAST > 1
                   MOVE SPACES TO WS-CHK-PATH
                   STRING
                       TRIM(WS-ROOT-DIR) "/"
                       WS-FLD(2)(1:WS-DIR-LAST - 1)
                       DELIMITED SIZE
                       INTO WS-CHK-PATH
                   END-STRING
                   PERFORM CHECK-PATH-EXISTS
                   IF WS-CHK-OK = "N"
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "directory of input file does not exist"
                           TO WS-FND-MSG
                       PERFORM ADD-FINDING
                   END-IF
               END-IF
           END-IF
           IF WS-FLD(3) NOT = SPACES
           AND TRIM(WS-FLD(3)) IS NOT NUMERIC
               MOVE "ERR" TO WS-FND-SEV
               MOVE "max-age-hours must be a whole number"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> notify_routes.dat:
      *> progid-or-*|match-or-*|tier1-url[|tier2-url|tier3-url]
      *> match is a run-log status, a reason category or a reason
      *> code listed in reason_codes.dat; tier1 NONE (alone) is a
      *> mute route
      *> ============================================================
       CHECK-NOTIFY-LINE.
           IF WS-FLD-COUNT < 3 OR WS-FLD-COUNT > 5
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 3 to 5 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-FLD(1)) NOT = "*"
               MOVE WS-FLD(1) TO WS-CHK-ID
               PERFORM CHECK-PROGRAM-ID
           END-IF
           EVALUATE TRIM(WS-FLD(2))
               WHEN "*"
               WHEN "OK"
               WHEN "WARN"
               WHEN "ERR"
               WHEN "FAIL"
               WHEN "TIMEOUT"
               WHEN "SKIP"
                   CONTINUE
               WHEN OTHER
                   MOVE WS-FLD(2) TO WS-CHK-VAL
                   PERFORM CHECK-REASON-CATEGORY
                   IF WS-CHK-OK = "N"
                       MOVE TRIM(WS-FLD(2)) TO WS-RSN-CODE
                       PERFORM RSN-LOOKUP
                       IF WS-RSN-FOUND = "N"
                           MOVE "ERR" TO WS-FND-SEV
                           MOVE "match must be *, a run-log status, "
                               & "a reason category or a code in "
                               & "reason_codes.dat" TO WS-FND-MSG
                           PERFORM ADD-FINDING
                       END-IF
                   END-IF
           END-EVALUATE
      *>   NONE as the only target mutes what the route matches
           IF TRIM(WS-FLD(3)) = "NONE"
               IF WS-FLD-COUNT > 3
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "a NONE (mute) route takes no escalation "
                       & "tiers" TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-F FROM 3 BY 1
               UNTIL WS-F > WS-FLD-COUNT
               IF WS-FLD(WS-F)(1:7) NOT = "http://"
               AND WS-FLD(WS-F)(1:8) NOT = "https://"
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "escalation tier is not an http(s) URL"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> budget_limits.dat: PROGRAM-ID|monthly-limit-cents
      *> ============================================================
       CHECK-BUDGET-LINE.
           IF WS-FLD-COUNT NOT = 2
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 2 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(1) TO WS-CHK-ID
           PERFORM CHECK-PROGRAM-ID
           MOVE WS-FLD(2) TO WS-CHK-VAL
           PERFORM CHECK-INT-FIELD
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "monthly limit must be whole cents"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> sensor_master.dat:
      *> sensor-type|id-pattern|min|max|eff-from|eff-to|max-delta
      *> ============================================================
       CHECK-SENSOR-LINE.
           IF WS-FLD-COUNT < 4 OR WS-FLD-COUNT > 7
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 4 to 7 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES OR WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "sensor type and id pattern are required"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE "Y" TO WS-CHK-OK
           IF WS-FLD(3) = SPACES OR WS-FLD(4) = SPACES
               MOVE "N" TO WS-CHK-OK
           ELSE
               IF TEST-NUMVAL(WS-FLD(3)) NOT = 0
               OR TEST-NUMVAL(WS-FLD(4)) NOT = 0
                   MOVE "N" TO WS-CHK-OK
               END-IF
           END-IF
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "min and max must be numeric" TO WS-FND-MSG
               PERFORM ADD-FINDING
           ELSE
               COMPUTE WS-NUM-A = NUMVAL(WS-FLD(3))
               COMPUTE WS-NUM-B = NUMVAL(WS-FLD(4))
               IF WS-NUM-A > WS-NUM-B
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "min is greater than max" TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
           END-IF

           IF WS-FLD(5) NOT = SPACES
               MOVE WS-FLD(5) TO WS-CHK-VAL
               PERFORM CHECK-DATE-FIELD
               IF WS-CHK-OK = "N"
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "eff-from must be blank or YYYYMMDD"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
           END-IF
           IF WS-FLD(6) NOT = SPACES
               MOVE WS-FLD(6) TO WS-CHK-VAL
               PERFORM CHECK-DATE-FIELD
               IF WS-CHK-OK = "N"
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "eff-to must be blank or YYYYMMDD"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
           END-IF
           IF WS-FLD(5) NOT = SPACES AND WS-FLD(6) NOT = SPACES
           AND TRIM(WS-FLD(5)) > TRIM(WS-FLD(6))
               MOVE "ERR" TO WS-FND-SEV
               MOVE "eff-from is after eff-to" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF WS-FLD(7) NOT = SPACES
           AND TEST-NUMVAL(WS-FLD(7)) NOT = 0
               MOVE "ERR" TO WS-FND-SEV
               MOVE "max-delta must be blank or numeric"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> sendit_rules.dat: REQUIRED|text  PLACEHOLDER|text
      *>                   RANGE|field|min|max
      *> ============================================================
       CHECK-SENDIT-LINE.
           EVALUATE TRIM(WS-FLD(1))
               WHEN "REQUIRED"
               WHEN "PLACEHOLDER"
                   IF WS-FLD-COUNT NOT = 2 OR WS-FLD(2) = SPACES
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "expected rule|text" TO WS-FND-MSG
                       PERFORM ADD-FINDING
                   END-IF
               WHEN "RANGE"
                   IF WS-FLD-COUNT NOT = 4 OR WS-FLD(2) = SPACES
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "expected RANGE|field|min|max"
                           TO WS-FND-MSG
                       PERFORM ADD-FINDING
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FLD(3) = SPACES OR WS-FLD(4) = SPACES
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "RANGE min and max must be numeric"
                           TO WS-FND-MSG
                       PERFORM ADD-FINDING
                       EXIT PARAGRAPH
                   END-IF
                   IF TEST-NUMVAL(WS-FLD(3)) NOT = 0
                   OR TEST-NUMVAL(WS-FLD(4)) NOT = 0
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "RANGE min and max must be numeric"
                           TO WS-FND-MSG
                       PERFORM ADD-FINDING
                       EXIT PARAGRAPH
                   END-IF
                   IF NUMVAL(WS-FLD(3)) > NUMVAL(WS-FLD(4))
                       MOVE "ERR" TO WS-FND-SEV
                       MOVE "RANGE min is greater than max"
                           TO WS-FND-MSG
                       PERFORM ADD-FINDING
                   END-IF
               WHEN OTHER
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "rule must be REQUIRED, RANGE or "
                       & "PLACEHOLDER" TO WS-FND-MSG
                   PERFORM ADD-FINDING
           END-EVALUATE
           .

      *> ============================================================
      *> cmd_policy.dat: ALLOW|pattern or DENY|pattern
      *> ============================================================
       CHECK-CMDPOLICY-LINE.
           IF TRIM(WS-FLD(1)) NOT = "ALLOW"
           AND TRIM(WS-FLD(1)) NOT = "DENY"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "rule must be ALLOW or DENY" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "pattern is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF WS-FLD-COUNT > 2
               MOVE "WARN" TO WS-FND-SEV
               MOVE "pattern contains | - only the text before "
                   & "it is matched" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> retention_policy.dat: pattern|keep-days|ARCHIVE or DELETE
      *> ============================================================
       CHECK-RETENTION-LINE.
           IF WS-FLD-COUNT NOT = 3
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 3 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "file pattern is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE WS-FLD(2) TO WS-CHK-VAL
           PERFORM CHECK-INT-FIELD
           IF WS-CHK-OK = "Y"
               IF NUMVAL(WS-FLD(2)) = 0
                   MOVE "N" TO WS-CHK-OK
               END-IF
           END-IF
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "keep-days must be a whole number above 0"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF TRIM(WS-FLD(3)) NOT = "ARCHIVE"
           AND TRIM(WS-FLD(3)) NOT = "DELETE"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "action must be ARCHIVE or DELETE"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> ops_queues.dat: queue-label|file-path (relative to the
      *> OPSBRIEF directory). A queue file not written yet is only
      *> a warning - OPSBRIEF itself reports it as missing.
      *> ============================================================
       CHECK-OPSQUEUE-LINE.
           IF WS-FLD-COUNT NOT = 2
           OR WS-FLD(1) = SPACES OR WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected queue-label|file-path" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHK-PATH
           IF WS-FLD(2)(1:1) = "/"
               MOVE TRIM(WS-FLD(2)) TO WS-CHK-PATH
           ELSE
               STRING
                   TRIM(WS-BASE-DIR) "/" TRIM(WS-FLD(2))
                   DELIMITED SIZE
                   INTO WS-CHK-PATH
               END-STRING
           END-IF
           PERFORM CHECK-PATH-EXISTS
           IF WS-CHK-OK = "N"
               MOVE "WARN" TO WS-FND-SEV
               MOVE "queue file does not exist" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> state_manifest.dat: one path per line, relative to the
      *> repo root. A missing state file is a warning (STATESNAP
      *> notes it and carries on); a missing directory means the
      *> path is wrong.
      *> ============================================================
       CHECK-MANIFEST-LINE.
           IF WS-FLD-COUNT NOT = 1
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected one path per line" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CHK-PATH
           STRING
               TRIM(WS-ROOT-DIR) "/" TRIM(WS-FLD(1))
               DELIMITED SIZE
               INTO WS-CHK-PATH
           END-STRING
           PERFORM CHECK-PATH-EXISTS
           IF WS-CHK-OK = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-DIR-LAST
           PERFORM VARYING WS-DIR-I FROM 1 BY 1
               UNTIL WS-DIR-I > 250
               IF WS-FLD(1)(WS-DIR-I:1) = "/"
                   MOVE WS-DIR-I TO WS-DIR-LAST
               END-IF
           END-PERFORM
           IF WS-DIR-LAST > 1
               MOVE SPACES TO WS-CHK-PATH
               STRING
                   TRIM(WS-ROOT-DIR) "/"
                   WS-FLD(1)(1:WS-DIR-LAST - 1)
                   DELIMITED SIZE
                   INTO WS-CHK-PATH
               END-STRING
               PERFORM CHECK-PATH-EXISTS
           END-IF
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "directory of state file does not exist"
                   TO WS-FND-MSG
           ELSE
               MOVE "WARN" TO WS-FND-SEV
               MOVE "state file does not exist yet" TO WS-FND-MSG
           END-IF
           PERFORM ADD-FINDING
           .

      *> ============================================================
      *> supplier_master.dat:
      *> supplier|items-carried(comma)|min-order-qty|lead-days
      *> ============================================================
       CHECK-SUPPLIER-LINE.
           IF WS-FLD-COUNT NOT = 4
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 4 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES OR WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "supplier and items are required"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE WS-FLD(3) TO WS-CHK-VAL
           PERFORM CHECK-INT-FIELD
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "min-order-qty must be a whole number"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE WS-FLD(4) TO WS-CHK-VAL
           PERFORM CHECK-INT-FIELD
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "lead-days must be a whole number"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> mailbox_rules.dat:
      *> sender-pattern|subject-keyword|priority(1-9)|skip(Y/N)
      *> ============================================================
       CHECK-MAILBOX-LINE.
           IF WS-FLD-COUNT NOT = 4
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 4 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES OR WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "sender and subject patterns are required "
                   & "(* = any)" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF TRIM(WS-FLD(3)) IS NOT NUMERIC
           OR LENGTH(TRIM(WS-FLD(3))) NOT = 1
           OR TRIM(WS-FLD(3)) = "0"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "priority must be 1-9" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           IF TRIM(WS-FLD(4)) NOT = "Y"
           AND TRIM(WS-FLD(4)) NOT = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "skip must be Y or N" TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> reason_codes.dat: code|category|severity|operator-action
      *> ============================================================
       CHECK-REASONS-LINE.
           IF WS-FLD-COUNT NOT = 4
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 4 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-FLD(1) = SPACES
           OR LENGTH(TRIM(WS-FLD(1))) > 20
               MOVE "ERR" TO WS-FND-SEV
               MOVE "reason code must be 1 to 20 characters"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           MOVE WS-FLD(2) TO WS-CHK-VAL
           PERFORM CHECK-REASON-CATEGORY
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE "category must be INPUT, NETWORK, LLM, "
                   & "HUB-REJECT, BUDGET, DATA, CONFIG or SYSTEM"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           EVALUATE TRIM(WS-FLD(3))
               WHEN "HIGH"
               WHEN "MEDIUM"
               WHEN "LOW"
                   CONTINUE
               WHEN OTHER
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "severity must be HIGH, MEDIUM or LOW"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
           END-EVALUATE
           IF WS-FLD(4) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "operator action text is required"
                   TO WS-FND-MSG
               PERFORM ADD-FINDING
           END-IF
           .

      *> ============================================================
      *> batch_endpoints.dat: PROGRAM-ID|endpoint[,endpoint...]
      *> endpoint names are the ones ENDPROBE probes; an endpoint
      *> may be alternatives ep1/ep2
      *> ============================================================
       CHECK-ENDPOINTS-LINE.
           IF WS-FLD-COUNT NOT = 2
               MOVE "ERR" TO WS-FND-SEV
               MOVE "expected 2 fields" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(1) TO WS-CHK-ID
           PERFORM CHECK-PROGRAM-ID
           IF WS-FLD(2) = SPACES
               MOVE "ERR" TO WS-FND-SEV
               MOVE "endpoint list is blank" TO WS-FND-MSG
               PERFORM ADD-FINDING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD(2) TO WS-DEP-LIST
           MOVE 1 TO WS-DEP-PTR
           PERFORM UNTIL WS-DEP-PTR > LENGTH(TRIM(WS-DEP-LIST))
               MOVE SPACES TO WS-DEP-ITEM
               UNSTRING WS-DEP-LIST DELIMITED BY ","
                   INTO WS-DEP-ITEM
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
               IF WS-DEP-ITEM = SPACES
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "endpoint name must be 1 to 12 characters"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
               ELSE
                   PERFORM CHECK-ENDPOINT-ALTERNATIVES
               END-IF
           END-PERFORM
           .

       CHECK-ENDPOINT-ALTERNATIVES.
           MOVE 1 TO WS-DEP-APTR
           PERFORM UNTIL WS-DEP-APTR > LENGTH(TRIM(WS-DEP-ITEM))
               MOVE SPACES TO WS-DEP-ALT
               UNSTRING WS-DEP-ITEM DELIMITED BY "/"
                   INTO WS-DEP-ALT
                   WITH POINTER WS-DEP-APTR
               END-UNSTRING
               IF WS-DEP-ALT = SPACES
               OR LENGTH(TRIM(WS-DEP-ALT)) > 12
                   MOVE "ERR" TO WS-FND-SEV
                   MOVE "endpoint name must be 1 to 12 characters"
                       TO WS-FND-MSG
                   PERFORM ADD-FINDING
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> Field helpers
      *> ============================================================

      *> -- WS-CHK-VAL is one of the reason-code categories --
       CHECK-REASON-CATEGORY.
           EVALUATE TRIM(WS-CHK-VAL)
               WHEN "INPUT"
               WHEN "NETWORK"
               WHEN "LLM"
               WHEN "HUB-REJECT"
               WHEN "BUDGET"
               WHEN "DATA"
               WHEN "CONFIG"
               WHEN "SYSTEM"
                   MOVE "Y" TO WS-CHK-OK
               WHEN OTHER
                   MOVE "N" TO WS-CHK-OK
           END-EVALUATE
           .

      *> -- WS-CHK-VAL is a non-blank whole number --
       CHECK-INT-FIELD.
           MOVE "Y" TO WS-CHK-OK
           IF WS-CHK-VAL = SPACES
               MOVE "N" TO WS-CHK-OK
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-CHK-VAL) IS NOT NUMERIC
               MOVE "N" TO WS-CHK-OK
           END-IF
           .

      *> -- WS-CHK-VAL is a real calendar date YYYYMMDD --
       CHECK-DATE-FIELD.
           MOVE "Y" TO WS-CHK-OK
           IF LENGTH(TRIM(WS-CHK-VAL)) NOT = 8
           OR TRIM(WS-CHK-VAL) IS NOT NUMERIC
               MOVE "N" TO WS-CHK-OK
               EXIT PARAGRAPH
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(WS-CHK-VAL)) NOT = 0
               MOVE "N" TO WS-CHK-OK
           END-IF
           .

      *> -- WS-CHK-ID must be a PROGRAM-ID of the schedule --
       CHECK-PROGRAM-ID.
           IF WS-SID-LOADED = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SCHEDULE-ID
           IF WS-CHK-OK = "N"
               MOVE "ERR" TO WS-FND-SEV
               MOVE SPACES TO WS-FND-MSG
               STRING
                   "PROGRAM-ID not in batch_schedule.dat: "
                   TRIM(WS-CHK-ID)
                   DELIMITED SIZE
                   INTO WS-FND-MSG
               END-STRING
               PERFORM ADD-FINDING
           END-IF
           .

      *> -- Look WS-CHK-ID up; WS-DIR-LAST = its schedule position --
       FIND-SCHEDULE-ID.
           MOVE "N" TO WS-CHK-OK
           MOVE 0 TO WS-DIR-LAST
           PERFORM VARYING WS-DIR-I FROM 1 BY 1
               UNTIL WS-DIR-I > WS-SID-COUNT
               OR WS-CHK-OK = "Y"
               IF TRIM(WS-SID-PROGID(WS-DIR-I)) = TRIM(WS-CHK-ID)
                   MOVE "Y" TO WS-CHK-OK
                   MOVE WS-DIR-I TO WS-DIR-LAST
               END-IF
           END-PERFORM
           .

      *> -- Does WS-CHK-PATH exist (file or directory)? --
       CHECK-PATH-EXISTS.
           MOVE SPACES TO WS-CMD
           STRING
               "test -e " X"22" TRIM(WS-CHK-PATH) X"22"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-CHK-OK
           ELSE
               MOVE "N" TO WS-CHK-OK
           END-IF
           .

      *> ============================================================
      *> One finding: severity, line number, message, then the
      *> offending line itself. ERR findings are also shown on the
      *> console so the operator sees them in the batch output.
      *> ============================================================
       ADD-FINDING.
           IF WS-FND-SEV = "ERR"
               ADD 1 TO WS-ERR-COUNT
               ADD 1 TO WS-CF-ERRS(WS-CUR)
           ELSE
               ADD 1 TO WS-WARN-COUNT
               ADD 1 TO WS-CF-WARNS(WS-CUR)
           END-IF
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "  " WS-FND-SEV
               " line " WS-LINE-DISP ": "
               TRIM(WS-FND-MSG)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-CFG-LINE NOT = SPACES
               MOVE SPACES TO REPORT-REC
               STRING
                   "        > " WS-CFG-LINE(1:200)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           IF WS-FND-SEV = "ERR"
               DISPLAY "  BLAD: " TRIM(WS-CF-KIND(WS-CUR))
                   " wiersz " TRIM(WS-LINE-DISP) ": "
                   TRIM(WS-FND-MSG)
           END-IF
           .

      *> ============================================================
      *> Per-file totals at the foot of the report.
      *> ============================================================
       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "=== Summary ===" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-CF-COUNT
               MOVE WS-CF-LINES(WS-CUR) TO WS-CNT-DISP
               MOVE WS-CF-ERRS(WS-CUR) TO WS-ERR-DISP
               MOVE WS-CF-WARNS(WS-CUR) TO WS-WARN-DISP
               MOVE SPACES TO REPORT-REC
               IF WS-CF-MISSING(WS-CUR) = "Y"
                   STRING
                       "  " WS-CF-KIND(WS-CUR)
                       " missing      "
                       TRIM(WS-CF-PATH(WS-CUR))
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               ELSE
                   STRING
                       "  " WS-CF-KIND(WS-CUR)
                       " entries=" WS-CNT-DISP
                       " err=" WS-ERR-DISP
                       " warn=" WS-WARN-DISP
                       "  " TRIM(WS-CF-PATH(WS-CUR))
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               END-IF
               WRITE REPORT-REC
           END-PERFORM
           MOVE WS-ERR-COUNT TO WS-ERR-DISP
           MOVE WS-WARN-COUNT TO WS-WARN-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "Errors: " TRIM(WS-ERR-DISP)
               "  Warnings: " TRIM(WS-WARN-DISP)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-ERR-COUNT > 0
               MOVE "Result: ERR - the nightly run stops at this gate"
                   TO REPORT-REC
           ELSE
               MOVE "Result: OK" TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           .

       COPY RUNLOG-PROC.
       COPY RSNCODE-PROC.
