       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGCHECK.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> LOGCHECK - Shared append-file integrity check
      *> Parallel group members append to the same four files;
      *> the appends are locked (RUNLOG-PROC, APICOST-PROC,
      *> CTLREC-PROC, HUBLEDGER-PROC), and this step proves
      *> nothing got through half-written anyway.
      *> 1. Scan batch_run.log (BATCH_RUN_LOG), api_usage.log
      *>    (API_COST_LOG), batch_control.dat (BATCH_CONTROL_FILE)
      *>    and hub_submissions.log (HUB_SUBMIT_LOG) record by
      *>    record against their layouts:
      *>    run log  progid|start|end|status|result[|RERUN:id]
      *>             [|ENV:profile][|REASON:code]
      *>             timestamps YYYYMMDDHHMMSS or the 21-character
      *>             CURRENT-DATE form, status one the chain knows,
      *>             reason code one reason_codes.dat lists
      *>    usage    progid|provider|call|req-bytes|resp-bytes
      *>             [|yyyymmdd[|prompt-tok|compl-tok[|prompt|
      *>             version]]] - 5, 6, 8 or 10 fields, numbers
      *>             numeric
      *>    control  progid|label|in|out|rejects|ts14[|RERUN:id]
      *>    hub      ts14|progid|task|fingerprint|http|attempt|
      *>             message|flag - exactly 8 fields, http and
      *>             attempt numeric
      *> 2. Only lines added since the last run are checked:
      *>    logcheck_state.dat keeps the line count seen per file
      *>    (a file that shrank - archived or truncated - is
      *>    checked from the top again). LOGCHECK_FULL=Y checks
      *>    every line.
      *> 3. logcheck_report.txt lists every malformed record with
      *>    its file, line number and what is wrong; any malformed
      *>    or unreadable file ends the run WARN.
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
           SELECT CHECK-FILE ASSIGN TO WS-CHK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-FS.
           SELECT STATE-FILE ASSIGN TO WS-STATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REASON-CODE-FILE ASSIGN TO WS-RSN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  CHECK-FILE.
       01  CHECK-REC                PIC X(400).

       FD  STATE-FILE.
       01  STATE-REC                PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY APICOST-WS.
       COPY CTLREC-WS.
       COPY HUBLEDGER-WS.
       COPY RSNCODE-WS.

       01  WS-CHK-PATH             PIC X(200).
       01  WS-CHK-FS               PIC XX.
       01  WS-STATE-PATH           PIC X(100) VALUE
           "logcheck_state.dat".
       01  WS-STATE-FS             PIC XX.
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "logcheck_report.txt".
       01  WS-FILE-STATUS          PIC XX.
       01  WS-EOF-FLAG             PIC X.
       01  WS-FULL-SCAN            PIC X VALUE "N".
       01  WS-ENV-VAL              PIC X(10).

      *> -- The four shared files --
       01  WS-LF-COUNT             PIC 9(1) VALUE 4.
       01  WS-LF-TABLE.
           05  WS-LF-ENT OCCURS 4 TIMES.
               10  WS-LF-LABEL     PIC X(20).
               10  WS-LF-SHORT     PIC X(3).
               10  WS-LF-PATH      PIC X(200).
               10  WS-LF-FROM      PIC 9(7).
               10  WS-LF-LINES     PIC 9(7).
               10  WS-LF-CHECKED   PIC 9(7).
               10  WS-LF-BAD       PIC 9(7).
      *>           P = present, A = absent, U = unreadable
               10  WS-LF-STATE     PIC X.
       01  WS-LF-IDX               PIC 9(1).

      *> -- Malformed records for the report --
       01  WS-BAD-MAX              PIC 9(3) VALUE 200.
       01  WS-BAD-COUNT            PIC 9(3) VALUE 0.
       01  WS-BAD-DROPPED          PIC 9(7) VALUE 0.
       01  WS-BAD-TABLE.
           05  WS-BAD-ENT OCCURS 200 TIMES.
               10  WS-BAD-FILE     PIC X(20).
               10  WS-BAD-LINE-NO  PIC 9(7).
               10  WS-BAD-REASON   PIC X(40).
               10  WS-BAD-TEXT     PIC X(60).
       01  WS-BAD-IDX              PIC 9(3).

      *> -- State file parsing --
       01  WS-ST-LINE              PIC X(100).
       01  WS-ST-LABEL             PIC X(20).
       01  WS-ST-LINES             PIC X(10).

      *> -- One record under check --
       01  WS-CHK-LINE             PIC X(400).
       01  WS-CHK-LINE-NO          PIC 9(7).
       01  WS-CHK-REASON           PIC X(40).
       01  WS-CHK-PIPES            PIC 9(3).
       01  WS-F1                   PIC X(40).
       01  WS-F2                   PIC X(40).
       01  WS-F3                   PIC X(40).
       01  WS-F4                   PIC X(40).
       01  WS-F5                   PIC X(200).
       01  WS-F6                   PIC X(40).
       01  WS-F7                   PIC X(40).
       01  WS-F8                   PIC X(40).
       01  WS-TS-FLD               PIC X(40).
       01  WS-TS-OK                PIC X.
       01  WS-TS-LEN               PIC 9(3).
      *> -- Run-log tags after the result: RERUN (1), ENV (2),
      *> -- REASON (3), each at most once and in that order --
       01  WS-TAG-FLD              PIC X(40).
       01  WS-TAG-N                PIC 9(1).
       01  WS-TAG-RANK             PIC 9(1).
       01  WS-TAG-PREV             PIC 9(1).

      *> -- Totals --
       01  WS-TOTAL-CHECKED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-BAD            PIC 9(7) VALUE 0.
       01  WS-UNREADABLE-CT        PIC 9(1) VALUE 0.
       01  WS-NUM-DISP             PIC Z(6)9.
       01  WS-NUM-DISP2            PIC Z(6)9.
       01  WS-NUM-DISP3            PIC Z(6)9.
       01  WS-RES-PTR              PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-LOGCHECK.
           MOVE "LOGCHECK" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== LOGCHECK: spojnosc wspolnych plikow ==="

           PERFORM LOAD-LOGCHECK-ENV
           PERFORM RSN-LOAD-CATALOG
           PERFORM LOAD-STATE

           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
               UNTIL WS-LF-IDX > WS-LF-COUNT
               PERFORM SCAN-ONE-FILE
           END-PERFORM

           PERFORM SAVE-STATE
           PERFORM WRITE-REPORT

           MOVE SPACES TO WS-RUNLOG-RESULT
           MOVE WS-TOTAL-CHECKED TO WS-NUM-DISP
           MOVE WS-TOTAL-BAD TO WS-NUM-DISP2
           MOVE 1 TO WS-RES-PTR
           STRING
               "checked=" TRIM(WS-NUM-DISP)
               " malformed=" TRIM(WS-NUM-DISP2) " ("
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
               WITH POINTER WS-RES-PTR
           END-STRING
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
               UNTIL WS-LF-IDX > WS-LF-COUNT
               MOVE WS-LF-BAD(WS-LF-IDX) TO WS-NUM-DISP3
               IF WS-LF-IDX > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                       WITH POINTER WS-RES-PTR
                   END-STRING
               END-IF
               STRING
                   WS-LF-SHORT(WS-LF-IDX) "=" TRIM(WS-NUM-DISP3)
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
                   WITH POINTER WS-RES-PTR
               END-STRING
           END-PERFORM
           STRING ")" DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
               WITH POINTER WS-RES-PTR
           END-STRING
           IF WS-UNREADABLE-CT > 0
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "unreadable=" WS-UNREADABLE-CT
                   " checked=" WS-TOTAL-CHECKED
                   " malformed=" WS-TOTAL-BAD
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           IF WS-TOTAL-BAD > 0
           OR WS-UNREADABLE-CT > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "LOG-MALFORMED" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           DISPLAY "  Raport: " TRIM(WS-REPORT-PATH)
           DISPLAY "  Wynik: " TRIM(WS-RUNLOG-STATUS) " "
               TRIM(WS-RUNLOG-RESULT)
           PERFORM RUNLOG-END
           STOP RUN.

      *> -- File paths from the controller's exports, LOGCHECK_FULL --
       LOAD-LOGCHECK-ENV.
           MOVE SPACES TO WS-APICOST-ENVPATH
           ACCEPT WS-APICOST-ENVPATH
               FROM ENVIRONMENT "API_COST_LOG"
           IF WS-APICOST-ENVPATH NOT = SPACES
               MOVE WS-APICOST-ENVPATH TO WS-APICOST-PATH
           END-IF
           MOVE SPACES TO WS-CTLREC-ENVPATH
           ACCEPT WS-CTLREC-ENVPATH
               FROM ENVIRONMENT "BATCH_CONTROL_FILE"
           IF WS-CTLREC-ENVPATH NOT = SPACES
               MOVE WS-CTLREC-ENVPATH TO WS-CTLREC-PATH
           END-IF
           MOVE SPACES TO WS-HUBLOG-ENVPATH
           ACCEPT WS-HUBLOG-ENVPATH FROM ENVIRONMENT "HUB_SUBMIT_LOG"
           IF WS-HUBLOG-ENVPATH NOT = SPACES
               MOVE WS-HUBLOG-ENVPATH TO WS-HUBLOG-PATH
           END-IF

           INITIALIZE WS-LF-TABLE
           MOVE "batch_run.log" TO WS-LF-LABEL(1)
           MOVE "run" TO WS-LF-SHORT(1)
           MOVE WS-RUNLOG-PATH TO WS-LF-PATH(1)
           MOVE "api_usage.log" TO WS-LF-LABEL(2)
           MOVE "api" TO WS-LF-SHORT(2)
           MOVE WS-APICOST-PATH TO WS-LF-PATH(2)
           MOVE "batch_control.dat" TO WS-LF-LABEL(3)
           MOVE "ctl" TO WS-LF-SHORT(3)
           MOVE WS-CTLREC-PATH TO WS-LF-PATH(3)
           MOVE "hub_submissions.log" TO WS-LF-LABEL(4)
           MOVE "hub" TO WS-LF-SHORT(4)
           MOVE WS-HUBLOG-PATH TO WS-LF-PATH(4)

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "LOGCHECK_FULL"
           IF WS-ENV-VAL(1:1) = "Y"
               MOVE "Y" TO WS-FULL-SCAN
               DISPLAY "  Pelne sprawdzenie (LOGCHECK_FULL=Y)"
           END-IF
           .

      *> ============================================================
      *> State: label|lines-seen, one line per file. Absent state
      *> or a full scan starts every file at line 1.
      *> ============================================================
       LOAD-STATE.
           IF WS-FULL-SCAN = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT STATE-FILE
           IF WS-STATE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATE-FILE INTO WS-ST-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-STATE-LINE
               END-READ
           END-PERFORM
           CLOSE STATE-FILE
           .

       APPLY-STATE-LINE.
           IF WS-ST-LINE(1:1) = "#"
           OR WS-ST-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ST-LABEL WS-ST-LINES
           UNSTRING WS-ST-LINE DELIMITED BY "|"
               INTO WS-ST-LABEL WS-ST-LINES
           END-UNSTRING
           IF TRIM(WS-ST-LINES) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
               UNTIL WS-LF-IDX > WS-LF-COUNT
               IF WS-ST-LABEL = WS-LF-LABEL(WS-LF-IDX)
                   MOVE NUMVAL(WS-ST-LINES)
                       TO WS-LF-FROM(WS-LF-IDX)
               END-IF
           END-PERFORM
           .

       SAVE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-STATE-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "# LOGCHECK lines already checked: label|lines"
               TO STATE-REC
           WRITE STATE-REC
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
               UNTIL WS-LF-IDX > WS-LF-COUNT
      *>       An unreadable file keeps its old mark for next time
               IF WS-LF-STATE(WS-LF-IDX) = "U"
                   MOVE WS-LF-FROM(WS-LF-IDX)
                       TO WS-LF-LINES(WS-LF-IDX)
               END-IF
               MOVE SPACES TO STATE-REC
               STRING
                   TRIM(WS-LF-LABEL(WS-LF-IDX)) "|"
                   WS-LF-LINES(WS-LF-IDX)
                   DELIMITED SIZE
                   INTO STATE-REC
               END-STRING
               WRITE STATE-REC
           END-PERFORM
           CLOSE STATE-FILE
           .

      *> ============================================================
      *> Scan file WS-LF-IDX. A writer may hold its lock for a
      *> moment, so the open waits like the writers do. Two passes:
      *> count the lines first, so a file shorter than the mark
      *> (archived or truncated since) is checked from the top.
      *> ============================================================
       SCAN-ONE-FILE.
           MOVE WS-LF-PATH(WS-LF-IDX) TO WS-CHK-PATH
           PERFORM OPEN-CHECK-FILE
           IF WS-CHK-FS = "35"
               MOVE "A" TO WS-LF-STATE(WS-LF-IDX)
               MOVE 0 TO WS-LF-LINES(WS-LF-IDX)
               DISPLAY "  " TRIM(WS-LF-LABEL(WS-LF-IDX))
                   ": brak pliku"
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-FS NOT = "00"
               MOVE "U" TO WS-LF-STATE(WS-LF-IDX)
               ADD 1 TO WS-UNREADABLE-CT
               DISPLAY "  BLAD: nie mozna odczytac "
                   TRIM(WS-CHK-PATH) " (status " WS-CHK-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-LF-STATE(WS-LF-IDX)
           MOVE 0 TO WS-CHK-LINE-NO
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHECK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHK-LINE-NO
               END-READ
           END-PERFORM
           CLOSE CHECK-FILE
           MOVE WS-CHK-LINE-NO TO WS-LF-LINES(WS-LF-IDX)
           IF WS-LF-LINES(WS-LF-IDX) < WS-LF-FROM(WS-LF-IDX)
               DISPLAY "  " TRIM(WS-LF-LABEL(WS-LF-IDX))
                   ": plik krotszy niz ostatnio - od poczatku"
               MOVE 0 TO WS-LF-FROM(WS-LF-IDX)
           END-IF
           IF WS-LF-LINES(WS-LF-IDX) = WS-LF-FROM(WS-LF-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CHECK-FILE
           IF WS-CHK-FS NOT = "00"
               MOVE "U" TO WS-LF-STATE(WS-LF-IDX)
               ADD 1 TO WS-UNREADABLE-CT
               DISPLAY "  BLAD: nie mozna odczytac "
                   TRIM(WS-CHK-PATH) " (status " WS-CHK-FS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHK-LINE-NO
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ CHECK-FILE INTO WS-CHK-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CHK-LINE-NO
                       IF WS-CHK-LINE-NO > WS-LF-FROM(WS-LF-IDX)
                           PERFORM CHECK-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-FILE

           MOVE WS-LF-CHECKED(WS-LF-IDX) TO WS-NUM-DISP
           MOVE WS-LF-BAD(WS-LF-IDX) TO WS-NUM-DISP2
           DISPLAY "  " TRIM(WS-LF-LABEL(WS-LF-IDX))
               ": sprawdzono " TRIM(WS-NUM-DISP)
               ", blednych " TRIM(WS-NUM-DISP2)
           .

      *> -- Shared read lock wait (BATCH_LOCK_WAIT, RUNLOG-PROC) --
       OPEN-CHECK-FILE.
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN INPUT CHECK-FILE
           PERFORM UNTIL WS-CHK-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN INPUT CHECK-FILE
           END-PERFORM
           .

      *> ============================================================
      *> One record against its file's layout; the first problem
      *> found is the one reported
      *> ============================================================
       CHECK-ONE-LINE.
           ADD 1 TO WS-LF-CHECKED(WS-LF-IDX)
           ADD 1 TO WS-TOTAL-CHECKED
           MOVE SPACES TO WS-CHK-REASON
           IF WS-CHK-LINE = SPACES
               MOVE "blank line" TO WS-CHK-REASON
           ELSE
               MOVE 0 TO WS-CHK-PIPES
               INSPECT WS-CHK-LINE TALLYING WS-CHK-PIPES
                   FOR ALL "|"
               MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                              WS-F6 WS-F7 WS-F8
               UNSTRING WS-CHK-LINE DELIMITED BY "|"
                   INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5
                        WS-F6 WS-F7 WS-F8
               END-UNSTRING
               EVALUATE WS-LF-IDX
                   WHEN 1
                       PERFORM CHECK-RUNLOG-LINE
                   WHEN 2
                       PERFORM CHECK-APIUSAGE-LINE
                   WHEN 3
                       PERFORM CHECK-CONTROL-LINE
                   WHEN 4
                       PERFORM CHECK-HUBLEDGER-LINE
               END-EVALUATE
           END-IF
           IF WS-CHK-REASON = SPACES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LF-BAD(WS-LF-IDX)
           ADD 1 TO WS-TOTAL-BAD
           IF WS-BAD-COUNT >= WS-BAD-MAX
               ADD 1 TO WS-BAD-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BAD-COUNT
           MOVE WS-LF-LABEL(WS-LF-IDX) TO WS-BAD-FILE(WS-BAD-COUNT)
           MOVE WS-CHK-LINE-NO TO WS-BAD-LINE-NO(WS-BAD-COUNT)
           MOVE WS-CHK-REASON TO WS-BAD-REASON(WS-BAD-COUNT)
           MOVE WS-CHK-LINE TO WS-BAD-TEXT(WS-BAD-COUNT)
           .

      *> -- progid|start|end|status|result[|RERUN:id][|ENV:name]
      *> -- [|REASON:code] --
       CHECK-RUNLOG-LINE.
           IF WS-CHK-PIPES < 4
               MOVE "too few fields" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-PIPES > 7
               MOVE "too many fields" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F1 = SPACES
               MOVE "empty program id" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F2 TO WS-TS-FLD
           PERFORM CHECK-TIMESTAMP
           IF WS-TS-OK NOT = "Y"
               MOVE "bad start timestamp" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F3 TO WS-TS-FLD
           PERFORM CHECK-TIMESTAMP
           IF WS-TS-OK NOT = "Y"
               MOVE "bad end timestamp" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRIM(WS-F4)
               WHEN "OK"
               WHEN "WARN"
               WHEN "ERR"
               WHEN "FAIL"
               WHEN "INFO"
               WHEN "SKIP"
               WHEN "TIMEOUT"
                   CONTINUE
               WHEN OTHER
                   MOVE "unknown status" TO WS-CHK-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 0 TO WS-TAG-PREV
           PERFORM VARYING WS-TAG-N FROM 6 BY 1
               UNTIL WS-TAG-N > WS-CHK-PIPES + 1
               OR WS-CHK-REASON NOT = SPACES
               EVALUATE WS-TAG-N
                   WHEN 6
                       MOVE WS-F6 TO WS-TAG-FLD
                   WHEN 7
                       MOVE WS-F7 TO WS-TAG-FLD
                   WHEN OTHER
                       MOVE WS-F8 TO WS-TAG-FLD
               END-EVALUATE
               PERFORM CHECK-RUNLOG-TAG
           END-PERFORM
           .

      *> -- One tag field of a run-log record (WS-TAG-FLD) --
       CHECK-RUNLOG-TAG.
           EVALUATE TRUE
               WHEN WS-TAG-FLD(1:6) = "RERUN:"
               AND WS-TAG-FLD(7:) NOT = SPACES
                   MOVE 1 TO WS-TAG-RANK
               WHEN WS-TAG-FLD(1:4) = "ENV:"
               AND WS-TAG-FLD(5:) NOT = SPACES
                   MOVE 2 TO WS-TAG-RANK
               WHEN WS-TAG-FLD(1:7) = "REASON:"
               AND WS-TAG-FLD(8:) NOT = SPACES
                   MOVE 3 TO WS-TAG-RANK
               WHEN OTHER
                   MOVE "field after result is not a known tag"
                       TO WS-CHK-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-TAG-RANK NOT > WS-TAG-PREV
               MOVE "tags not in RERUN, ENV, REASON order"
                   TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TAG-RANK TO WS-TAG-PREV
      *>   A code the catalog does not list cannot be routed
           IF WS-TAG-RANK = 3
           AND WS-RSN-CNT > 0
               MOVE WS-TAG-FLD(8:) TO WS-RSN-CODE
               PERFORM RSN-LOOKUP
               IF WS-RSN-FOUND NOT = "Y"
                   MOVE "reason code not in reason_codes.dat"
                       TO WS-CHK-REASON
               END-IF
           END-IF
           .

      *> -- YYYYMMDDHHMMSS, or CURRENT-DATE's 21 characters
      *> -- (hundredths and a +hhmm/-hhmm offset) --
       CHECK-TIMESTAMP.
           MOVE "N" TO WS-TS-OK
           IF WS-TS-FLD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-TS-FLD)) TO WS-TS-LEN
           IF WS-TS-FLD(1:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF WS-TS-FLD(1:14) NOT NUMERIC
           OR WS-TS-FLD(1:2) NOT = "20"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-TS-LEN
               WHEN 14
                   MOVE "Y" TO WS-TS-OK
               WHEN 21
                   IF WS-TS-FLD(15:2) IS NUMERIC
                   AND (WS-TS-FLD(17:1) = "+"
                        OR WS-TS-FLD(17:1) = "-")
                   AND WS-TS-FLD(18:4) IS NUMERIC
                       MOVE "Y" TO WS-TS-OK
                   END-IF
           END-EVALUATE
           .

      *> -- progid|provider|call|req|resp[|date[|ptok|ctok
      *> -- [|prompt|version]]] --
       CHECK-APIUSAGE-LINE.
           IF WS-CHK-PIPES NOT = 4
           AND WS-CHK-PIPES NOT = 5
           AND WS-CHK-PIPES NOT = 7
           AND WS-CHK-PIPES NOT = 9
               MOVE "unexpected field count" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F1 = SPACES
               MOVE "empty program id" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F2 = SPACES
               MOVE "empty provider" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-F3) NOT NUMERIC
           OR TRIM(WS-F4) NOT NUMERIC
           OR TRIM(WS-F5) NOT NUMERIC
               MOVE "call number or byte size not numeric"
                   TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-PIPES >= 5
               IF WS-F6(1:8) NOT NUMERIC
               OR WS-F6(9:) NOT = SPACES
                   MOVE "bad call date" TO WS-CHK-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CHK-PIPES >= 7
               IF TRIM(WS-F7) NOT NUMERIC
               OR TRIM(WS-F8) NOT NUMERIC
                   MOVE "token counts not numeric"
                       TO WS-CHK-REASON
               END-IF
           END-IF
           .

      *> -- progid|label|in|out|rejects|ts14[|RERUN:id] --
       CHECK-CONTROL-LINE.
           IF WS-CHK-PIPES < 5
               MOVE "too few fields" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-PIPES > 6
               MOVE "too many fields" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F1 = SPACES
           OR WS-F2 = SPACES
               MOVE "empty program id or file label"
                   TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-F3) NOT NUMERIC
           OR TRIM(WS-F4) NOT NUMERIC
           OR TRIM(WS-F5) NOT NUMERIC
               MOVE "record counts not numeric" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F6 TO WS-TS-FLD
           PERFORM CHECK-TIMESTAMP
           IF WS-TS-OK NOT = "Y"
           OR WS-TS-LEN NOT = 14
               MOVE "bad timestamp" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-CHK-PIPES = 6
           AND (WS-F7(1:6) NOT = "RERUN:"
                OR WS-F7(7:) = SPACES)
               MOVE "seventh field is not RERUN:<id>"
                   TO WS-CHK-REASON
           END-IF
           .

      *> -- ts14|progid|task|fingerprint|http|attempt|message|flag
      *> -- (message and flag have any "|" turned into "/") --
       CHECK-HUBLEDGER-LINE.
           IF WS-CHK-PIPES NOT = 7
               MOVE "unexpected field count" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-F1 TO WS-TS-FLD
           PERFORM CHECK-TIMESTAMP
           IF WS-TS-OK NOT = "Y"
           OR WS-TS-LEN NOT = 14
               MOVE "bad timestamp" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F2 = SPACES
               MOVE "empty program id" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-F4 = SPACES
               MOVE "empty fingerprint" TO WS-CHK-REASON
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-F5) NOT NUMERIC
           OR TRIM(WS-F6) NOT NUMERIC
               MOVE "http status or attempt not numeric"
                   TO WS-CHK-REASON
           END-IF
           .

      *> ============================================================
      *> logcheck_report.txt: per-file counts, then the malformed
      *> records in file and line order
      *> ============================================================
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== Shared append-file integrity ===" TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Run " WS-RUNLOG-START-TS(1:8) " "
               WS-RUNLOG-START-TS(9:6)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-FULL-SCAN = "Y"
               MOVE "Scope: every line (LOGCHECK_FULL=Y)"
                   TO REPORT-REC
           ELSE
               MOVE "Scope: lines added since the previous check"
                   TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "File                    Lines  Checked  Malformed"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-LF-IDX FROM 1 BY 1
               UNTIL WS-LF-IDX > WS-LF-COUNT
               MOVE WS-LF-LINES(WS-LF-IDX) TO WS-NUM-DISP
               MOVE WS-LF-CHECKED(WS-LF-IDX) TO WS-NUM-DISP2
               MOVE WS-LF-BAD(WS-LF-IDX) TO WS-NUM-DISP3
               MOVE SPACES TO REPORT-REC
               EVALUATE WS-LF-STATE(WS-LF-IDX)
                   WHEN "A"
                       STRING
                           WS-LF-LABEL(WS-LF-IDX)
                           "   (absent)"
                           DELIMITED SIZE
                           INTO REPORT-REC
                       END-STRING
                   WHEN "U"
                       STRING
                           WS-LF-LABEL(WS-LF-IDX)
                           "   UNREADABLE (locked or damaged)"
                           DELIMITED SIZE
                           INTO REPORT-REC
                       END-STRING
                   WHEN OTHER
                       STRING
                           WS-LF-LABEL(WS-LF-IDX)
                           WS-NUM-DISP "  "
                           WS-NUM-DISP2 "    "
                           WS-NUM-DISP3
                           DELIMITED SIZE
                           INTO REPORT-REC
                       END-STRING
               END-EVALUATE
               WRITE REPORT-REC
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           IF WS-TOTAL-BAD = 0
               MOVE "No malformed records." TO REPORT-REC
               WRITE REPORT-REC
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Malformed records:" TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-BAD-IDX FROM 1 BY 1
               UNTIL WS-BAD-IDX > WS-BAD-COUNT
               MOVE WS-BAD-LINE-NO(WS-BAD-IDX) TO WS-NUM-DISP
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " TRIM(WS-BAD-FILE(WS-BAD-IDX))
                   " line " TRIM(WS-NUM-DISP) ": "
                   TRIM(WS-BAD-REASON(WS-BAD-IDX))
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               MOVE SPACES TO REPORT-REC
               STRING
                   "      [" WS-BAD-TEXT(WS-BAD-IDX) "]"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           IF WS-BAD-DROPPED > 0
               MOVE WS-BAD-DROPPED TO WS-NUM-DISP
               MOVE SPACES TO REPORT-REC
               STRING
                   "  ... and " TRIM(WS-NUM-DISP)
                   " more not listed"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

      *> ============================================================
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.

      *> ============================================================
      *> Shared reason-code catalog (RSN-LOAD-CATALOG/RSN-LOOKUP)
      *> ============================================================
       COPY RSNCODE-PROC.
