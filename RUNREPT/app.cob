      *>    of the window vs older half)
      *> 4. Flag programs with 2+ consecutive non-OK statuses at
      *>    the top of the report
      *> 5. Operator reruns (records with a sixth field
      *>    RERUN:<request id>, launched by BATCHCTL's
      *>    RERUN-REQUESTS mode) are kept apart: they do not enter
      *>    the duration window or the failure streak of the
      *>    scheduled run, are counted per program and the latest
      *>    ones are listed with their request id
      *> 6. Non-OK scheduled runs are grouped by cause: the
      *>    REASON:<code> tag of each record is looked up in the
      *>    shared catalog (reason_codes.dat) and counted per
      *>    category and code with the operator action; a failure
      *>    streak names the latest reason
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REASON-CODE-FILE ASSIGN TO WS-RSN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY RSNCODE-WS.

       01  WS-REPORT-PATH          PIC X(100) VALUE
           "runrept_report.txt".
       01  WS-LOG-END              PIC X(21).
       01  WS-LOG-STATUS           PIC X(8).
       01  WS-LOG-RESULT           PIC X(80).
       01  WS-LOG-TAG              PIC X(30).
       01  WS-EOF-FLAG             PIC X(1).
       01  WS-TOTAL-RECORDS        PIC 9(7) VALUE 0.

                                   OCCURS 30 TIMES.
               10  WS-PRG-STREAK   PIC 9(3).
               10  WS-PRG-LAST-ST  PIC X(8).
               10  WS-PRG-LAST-RSN PIC X(20).
               10  WS-PRG-RERUNS   PIC 9(5).

      *> -- Latest operator reruns (sliding, newest last) --
       01  WS-RRN-MAX              PIC 9(2) VALUE 20.
       01  WS-RRN-CT               PIC 9(2) VALUE 0.
       01  WS-RRN-TOTAL            PIC 9(5) VALUE 0.
       01  WS-RRN-TABLE.
           05  WS-RRN-ENT OCCURS 20 TIMES.
               10  WS-RRN-PROGID   PIC X(30).
               10  WS-RRN-ID       PIC X(20).
               10  WS-RRN-START    PIC X(14).
               10  WS-RRN-STATUS   PIC X(8).
               10  WS-RRN-RESULT   PIC X(50).

      *> -- Non-OK scheduled runs per reason code; a record with
      *> -- no code counts under "(none)" --
       01  WS-CAUSE-MAX            PIC 9(3) VALUE 60.
       01  WS-CAUSE-CT             PIC 9(3) VALUE 0.
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENT OCCURS 60 TIMES.
               10  WS-CAUSE-CODE   PIC X(20).
               10  WS-CAUSE-CAT    PIC X(12).
               10  WS-CAUSE-NUM    PIC 9(5).
       01  WS-CAUSE-I              PIC 9(3).
       01  WS-CAUSE-CUR            PIC 9(3).
       01  WS-CCAT-CT              PIC 9(3) VALUE 0.
       01  WS-CCAT-TABLE.
           05  WS-CCAT-ENT OCCURS 60 TIMES.
               10  WS-CCAT-NAME    PIC X(12).
               10  WS-CCAT-NUM     PIC 9(5).
       01  WS-CCAT-I               PIC 9(3).
       01  WS-CCAT-CUR             PIC 9(3).
       01  WS-CAUSE-DISP           PIC ZZZZ9.

      *> -- Per-program computed figures --
       01  WS-AVG-DUR              PIC 9(9).
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== RUNREPT: raport poranny z dziennika ==="
           PERFORM RSN-LOAD-CATALOG

           PERFORM LOAD-RUN-LOG
           IF WS-TOTAL-RECORDS = 0
               DISPLAY "  BLAD: brak rekordow w "
                   TRIM(WS-RUNLOG-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "no run-log records" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
                          WS-LOG-END
                          WS-LOG-STATUS
                          WS-LOG-RESULT
                          WS-LOG-TAG
           UNSTRING WS-LOG-LINE DELIMITED BY "|"
               INTO WS-LOG-PROGID
                    WS-LOG-START
                    WS-LOG-END
                    WS-LOG-STATUS
                    WS-LOG-RESULT
                    WS-LOG-TAG
           END-UNSTRING
           .

               EXIT PARAGRAPH
           END-IF

      *>   An operator rerun is not the scheduled run: counted
      *>   and listed, kept out of durations and streaks
           IF WS-LOG-TAG(1:6) = "RERUN:"
               ADD 1 TO WS-PRG-RERUNS(WS-CUR)
               PERFORM KEEP-RERUN-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRG-RUNS(WS-CUR)

      *>   Duration of this run
      *>   Trailing consecutive non-OK streak
           IF TRIM(WS-LOG-STATUS) = "OK"
               MOVE 0 TO WS-PRG-STREAK(WS-CUR)
               MOVE SPACES TO WS-PRG-LAST-RSN(WS-CUR)
           ELSE
               ADD 1 TO WS-PRG-STREAK(WS-CUR)
               MOVE WS-LOG-LINE TO WS-RSN-LINE
               PERFORM RSN-FROM-RECORD
               MOVE WS-RSN-CODE TO WS-PRG-LAST-RSN(WS-CUR)
               PERFORM COUNT-FAILURE-CAUSE
           END-IF
           MOVE WS-LOG-STATUS TO WS-PRG-LAST-ST(WS-CUR)
           .

      *> -- One non-OK run onto the cause table (code looked up
      *> -- by RSN-FROM-RECORD just before) --
       COUNT-FAILURE-CAUSE.
           IF WS-RSN-CODE = SPACES
               MOVE "(none)" TO WS-RSN-CODE
           END-IF
           IF WS-RSN-CATEGORY = SPACES
               MOVE "UNCODED" TO WS-RSN-CATEGORY
           END-IF
           MOVE 0 TO WS-CAUSE-CUR
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
               UNTIL WS-CAUSE-I > WS-CAUSE-CT
               OR WS-CAUSE-CUR > 0
               IF WS-CAUSE-CODE(WS-CAUSE-I) = WS-RSN-CODE
                   MOVE WS-CAUSE-I TO WS-CAUSE-CUR
               END-IF
           END-PERFORM
           IF WS-CAUSE-CUR = 0
               IF WS-CAUSE-CT >= WS-CAUSE-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAUSE-CT
               MOVE WS-CAUSE-CT TO WS-CAUSE-CUR
               MOVE WS-RSN-CODE TO WS-CAUSE-CODE(WS-CAUSE-CUR)
               MOVE WS-RSN-CATEGORY TO WS-CAUSE-CAT(WS-CAUSE-CUR)
               MOVE 0 TO WS-CAUSE-NUM(WS-CAUSE-CUR)
           END-IF
           ADD 1 TO WS-CAUSE-NUM(WS-CAUSE-CUR)
           .

      *> -- Locate the program entry, adding it if new --
       FIND-OR-ADD-PROGRAM.
           MOVE 0 TO WS-CUR
               MOVE 0 TO WS-PRG-RUNS(WS-CUR)
               MOVE 0 TO WS-PRG-WINDOW(WS-CUR)
               MOVE 0 TO WS-PRG-STREAK(WS-CUR)
               MOVE 0 TO WS-PRG-RERUNS(WS-CUR)
               MOVE SPACES TO WS-PRG-LAST-RSN(WS-CUR)
           END-IF
           .

      *> -- One rerun record onto the sliding list --
       KEEP-RERUN-RECORD.
           ADD 1 TO WS-RRN-TOTAL
           IF WS-RRN-CT < WS-RRN-MAX
               ADD 1 TO WS-RRN-CT
           ELSE
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-RRN-MAX
                   MOVE WS-RRN-ENT(WS-JDX + 1)
                       TO WS-RRN-ENT(WS-JDX)
               END-PERFORM
           END-IF
           MOVE TRIM(WS-LOG-PROGID) TO WS-RRN-PROGID(WS-RRN-CT)
           MOVE TRIM(WS-LOG-TAG(7:24)) TO WS-RRN-ID(WS-RRN-CT)
           MOVE WS-LOG-START(1:14) TO WS-RRN-START(WS-RRN-CT)
           MOVE WS-LOG-STATUS TO WS-RRN-STATUS(WS-RRN-CT)
           MOVE WS-LOG-RESULT TO WS-RRN-RESULT(WS-RRN-CT)
           .

      *> -- Convert a CURRENT-DATE stamp (YYYYMMDDhhmmsshh...) to
      *> -- absolute seconds; flags WS-TS-BAD on junk --
       TS-TO-SECONDS.
                       "  !! " TRIM(WS-PRG-ID(WS-IDX))
                       " - " WS-PRG-STREAK(WS-IDX)
                       " consecutive non-OK runs (last: "
                       TRIM(WS-PRG-LAST-ST(WS-IDX)) " "
                       TRIM(WS-PRG-LAST-RSN(WS-IDX)) ")"
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
                   IF WS-PRG-LAST-RSN(WS-IDX) NOT = SPACES
                       MOVE WS-PRG-LAST-RSN(WS-IDX) TO WS-RSN-CODE
                       PERFORM RSN-LOOKUP
                       IF WS-RSN-FOUND = "Y"
                           MOVE SPACES TO REPORT-REC
                           STRING
                               "     " TRIM(WS-RSN-CATEGORY) ": "
                               TRIM(WS-RSN-ACTION)
                               DELIMITED SIZE
                               INTO REPORT-REC
                           END-STRING
                           WRITE REPORT-REC
                       END-IF
                   END-IF
                   DISPLAY "  !! Seria awarii: "
                       TRIM(WS-PRG-ID(WS-IDX)) " x"
                       WS-PRG-STREAK(WS-IDX)
               WRITE REPORT-REC
           END-IF

      *>   -- Section 1b: non-OK scheduled runs by cause --
           PERFORM WRITE-CAUSE-SECTION

      *>   -- Section 2: runtime trending up --
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
               WRITE REPORT-REC
           END-IF

      *>   -- Section 3: operator reruns --
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "--- Operator reruns (" WS-RRN-TOTAL
               " in log, latest first) ---"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-JDX FROM WS-RRN-CT BY -1
               UNTIL WS-JDX < 1
               MOVE SPACES TO REPORT-REC
               STRING
                   "  RR " WS-RRN-START(WS-JDX)(1:8) " "
                   WS-RRN-START(WS-JDX)(9:2) ":"
                   WS-RRN-START(WS-JDX)(11:2) " "
                   WS-RRN-PROGID(WS-JDX)
                   " " WS-RRN-ID(WS-JDX)
                   " " WS-RRN-STATUS(WS-JDX)
                   " " TRIM(WS-RRN-RESULT(WS-JDX))
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-PERFORM
           IF WS-RRN-CT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF

      *>   -- Section 4: per-program duration table --
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- Durations (last 30 scheduled runs, seconds) ---"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   " runs=" WS-PRG-RUNS(WS-IDX)
                   " avg=" TRIM(WS-AVG-DISP)
                   "s worst=" TRIM(WS-DUR-DISP)
                   "s reruns=" WS-PRG-RERUNS(WS-IDX)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               TRIM(WS-REPORT-PATH)
           .

      *> -- Failures by category, then by reason code within each
      *> -- category with the catalog's operator action --
       WRITE-CAUSE-SECTION.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- Failures by cause (scheduled runs) ---"
               TO REPORT-REC
           WRITE REPORT-REC
           IF WS-CAUSE-CT = 0
               MOVE "  (none)" TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CCAT-CT
           PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
               UNTIL WS-CAUSE-I > WS-CAUSE-CT
               MOVE 0 TO WS-CCAT-CUR
               PERFORM VARYING WS-CCAT-I FROM 1 BY 1
                   UNTIL WS-CCAT-I > WS-CCAT-CT
                   OR WS-CCAT-CUR > 0
                   IF WS-CCAT-NAME(WS-CCAT-I) =
                      WS-CAUSE-CAT(WS-CAUSE-I)
                       MOVE WS-CCAT-I TO WS-CCAT-CUR
                   END-IF
               END-PERFORM
               IF WS-CCAT-CUR = 0
                   ADD 1 TO WS-CCAT-CT
                   MOVE WS-CCAT-CT TO WS-CCAT-CUR
                   MOVE WS-CAUSE-CAT(WS-CAUSE-I)
                       TO WS-CCAT-NAME(WS-CCAT-CUR)
                   MOVE 0 TO WS-CCAT-NUM(WS-CCAT-CUR)
               END-IF
               ADD WS-CAUSE-NUM(WS-CAUSE-I)
                   TO WS-CCAT-NUM(WS-CCAT-CUR)
           END-PERFORM
           PERFORM VARYING WS-CCAT-I FROM 1 BY 1
               UNTIL WS-CCAT-I > WS-CCAT-CT
               MOVE WS-CCAT-NUM(WS-CCAT-I) TO WS-CAUSE-DISP
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " WS-CCAT-NAME(WS-CCAT-I) " "
                   WS-CAUSE-DISP
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               PERFORM VARYING WS-CAUSE-I FROM 1 BY 1
                   UNTIL WS-CAUSE-I > WS-CAUSE-CT
                   IF WS-CAUSE-CAT(WS-CAUSE-I) =
                      WS-CCAT-NAME(WS-CCAT-I)
                       PERFORM WRITE-CAUSE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-CAUSE-LINE.
           MOVE WS-CAUSE-CODE(WS-CAUSE-I) TO WS-RSN-CODE
           PERFORM RSN-LOOKUP
           MOVE WS-CAUSE-NUM(WS-CAUSE-I) TO WS-CAUSE-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "    " WS-CAUSE-CODE(WS-CAUSE-I) " "
               WS-CAUSE-DISP "  " TRIM(WS-RSN-ACTION)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> -- Average and worst duration over the kept window --
       COMPUTE-PROGRAM-FIGURES.
           MOVE 0 TO WS-SUM-DUR
           .

       COPY RUNLOG-PROC.

      *> ============================================================
      *> Shared reason-code catalog (RSN-LOAD-CATALOG/RSN-LOOKUP)
      *> ============================================================
       COPY RSNCODE-PROC.
