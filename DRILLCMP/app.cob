       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRILLCMP.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> DRILLCMP - Drill outputs against the golden drill
      *> A MOCKHUB drill under a fixed scenario should produce the
      *> same answers, reports, ledgers and control records every
      *> time; this turns that into a regression check.
      *>   COMPARE (default) -
      *>   1. Read drillcmp_outputs.dat (PROGRAM-ID|output|kind|
      *>      path|select|volatile): the key outputs of each
      *>      program, paths relative to the drill data root
      *>      (DRILLCMP_ROOT, default "..")
      *>   2. Extract each output into drillcmp_work/<PROGRAM-ID>.
      *>      <output>.txt: a whole FILE, or for LOG:n append files
      *>      only the lines whose field n is from tonight's window
      *>      (DRILLCMP_SINCE, else BATCHCTL_WINDOW_START); keep
      *>      only lines containing the select text; mask the
      *>      declared volatile fields (TS, DATE, TIME, FIELD:n,
      *>      JSON:key) so timestamps and keys never differ
      *>   3. Compare line by line with drill_golden/<scenario>/
      *>      (DRILLCMP_SCENARIO, default "default") and write
      *>      drillcmp_report.txt: per program MATCH, DIFF with the
      *>      differing lines, or MISSING (no drill output, or no
      *>      golden copy yet)
      *>   4. On a PROD night (BATCH_ENV_CLASS not TEST) there is
      *>      no drill to judge: the step ends OK without comparing
      *>   PROMOTE - DRILLCMP_REVIEWER=<name> copies the last
      *>      compared drill (drillcmp_work) in as the scenario's
      *>      new golden set; the previous set is kept as
      *>      <scenario>.prev and the promotion is logged in
      *>      drill_golden/promotions.log. A drill with missing
      *>      outputs is never promoted.
      *>   The golden sets are reference data, not drill state:
      *>   drill_golden is DRILLCMP_GOLDEN_DIR when set, else the
      *>   one in the production DRILLCMP directory (BATCH_HOME_DIR
      *>   from the controller, so a drill night inside its data
      *>   root still compares against - and promotes into - the
      *>   production copy), else drill_golden here.
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
           SELECT LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-FS.
           SELECT SOURCE-FILE ASSIGN TO WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT GOLDEN-FILE ASSIGN TO WS-GOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLD-FS.
           SELECT STATUS-FILE ASSIGN TO WS-STAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  LIST-FILE.
       01  LIST-REC                 PIC X(400).

       FD  SOURCE-FILE.
       01  SOURCE-REC               PIC X(1000).

       FD  WORK-FILE.
       01  WORK-REC                 PIC X(1000).

       FD  GOLDEN-FILE.
       01  GOLDEN-REC               PIC X(1000).

       FD  STATUS-FILE.
       01  STATUS-REC               PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       01  WS-QT                   PIC X(1) VALUE '"'.

       01  WS-LIST-PATH            PIC X(100) VALUE
           "drillcmp_outputs.dat".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "drillcmp_report.txt".
       01  WS-LIST-FS              PIC XX.
       01  WS-SRC-FS               PIC XX.
       01  WS-WORK-FS              PIC XX.
       01  WS-GOLD-FS              PIC XX.
       01  WS-STAT-FS              PIC XX.
       01  WS-REPORT-FS            PIC XX.
       01  WS-SRC-PATH             PIC X(300).
       01  WS-WORK-PATH            PIC X(300).
       01  WS-GOLD-PATH            PIC X(300).
       01  WS-STAT-PATH            PIC X(300).

      *> -- Directories and run parameters --
       01  WS-ROOT-DIR             PIC X(200) VALUE "..".
       01  WS-WORK-DIR             PIC X(100) VALUE
           "drillcmp_work".
       01  WS-GOLD-ROOT            PIC X(250) VALUE
           "drill_golden".
       01  WS-GOLD-DIR             PIC X(300).
       01  WS-SCENARIO             PIC X(40) VALUE "default".
       01  WS-ACTION               PIC X(10).
       01  WS-SINCE                PIC X(14).
       01  WS-ENV-CLASS            PIC X(10).
       01  WS-REVIEWER             PIC X(40).
       01  WS-ENV-VAL              PIC X(200).
       01  WS-TS                   PIC X(21).
       01  WS-CMD                  PIC X(1000).

      *> -- Declared outputs --
       01  WS-OUT-MAX              PIC 9(3) VALUE 80.
       01  WS-OUT-COUNT            PIC 9(3) VALUE 0.
       01  WS-OUT-TABLE.
           05  WS-OUT-ENTRY OCCURS 80 TIMES.
               10  WS-OUT-PROG     PIC X(30).
               10  WS-OUT-NAME     PIC X(30).
               10  WS-OUT-KIND     PIC X(4).
               10  WS-OUT-LOGFLD   PIC 9(2).
               10  WS-OUT-PATH     PIC X(150).
               10  WS-OUT-SELECT   PIC X(80).
               10  WS-OUT-VOLATILE PIC X(80).
               10  WS-OUT-RESULT   PIC X(7).
               10  WS-OUT-NOTE     PIC X(20).
               10  WS-OUT-DIFFS    PIC 9(5).
               10  WS-OUT-LINES    PIC 9(5).
       01  WS-CUR                  PIC 9(3).
       01  WS-IDX                  PIC 9(3).
       01  WS-JDX                  PIC 9(3).
       01  WS-FIRST                PIC X(1).

      *> -- List line parsing --
       01  WS-LIST-LINE            PIC X(400).
       01  WS-F1                   PIC X(30).
       01  WS-F2                   PIC X(30).
       01  WS-F3                   PIC X(10).
       01  WS-F4                   PIC X(150).
       01  WS-F5                   PIC X(80).
       01  WS-F6                   PIC X(80).
       01  WS-FLD-CT               PIC 9(2).
       01  WS-KIND-ARG             PIC X(4).
       01  WS-EOF                  PIC X(1).
       01  WS-EOF-G                PIC X(1).
       01  WS-EOF-W                PIC X(1).

      *> -- Line work: extraction, masking, comparison --
       01  WS-LN                   PIC X(1000).
       01  WS-GLN                  PIC X(1000).
       01  WS-TMP                  PIC X(1000).
       01  WS-TP                   PIC 9(4).
       01  WS-LN-LEN               PIC 9(4).
       01  WS-P                    PIC 9(4).
       01  WS-Q                    PIC 9(4).
       01  WS-PREV-DIGIT           PIC X(1).
       01  WS-RUN-ON               PIC X(1).
       01  WS-SEL-LEN              PIC 9(3).
       01  WS-HITS                 PIC 9(4).
       01  WS-KEEP                 PIC X(1).
       01  WS-LINE-NO              PIC 9(5).
       01  WS-LINE-DISP            PIC ZZZZ9.
       01  WS-DIFF-WRITE           PIC X(1).
       01  WS-DIFF-SHOWN           PIC 9(2) VALUE 5.
       01  WS-DIFF-MORE            PIC ZZZZ9.
       01  WS-FB-N                 PIC 9(2).
       01  WS-FB-FLD               PIC 9(2).
       01  WS-FB-START             PIC 9(4).
       01  WS-FB-END               PIC 9(4).
       01  WS-FB-OK                PIC X(1).

      *> -- Volatile masks of the current output --
       01  WS-VOL-CT               PIC 9(2).
       01  WS-VOL-TABLE.
           05  WS-VOL-TOK OCCURS 8 TIMES PIC X(30).
       01  WS-VOL-I                PIC 9(2).
       01  WS-VOL-KIND             PIC X(10).
       01  WS-VOL-ARG              PIC X(20).
       01  WS-PAT                  PIC X(30).
       01  WS-PAT-LEN              PIC 9(2).

      *> -- Totals --
       01  WS-PROG-RESULT          PIC X(7).
       01  WS-PROG-CT              PIC 9(3) VALUE 0.
       01  WS-MATCH-CT             PIC 9(3) VALUE 0.
       01  WS-DIFF-CT              PIC 9(3) VALUE 0.
       01  WS-MISS-CT              PIC 9(3) VALUE 0.
       01  WS-SRC-MISS-CT          PIC 9(3) VALUE 0.
       01  WS-GOLD-HAVE-CT         PIC 9(3) VALUE 0.

      *> -- Last compared drill (drillcmp_work/last_compare.dat):
      *> -- ts|scenario|programs|match|diff|missing|src-missing --
       01  WS-LC-TS                PIC X(14).
       01  WS-LC-SCENARIO          PIC X(40).
       01  WS-LC-PROGS             PIC X(5).
       01  WS-LC-MATCH             PIC X(5).
       01  WS-LC-DIFF              PIC X(5).
       01  WS-LC-MISS              PIC X(5).
       01  WS-LC-SRCMISS           PIC X(5).

       PROCEDURE DIVISION.
       MAIN-DRILLCMP.
           MOVE "DRILLCMP" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== DRILLCMP: porownanie cwiczenia ze wzorcem ==="
           MOVE FUNCTION CURRENT-DATE TO WS-TS

           PERFORM LOAD-DRILLCMP-ENV

           EVALUATE TRIM(WS-ACTION)
               WHEN "COMPARE"
                   IF WS-ENV-CLASS NOT = SPACES
                   AND TRIM(WS-ENV-CLASS) NOT = "TEST"
                       DISPLAY "  Profil produkcyjny - brak "
                           "cwiczenia do porownania"
                       MOVE "OK" TO WS-RUNLOG-STATUS
                       MOVE "not a drill night - nothing compared"
                           TO WS-RUNLOG-RESULT
                       PERFORM RUNLOG-END
                       STOP RUN
                   END-IF
                   PERFORM DO-COMPARE
               WHEN "PROMOTE"
                   PERFORM DO-PROMOTE
               WHEN OTHER
                   DISPLAY "DRILLCMP_ACTION: COMPARE lub PROMOTE"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "unknown action"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
                   STOP RUN
           END-EVALUATE
           STOP RUN.

      *> -- Action, scenario, drill root and window from the
      *> -- environment --
       LOAD-DRILLCMP-ENV.
           MOVE SPACES TO WS-ACTION
           ACCEPT WS-ACTION FROM ENVIRONMENT "DRILLCMP_ACTION"
           IF WS-ACTION = SPACES
               MOVE "COMPARE" TO WS-ACTION
           END-IF
           MOVE UPPER-CASE(TRIM(WS-ACTION)) TO WS-ACTION

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "DRILLCMP_SCENARIO"
           IF WS-ENV-VAL NOT = SPACES
               MOVE TRIM(WS-ENV-VAL) TO WS-SCENARIO
           END-IF
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "DRILLCMP_ROOT"
           IF WS-ENV-VAL NOT = SPACES
               MOVE TRIM(WS-ENV-VAL) TO WS-ROOT-DIR
           END-IF

           MOVE SPACES TO WS-SINCE
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "DRILLCMP_SINCE"
           IF WS-ENV-VAL = SPACES
               ACCEPT WS-ENV-VAL
                   FROM ENVIRONMENT "BATCHCTL_WINDOW_START"
           END-IF
           IF WS-ENV-VAL(1:14) IS NUMERIC
               MOVE WS-ENV-VAL(1:14) TO WS-SINCE
           END-IF

           MOVE SPACES TO WS-ENV-CLASS
           ACCEPT WS-ENV-CLASS FROM ENVIRONMENT "BATCH_ENV_CLASS"
           MOVE UPPER-CASE(TRIM(WS-ENV-CLASS)) TO WS-ENV-CLASS

           MOVE SPACES TO WS-REVIEWER
           ACCEPT WS-REVIEWER FROM ENVIRONMENT "DRILLCMP_REVIEWER"

           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "DRILLCMP_GOLDEN_DIR"
           IF WS-ENV-VAL NOT = SPACES
               MOVE TRIM(WS-ENV-VAL) TO WS-GOLD-ROOT
           ELSE
               ACCEPT WS-ENV-VAL FROM ENVIRONMENT "BATCH_HOME_DIR"
               IF WS-ENV-VAL NOT = SPACES
                   MOVE SPACES TO WS-GOLD-ROOT
                   STRING
                       TRIM(WS-ENV-VAL) "/DRILLCMP/drill_golden"
                       DELIMITED SIZE
                       INTO WS-GOLD-ROOT
                   END-STRING
               END-IF
           END-IF
           .

      *> ============================================================
      *> DO-COMPARE: extract and compare every declared output,
      *> then report per program
      *> ============================================================
       DO-COMPARE.
           PERFORM LOAD-OUTPUT-LIST
           IF WS-OUT-COUNT = 0
               DISPLAY "  BLAD: pusta lub brakujaca lista "
                   TRIM(WS-LIST-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing drillcmp_outputs.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           PERFORM SET-GOLD-DIR
           DISPLAY "  Scenariusz: " TRIM(WS-SCENARIO)
               "  wzorzec: " TRIM(WS-GOLD-DIR)
           IF WS-SINCE NOT = SPACES
               DISPLAY "  Okno od: " WS-SINCE
           END-IF

      *>   A fresh work set: promotion copies exactly what this
      *>   comparison saw
           INITIALIZE WS-CMD
           STRING
               "mkdir -p " WS-QT TRIM(WS-WORK-DIR) WS-QT
               " && rm -f " WS-QT TRIM(WS-WORK-DIR) WS-QT "/*.txt "
               WS-QT TRIM(WS-WORK-DIR) WS-QT "/last_compare.dat"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE "N" TO WS-DIFF-WRITE
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-OUT-COUNT
               PERFORM EXTRACT-OUTPUT
               IF WS-OUT-RESULT(WS-CUR) = SPACES
                   PERFORM COMPARE-OUTPUT
               END-IF
           END-PERFORM

           PERFORM WRITE-COMPARE-REPORT
           PERFORM SAVE-LAST-COMPARE

           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "scenario=" TRIM(WS-SCENARIO)
               " programs=" WS-PROG-CT
               " match=" WS-MATCH-CT
               " diff=" WS-DIFF-CT
               " missing=" WS-MISS-CT
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           DISPLAY "  Programy: " WS-PROG-CT
               "  MATCH " WS-MATCH-CT
               "  DIFF " WS-DIFF-CT
               "  MISSING " WS-MISS-CT
               " -> " TRIM(WS-REPORT-PATH)
           EVALUATE TRUE
               WHEN WS-GOLD-HAVE-CT = 0
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "DRILL-NO-GOLDEN" TO WS-RUNLOG-REASON
               WHEN WS-DIFF-CT > 0 OR WS-MISS-CT > 0
                   MOVE "FAIL" TO WS-RUNLOG-STATUS
                   MOVE "DRILL-MISMATCH" TO WS-RUNLOG-REASON
               WHEN OTHER
                   MOVE "OK" TO WS-RUNLOG-STATUS
           END-EVALUATE
           PERFORM RUNLOG-END
           .

      *> -- <golden root>/<scenario> --
       SET-GOLD-DIR.
           MOVE SPACES TO WS-GOLD-DIR
           STRING
               TRIM(WS-GOLD-ROOT) "/" TRIM(WS-SCENARIO)
               DELIMITED SIZE
               INTO WS-GOLD-DIR
           END-STRING
           .

      *> ============================================================
      *> Load drillcmp_outputs.dat into the output table.
      *> Line format: PROGRAM-ID|output|kind|path|select|volatile
      *> Lines starting with "#" are comments.
      *> ============================================================
       LOAD-OUTPUT-LIST.
           MOVE 0 TO WS-OUT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ LIST-FILE INTO WS-LIST-LINE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-LIST-LINE(1:1) NOT = "#"
                       AND WS-LIST-LINE NOT = SPACES
                           PERFORM PARSE-OUTPUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           DISPLAY "  Wyjsc na liscie: " WS-OUT-COUNT
           .

      *> -- One list line into the table; a malformed line is
      *> -- skipped with a warning (CFGCHECK-style, not fatal) --
       PARSE-OUTPUT-LINE.
           IF WS-OUT-COUNT >= WS-OUT-MAX
               DISPLAY "  UWAGA: przekroczono limit wyjsc, "
                   "wiersz pominiety"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
           MOVE 0 TO WS-FLD-CT
           UNSTRING WS-LIST-LINE DELIMITED BY "|"
               INTO WS-F1 WS-F2 WS-F3 WS-F4 WS-F5 WS-F6
               TALLYING IN WS-FLD-CT
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(WS-F3)) TO WS-F3
           MOVE SPACES TO WS-KIND-ARG
           IF WS-F3(1:4) = "LOG:"
               MOVE WS-F3(5:4) TO WS-KIND-ARG
           END-IF
           IF WS-FLD-CT < 4
           OR WS-F1 = SPACES OR WS-F2 = SPACES OR WS-F4 = SPACES
           OR (TRIM(WS-F3) NOT = "FILE" AND WS-F3(1:4) NOT = "LOG:")
           OR (WS-F3(1:4) = "LOG:"
               AND (TRIM(WS-KIND-ARG) IS NOT NUMERIC
                    OR NUMVAL(WS-KIND-ARG) < 1
                    OR NUMVAL(WS-KIND-ARG) > 20))
               DISPLAY "  UWAGA: niepoprawny wiersz listy "
                   "pominiety: " TRIM(WS-LIST-LINE)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OUT-COUNT
           MOVE TRIM(WS-F1) TO WS-OUT-PROG(WS-OUT-COUNT)
           MOVE TRIM(WS-F2) TO WS-OUT-NAME(WS-OUT-COUNT)
           MOVE TRIM(WS-F4) TO WS-OUT-PATH(WS-OUT-COUNT)
           MOVE TRIM(WS-F5) TO WS-OUT-SELECT(WS-OUT-COUNT)
           MOVE TRIM(WS-F6) TO WS-OUT-VOLATILE(WS-OUT-COUNT)
           MOVE 0 TO WS-OUT-LOGFLD(WS-OUT-COUNT)
           IF WS-F3(1:4) = "LOG:"
               MOVE "LOG" TO WS-OUT-KIND(WS-OUT-COUNT)
               MOVE NUMVAL(WS-KIND-ARG)
                   TO WS-OUT-LOGFLD(WS-OUT-COUNT)
           ELSE
               MOVE "FILE" TO WS-OUT-KIND(WS-OUT-COUNT)
           END-IF
           MOVE SPACES TO WS-OUT-RESULT(WS-OUT-COUNT)
                          WS-OUT-NOTE(WS-OUT-COUNT)
           MOVE 0 TO WS-OUT-DIFFS(WS-OUT-COUNT)
                     WS-OUT-LINES(WS-OUT-COUNT)
           .

      *> ============================================================
      *> EXTRACT-OUTPUT: the drill's copy of one output, filtered
      *> and masked, into drillcmp_work/<PROGRAM-ID>.<output>.txt.
      *> No drill file leaves the output MISSING.
      *> ============================================================
       EXTRACT-OUTPUT.
           MOVE SPACES TO WS-SRC-PATH
           STRING
               TRIM(WS-ROOT-DIR) "/" TRIM(WS-OUT-PATH(WS-CUR))
               DELIMITED SIZE
               INTO WS-SRC-PATH
           END-STRING
           OPEN INPUT SOURCE-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE "MISSING" TO WS-OUT-RESULT(WS-CUR)
               MOVE "no drill output" TO WS-OUT-NOTE(WS-CUR)
               ADD 1 TO WS-SRC-MISS-CT
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-OUTPUT-FILE-NAMES
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-WORK-PATH)
               CLOSE SOURCE-FILE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "cannot write drillcmp_work"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM LOAD-VOLATILE-MASKS
           COMPUTE WS-SEL-LEN =
               LENGTH(TRIM(WS-OUT-SELECT(WS-CUR)))
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ SOURCE-FILE INTO WS-LN
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM FILTER-SOURCE-LINE
                       IF WS-KEEP = "Y"
                           PERFORM MASK-VOLATILE
                           WRITE WORK-REC FROM WS-LN
                           ADD 1 TO WS-OUT-LINES(WS-CUR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           CLOSE WORK-FILE
           .

      *> -- Work and golden file names of the current output --
       SET-OUTPUT-FILE-NAMES.
           MOVE SPACES TO WS-WORK-PATH WS-GOLD-PATH
           STRING
               TRIM(WS-WORK-DIR) "/"
               TRIM(WS-OUT-PROG(WS-CUR)) "."
               TRIM(WS-OUT-NAME(WS-CUR)) ".txt"
               DELIMITED SIZE
               INTO WS-WORK-PATH
           END-STRING
           STRING
               TRIM(WS-GOLD-DIR) "/"
               TRIM(WS-OUT-PROG(WS-CUR)) "."
               TRIM(WS-OUT-NAME(WS-CUR)) ".txt"
               DELIMITED SIZE
               INTO WS-GOLD-PATH
           END-STRING
           .

      *> -- Keep the line? Select text, and for LOG outputs the
      *> -- timestamp field against tonight's window --
       FILTER-SOURCE-LINE.
           MOVE "Y" TO WS-KEEP
           IF WS-LN = SPACES
               MOVE "N" TO WS-KEEP
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-LEN > 0
           AND WS-OUT-SELECT(WS-CUR) NOT = SPACES
               MOVE 0 TO WS-HITS
               INSPECT WS-LN TALLYING WS-HITS
                   FOR ALL WS-OUT-SELECT(WS-CUR)(1:WS-SEL-LEN)
               IF WS-HITS = 0
                   MOVE "N" TO WS-KEEP
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-OUT-KIND(WS-CUR) = "LOG"
           AND WS-SINCE NOT = SPACES
               MOVE WS-OUT-LOGFLD(WS-CUR) TO WS-FB-N
               PERFORM FIND-FIELD-BOUNDS
               IF WS-FB-OK = "N"
               OR WS-FB-END - WS-FB-START < 14
                   MOVE "N" TO WS-KEEP
                   EXIT PARAGRAPH
               END-IF
               IF WS-LN(WS-FB-START:14) IS NOT NUMERIC
               OR WS-LN(WS-FB-START:14) < WS-SINCE
                   MOVE "N" TO WS-KEEP
               END-IF
           END-IF
           .

      *> -- Split the volatile list (TS,DATE,FIELD:6,...) --
       LOAD-VOLATILE-MASKS.
           MOVE SPACES TO WS-VOL-TABLE
           MOVE 0 TO WS-VOL-CT
           IF WS-OUT-VOLATILE(WS-CUR) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-OUT-VOLATILE(WS-CUR) DELIMITED BY ","
               INTO WS-VOL-TOK(1) WS-VOL-TOK(2) WS-VOL-TOK(3)
                    WS-VOL-TOK(4) WS-VOL-TOK(5) WS-VOL-TOK(6)
                    WS-VOL-TOK(7) WS-VOL-TOK(8)
               TALLYING IN WS-VOL-CT
           END-UNSTRING
           .

      *> ============================================================
      *> MASK-VOLATILE: blank out what legitimately changes from
      *> drill to drill, so only real differences remain
      *> ============================================================
       MASK-VOLATILE.
           PERFORM VARYING WS-VOL-I FROM 1 BY 1
               UNTIL WS-VOL-I > WS-VOL-CT
               MOVE SPACES TO WS-VOL-KIND WS-VOL-ARG
               UNSTRING WS-VOL-TOK(WS-VOL-I) DELIMITED BY ":"
                   INTO WS-VOL-KIND WS-VOL-ARG
               END-UNSTRING
               EVALUATE UPPER-CASE(TRIM(WS-VOL-KIND))
                   WHEN "TS"
                       PERFORM MASK-TIMESTAMPS
                   WHEN "DATE"
                       PERFORM MASK-DATES
                   WHEN "TIME"
                       PERFORM MASK-TIMES
                   WHEN "FIELD"
                       IF TRIM(WS-VOL-ARG) IS NUMERIC
                           MOVE NUMVAL(WS-VOL-ARG) TO WS-FB-N
                           PERFORM FIND-FIELD-BOUNDS
                           IF WS-FB-OK = "Y"
                               PERFORM REPLACE-SPAN
                           END-IF
                       END-IF
                   WHEN "JSON"
                       PERFORM MASK-JSON-VALUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

      *> -- 14-digit 20xx timestamps, with any digits that run on
      *> -- (CURRENT-DATE hundredths) --
       MASK-TIMESTAMPS.
           MOVE "N" TO WS-PREV-DIGIT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 987
               IF WS-PREV-DIGIT = "N"
               AND WS-LN(WS-P:2) = "20"
               AND WS-LN(WS-P:14) IS NUMERIC
                   MOVE ALL "#" TO WS-LN(WS-P:14)
                   ADD 13 TO WS-P
                   MOVE "Y" TO WS-RUN-ON
                   PERFORM UNTIL WS-P >= 1000 OR WS-RUN-ON = "N"
                       IF WS-LN(WS-P + 1:1) IS NUMERIC
                           ADD 1 TO WS-P
                           MOVE "#" TO WS-LN(WS-P:1)
                       ELSE
                           MOVE "N" TO WS-RUN-ON
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-LN(WS-P:1) IS NUMERIC
                   MOVE "Y" TO WS-PREV-DIGIT
               ELSE
                   MOVE "N" TO WS-PREV-DIGIT
               END-IF
           END-PERFORM
           .

      *> -- Stand-alone 8-digit 20xxMMDD dates --
       MASK-DATES.
           MOVE "N" TO WS-PREV-DIGIT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 992
               IF WS-PREV-DIGIT = "N"
               AND WS-LN(WS-P:2) = "20"
               AND WS-LN(WS-P:8) IS NUMERIC
               AND WS-LN(WS-P + 8:1) IS NOT NUMERIC
                   MOVE ALL "#" TO WS-LN(WS-P:8)
                   ADD 7 TO WS-P
               END-IF
               IF WS-LN(WS-P:1) IS NUMERIC
                   MOVE "Y" TO WS-PREV-DIGIT
               ELSE
                   MOVE "N" TO WS-PREV-DIGIT
               END-IF
           END-PERFORM
           .

      *> -- Clock times hh:mm and hh:mm:ss --
       MASK-TIMES.
           MOVE "N" TO WS-PREV-DIGIT
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 995
               IF WS-PREV-DIGIT = "N"
               AND WS-LN(WS-P:2) IS NUMERIC
               AND WS-LN(WS-P + 2:1) = ":"
               AND WS-LN(WS-P + 3:2) IS NUMERIC
                   MOVE "##:##" TO WS-LN(WS-P:5)
                   ADD 4 TO WS-P
                   IF WS-P < 997
                       IF WS-LN(WS-P + 1:1) = ":"
                       AND WS-LN(WS-P + 2:2) IS NUMERIC
                           MOVE ":##" TO WS-LN(WS-P + 1:3)
                           ADD 3 TO WS-P
                       END-IF
                   END-IF
               END-IF
               IF WS-LN(WS-P:1) IS NUMERIC
                   MOVE "Y" TO WS-PREV-DIGIT
               ELSE
                   MOVE "N" TO WS-PREV-DIGIT
               END-IF
           END-PERFORM
           .

      *> -- "key":"value" in a JSON body: the value becomes "*" --
       MASK-JSON-VALUE.
           IF WS-VOL-ARG = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAT
           STRING
               WS-QT TRIM(WS-VOL-ARG) WS-QT ":" WS-QT
               DELIMITED SIZE
               INTO WS-PAT
           END-STRING
           COMPUTE WS-PAT-LEN = LENGTH(TRIM(WS-PAT))
           PERFORM SET-LINE-LENGTH
           MOVE "N" TO WS-FB-OK
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P + WS-PAT-LEN > WS-LN-LEN
               OR WS-FB-OK = "Y"
               IF WS-LN(WS-P:WS-PAT-LEN) = WS-PAT(1:WS-PAT-LEN)
                   COMPUTE WS-FB-START = WS-P + WS-PAT-LEN
                   MOVE WS-FB-START TO WS-Q
                   PERFORM UNTIL WS-Q > WS-LN-LEN
                       OR WS-LN(WS-Q:1) = WS-QT
                       ADD 1 TO WS-Q
                   END-PERFORM
                   MOVE WS-Q TO WS-FB-END
                   MOVE "Y" TO WS-FB-OK
               END-IF
           END-PERFORM
           IF WS-FB-OK = "Y"
               PERFORM REPLACE-SPAN
           END-IF
           .

      *> -- Start and end (exclusive) of pipe field WS-FB-N --
       FIND-FIELD-BOUNDS.
           PERFORM SET-LINE-LENGTH
           MOVE "N" TO WS-FB-OK
           MOVE 1 TO WS-FB-FLD
           MOVE 1 TO WS-FB-START
           PERFORM VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > WS-LN-LEN OR WS-FB-FLD > WS-FB-N
               IF WS-LN(WS-P:1) = "|"
                   ADD 1 TO WS-FB-FLD
                   IF WS-FB-FLD = WS-FB-N
                       COMPUTE WS-FB-START = WS-P + 1
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-FB-FLD > WS-FB-N
                   COMPUTE WS-FB-END = WS-P - 1
                   MOVE "Y" TO WS-FB-OK
               WHEN WS-FB-FLD = WS-FB-N
                   COMPUTE WS-FB-END = WS-LN-LEN + 1
                   MOVE "Y" TO WS-FB-OK
           END-EVALUATE
           .

      *> -- Replace WS-LN(WS-FB-START .. WS-FB-END - 1) with "*" --
       REPLACE-SPAN.
           PERFORM SET-LINE-LENGTH
           MOVE SPACES TO WS-TMP
           MOVE 1 TO WS-TP
           IF WS-FB-START > 1
               STRING WS-LN(1:WS-FB-START - 1)
                   DELIMITED SIZE
                   INTO WS-TMP WITH POINTER WS-TP
               END-STRING
           END-IF
           STRING "*" DELIMITED SIZE
               INTO WS-TMP WITH POINTER WS-TP
           END-STRING
           IF WS-FB-END <= WS-LN-LEN
               STRING WS-LN(WS-FB-END:WS-LN-LEN - WS-FB-END + 1)
                   DELIMITED SIZE
                   INTO WS-TMP WITH POINTER WS-TP
               END-STRING
           END-IF
           MOVE WS-TMP TO WS-LN
           .

      *> -- Length of WS-LN without trailing spaces --
       SET-LINE-LENGTH.
           IF WS-LN = SPACES
               MOVE 0 TO WS-LN-LEN
           ELSE
               COMPUTE WS-LN-LEN = LENGTH(TRIM(WS-LN TRAILING))
           END-IF
           .

      *> ============================================================
      *> COMPARE-OUTPUT: the work copy against the golden copy,
      *> line by line. With WS-DIFF-WRITE = "Y" the first
      *> differing lines go to the report as well.
      *> ============================================================
       COMPARE-OUTPUT.
           PERFORM SET-OUTPUT-FILE-NAMES
           MOVE 0 TO WS-OUT-DIFFS(WS-CUR)
           OPEN INPUT GOLDEN-FILE
           IF WS-GOLD-FS NOT = "00"
               MOVE "MISSING" TO WS-OUT-RESULT(WS-CUR)
               MOVE "no golden copy" TO WS-OUT-NOTE(WS-CUR)
               EXIT PARAGRAPH
           END-IF
           IF WS-DIFF-WRITE = "N"
               ADD 1 TO WS-GOLD-HAVE-CT
           END-IF
           OPEN INPUT WORK-FILE
           IF WS-WORK-FS NOT = "00"
               CLOSE GOLDEN-FILE
               MOVE "MISSING" TO WS-OUT-RESULT(WS-CUR)
               MOVE "no drill output" TO WS-OUT-NOTE(WS-CUR)
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF-G WS-EOF-W
           MOVE 0 TO WS-LINE-NO
           PERFORM UNTIL WS-EOF-G = "Y" AND WS-EOF-W = "Y"
               MOVE SPACES TO WS-GLN WS-LN
               IF WS-EOF-G = "N"
                   READ GOLDEN-FILE INTO WS-GLN
                       AT END
                           MOVE "Y" TO WS-EOF-G
                   END-READ
               END-IF
               IF WS-EOF-W = "N"
                   READ WORK-FILE INTO WS-LN
                       AT END
                           MOVE "Y" TO WS-EOF-W
                   END-READ
               END-IF
               IF WS-EOF-G = "N" OR WS-EOF-W = "N"
                   ADD 1 TO WS-LINE-NO
                   IF WS-EOF-G NOT = WS-EOF-W
                   OR WS-GLN NOT = WS-LN
                       ADD 1 TO WS-OUT-DIFFS(WS-CUR)
                       IF WS-DIFF-WRITE = "Y"
                       AND WS-OUT-DIFFS(WS-CUR) <= WS-DIFF-SHOWN
                           PERFORM WRITE-DIFF-LINES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GOLDEN-FILE
           CLOSE WORK-FILE

           IF WS-OUT-DIFFS(WS-CUR) = 0
               MOVE "MATCH" TO WS-OUT-RESULT(WS-CUR)
           ELSE
               MOVE "DIFF" TO WS-OUT-RESULT(WS-CUR)
           END-IF
           .

      *> -- One differing line pair; a side past its end shows as
      *> -- (no line) --
       WRITE-DIFF-LINES.
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE SPACES TO REPORT-REC
           IF WS-EOF-G = "Y"
               STRING
                   "      line " TRIM(WS-LINE-DISP)
                   " golden: (no line)"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               STRING
                   "      line " TRIM(WS-LINE-DISP)
                   " golden: " WS-GLN(1:200)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-EOF-W = "Y"
               STRING
                   "      line " TRIM(WS-LINE-DISP)
                   " drill : (no line)"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               STRING
                   "      line " TRIM(WS-LINE-DISP)
                   " drill : " WS-LN(1:200)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

      *> ============================================================
      *> Report: one verdict per program (worst of its outputs),
      *> the outputs under it, and the differing lines of a DIFF
      *> ============================================================
       WRITE-COMPARE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "cannot write drillcmp_report.txt"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE "=== DRILLCMP: drill outputs vs golden set ==="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Generated: " WS-TS(1:8)
               " " WS-TS(9:2) ":" WS-TS(11:2)
               "  Scenario: " TRIM(WS-SCENARIO)
               "  Golden: " TRIM(WS-GOLD-DIR)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-SINCE NOT = SPACES
               STRING
                   "Append files from: " WS-SINCE
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               MOVE "Append files from: (whole file)"
                   TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           MOVE "Y" TO WS-DIFF-WRITE
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-OUT-COUNT
      *>       Each program once, at its first output
               MOVE "Y" TO WS-FIRST
               PERFORM VARYING WS-JDX FROM 1 BY 1
                   UNTIL WS-JDX >= WS-IDX
                   IF WS-OUT-PROG(WS-JDX) = WS-OUT-PROG(WS-IDX)
                       MOVE "N" TO WS-FIRST
                   END-IF
               END-PERFORM
               IF WS-FIRST = "Y"
                   PERFORM WRITE-PROGRAM-BLOCK
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Programs: " WS-PROG-CT
               "  MATCH " WS-MATCH-CT
               "  DIFF " WS-DIFF-CT
               "  MISSING " WS-MISS-CT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-GOLD-HAVE-CT = 0
               MOVE "No golden set for this scenario yet - review "
                   & "this drill and promote it (DRILLCMP_ACTION="
                   & "PROMOTE)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           CLOSE REPORT-FILE
           .

      *> -- Verdict line, then one line per output of the program
      *> -- (WS-IDX is its first output) --
       WRITE-PROGRAM-BLOCK.
           MOVE "MATCH" TO WS-PROG-RESULT
           PERFORM VARYING WS-JDX FROM WS-IDX BY 1
               UNTIL WS-JDX > WS-OUT-COUNT
               IF WS-OUT-PROG(WS-JDX) = WS-OUT-PROG(WS-IDX)
                   EVALUATE TRUE
                       WHEN WS-OUT-RESULT(WS-JDX) = "MISSING"
                           MOVE "MISSING" TO WS-PROG-RESULT
                       WHEN WS-OUT-RESULT(WS-JDX) = "DIFF"
                       AND WS-PROG-RESULT = "MATCH"
                           MOVE "DIFF" TO WS-PROG-RESULT
                   END-EVALUATE
               END-IF
           END-PERFORM
           ADD 1 TO WS-PROG-CT
           EVALUATE WS-PROG-RESULT
               WHEN "MATCH"
                   ADD 1 TO WS-MATCH-CT
               WHEN "DIFF"
                   ADD 1 TO WS-DIFF-CT
               WHEN OTHER
                   ADD 1 TO WS-MISS-CT
           END-EVALUATE
           MOVE SPACES TO REPORT-REC
           STRING
               "  " WS-PROG-RESULT "  " TRIM(WS-OUT-PROG(WS-IDX))
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           PERFORM VARYING WS-CUR FROM WS-IDX BY 1
               UNTIL WS-CUR > WS-OUT-COUNT
               IF WS-OUT-PROG(WS-CUR) = WS-OUT-PROG(WS-IDX)
                   PERFORM WRITE-OUTPUT-LINE
               END-IF
           END-PERFORM
           .

      *> -- One output: verdict, name, path; a DIFF is compared
      *> -- again to list its first differing lines --
       WRITE-OUTPUT-LINE.
           MOVE SPACES TO REPORT-REC
           EVALUATE WS-OUT-RESULT(WS-CUR)
               WHEN "MISSING"
                   STRING
                       "    MISSING " TRIM(WS-OUT-NAME(WS-CUR))
                       " (" TRIM(WS-OUT-PATH(WS-CUR)) ") - "
                       TRIM(WS-OUT-NOTE(WS-CUR))
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN "DIFF"
                   MOVE WS-OUT-DIFFS(WS-CUR) TO WS-LINE-DISP
                   STRING
                       "    DIFF    " TRIM(WS-OUT-NAME(WS-CUR))
                       " (" TRIM(WS-OUT-PATH(WS-CUR)) ") - "
                       TRIM(WS-LINE-DISP) " line(s) differ"
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               WHEN OTHER
                   MOVE WS-OUT-LINES(WS-CUR) TO WS-LINE-DISP
                   STRING
                       "    MATCH   " TRIM(WS-OUT-NAME(WS-CUR))
                       " (" TRIM(WS-OUT-PATH(WS-CUR)) ") - "
                       TRIM(WS-LINE-DISP) " line(s)"
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
           END-EVALUATE
           WRITE REPORT-REC
           IF WS-OUT-RESULT(WS-CUR) = "DIFF"
               PERFORM COMPARE-OUTPUT
               IF WS-OUT-DIFFS(WS-CUR) > WS-DIFF-SHOWN
                   COMPUTE WS-DIFF-MORE =
                       WS-OUT-DIFFS(WS-CUR) - WS-DIFF-SHOWN
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "      ... " TRIM(WS-DIFF-MORE)
                       " more differing line(s)"
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-IF
           .

      *> -- What PROMOTE will promote --
       SAVE-LAST-COMPARE.
           MOVE SPACES TO WS-STAT-PATH
           STRING
               TRIM(WS-WORK-DIR) "/last_compare.dat"
               DELIMITED SIZE
               INTO WS-STAT-PATH
           END-STRING
           OPEN OUTPUT STATUS-FILE
           IF WS-STAT-FS NOT = "00"
               DISPLAY "  UWAGA: nie mozna zapisac "
                   TRIM(WS-STAT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATUS-REC
           STRING
               WS-TS(1:14) "|" TRIM(WS-SCENARIO) "|"
               WS-PROG-CT "|" WS-MATCH-CT "|"
               WS-DIFF-CT "|" WS-MISS-CT "|"
               WS-SRC-MISS-CT
               DELIMITED SIZE
               INTO STATUS-REC
           END-STRING
           WRITE STATUS-REC
           CLOSE STATUS-FILE
           .

      *> ============================================================
      *> DO-PROMOTE: the last compared drill becomes the golden set
      *> of its scenario, once somebody has reviewed it
      *> ============================================================
       DO-PROMOTE.
           IF WS-REVIEWER = SPACES
               DISPLAY "  BLAD: PROMOTE wymaga DRILLCMP_REVIEWER"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "PROMOTE without DRILLCMP_REVIEWER"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           MOVE SPACES TO WS-STAT-PATH
           STRING
               TRIM(WS-WORK-DIR) "/last_compare.dat"
               DELIMITED SIZE
               INTO WS-STAT-PATH
           END-STRING
           OPEN INPUT STATUS-FILE
           IF WS-STAT-FS NOT = "00"
               DISPLAY "  BLAD: brak porownanego cwiczenia - "
                   "najpierw COMPARE"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "no compared drill to promote"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE SPACES TO STATUS-REC
           READ STATUS-FILE
               AT END
                   MOVE SPACES TO STATUS-REC
           END-READ
           CLOSE STATUS-FILE
           MOVE SPACES TO WS-LC-TS WS-LC-SCENARIO WS-LC-PROGS
                          WS-LC-MATCH WS-LC-DIFF WS-LC-MISS
                          WS-LC-SRCMISS
           UNSTRING STATUS-REC DELIMITED BY "|"
               INTO WS-LC-TS WS-LC-SCENARIO WS-LC-PROGS
                    WS-LC-MATCH WS-LC-DIFF WS-LC-MISS
                    WS-LC-SRCMISS
           END-UNSTRING
           IF WS-LC-SCENARIO = SPACES
           OR TRIM(WS-LC-SRCMISS) IS NOT NUMERIC
               DISPLAY "  BLAD: uszkodzony " TRIM(WS-STAT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-INVALID" TO WS-RUNLOG-REASON
               MOVE "unreadable last_compare.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           IF NUMVAL(WS-LC-SRCMISS) > 0
               DISPLAY "  BLAD: cwiczenie " WS-LC-TS
                   " nie wytworzylo " TRIM(WS-LC-SRCMISS)
                   " wyjsc - nie promuje"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "drill has missing outputs - not promoted"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

      *>   The scenario the drill was compared under, not tonight's
           MOVE WS-LC-SCENARIO TO WS-SCENARIO
           PERFORM SET-GOLD-DIR
           INITIALIZE WS-CMD
           STRING
               "mkdir -p " WS-QT TRIM(WS-GOLD-ROOT) WS-QT
               " && rm -rf " WS-QT TRIM(WS-GOLD-DIR) ".prev" WS-QT
               " && if [ -d " WS-QT TRIM(WS-GOLD-DIR) WS-QT
               " ]; then mv " WS-QT TRIM(WS-GOLD-DIR) WS-QT " "
               WS-QT TRIM(WS-GOLD-DIR) ".prev" WS-QT "; fi"
               " && mkdir -p " WS-QT TRIM(WS-GOLD-DIR) WS-QT
               " && cp " WS-QT TRIM(WS-WORK-DIR) WS-QT "/*.txt "
               WS-QT TRIM(WS-GOLD-DIR) WS-QT "/"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "  BLAD: kopiowanie do "
                   TRIM(WS-GOLD-DIR) " nieudane"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "golden set copy failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           MOVE SPACES TO WS-STAT-PATH
           STRING
               TRIM(WS-GOLD-ROOT) "/promotions.log"
               DELIMITED SIZE
               INTO WS-STAT-PATH
           END-STRING
           OPEN EXTEND STATUS-FILE
           IF WS-STAT-FS NOT = "00"
               OPEN OUTPUT STATUS-FILE
           END-IF
           IF WS-STAT-FS = "00"
               MOVE SPACES TO STATUS-REC
               STRING
                   WS-TS(1:14) "|" TRIM(WS-SCENARIO) "|"
                   TRIM(WS-REVIEWER) "|" WS-LC-TS "|"
                   TRIM(WS-LC-PROGS)
                   DELIMITED SIZE
                   INTO STATUS-REC
               END-STRING
               WRITE STATUS-REC
               CLOSE STATUS-FILE
           ELSE
               DISPLAY "  UWAGA: nie mozna zapisac "
                   TRIM(WS-STAT-PATH)
           END-IF

           DISPLAY "  Cwiczenie " WS-LC-TS " jest nowym wzorcem "
               TRIM(WS-GOLD-DIR) " (" TRIM(WS-REVIEWER) ")"
           MOVE "OK" TO WS-RUNLOG-STATUS
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "PROMOTE scenario=" TRIM(WS-SCENARIO)
               " drill=" WS-LC-TS
               " by=" TRIM(WS-REVIEWER)
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           .

       COPY RUNLOG-PROC.
