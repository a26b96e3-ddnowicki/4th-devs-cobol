       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHEND.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> MONTHEND - Month-end close of the shop's ledgers
      *> The ledgers run on with no period boundary; this freezes
      *> one month of each into a period file with closing control
      *> totals, so reported figures stay put afterwards.
      *> 1. The month to close is MONTHEND_PERIOD (yyyymm), else the
      *>    month before today; the current or a future month is
      *>    never closed, and a month already in the register is
      *>    left alone
      *> 2. Read monthend_ledgers.dat (label|path|date-field|
      *>    date-format|amount-fields|amount-name). Dated ledgers
      *>    (TS yyyymmddhhmmss, YMD yyyymmdd, ISO yyyy-mm-dd in the
      *>    given field) give up the lines dated in the month;
      *>    undated ones (SEQ) give up every line appended since
      *>    the previous close (the through-line in the totals)
      *> 3. Copy those lines into periods/<yyyymm>/<label>.dat,
      *>    summing the amount fields ("7+8" adds two fields) as
      *>    the money/token/quantity total, and re-count each
      *>    period file against the lines taken before anything is
      *>    recorded - a count that does not agree abandons the
      *>    whole close
      *> 4. Append the closing totals to period_totals.dat
      *>    (yyyymm|label|records|amount-name|amount|through-line
      *>    |ts) and mark the month closed in period_close.dat
      *>    (yyyymm|CLOSED|ts|by - MONTHEND_OPERATOR, else USER).
      *>    From then on PERIOD-PROC refuses ledger postings dated
      *>    in the month and COSTGOV rolls it up from the period
      *>    file instead of the live ledger
      *> 5. monthend_report.txt lists every ledger's totals
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
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT LEDGERS-FILE ASSIGN TO WS-LEDGERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGERS-FS.
           SELECT LIVE-FILE ASSIGN TO WS-LIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-FS.
           SELECT PERIOD-DATA-FILE ASSIGN TO WS-PDATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDATA-FS.
           SELECT TOTALS-FILE ASSIGN TO WS-TOTALS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  LEDGERS-FILE.
       01  LEDGERS-REC              PIC X(300).

       FD  LIVE-FILE.
       01  LIVE-REC                 PIC X(4000).

       FD  PERIOD-DATA-FILE.
       01  PDATA-REC                PIC X(4000).

       FD  TOTALS-FILE.
       01  TOTALS-REC               PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY PERIOD-WS.

       01  WS-LEDGERS-PATH         PIC X(100) VALUE
           "monthend_ledgers.dat".
       01  WS-LEDGERS-FS           PIC XX.
       01  WS-LEDGERS-EOF          PIC X.
       01  WS-TOTALS-PATH          PIC X(200).
       01  WS-TOTALS-FS            PIC XX.
       01  WS-TOTALS-EOF           PIC X.
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "monthend_report.txt".
       01  WS-REPORT-FS            PIC XX.
       01  WS-LIVE-PATH            PIC X(200).
       01  WS-LIVE-FS              PIC XX.
       01  WS-LIVE-EOF             PIC X.
       01  WS-LIVE-LINE            PIC X(4000).
       01  WS-LIVE-LEN             PIC 9(4).
       01  WS-PDATA-PATH           PIC X(250).
       01  WS-PDATA-FS             PIC XX.
       01  WS-PDATA-EOF            PIC X.
       01  WS-MONTH-DIR            PIC X(220).

      *> -- Month to close --
       01  WS-NOW-TS               PIC X(21).
       01  WS-CUR-MONTH            PIC X(6).
       01  WS-CLOSE-MONTH          PIC X(6).
       01  WS-CLOSE-YYYY           PIC 9(4).
       01  WS-CLOSE-MM             PIC 9(2).
       01  WS-ENV-VAL              PIC X(100).
       01  WS-OPERATOR             PIC X(30).

      *> -- Registered ledgers --
       01  WS-LDG-MAX              PIC 9(2) VALUE 20.
       01  WS-LDG-CT               PIC 9(2) VALUE 0.
       01  WS-LDG-TABLE.
           05  WS-LDG-ENT OCCURS 20 TIMES.
               10  WS-LDG-LABEL    PIC X(20).
               10  WS-LDG-PATH     PIC X(200).
               10  WS-LDG-DFLD     PIC 9(2).
               10  WS-LDG-DFMT     PIC X(4).
               10  WS-LDG-ACT      PIC 9(1).
               10  WS-LDG-AFLD     PIC 9(2) OCCURS 3 TIMES.
               10  WS-LDG-ANAME    PIC X(10).
               10  WS-LDG-PREV     PIC 9(7).
               10  WS-LDG-RECS     PIC 9(7).
               10  WS-LDG-AMT      PIC 9(13).
               10  WS-LDG-THRU     PIC 9(7).
               10  WS-LDG-NOTE     PIC X(30).
       01  WS-LDG-I                PIC 9(2).
       01  WS-LDG-F1               PIC X(30).
       01  WS-LDG-F2               PIC X(200).
       01  WS-LDG-F3               PIC X(10).
       01  WS-LDG-F4               PIC X(10).
       01  WS-LDG-F5               PIC X(20).
       01  WS-LDG-F6               PIC X(20).
       01  WS-AMT-PART             PIC X(5) OCCURS 3 TIMES.
       01  WS-AMT-K                PIC 9(1).

      *> -- Previous closes (period_totals.dat) --
       01  WS-TOT-LINE             PIC X(200).
       01  WS-TOT-F-MONTH          PIC X(10).
       01  WS-TOT-F-LABEL          PIC X(30).
       01  WS-TOT-F-RECS           PIC X(10).
       01  WS-TOT-F-ANAME          PIC X(10).
       01  WS-TOT-F-AMT            PIC X(15).
       01  WS-TOT-F-THRU           PIC X(10).

      *> -- Per-line work --
       01  WS-LINE-NO              PIC 9(7).
       01  WS-TAKE                 PIC X.
       01  WS-FLD-NO               PIC 9(2).
       01  WS-FLD-K                PIC 9(2).
       01  WS-FLD-PTR              PIC 9(4).
       01  WS-FLD-VAL              PIC X(200).
       01  WS-REC-MONTH            PIC X(6).
       01  WS-CHECK-CT             PIC 9(7).

      *> -- Run totals --
       01  WS-ALL-RECS             PIC 9(7) VALUE 0.
       01  WS-BAD-CT               PIC 9(2) VALUE 0.
       01  WS-BAD-LABEL            PIC X(20) VALUE SPACES.
       01  WS-RECS-ED              PIC Z(6)9.
       01  WS-AMT-ED               PIC Z(12)9.
       01  WS-NUM-ED               PIC Z(6)9.
       01  WS-CMD                  PIC X(600).

       PROCEDURE DIVISION.
       MAIN-MONTHEND.
           MOVE "MONTHEND" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== MONTHEND: zamkniecie miesiaca ==="
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:6) TO WS-CUR-MONTH

           PERFORM PICK-CLOSE-MONTH
           DISPLAY "  Okres: " WS-CLOSE-MONTH

           MOVE WS-CLOSE-MONTH TO WS-PERIOD-MONTH
           PERFORM PERIOD-CHECK-MONTH
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "  Okres " WS-CLOSE-MONTH
                   " juz zamkniety ("
                   TRIM(WS-PERIOD-CBY(WS-PERIOD-HIT)) ")"
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "period " WS-CLOSE-MONTH " already closed"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

      *>   The register and totals sit together; under a test
      *>   profile they may only be written inside the data root
           MOVE WS-PERIOD-PATH TO WS-RUNLOG-GUARD-PATH
           PERFORM RUNLOG-GUARD-PATH
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               DISPLAY "  BLAD: profil testowy - "
                   TRIM(WS-PERIOD-PATH)
                   " poza katalogiem danych"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "ENV-PROFILE" TO WS-RUNLOG-REASON
               MOVE "period register outside the data root"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE SPACES TO WS-TOTALS-PATH
           IF WS-PERIOD-P > 0
               STRING
                   WS-PERIOD-PATH(1:WS-PERIOD-P)
                   "period_totals.dat"
                   DELIMITED SIZE
                   INTO WS-TOTALS-PATH
               END-STRING
           ELSE
               MOVE "period_totals.dat" TO WS-TOTALS-PATH
           END-IF

           PERFORM LOAD-LEDGER-LIST
           PERFORM LOAD-PREVIOUS-MARKS

           MOVE SPACES TO WS-MONTH-DIR
           STRING
               TRIM(WS-PERIOD-DIR) "/" WS-CLOSE-MONTH
               DELIMITED SIZE
               INTO WS-MONTH-DIR
           END-STRING
           MOVE SPACES TO WS-CMD
           STRING
               "mkdir -p " X"22" TRIM(WS-MONTH-DIR) X"22"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           PERFORM VARYING WS-LDG-I FROM 1 BY 1
               UNTIL WS-LDG-I > WS-LDG-CT
               PERFORM FREEZE-ONE-LEDGER
           END-PERFORM

           IF WS-BAD-CT > 0
               PERFORM WRITE-CLOSE-REPORT
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-OUT-OF-BALANCE" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "close of " WS-CLOSE-MONTH
                   " abandoned - count check failed on "
                   TRIM(WS-BAD-LABEL)
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM APPEND-CLOSING-TOTALS
           PERFORM APPEND-CLOSE-MARK
           PERFORM WRITE-CLOSE-REPORT

           MOVE WS-ALL-RECS TO WS-RECS-ED
           MOVE "OK" TO WS-RUNLOG-STATUS
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "closed " WS-CLOSE-MONTH ": "
               WS-LDG-CT " ledgers, "
               TRIM(WS-RECS-ED) " records"
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           DISPLAY "=== DONE ==="
           STOP RUN.

      *> -- MONTHEND_PERIOD, else last month; never this month or
      *> -- later, since postings are still arriving --
       PICK-CLOSE-MONTH.
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "MONTHEND_PERIOD"
           IF WS-ENV-VAL NOT = SPACES
               MOVE TRIM(WS-ENV-VAL) TO WS-CLOSE-MONTH
               IF LENGTH(TRIM(WS-ENV-VAL)) NOT = 6
               OR WS-CLOSE-MONTH NOT NUMERIC
               OR WS-CLOSE-MONTH(5:2) < "01"
               OR WS-CLOSE-MONTH(5:2) > "12"
                   DISPLAY "BLAD: MONTHEND_PERIOD musi byc "
                       "w postaci RRRRMM"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "MONTHEND_PERIOD is not yyyymm"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
                   STOP RUN
               END-IF
           ELSE
               MOVE NUMVAL(WS-CUR-MONTH(1:4)) TO WS-CLOSE-YYYY
               MOVE NUMVAL(WS-CUR-MONTH(5:2)) TO WS-CLOSE-MM
               IF WS-CLOSE-MM = 1
                   SUBTRACT 1 FROM WS-CLOSE-YYYY
                   MOVE 12 TO WS-CLOSE-MM
               ELSE
                   SUBTRACT 1 FROM WS-CLOSE-MM
               END-IF
               STRING
                   WS-CLOSE-YYYY WS-CLOSE-MM
                   DELIMITED SIZE
                   INTO WS-CLOSE-MONTH
               END-STRING
           END-IF
           IF WS-CLOSE-MONTH >= WS-CUR-MONTH
               DISPLAY "BLAD: okres " WS-CLOSE-MONTH
                   " jeszcze trwa - zamyka sie tylko "
                   "miesiace zakonczone"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "period " WS-CLOSE-MONTH
                   " is not over yet"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "MONTHEND_OPERATOR"
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "batch" TO WS-OPERATOR
           END-IF
           .

      *> ============================================================
      *> LOAD-LEDGER-LIST: label|path|date-field|date-format|
      *> amount-fields|amount-name, paths relative to MONTHEND
      *> ============================================================
       LOAD-LEDGER-LIST.
           MOVE "N" TO WS-LEDGERS-EOF
           OPEN INPUT LEDGERS-FILE
           IF WS-LEDGERS-FS NOT = "00"
               DISPLAY "BLAD: brak " TRIM(WS-LEDGERS-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "no monthend_ledgers.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGERS-EOF = "Y"
               READ LEDGERS-FILE
                   AT END
                       MOVE "Y" TO WS-LEDGERS-EOF
                   NOT AT END
                       PERFORM PARSE-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE LEDGERS-FILE
           IF WS-LDG-CT = 0
               DISPLAY "BLAD: brak ksiag w "
                   TRIM(WS-LEDGERS-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-INVALID" TO WS-RUNLOG-REASON
               MOVE "no ledgers registered for the close"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           DISPLAY "  Ksiegi: " WS-LDG-CT
           .

       PARSE-LEDGER-LINE.
           IF LEDGERS-REC(1:1) = "#"
           OR LEDGERS-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LDG-CT >= WS-LDG-MAX
               DISPLAY "  UWAGA: za duzo ksiag - pomijam "
                   TRIM(LEDGERS-REC)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LDG-F1 WS-LDG-F2 WS-LDG-F3
                          WS-LDG-F4 WS-LDG-F5 WS-LDG-F6
           UNSTRING LEDGERS-REC DELIMITED BY "|"
               INTO WS-LDG-F1 WS-LDG-F2 WS-LDG-F3
                    WS-LDG-F4 WS-LDG-F5 WS-LDG-F6
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(WS-LDG-F4)) TO WS-LDG-F4
           IF WS-LDG-F1 = SPACES
           OR WS-LDG-F2 = SPACES
           OR (WS-LDG-F4 NOT = "TS" AND WS-LDG-F4 NOT = "YMD"
               AND WS-LDG-F4 NOT = "ISO" AND WS-LDG-F4 NOT = "SEQ")
               DISPLAY "  UWAGA: zla linia ksiegi: "
                   TRIM(LEDGERS-REC)
               EXIT PARAGRAPH
           END-IF
           IF WS-LDG-F4 NOT = "SEQ"
           AND (TRIM(WS-LDG-F3) NOT NUMERIC
                OR NUMVAL(WS-LDG-F3) = 0)
               DISPLAY "  UWAGA: brak pola daty: "
                   TRIM(LEDGERS-REC)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LDG-CT
           MOVE UPPER-CASE(TRIM(WS-LDG-F1))
               TO WS-LDG-LABEL(WS-LDG-CT)
           MOVE TRIM(WS-LDG-F2) TO WS-LDG-PATH(WS-LDG-CT)
           MOVE WS-LDG-F4 TO WS-LDG-DFMT(WS-LDG-CT)
           IF WS-LDG-F4 = "SEQ"
               MOVE 0 TO WS-LDG-DFLD(WS-LDG-CT)
           ELSE
               MOVE NUMVAL(WS-LDG-F3) TO WS-LDG-DFLD(WS-LDG-CT)
           END-IF
           MOVE SPACES TO WS-AMT-PART(1) WS-AMT-PART(2)
                          WS-AMT-PART(3)
           UNSTRING WS-LDG-F5 DELIMITED BY "+"
               INTO WS-AMT-PART(1) WS-AMT-PART(2) WS-AMT-PART(3)
           END-UNSTRING
           MOVE 0 TO WS-LDG-ACT(WS-LDG-CT)
           PERFORM VARYING WS-AMT-K FROM 1 BY 1
               UNTIL WS-AMT-K > 3
               IF WS-AMT-PART(WS-AMT-K) NOT = SPACES
               AND TRIM(WS-AMT-PART(WS-AMT-K)) IS NUMERIC
                   ADD 1 TO WS-LDG-ACT(WS-LDG-CT)
                   MOVE NUMVAL(WS-AMT-PART(WS-AMT-K))
                       TO WS-LDG-AFLD(WS-LDG-CT,
                                      WS-LDG-ACT(WS-LDG-CT))
               END-IF
           END-PERFORM
           MOVE UPPER-CASE(TRIM(WS-LDG-F6))
               TO WS-LDG-ANAME(WS-LDG-CT)
           IF WS-LDG-ACT(WS-LDG-CT) = 0
               MOVE SPACES TO WS-LDG-ANAME(WS-LDG-CT)
           END-IF
           MOVE 0 TO WS-LDG-PREV(WS-LDG-CT)
           MOVE 0 TO WS-LDG-RECS(WS-LDG-CT)
           MOVE 0 TO WS-LDG-AMT(WS-LDG-CT)
           MOVE 0 TO WS-LDG-THRU(WS-LDG-CT)
           MOVE SPACES TO WS-LDG-NOTE(WS-LDG-CT)
           .

      *> -- Where the last close stopped in each undated ledger:
      *> -- the latest through-line recorded for its label --
       LOAD-PREVIOUS-MARKS.
           MOVE "N" TO WS-TOTALS-EOF
           OPEN INPUT TOTALS-FILE
           IF WS-TOTALS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TOTALS-EOF = "Y"
               READ TOTALS-FILE INTO WS-TOT-LINE
                   AT END
                       MOVE "Y" TO WS-TOTALS-EOF
                   NOT AT END
                       PERFORM TAKE-PREVIOUS-MARK
               END-READ
           END-PERFORM
           CLOSE TOTALS-FILE
           .

       TAKE-PREVIOUS-MARK.
           IF WS-TOT-LINE(1:1) = "#"
           OR WS-TOT-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TOT-F-MONTH WS-TOT-F-LABEL
                          WS-TOT-F-RECS WS-TOT-F-ANAME
                          WS-TOT-F-AMT WS-TOT-F-THRU
           UNSTRING WS-TOT-LINE DELIMITED BY "|"
               INTO WS-TOT-F-MONTH WS-TOT-F-LABEL
                    WS-TOT-F-RECS WS-TOT-F-ANAME
                    WS-TOT-F-AMT WS-TOT-F-THRU
           END-UNSTRING
           IF TRIM(WS-TOT-F-THRU) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LDG-I FROM 1 BY 1
               UNTIL WS-LDG-I > WS-LDG-CT
               IF TRIM(WS-TOT-F-LABEL) = WS-LDG-LABEL(WS-LDG-I)
                   MOVE NUMVAL(WS-TOT-F-THRU)
                       TO WS-LDG-PREV(WS-LDG-I)
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> FREEZE-ONE-LEDGER: copy the month's lines of ledger
      *> WS-LDG-I into its period file and re-count the copy
      *> ============================================================
       FREEZE-ONE-LEDGER.
           MOVE WS-LDG-PATH(WS-LDG-I) TO WS-LIVE-PATH
           MOVE SPACES TO WS-PDATA-PATH
           STRING
               TRIM(WS-MONTH-DIR) "/"
               TRIM(WS-LDG-LABEL(WS-LDG-I)) ".dat"
               DELIMITED SIZE
               INTO WS-PDATA-PATH
           END-STRING
           MOVE 0 TO WS-LINE-NO

      *>   A SEQ ledger shorter than the last mark was rewritten
      *>   or trimmed behind the close; take it from line 1 again
           IF WS-LDG-DFMT(WS-LDG-I) = "SEQ"
           AND WS-LDG-PREV(WS-LDG-I) > 0
               PERFORM COUNT-LIVE-FILE
               IF WS-CHECK-CT < WS-LDG-PREV(WS-LDG-I)
                   MOVE "shorter than last close"
                       TO WS-LDG-NOTE(WS-LDG-I)
                   MOVE 0 TO WS-LDG-PREV(WS-LDG-I)
               END-IF
           END-IF

           OPEN OUTPUT PERIOD-DATA-FILE
           IF WS-PDATA-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PDATA-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "period file could not be written"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           MOVE "N" TO WS-LIVE-EOF
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-FS NOT = "00"
      *>       A ledger nobody has written to yet closes empty
               MOVE "no ledger file" TO WS-LDG-NOTE(WS-LDG-I)
               DISPLAY "  " WS-LDG-LABEL(WS-LDG-I)
                   " brak pliku " TRIM(WS-LIVE-PATH)
           ELSE
               PERFORM UNTIL WS-LIVE-EOF = "Y"
                   READ LIVE-FILE INTO WS-LIVE-LINE
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           PERFORM FREEZE-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE LIVE-FILE
           END-IF
           CLOSE PERIOD-DATA-FILE
           MOVE WS-LINE-NO TO WS-LDG-THRU(WS-LDG-I)

           PERFORM COUNT-PERIOD-FILE
           IF WS-CHECK-CT NOT = WS-LDG-RECS(WS-LDG-I)
               DISPLAY "  BLAD: " WS-LDG-LABEL(WS-LDG-I)
                   " zapisano " WS-CHECK-CT " z "
                   WS-LDG-RECS(WS-LDG-I) " rekordow"
               MOVE "COUNT CHECK FAILED" TO WS-LDG-NOTE(WS-LDG-I)
               ADD 1 TO WS-BAD-CT
               IF WS-BAD-LABEL = SPACES
                   MOVE WS-LDG-LABEL(WS-LDG-I) TO WS-BAD-LABEL
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD WS-LDG-RECS(WS-LDG-I) TO WS-ALL-RECS
           DISPLAY "  " WS-LDG-LABEL(WS-LDG-I) " "
               WS-LDG-RECS(WS-LDG-I) " rekordow"
           .

       FREEZE-ONE-LINE.
           IF WS-LIVE-LINE = SPACES
           OR WS-LIVE-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TAKE
           IF WS-LDG-DFMT(WS-LDG-I) = "SEQ"
               IF WS-LINE-NO > WS-LDG-PREV(WS-LDG-I)
                   MOVE "Y" TO WS-TAKE
               END-IF
           ELSE
               MOVE WS-LDG-DFLD(WS-LDG-I) TO WS-FLD-NO
               PERFORM GET-FIELD
               MOVE SPACES TO WS-REC-MONTH
               MOVE TRIM(WS-FLD-VAL) TO WS-FLD-VAL
               IF WS-LDG-DFMT(WS-LDG-I) = "ISO"
                   STRING
                       WS-FLD-VAL(1:4) WS-FLD-VAL(6:2)
                       DELIMITED SIZE
                       INTO WS-REC-MONTH
                   END-STRING
               ELSE
                   MOVE WS-FLD-VAL(1:6) TO WS-REC-MONTH
               END-IF
               IF WS-REC-MONTH = WS-CLOSE-MONTH
                   MOVE "Y" TO WS-TAKE
               END-IF
           END-IF
           IF WS-TAKE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LIVE-LINE TO PDATA-REC
           WRITE PDATA-REC
           ADD 1 TO WS-LDG-RECS(WS-LDG-I)
           PERFORM VARYING WS-AMT-K FROM 1 BY 1
               UNTIL WS-AMT-K > WS-LDG-ACT(WS-LDG-I)
               MOVE WS-LDG-AFLD(WS-LDG-I, WS-AMT-K) TO WS-FLD-NO
               PERFORM GET-FIELD
               IF WS-FLD-VAL NOT = SPACES
               AND TRIM(WS-FLD-VAL) IS NUMERIC
                   ADD NUMVAL(WS-FLD-VAL) TO WS-LDG-AMT(WS-LDG-I)
               END-IF
           END-PERFORM
           .

      *> -- Field WS-FLD-NO of WS-LIVE-LINE into WS-FLD-VAL
      *> -- (spaces when the line has fewer fields) --
       GET-FIELD.
           MOVE SPACES TO WS-FLD-VAL
           MOVE LENGTH(TRIM(WS-LIVE-LINE TRAILING)) TO WS-LIVE-LEN
           MOVE 1 TO WS-FLD-PTR
           PERFORM VARYING WS-FLD-K FROM 1 BY 1
               UNTIL WS-FLD-K > WS-FLD-NO
               OR WS-FLD-PTR > WS-LIVE-LEN
               MOVE SPACES TO WS-FLD-VAL
               UNSTRING WS-LIVE-LINE(1:WS-LIVE-LEN)
                   DELIMITED BY "|"
                   INTO WS-FLD-VAL
                   WITH POINTER WS-FLD-PTR
               END-UNSTRING
           END-PERFORM
           IF WS-FLD-K <= WS-FLD-NO
               MOVE SPACES TO WS-FLD-VAL
           END-IF
           .

       COUNT-LIVE-FILE.
           MOVE 0 TO WS-CHECK-CT
           MOVE "N" TO WS-LIVE-EOF
           OPEN INPUT LIVE-FILE
           IF WS-LIVE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LIVE-EOF = "Y"
               READ LIVE-FILE
                   AT END
                       MOVE "Y" TO WS-LIVE-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECK-CT
               END-READ
           END-PERFORM
           CLOSE LIVE-FILE
           .

       COUNT-PERIOD-FILE.
           MOVE 0 TO WS-CHECK-CT
           MOVE "N" TO WS-PDATA-EOF
           OPEN INPUT PERIOD-DATA-FILE
           IF WS-PDATA-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PDATA-EOF = "Y"
               READ PERIOD-DATA-FILE
                   AT END
                       MOVE "Y" TO WS-PDATA-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECK-CT
               END-READ
           END-PERFORM
           CLOSE PERIOD-DATA-FILE
           .

      *> ============================================================
      *> Closing totals, then the close mark itself - the mark goes
      *> last so a failed close never leaves a month half shut.
      *> The period files are made read-only once recorded.
      *> ============================================================
       APPEND-CLOSING-TOTALS.
           OPEN EXTEND TOTALS-FILE
           IF WS-TOTALS-FS = "35"
               OPEN OUTPUT TOTALS-FILE
               IF WS-TOTALS-FS = "00"
                   MOVE "# Closing totals: yyyymm|ledger|records|"
                       & "amount-name|amount|through-line|closed-ts"
                       TO TOTALS-REC
                   WRITE TOTALS-REC
               END-IF
           END-IF
           IF WS-TOTALS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-TOTALS-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "closing totals could not be written"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           PERFORM VARYING WS-LDG-I FROM 1 BY 1
               UNTIL WS-LDG-I > WS-LDG-CT
               MOVE SPACES TO TOTALS-REC
               STRING
                   WS-CLOSE-MONTH "|"
                   TRIM(WS-LDG-LABEL(WS-LDG-I)) "|"
                   WS-LDG-RECS(WS-LDG-I) "|"
                   TRIM(WS-LDG-ANAME(WS-LDG-I)) "|"
                   WS-LDG-AMT(WS-LDG-I) "|"
                   WS-LDG-THRU(WS-LDG-I) "|"
                   WS-NOW-TS(1:14)
                   DELIMITED SIZE
                   INTO TOTALS-REC
               END-STRING
               WRITE TOTALS-REC
           END-PERFORM
           CLOSE TOTALS-FILE

           MOVE SPACES TO WS-CMD
           STRING
               "chmod a-w " X"22" TRIM(WS-MONTH-DIR) X"22"
               "/*.dat 2>/dev/null"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

       APPEND-CLOSE-MARK.
           OPEN EXTEND PERIOD-FILE
           IF WS-PERIOD-FS = "35"
               OPEN OUTPUT PERIOD-FILE
               IF WS-PERIOD-FS = "00"
                   MOVE "# Closed periods: yyyymm|CLOSED|closed-ts|by"
                       TO PERIOD-REC
                   WRITE PERIOD-REC
               END-IF
           END-IF
           IF WS-PERIOD-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PERIOD-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "period register could not be written"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-REC
           STRING
               WS-CLOSE-MONTH "|CLOSED|"
               WS-NOW-TS(1:14) "|"
               TRIM(WS-OPERATOR)
               DELIMITED SIZE
               INTO PERIOD-REC
           END-STRING
           WRITE PERIOD-REC
           CLOSE PERIOD-FILE
           DISPLAY "  Okres " WS-CLOSE-MONTH " zamkniety"
           .

      *> ============================================================
      *> monthend_report.txt: one line per ledger
      *> ============================================================
       WRITE-CLOSE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FS NOT = "00"
               DISPLAY "  UWAGA: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-REC
           STRING
               "=== MONTHEND close of period " WS-CLOSE-MONTH
               " ==="
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           IF WS-BAD-CT > 0
               STRING
                   "ABANDONED - period file counts did not "
                   "agree; the month stays open"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               STRING
                   "Closed " WS-NOW-TS(1:14) " by "
                   TRIM(WS-OPERATOR) "; period files in "
                   TRIM(WS-MONTH-DIR)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "LEDGER               BASIS   RECORDS  TOTAL"
               TO REPORT-REC
           WRITE REPORT-REC

           PERFORM VARYING WS-LDG-I FROM 1 BY 1
               UNTIL WS-LDG-I > WS-LDG-CT
               MOVE WS-LDG-RECS(WS-LDG-I) TO WS-RECS-ED
               MOVE WS-LDG-AMT(WS-LDG-I) TO WS-AMT-ED
               MOVE SPACES TO REPORT-REC
               IF WS-LDG-DFMT(WS-LDG-I) = "SEQ"
                   MOVE WS-LDG-PREV(WS-LDG-I) TO WS-NUM-ED
                   STRING
                       WS-LDG-LABEL(WS-LDG-I) " "
                       "after:" TRIM(WS-NUM-ED) "  "
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               ELSE
                   MOVE WS-LDG-DFLD(WS-LDG-I) TO WS-NUM-ED
                   STRING
                       WS-LDG-LABEL(WS-LDG-I) " "
                       TRIM(WS-LDG-DFMT(WS-LDG-I)) ":"
                       TRIM(WS-NUM-ED)
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
               END-IF
               MOVE WS-RECS-ED TO REPORT-REC(30:7)
               IF WS-LDG-ACT(WS-LDG-I) > 0
                   STRING
                       TRIM(WS-LDG-ANAME(WS-LDG-I)) "="
                       TRIM(WS-AMT-ED)
                       DELIMITED SIZE
                       INTO REPORT-REC(39:40)
                   END-STRING
               END-IF
               IF WS-LDG-NOTE(WS-LDG-I) NOT = SPACES
                   STRING
                       "(" TRIM(WS-LDG-NOTE(WS-LDG-I)) ")"
                       DELIMITED SIZE
                       INTO REPORT-REC(70:40)
                   END-STRING
               END-IF
               WRITE REPORT-REC
           END-PERFORM

           MOVE WS-ALL-RECS TO WS-RECS-ED
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Ledgers: " WS-LDG-CT
               "  records frozen: " TRIM(WS-RECS-ED)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "  Raport: " TRIM(WS-REPORT-PATH)
           .

       COPY PERIOD-PROC.
       COPY RUNLOG-PROC.
