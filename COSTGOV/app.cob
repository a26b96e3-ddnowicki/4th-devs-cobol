      *>    progid|provider|callnum|reqbytes|respbytes|yyyymmdd
      *>    |prompt-tokens|completion-tokens; date absent on ledger
      *>    lines written before the ledger carried one - those
      *>    roll up under month 000000). Lines from library-built
      *>    prompts carry |prompt|version after the tokens; the
      *>    rollup ignores them - they are there to tie a change
      *>    in results to a prompt wording change)
      *> 2. Price each call from the per-model token rates in
      *>    token_rates.dat (provider|prompt-cents-per-1K
      *>    |completion-cents-per-1K) - that is how the providers
      *>    from budget_limits.dat (progid|monthly-limit-cents);
      *>    programs refuse to start on state OVER via the
      *>    CHECK-API-BUDGET gate in APICOST-PROC.cpy
      *> 5. A month MONTHEND has closed is rolled up from its frozen
      *>    period file (periods/<yyyymm>/API-USAGE.dat beside the
      *>    close register), never from the live ledger, so its
      *>    figures stay as reported; live lines dated in a closed
      *>    month beyond the frozen count are reported as late
      *>    postings, left out of every total, and turn the run
      *>    WARN PERIOD-CLOSED
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT BUDGET-FILE ASSIGN TO WS-BUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT PERIOD-DATA-FILE ASSIGN TO WS-PDATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       01  BUDGET-REC               PIC X(120).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  PERIOD-DATA-FILE.
       01  PDATA-REC                PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY PERIOD-WS.

       01  WS-LEDGER-PATH          PIC X(100) VALUE
           "api_usage.log".
       01  WS-NORATE-LAST          PIC X(20).
       01  WS-BAD-LINES            PIC 9(7) VALUE 0.

      *> -- Closed months: frozen period file vs live ledger,
      *> -- indexed like the register table (WS-PERIOD-CMONTH) --
       01  WS-PDATA-PATH           PIC X(250).
       01  WS-FROM-PERIOD          PIC X(1) VALUE "N".
       01  WS-FROZEN-LINES         PIC 9(7) VALUE 0.
       01  WS-LATE-LINES           PIC 9(7) VALUE 0.
       01  WS-CLM-TABLE.
           05  WS-CLM-ENT OCCURS 240 TIMES.
               10  WS-CLM-FROZEN   PIC 9(7).
               10  WS-CLM-LIVE     PIC 9(7).
               10  WS-CLM-FOUND    PIC X(1).
       01  WS-CLM-I                PIC 9(3).
       01  WS-CLM-LATE             PIC 9(7).

      *> -- Rates table (provider -> cents per MB) --
       01  WS-RATE-MAX             PIC 9(3) VALUE 20.
       01  WS-RATE-COUNT           PIC 9(3) VALUE 0.
           PERFORM LOAD-RATES
           PERFORM LOAD-TOKEN-RATES
           PERFORM LOAD-LIMITS
           PERFORM LOAD-CLOSED-PERIODS
           PERFORM LOAD-LEDGER

           IF WS-TOTAL-LINES = 0
           AND WS-FROZEN-LINES = 0
               DISPLAY "  BLAD: pusty lub brakujacy ledger "
                   TRIM(WS-LEDGER-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "DATA-EMPTY" TO WS-RUNLOG-REASON
               MOVE "no ledger records" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           IF WS-LATE-LINES > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "PERIOD-CLOSED" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "lines=" WS-TOTAL-LINES
                   " buckets=" WS-ROLL-COUNT
                   " over-budget=" WS-OVER-COUNT
                   " late-closed=" WS-LATE-LINES
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

               TO WS-LIM-CENTS(WS-LIM-COUNT)
           .

      *> ============================================================
      *> Closed months first, each from its frozen period file, so
      *> the report lists them in close order ahead of open months.
      *> ============================================================
       LOAD-CLOSED-PERIODS.
           PERFORM PERIOD-LOAD
           MOVE "Y" TO WS-FROM-PERIOD
           PERFORM VARYING WS-CLM-I FROM 1 BY 1
               UNTIL WS-CLM-I > WS-PERIOD-CT
               MOVE 0 TO WS-CLM-FROZEN(WS-CLM-I)
               MOVE 0 TO WS-CLM-LIVE(WS-CLM-I)
               MOVE "N" TO WS-CLM-FOUND(WS-CLM-I)
               MOVE SPACES TO WS-PDATA-PATH
               STRING
                   TRIM(WS-PERIOD-DIR) "/"
                   WS-PERIOD-CMONTH(WS-CLM-I)
                   "/API-USAGE.dat"
                   DELIMITED SIZE
                   INTO WS-PDATA-PATH
               END-STRING
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT PERIOD-DATA-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE "Y" TO WS-CLM-FOUND(WS-CLM-I)
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PERIOD-DATA-FILE INTO WS-LDG-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-CLM-FROZEN(WS-CLM-I)
                               PERFORM ROLL-UP-ONE-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-DATA-FILE
                   ADD WS-CLM-FROZEN(WS-CLM-I) TO WS-FROZEN-LINES
               ELSE
                   DISPLAY "  UWAGA: okres "
                       WS-PERIOD-CMONTH(WS-CLM-I)
                       " zamkniety, brak " TRIM(WS-PDATA-PATH)
               END-IF
           END-PERFORM
           MOVE "N" TO WS-FROM-PERIOD
           IF WS-PERIOD-CT > 0
               DISPLAY "  Okresy zamkniete: " WS-PERIOD-CT
                   ", linii z plikow okresu " WS-FROZEN-LINES
           END-IF
           .

      *> ============================================================
      *> Read the ledger and roll every line up into the
      *> month/program/provider bucket table.
           CLOSE LEDGER-FILE
           DISPLAY "  Ledger: " WS-TOTAL-LINES " linii, "
               WS-BAD-LINES " odrzuconych"

      *>   Live lines in a closed month past what was frozen are
      *>   late postings; fewer just means the ledger was aged
           PERFORM VARYING WS-CLM-I FROM 1 BY 1
               UNTIL WS-CLM-I > WS-PERIOD-CT
               IF WS-CLM-LIVE(WS-CLM-I) > WS-CLM-FROZEN(WS-CLM-I)
                   COMPUTE WS-LATE-LINES = WS-LATE-LINES
                       + WS-CLM-LIVE(WS-CLM-I)
                       - WS-CLM-FROZEN(WS-CLM-I)
               END-IF
           END-PERFORM
           IF WS-LATE-LINES > 0
               DISPLAY "  !! Wpisy w zamknietych okresach: "
                   WS-LATE-LINES " (pominiete)"
           END-IF
           .

       ROLL-UP-ONE-LINE.
               MOVE "000000" TO WS-LDG-MONTH
           END-IF

      *>   A closed month only ever comes from its period file
           IF WS-FROM-PERIOD = "N"
           AND WS-LDG-MONTH NOT = "000000"
               MOVE WS-LDG-MONTH TO WS-PERIOD-MONTH
               PERFORM PERIOD-CHECK-MONTH
               IF WS-PERIOD-CLOSED = "Y"
                   ADD 1 TO WS-CLM-LIVE(WS-PERIOD-HIT)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE NUMVAL(WS-LDG-REQBYTES) TO WS-REQ-NUM
           MOVE NUMVAL(WS-LDG-RESPBYTES) TO WS-RESP-NUM
           IF WS-LDG-PTOK NOT = SPACES
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           IF WS-PERIOD-CT > 0
               PERFORM WRITE-CLOSED-MONTHS
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-ROLL-COUNT
               MOVE WS-ROLL-CENTS(WS-IDX) TO WS-CENTS-DISP
               " (" WS-LIM-COUNT " programow)"
           .

      *> -- Which months are frozen, and any late postings --
       WRITE-CLOSED-MONTHS.
           MOVE "Closed months (rolled up from MONTHEND period files):"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-CLM-I FROM 1 BY 1
               UNTIL WS-CLM-I > WS-PERIOD-CT
               MOVE SPACES TO REPORT-REC
               STRING
                   "  " WS-PERIOD-CMONTH(WS-CLM-I)
                   "  closed " WS-PERIOD-CTS(WS-CLM-I)
                   " by " TRIM(WS-PERIOD-CBY(WS-CLM-I))
                   "  frozen=" WS-CLM-FROZEN(WS-CLM-I)
                   " live=" WS-CLM-LIVE(WS-CLM-I)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               IF WS-CLM-FOUND(WS-CLM-I) NOT = "Y"
                   MOVE SPACES TO PDATA-REC
                   STRING
                       TRIM(REPORT-REC TRAILING)
                       "  PERIOD FILE MISSING"
                       DELIMITED SIZE
                       INTO PDATA-REC
                   END-STRING
                   MOVE PDATA-REC TO REPORT-REC
               END-IF
               IF WS-CLM-LIVE(WS-CLM-I) > WS-CLM-FROZEN(WS-CLM-I)
                   COMPUTE WS-CLM-LATE = WS-CLM-LIVE(WS-CLM-I)
                       - WS-CLM-FROZEN(WS-CLM-I)
                   MOVE SPACES TO PDATA-REC
                   STRING
                       TRIM(REPORT-REC TRAILING)
                       "  LATE POSTINGS=" WS-CLM-LATE
                       " (not counted)"
                       DELIMITED SIZE
                       INTO PDATA-REC
                   END-STRING
                   MOVE PDATA-REC TO REPORT-REC
               END-IF
               WRITE REPORT-REC
           END-PERFORM
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           .

       COPY PERIOD-PROC.
       COPY RUNLOG-PROC.
