      *> ============================================================
      *> PERIOD-WS.cpy - Fields for the month-end close register
      *> COPY in WORKING-STORAGE SECTION
      *> ============================================================
      *> -- Register written by MONTHEND (yyyymm|CLOSED|ts|by); the
      *> -- frozen period files sit beside it in periods/<yyyymm>/.
      *> -- BATCH_PERIOD_FILE points at another register --
       01  WS-PERIOD-PATH           PIC X(200) VALUE
           "../MONTHEND/period_close.dat".
       01  WS-PERIOD-FS             PIC XX.
       01  WS-PERIOD-ENVPATH        PIC X(200).
       01  WS-PERIOD-DIR            PIC X(200).
       01  WS-PERIOD-LOADED         PIC X VALUE "N".
       01  WS-PERIOD-EOF            PIC X.
       01  WS-PERIOD-LINE           PIC X(200).
       01  WS-PERIOD-F-MONTH        PIC X(10).
       01  WS-PERIOD-F-STATE        PIC X(10).
       01  WS-PERIOD-F-TS           PIC X(20).
       01  WS-PERIOD-F-BY           PIC X(30).
       01  WS-PERIOD-MAX            PIC 9(3) VALUE 240.
       01  WS-PERIOD-CT             PIC 9(3) VALUE 0.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENT OCCURS 240 TIMES.
               10  WS-PERIOD-CMONTH PIC X(6).
               10  WS-PERIOD-CTS    PIC X(14).
               10  WS-PERIOD-CBY    PIC X(30).
       01  WS-PERIOD-I              PIC 9(3).
       01  WS-PERIOD-P              PIC 9(3).
      *> -- PERIOD-CHECK-MONTH: set WS-PERIOD-MONTH, read back
      *> -- WS-PERIOD-CLOSED (Y/N) and WS-PERIOD-HIT (table row) --
       01  WS-PERIOD-MONTH          PIC X(6).
       01  WS-PERIOD-CLOSED         PIC X.
       01  WS-PERIOD-HIT            PIC 9(3).
      *> -- PERIOD-CHECK-POSTING: short ledger name for the message
      *> -- and the run-log PERIOD-CLOSED tag, and the yyyymm the
      *> -- posted record is dated in (blank = today's month) --
       01  WS-PERIOD-LEDGER         PIC X(40).
       01  WS-PERIOD-POST-MONTH     PIC X(6) VALUE SPACES.
       01  WS-PERIOD-NOW            PIC X(21).
