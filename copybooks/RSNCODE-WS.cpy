      *> ============================================================
      *> RSNCODE-WS.cpy - Fields for the shared run-log reason-code
      *> catalog (code|category|severity|operator action).
      *> COPY in WORKING-STORAGE SECTION
      *> ============================================================
       01  WS-RSN-PATH              PIC X(200) VALUE
           "../BATCHCTL/reason_codes.dat".
       01  WS-RSN-FS                PIC XX.
       01  WS-RSN-ENVPATH           PIC X(200).
       01  WS-RSN-EOF               PIC X.
       01  WS-RSN-MAX               PIC 9(3) VALUE 100.
       01  WS-RSN-CNT               PIC 9(3) VALUE 0.
       01  WS-RSN-TABLE.
           05  WS-RSN-ENT OCCURS 100 TIMES.
               10  WS-RSN-T-CODE    PIC X(20).
               10  WS-RSN-T-CAT     PIC X(12).
               10  WS-RSN-T-SEV     PIC X(8).
               10  WS-RSN-T-ACTION  PIC X(100).
       01  WS-RSN-I                 PIC 9(3).
      *> -- One lookup: WS-RSN-CODE in, the rest out. An unknown or
      *> -- blank code leaves WS-RSN-FOUND "N" and the text blank --
       01  WS-RSN-CODE              PIC X(20).
       01  WS-RSN-CATEGORY          PIC X(12).
       01  WS-RSN-SEVERITY          PIC X(8).
       01  WS-RSN-ACTION            PIC X(100).
       01  WS-RSN-FOUND             PIC X.
      *> -- Run-log record to take the REASON:<code> tag from --
       01  WS-RSN-LINE              PIC X(300).
       01  WS-RSN-HEAD              PIC X(300).
       01  WS-RSN-TAIL              PIC X(300).
