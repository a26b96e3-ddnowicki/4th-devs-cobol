      *> ============================================================
      *> HUBLEDGER-WS.cpy - Fields for the shared Hub submission
      *> ledger (RECORD-HUB-SUBMISSION)
      *> COPY in WORKING-STORAGE SECTION
      *> ============================================================
       01  WS-HUBLOG-PATH           PIC X(200)
                                     VALUE "hub_submissions.log".
       01  WS-HUBLOG-IO-PATH        PIC X(200).
       01  WS-HUBLOG-FS             PIC XX.
       01  WS-HUBLOG-ENVPATH        PIC X(200).
       01  WS-HUBLOG-ENVDONE        PIC X VALUE "N".
      *> -- Set by the caller before each submission is logged.
      *> -- PROGID defaults to WS-RUNLOG-PROGID and TASK to the
      *> -- "task" in the request body when left blank; STATUS 0
      *> -- means "read it from the -w capture" below --
       01  WS-HUBLOG-PROGID         PIC X(30).
       01  WS-HUBLOG-TASK           PIC X(40).
       01  WS-HUBLOG-STATUS         PIC 9(3) VALUE 0.
       01  WS-HUBLOG-ATTEMPT        PIC 9(2) VALUE 1.
       01  WS-HUBLOG-BODY           PIC X(16000).
       01  WS-HUBLOG-RESP           PIC X(8000).
      *> -- Appended to a /verify curl command so the HTTP status
      *> -- lands in hub_http.tmp for the ledger line; callers
      *> -- STRING it as " " TRIM(WS-HUBLOG-CURL-W) --
       01  WS-HUBLOG-CURL-W         PIC X(40) VALUE
           ' -w "%{http_code}" > hub_http.tmp'.
       01  WS-HUBLOG-HTTP-PATH      PIC X(20) VALUE "hub_http.tmp".
      *> -- Working fields --
       01  WS-HUBLOG-TS             PIC X(21).
       01  WS-HUBLOG-LINE           PIC X(600).
       01  WS-HUBLOG-FPRINT         PIC X(16).
       01  WS-HUBLOG-HASH           PIC 9(10).
       01  WS-HUBLOG-HWORK          PIC 9(13).
       01  WS-HUBLOG-BLEN           PIC 9(5).
       01  WS-HUBLOG-BSTART         PIC 9(5).
       01  WS-HUBLOG-P              PIC 9(5).
       01  WS-HUBLOG-Q              PIC 9(5).
       01  WS-HUBLOG-SCAN           PIC X(16000).
       01  WS-HUBLOG-KEY            PIC X(20).
       01  WS-HUBLOG-KLEN           PIC 9(2).
       01  WS-HUBLOG-HIT            PIC 9(5).
       01  WS-HUBLOG-VAL            PIC X(200).
       01  WS-HUBLOG-VLEN           PIC 9(3).
       01  WS-HUBLOG-MSG            PIC X(200).
       01  WS-HUBLOG-FLAG           PIC X(100).
       01  WS-HUBLOG-STAT-TXT       PIC X(10).
