       01  WS-RUNLOG-START-TS       PIC X(21).
       01  WS-RUNLOG-END-TS         PIC X(21).
       01  WS-RUNLOG-STATUS         PIC X(4).
      *> -- Reason code for a non-OK status, from the shared catalog
      *> -- (../BATCHCTL/reason_codes.dat); written as REASON:<code>
      *> -- after any RERUN:/ENV: tag --
       01  WS-RUNLOG-REASON         PIC X(20) VALUE SPACES.
       01  WS-RUNLOG-RESULT         PIC X(80).
      *> -- Operator rerun request id (BATCH_RERUN_ID, exported by
      *> -- BATCHCTL in its RERUN-REQUESTS mode): when set, the
      *> -- record carries a sixth field RERUN:<id> --
       01  WS-RUNLOG-RERUN-ID       PIC X(20).
      *> -- Environment profile of the run (BATCH_ENV_PROFILE, set by
      *> -- BATCHCTL or ENVLOAD-PROC): when set, the record carries
      *> -- ENV:<profile> after any RERUN:<id> --
       01  WS-RUNLOG-ENV-PROFILE    PIC X(20).
      *> -- Protected-file guard (RUNLOG-GUARD-PATH): under a TEST
      *> -- profile a production file may only be written inside
      *> -- the profile's data root --
       01  WS-RUNLOG-GUARD-PATH     PIC X(200).
       01  WS-RUNLOG-GUARD-OK       PIC X.
       01  WS-RUNLOG-GUARD-CLASS    PIC X(8).
       01  WS-RUNLOG-GUARD-ROOT     PIC X(200).
       01  WS-RUNLOG-GUARD-CWD      PIC X(250).
       01  WS-RUNLOG-GUARD-LEN      PIC 9(3).
      *> -- Shared append files (run log, API usage ledger, control
      *> -- file) are written under an exclusive lock; a writer that
      *> -- finds one held waits up to BATCH_LOCK_WAIT seconds, then
      *> -- gives up on that record and names the file here so the
      *> -- run-log result says LOCK-TIMEOUT instead of a torn line
      *> -- (api_usage.log in 1-13, batch_control.dat in 15-31,
      *> -- hub_submissions.log in 33-51) --
       01  WS-RUNLOG-LOCK-WAIT      PIC 9(3) VALUE 10.
       01  WS-RUNLOG-LOCK-TRY       PIC 9(3).
       01  WS-RUNLOG-LOCK-MISS      PIC X(60) VALUE SPACES.
       01  WS-RUNLOG-LOCK-ENV       PIC X(10).
      *> -- Month-end close: a ledger writer that refused a posting
      *> -- because the month is closed (PERIOD-CHECK-POSTING)
      *> -- names the ledger here so the run-log result says
      *> -- PERIOD-CLOSED instead of a silent gap --
       01  WS-RUNLOG-PERIOD-MISS    PIC X(40) VALUE SPACES.

      *> -- Secret-masking registry: programs register key material
      *> -- via MASK-REGISTER-SECRET and any buffer passed through
