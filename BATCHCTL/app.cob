      *>    shared nightly run log (batch_run.log via RUNLOG-PROC)
      *> 4. BATCHCTL_MODE=RERUN-FAILED reruns only the programs
      *>    whose most recent run-log status is not OK
      *> 5. Group GATE is reserved for pre-window checks (CFGCHECK):
      *>    a GATE step runs alone, and if it ends non-OK every
      *>    program still pending is skipped with a
      *>    SKIP|SKIPPED-GATE record - bad config stops the night
      *>    before anything reads it
      *> 6. batch_inputs.dat (progid|file|max-age-hours) lists the
      *>    upstream files an entry reads. Before launch every one
      *>    must exist, be non-empty and (max-age > 0) have been
      *>    rewritten within max-age hours; otherwise the entry is
      *>    held (state H) with a WARN|STALE-INPUT run-log record,
      *>    and its dependents are skipped like behind a failure
      *> 7. Children see BATCHCTL_WINDOW_START (this run's start,
      *>    YYYYMMDDHHMMSS): WINFCST uses it to tell tonight's
      *>    actual run times from history
      *> 8. BATCHCTL_MODE=RERUN-REQUESTS is the daytime mode for
      *>    operator reruns: batch_reruns.dat (id|progid|
      *>    requested-by|reason-code|force|approved-by|status|
      *>    processed-at) lists them, reason codes come from
      *>    batch_rerun_reasons.dat. Every approved, still open
      *>    request (approver other than the requester) runs with
      *>    the night's dependency, input and timeout handling;
      *>    unless force=Y a program whose latest run was OK is
      *>    not rerun. The child sees BATCH_RERUN_ID, so its
      *>    run-log (and control) records carry RERUN:<id>. Each
      *>    request gets its outcome written back into the file
      *>    and a line in batch_rerun_audit.log
      *> 9. Parallel group members share the run log, API usage
      *>    ledger and control file; every append there is made
      *>    under an exclusive lock with a bounded wait
      *>    (BATCH_LOCK_WAIT seconds, see RUNLOG-PROC). A child
      *>    that could not lock the run log for its own verdict
      *>    exits 75 and the step wrapper records
      *>    FAIL|LOCK-TIMEOUT batch_run.log for it. LOGCHECK
      *>    scans the three files for malformed records
      *> 10. BATCH_ENV_PROFILE names the environment profile for
      *>    the whole run (default PROD) from env_profiles.dat
      *>    (profile|setting|value: CLASS, HUB_API_URL,
      *>    OPENAI_API_URL, OPENAI_API_URL2, CRED_STORE,
      *>    DATA_ROOT). Children get the profile exported
      *>    (ENVLOAD-PROC loads it), and every run-log record of
      *>    the run carries ENV:<profile>. A profile with a data
      *>    root runs the night inside it: the root is seeded from
      *>    this directory on first use (program binaries are
      *>    refreshed every run, shared logs are never copied)
      *>    and all state, ledgers and logs stay there; children
      *>    still find this directory as BATCH_HOME_DIR. A TEST
      *>    profile without an absolute data root is refused, so
      *>    a test night never touches production files.
      *> 11. Verdicts this controller writes carry a reason code
      *>    from reason_codes.dat like the programs' own non-OK
      *>    records do: STALE-INPUT holds INPUT-STALE, gate skips
      *>    GATE-CLOSED, a killed step STEP-TIMEOUT and the
      *>    wrapper's lock verdict LOCK-TIMEOUT
      *> 12. Group PROBE is reserved for the endpoint health probe
      *>    (ENDPROBE): it runs alone and writes tonight's
      *>    endpoint_status.dat. batch_endpoints.dat (progid|
      *>    endpoint,...) maps each program to the external
      *>    endpoints it needs, an endpoint with a failover
      *>    written as alternatives (OPENAI/OPENAI2: usable while
      *>    any one of them is UP); an entry needing one that is
      *>    not UP is held (state E) with a WARN|HELD-ENDPOINT record
      *>    (REASON:ENDPOINT-HELD) instead of failing on it, and
      *>    its dependents are skipped. Held entries are rechecked
      *>    every BATCHCTL_PROBE_RECHECK_MIN minutes (default 15,
      *>    at most BATCHCTL_PROBE_RECHECKS times, default 4)
      *>    until the window closes at WINFCST_CUTOFF (HHMM,
      *>    default 0600); recovered ones run with the dependents
      *>    skipped only behind them (one skipped behind a real
      *>    failure stays skipped), and the reporting steps that
      *>    had already run (BATCHCTL_RECHECK_RERUN, default
      *>    LOGCHECK,BALCHECK,OPSBRIEF,DRILLCMP,FILEMON,OPSPAGE -
      *>    dependency-free ones after the recovered entry) run
      *>    again so tonight's checks, brief and status page
      *>    include them. The probe's own WARN is the one alert for
      *>    the outage - it does not count as a failed step, and a
      *>    night whose only holds are endpoint holds ends WARN
      *>    ENDPOINT-HELD. No probe status from tonight holds
      *>    nothing
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT SKIP-DATE-FILE ASSIGN TO WS-SKIP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SKIP-FS.
           SELECT INPUT-LIST-FILE ASSIGN TO WS-INP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INP-FS.
           SELECT RERUN-REQ-FILE ASSIGN TO WS-RRQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRQ-FS.
           SELECT RERUN-REASON-FILE ASSIGN TO WS-RRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRC-FS.
           SELECT RERUN-AUDIT-FILE ASSIGN TO WS-RRA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RRA-FS.
           SELECT ENV-PROFILE-FILE ASSIGN TO WS-ENVP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVP-FS.
           SELECT ENDPOINT-MAP-FILE ASSIGN TO WS-EPM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPM-FS.
           SELECT ENDPOINT-STATUS-FILE ASSIGN TO WS-EPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EPS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-DATE-FILE.
       01  SKIP-DATE-REC            PIC X(100).

       FD  INPUT-LIST-FILE.
       01  INPUT-LIST-REC           PIC X(300).

       FD  RERUN-REQ-FILE.
       01  RERUN-REQ-REC            PIC X(300).

       FD  RERUN-REASON-FILE.
       01  RERUN-REASON-REC         PIC X(200).

       FD  RERUN-AUDIT-FILE.
       01  RERUN-AUDIT-REC          PIC X(300).

       FD  ENV-PROFILE-FILE.
       01  ENV-PROFILE-REC          PIC X(300).

       FD  ENDPOINT-MAP-FILE.
       01  ENDPOINT-MAP-REC         PIC X(300).

       FD  ENDPOINT-STATUS-FILE.
       01  ENDPOINT-STATUS-REC      PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

           "batch_schedule.dat".
       01  WS-FILE-STATUS          PIC XX.

      *> -- Controller mode (ALL, RERUN-FAILED or RERUN-REQUESTS)
       01  WS-CTL-MODE             PIC X(20) VALUE "ALL".

      *> -- Schedule table --
      *>                D=disabled R=already-ok (rerun mode)
      *>                G=launching in the current parallel batch
      *>                C=not due tonight (calendar)
      *>                H=held, stale or empty upstream input
      *>                E=held, a needed endpoint is not UP
      *>                N=not requested (RERUN-REQUESTS mode)
               10  WS-SCH-STATE    PIC X(1).
      *>         Operator rerun request driving this entry, and
      *>         the status it ended with (or why it did not run)
               10  WS-SCH-RERUN-ID PIC X(20).
               10  WS-SCH-RRQ-IDX  PIC 9(3).
               10  WS-SCH-LAST-ST  PIC X(8).
      *>         Y = back to pending in this endpoint recheck round
               10  WS-SCH-FREED    PIC X(1).

      *> -- Schedule line parsing --
       01  WS-SCH-LINE             PIC X(500).
       01  WS-FREQ-ARG             PIC X(4).
       01  WS-CAL-TS               PIC X(21).

      *> -- Upstream input freshness (batch_inputs.dat) --
       01  WS-INP-PATH             PIC X(100) VALUE
           "batch_inputs.dat".
       01  WS-INP-FS               PIC XX.
       01  WS-INP-MAX              PIC 9(3) VALUE 100.
       01  WS-INP-CT               PIC 9(3) VALUE 0.
       01  WS-INP-TABLE.
           05  WS-INP-ENT OCCURS 100 TIMES.
               10  WS-INP-PROGID   PIC X(30).
               10  WS-INP-FILE     PIC X(200).
               10  WS-INP-HOURS    PIC 9(4).
       01  WS-INP-LINE             PIC X(300).
       01  WS-INP-F1               PIC X(30).
       01  WS-INP-F2               PIC X(200).
       01  WS-INP-F3               PIC X(10).
       01  WS-INP-IDX              PIC 9(3).
       01  WS-INP-I                PIC 9(3).
       01  WS-INP-OK               PIC X(1).
       01  WS-INP-WHY              PIC X(40).
       01  WS-INP-BAD-FILE         PIC X(200).
       01  WS-INP-MINUTES          PIC 9(6).
       01  WS-INP-HRS-DISP         PIC ZZZ9.
       01  WS-INP-CMD              PIC X(600).

      *> -- Operator rerun requests (RERUN-REQUESTS mode) --
       01  WS-RRQ-PATH             PIC X(100) VALUE
           "batch_reruns.dat".
       01  WS-RRQ-FS               PIC XX.
       01  WS-RRC-PATH             PIC X(100) VALUE
           "batch_rerun_reasons.dat".
       01  WS-RRC-FS               PIC XX.
       01  WS-RRA-PATH             PIC X(100) VALUE
           "batch_rerun_audit.log".
       01  WS-RRA-FS               PIC XX.
      *>   Every line of the request file, kept so the file can be
      *>   written back with the outcomes filled in
       01  WS-RRL-MAX              PIC 9(3) VALUE 200.
       01  WS-RRL-CT               PIC 9(3) VALUE 0.
       01  WS-RRL-TABLE.
           05  WS-RRL-ENT OCCURS 200 TIMES.
               10  WS-RRL-LINE     PIC X(300).
               10  WS-RRL-REQ      PIC 9(3).
       01  WS-RRQ-CT               PIC 9(3) VALUE 0.
       01  WS-RRQ-TABLE.
           05  WS-RRQ-ENT OCCURS 200 TIMES.
               10  WS-RRQ-ID       PIC X(20).
               10  WS-RRQ-PROGID   PIC X(30).
               10  WS-RRQ-REQBY    PIC X(30).
               10  WS-RRQ-REASON   PIC X(20).
               10  WS-RRQ-FORCE    PIC X(1).
               10  WS-RRQ-APPRBY   PIC X(30).
      *>         Blank = open; set once the request is processed
               10  WS-RRQ-STATUS   PIC X(20).
               10  WS-RRQ-PROC-TS  PIC X(14).
      *>         Y = picked up by this run
               10  WS-RRQ-TAKEN    PIC X(1).
       01  WS-RRQ-F-ID             PIC X(30).
       01  WS-RRQ-F-PROGID         PIC X(30).
       01  WS-RRQ-F-REQBY          PIC X(30).
       01  WS-RRQ-F-REASON         PIC X(30).
       01  WS-RRQ-F-FORCE          PIC X(10).
       01  WS-RRQ-F-APPRBY         PIC X(30).
       01  WS-RRQ-F-STATUS         PIC X(30).
       01  WS-RRQ-F-PROC-TS        PIC X(20).
       01  WS-RRQ-I                PIC 9(3).
       01  WS-RRQ-OPEN-CT          PIC 9(3) VALUE 0.
       01  WS-RRQ-WAIT-CT          PIC 9(3) VALUE 0.
       01  WS-RRQ-REJ-CT           PIC 9(3) VALUE 0.
       01  WS-RRQ-ID-OK            PIC X(1).
       01  WS-RRQ-C                PIC X(1).
       01  WS-RRQ-SEEN-SP          PIC X(1).
       01  WS-RRQ-P                PIC 9(2).
       01  WS-RRQ-NOW              PIC X(21).
      *>   Rerun reason codes: code|description
       01  WS-RRC-MAX              PIC 9(3) VALUE 50.
       01  WS-RRC-CT               PIC 9(3) VALUE 0.
       01  WS-RRC-TABLE.
           05  WS-RRC-CODE         PIC X(20) OCCURS 50 TIMES.
       01  WS-RRC-LINE             PIC X(200).
       01  WS-RRC-F1               PIC X(30).
       01  WS-RRC-FOUND            PIC X(1).

      *> -- Environment profile of the run --
       01  WS-ENVP-PATH            PIC X(100) VALUE
           "env_profiles.dat".
       01  WS-ENVP-FS              PIC XX.
       01  WS-ENV-PROFILE          PIC X(20).
       01  WS-ENV-CLASS            PIC X(8).
       01  WS-ENV-ROOT             PIC X(200).
       01  WS-ENV-HUB-URL          PIC X(100).
       01  WS-ENV-LLM-URL          PIC X(200).
       01  WS-ENV-LLM-URL2         PIC X(200).
       01  WS-ENV-FOUND            PIC X(1).
       01  WS-ENV-ERROR            PIC X(60).
       01  WS-ENV-START-DIR        PIC X(250).
       01  WS-ENV-EXPORTS          PIC X(1200).
       01  WS-ENV-XPTR             PIC 9(4).
       01  WS-ENVP-LINE            PIC X(300).
       01  WS-ENVP-F-PROF          PIC X(20).
       01  WS-ENVP-F-KEY           PIC X(20).
       01  WS-ENVP-F-VAL           PIC X(200).

      *> -- External endpoints (batch_endpoints.dat, and tonight's
      *> -- endpoint_status.dat from the PROBE step) --
       01  WS-EPM-PATH             PIC X(100) VALUE
           "batch_endpoints.dat".
       01  WS-EPM-FS               PIC XX.
       01  WS-EPM-MAX              PIC 9(3) VALUE 100.
       01  WS-EPM-CT               PIC 9(3) VALUE 0.
       01  WS-EPM-TABLE.
           05  WS-EPM-ENT OCCURS 100 TIMES.
               10  WS-EPM-PROGID   PIC X(30).
               10  WS-EPM-LIST     PIC X(100).
       01  WS-EPM-LINE             PIC X(300).
       01  WS-EPM-F1               PIC X(30).
       01  WS-EPM-F2               PIC X(100).
       01  WS-EPM-I                PIC 9(3).
       01  WS-EPM-ITEM             PIC X(30).
       01  WS-EPM-PTR              PIC 9(3).
       01  WS-EPM-ALT              PIC X(12).
       01  WS-EPM-APTR             PIC 9(3).
       01  WS-EPM-ALT-UP           PIC X(1).
       01  WS-EPS-PATH             PIC X(100) VALUE
           "endpoint_status.dat".
       01  WS-EPS-FS               PIC XX.
       01  WS-EPS-MAX              PIC 9(2) VALUE 20.
       01  WS-EPS-CT               PIC 9(2) VALUE 0.
       01  WS-EPS-TABLE.
           05  WS-EPS-ENT OCCURS 20 TIMES.
               10  WS-EPS-NAME     PIC X(12).
               10  WS-EPS-STATUS   PIC X(4).
       01  WS-EPS-LINE             PIC X(200).
       01  WS-EPS-F-NAME           PIC X(30).
       01  WS-EPS-F-STATUS         PIC X(10).
       01  WS-EPS-F-HTTP           PIC X(10).
       01  WS-EPS-F-MS             PIC X(10).
       01  WS-EPS-F-TS             PIC X(20).
       01  WS-EPS-I                PIC 9(2).
       01  WS-EPS-DOWN-CT          PIC 9(2).
      *>   Y once a status written during this run has been read;
      *>   until then nothing is held
       01  WS-EPS-LOADED           PIC X(1) VALUE "N".
       01  WS-EPS-FOUND            PIC X(1).
      *>   Schedule entry of the PROBE step
       01  WS-EPS-PRB-IDX          PIC 9(3) VALUE 0.
      *>   CHECK-ENDPOINTS result for entry WS-INP-IDX
       01  WS-EPT-OK               PIC X(1).
       01  WS-EPT-BAD-EP           PIC X(30).
       01  WS-EPT-BAD-ST           PIC X(4).
      *>   Rechecks before the window closes
       01  WS-RCK-INTERVAL         PIC 9(3) VALUE 15.
       01  WS-RCK-MAX              PIC 9(2) VALUE 4.
       01  WS-RCK-ROUND            PIC 9(2).
       01  WS-RCK-CUTOFF           PIC 9(4) VALUE 0600.
       01  WS-RCK-CUTOFF-R REDEFINES WS-RCK-CUTOFF.
           05  WS-RCK-CUTOFF-HH    PIC 9(2).
           05  WS-RCK-CUTOFF-MM    PIC 9(2).
       01  WS-RCK-CUTOFF-X REDEFINES WS-RCK-CUTOFF PIC X(4).
       01  WS-RCK-ENV              PIC X(10).
       01  WS-RCK-STOP             PIC X(1).
       01  WS-RCK-DEADLINE         PIC 9(10).
       01  WS-RCK-NOW-MIN          PIC 9(10).
       01  WS-RCK-SEC              PIC 9(5).
       01  WS-RCK-FREED            PIC 9(3).
       01  WS-RCK-LAST-FREED       PIC 9(3).
       01  WS-RCK-CHANGED          PIC X(1).
       01  WS-RCK-DEP-FREED        PIC X(1).
       01  WS-RCK-TAIL-LIST        PIC X(250) VALUE
           "LOGCHECK,BALCHECK,OPSBRIEF,DRILLCMP,FILEMON,OPSPAGE".
       01  WS-RCK-TAIL-ENV         PIC X(250).
       01  WS-RCK-TAIL-ITEM        PIC X(30).
       01  WS-RCK-TAIL-PTR         PIC 9(4).
       01  WS-RCK-TAIL-CT          PIC 9(3).
       01  WS-EPH-COUNT            PIC 9(3) VALUE 0.

      *> -- Parallel batch of one concurrency group --
       01  WS-MAXPAR               PIC 9(2) VALUE 4.
       01  WS-MAXPAR-ENV           PIC X(10).
       01  WS-GRP-CT               PIC 9(2) VALUE 0.
       01  WS-GRP-MEMBERS.
           05  WS-GRP-IDX          PIC 9(3) OCCURS 10 TIMES.
       01  WS-GCMD                 PIC X(16000).
       01  WS-GPTR                 PIC 9(5).
       01  WS-KDX                  PIC 9(3).
       01  WS-MBR                  PIC 9(2).
       01  WS-RUN-IDX              PIC 9(3).

      *> -- Execution --
       01  WS-CMD                  PIC X(4000).
       01  WS-EXPORTS              PIC X(2000).
       01  WS-STEPCMD              PIC X(1200).
       01  WS-LOCKTAIL             PIC X(400).
       01  WS-SYS-RC               PIC S9(9) COMP.

      *> -- Loop indexes / counters --
       01  WS-IDX                  PIC 9(3).
       01  WS-JDX                  PIC 9(3).
       01  WS-GATE-IDX             PIC 9(3).
       01  WS-RAN-COUNT            PIC 9(3) VALUE 0.
       01  WS-OK-COUNT             PIC 9(3) VALUE 0.
       01  WS-FAIL-COUNT           PIC 9(3) VALUE 0.
       01  WS-SKIP-COUNT           PIC 9(3) VALUE 0.
       01  WS-HOLD-COUNT           PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-CONTROLLER.

           DISPLAY "=== BATCHCTL: kontroler nocnego batcha ==="

      *>   Only RERUN-REQUESTS tags records as reruns; a
      *>   BATCH_RERUN_ID left in the operator's shell must not
      *>   tag a normal night
           MOVE SPACES TO WS-RUNLOG-RERUN-ID
           ACCEPT WS-CTL-MODE FROM ENVIRONMENT "BATCHCTL_MODE"
           IF WS-CTL-MODE = SPACES
               MOVE "ALL" TO WS-CTL-MODE
           END-IF
           DISPLAY "  Max rownolegle: " WS-MAXPAR

           PERFORM SELECT-ENV-PROFILE
           IF WS-ENV-ERROR NOT = SPACES
               DISPLAY "  BLAD: " TRIM(WS-ENV-ERROR)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "ENV-PROFILE" TO WS-RUNLOG-REASON
               MOVE WS-ENV-ERROR TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM LOAD-SCHEDULE
           IF WS-SCH-COUNT = 0
               DISPLAY "  BLAD: pusty lub brakujacy harmonogram "
                   TRIM(WS-SCHEDULE-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing schedule file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           IF WS-ENV-ROOT NOT = SPACES
               PERFORM ENTER-DATA-ROOT
               IF WS-ENV-ERROR NOT = SPACES
                   DISPLAY "  BLAD: " TRIM(WS-ENV-ERROR)
                   MOVE "FAIL" TO WS-RUNLOG-STATUS
                   MOVE "ENV-PROFILE" TO WS-RUNLOG-REASON
                   MOVE WS-ENV-ERROR TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
                   STOP RUN
               END-IF
           END-IF

           IF TRIM(WS-CTL-MODE) = "RERUN-REQUESTS"
      *>       Daytime: no calendar - an approved request is the
      *>       reason to run
               MOVE "DAYTIME" TO WS-RUNLOG-RERUN-ID
               PERFORM LOAD-INPUT-LIST
               PERFORM MARK-ALREADY-OK
               PERFORM SELECT-RERUN-REQUESTS
           ELSE
               PERFORM APPLY-RUN-CALENDAR
               PERFORM LOAD-INPUT-LIST
               IF TRIM(WS-CTL-MODE) = "RERUN-FAILED"
                   PERFORM MARK-ALREADY-OK
               END-IF
           END-IF
           PERFORM LOAD-ENDPOINT-MAP

           PERFORM RUN-SCHEDULE
           IF WS-EPH-COUNT > 0
               PERFORM RECHECK-ENDPOINTS
           END-IF

           IF TRIM(WS-CTL-MODE) = "RERUN-REQUESTS"
               PERFORM CLOSE-RERUN-REQUESTS
           END-IF

           PERFORM PRINT-SUMMARY

           EVALUATE TRUE
               WHEN WS-FAIL-COUNT = 0
               AND WS-HOLD-COUNT = 0
                   IF WS-RRQ-REJ-CT > 0
                       MOVE "WARN" TO WS-RUNLOG-STATUS
                       MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   ELSE
                       MOVE "OK" TO WS-RUNLOG-STATUS
                   END-IF
      *>       Only endpoint holds: the probe has already paged for
      *>       the outage
               WHEN WS-FAIL-COUNT = 0
               AND WS-HOLD-COUNT = WS-EPH-COUNT
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "ENDPOINT-HELD" TO WS-RUNLOG-REASON
               WHEN OTHER
                   MOVE "FAIL" TO WS-RUNLOG-STATUS
                   MOVE "STEPS-FAILED" TO WS-RUNLOG-REASON
           END-EVALUATE
           MOVE SPACES TO WS-RUNLOG-RESULT
           IF TRIM(WS-CTL-MODE) = "RERUN-REQUESTS"
               STRING
                   "reruns=" WS-RRQ-OPEN-CT
                   " ok=" WS-OK-COUNT
                   " fail=" WS-FAIL-COUNT
                   " skip=" WS-SKIP-COUNT
                   " hold=" WS-HOLD-COUNT
                   " rejected=" WS-RRQ-REJ-CT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               STRING
                   "ran=" WS-RAN-COUNT
                   " ok=" WS-OK-COUNT
                   " fail=" WS-FAIL-COUNT
                   " skip=" WS-SKIP-COUNT
                   " hold=" WS-HOLD-COUNT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           IF WS-EPH-COUNT > 0
               MOVE SPACES TO WS-LOG-LINE
               STRING
                   TRIM(WS-RUNLOG-RESULT)
                   " held-endpoint=" WS-EPH-COUNT
                   DELIMITED SIZE
                   INTO WS-LOG-LINE
               END-STRING
               MOVE WS-LOG-LINE TO WS-RUNLOG-RESULT
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> Environment profile: BATCH_ENV_PROFILE (default PROD) out
      *> of env_profiles.dat. PROD needs no entry - the environment
      *> as set is production. Any other profile must exist, and a
      *> TEST one must name an absolute data root.
      *> ============================================================
       SELECT-ENV-PROFILE.
           MOVE SPACES TO WS-ENV-ERROR WS-ENV-CLASS WS-ENV-ROOT
                          WS-ENV-HUB-URL WS-ENV-LLM-URL
                          WS-ENV-LLM-URL2
           MOVE SPACES TO WS-ENV-PROFILE
           ACCEPT WS-ENV-PROFILE
               FROM ENVIRONMENT "BATCH_ENV_PROFILE"
           IF WS-ENV-PROFILE = SPACES
               MOVE "PROD" TO WS-ENV-PROFILE
           END-IF
           MOVE WS-ENV-PROFILE TO WS-RUNLOG-ENV-PROFILE
           MOVE "N" TO WS-ENV-FOUND

           OPEN INPUT ENV-PROFILE-FILE
           IF WS-ENVP-FS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ENV-PROFILE-FILE INTO WS-ENVP-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-ENV-PROFILE-LINE
                   END-READ
               END-PERFORM
               CLOSE ENV-PROFILE-FILE
           END-IF

           IF WS-ENV-FOUND = "N"
           AND TRIM(WS-ENV-PROFILE) NOT = "PROD"
               STRING "unknown environment profile "
                   TRIM(WS-ENV-PROFILE)
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-ENV-CLASS = SPACES
               IF TRIM(WS-ENV-PROFILE) = "PROD"
                   MOVE "PROD" TO WS-ENV-CLASS
               ELSE
                   MOVE "TEST" TO WS-ENV-CLASS
               END-IF
           END-IF
           IF WS-ENV-ROOT NOT = SPACES
           AND WS-ENV-ROOT(1:1) NOT = "/"
               STRING "profile " TRIM(WS-ENV-PROFILE)
                   ": DATA_ROOT must be an absolute path"
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-ENV-CLASS) = "TEST"
           AND WS-ENV-ROOT = SPACES
               STRING "test profile " TRIM(WS-ENV-PROFILE)
                   " has no DATA_ROOT"
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF

      *>   Children load the same profile file wherever they cd
           MOVE SPACES TO WS-ENV-START-DIR
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE 250 BY REFERENCE WS-ENV-START-DIR
           END-CALL
           IF TRIM(WS-ENV-ROOT) = TRIM(WS-ENV-START-DIR)
               STRING "profile " TRIM(WS-ENV-PROFILE)
                   ": DATA_ROOT is the production directory"
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-ENV-EXPORTS
           MOVE 1 TO WS-ENV-XPTR
           STRING
               "export BATCH_ENV_PROFILE="
               TRIM(WS-ENV-PROFILE)
               "; export BATCH_ENV_CLASS=" TRIM(WS-ENV-CLASS)
               "; export BATCH_DATA_ROOT=" X"22"
               TRIM(WS-ENV-ROOT) X"22"
               "; export BATCH_HOME_DIR=" X"22"
               TRIM(WS-ENV-START-DIR) X"22"
               DELIMITED SIZE
               INTO WS-ENV-EXPORTS
               WITH POINTER WS-ENV-XPTR
           END-STRING
           IF WS-ENVP-PATH(1:1) = "/"
               STRING
                   "; export BATCH_ENV_FILE=" X"22"
                   TRIM(WS-ENVP-PATH) X"22"
                   DELIMITED SIZE
                   INTO WS-ENV-EXPORTS
                   WITH POINTER WS-ENV-XPTR
               END-STRING
           ELSE
               STRING
                   "; export BATCH_ENV_FILE=" X"22"
                   TRIM(WS-ENV-START-DIR) "/"
                   TRIM(WS-ENVP-PATH) X"22"
                   DELIMITED SIZE
                   INTO WS-ENV-EXPORTS
                   WITH POINTER WS-ENV-XPTR
               END-STRING
           END-IF
      *>   Programs that read the endpoints straight from the
      *>   environment get the profile's ones the same way
           IF WS-ENV-HUB-URL NOT = SPACES
               STRING
                   "; export HUB_API_URL=" X"22"
                   TRIM(WS-ENV-HUB-URL) X"22"
                   DELIMITED SIZE
                   INTO WS-ENV-EXPORTS
                   WITH POINTER WS-ENV-XPTR
               END-STRING
           END-IF
           IF WS-ENV-LLM-URL NOT = SPACES
               STRING
                   "; export OPENAI_API_URL=" X"22"
                   TRIM(WS-ENV-LLM-URL) X"22"
                   DELIMITED SIZE
                   INTO WS-ENV-EXPORTS
                   WITH POINTER WS-ENV-XPTR
               END-STRING
           END-IF
           IF WS-ENV-LLM-URL2 NOT = SPACES
               STRING
                   "; export OPENAI_API_URL2=" X"22"
                   TRIM(WS-ENV-LLM-URL2) X"22"
                   DELIMITED SIZE
                   INTO WS-ENV-EXPORTS
                   WITH POINTER WS-ENV-XPTR
               END-STRING
           END-IF
           STRING ";" DELIMITED SIZE
               INTO WS-ENV-EXPORTS
               WITH POINTER WS-ENV-XPTR
           END-STRING

           DISPLAY "  Profil srodowiska: " TRIM(WS-ENV-PROFILE)
               " (" TRIM(WS-ENV-CLASS) ")"
           IF WS-ENV-ROOT NOT = SPACES
               DISPLAY "  Katalog danych: " TRIM(WS-ENV-ROOT)
           END-IF
           .

      *> -- profile|setting|value; only the selected profile counts
      *> -- (CRED_STORE is applied by ENVLOAD-PROC in the child) --
       PARSE-ENV-PROFILE-LINE.
           IF WS-ENVP-LINE(1:1) = "#"
           OR WS-ENVP-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENVP-F-PROF WS-ENVP-F-KEY
                          WS-ENVP-F-VAL
           UNSTRING WS-ENVP-LINE DELIMITED BY "|"
               INTO WS-ENVP-F-PROF WS-ENVP-F-KEY WS-ENVP-F-VAL
           END-UNSTRING
           IF WS-ENVP-F-PROF NOT = WS-ENV-PROFILE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ENV-FOUND
           EVALUATE TRIM(WS-ENVP-F-KEY)
               WHEN "CLASS"
                   MOVE WS-ENVP-F-VAL TO WS-ENV-CLASS
               WHEN "HUB_API_URL"
                   MOVE WS-ENVP-F-VAL TO WS-ENV-HUB-URL
               WHEN "OPENAI_API_URL"
                   MOVE WS-ENVP-F-VAL TO WS-ENV-LLM-URL
               WHEN "OPENAI_API_URL2"
                   MOVE WS-ENVP-F-VAL TO WS-ENV-LLM-URL2
               WHEN "DATA_ROOT"
                   MOVE WS-ENVP-F-VAL TO WS-ENV-ROOT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *> ============================================================
      *> Move the night into the profile's data root. First use
      *> seeds it with a copy of everything here except the shared
      *> logs; later runs keep its own state and only refresh the
      *> program binaries. From here on every relative path -
      *> this run's log, the input checks, the rerun files and
      *> each child's "cd <dir>" - resolves inside the root.
      *> ============================================================
       ENTER-DATA-ROOT.
           INITIALIZE WS-CMD
           STRING
               "R=" X"22" TRIM(WS-ENV-ROOT) X"22"
               "; mkdir -p " X"22" "$R" X"22"
               " && for f in *; do case " X"22" "$f" X"22"
               " in batch_run.log|api_usage.log|"
               "batch_control.dat|hub_submissions.log|"
               "cred_access.log) continue;; esac; "
               "[ " X"22" "$PWD/$f" X"22" " = "
               X"22" "$R" X"22" " ] && continue; "
               "if [ -e " X"22" "$R/$f" X"22" " ]; then "
               "if [ -f " X"22" "$f/app" X"22" " ]; then "
               "cp -p " X"22" "$f/app" X"22" " "
               X"22" "$R/$f/app" X"22" "; fi; "
               "else cp -Rp " X"22" "$f" X"22" " "
               X"22" "$R/" X"22" "; fi; done"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               STRING "cannot seed data root "
                   TRIM(WS-ENV-ROOT)
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHANGE_DIR" USING WS-ENV-ROOT
           IF RETURN-CODE NOT = 0
               STRING "cannot enter data root "
                   TRIM(WS-ENV-ROOT)
                   DELIMITED SIZE INTO WS-ENV-ERROR
               END-STRING
               EXIT PARAGRAPH
           END-IF
           SET ENVIRONMENT "PWD" TO WS-ENV-ROOT
      *>   This run's own verdict belongs to the root's log too
           MOVE "batch_run.log" TO WS-RUNLOG-PATH
           DISPLAY "  Noc w katalogu danych " TRIM(WS-ENV-ROOT)
           .

      *> ============================================================
      *> Load the schedule file into the schedule table.
           ELSE
               MOVE 0 TO WS-SCH-TMOUT(WS-SCH-COUNT)
           END-IF
           MOVE SPACES TO WS-SCH-RERUN-ID(WS-SCH-COUNT)
                          WS-SCH-LAST-ST(WS-SCH-COUNT)
           MOVE 0 TO WS-SCH-RRQ-IDX(WS-SCH-COUNT)
           IF TRIM(WS-FLD-ENABLED) = "Y"
               MOVE "P" TO WS-SCH-STATE(WS-SCH-COUNT)
               MOVE "Y" TO WS-SCH-ENABLED(WS-SCH-COUNT)
      *> -- reporting chain sees a planned skip, not a missing run --
       WRITE-CAL-SKIP-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           PERFORM RUNLOG-STAMP-ENV
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .

      *> ============================================================
      *> Upstream input list: progid|file|max-age-hours, file paths
      *> relative to the directory the schedule commands run from.
      *> A missing list simply means no freshness checks.
      *> ============================================================
       LOAD-INPUT-LIST.
           MOVE 0 TO WS-INP-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INPUT-LIST-FILE
           IF WS-INP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INPUT-LIST-FILE INTO WS-INP-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-INP-LINE(1:1) NOT = "#"
                       AND WS-INP-LINE NOT = SPACES
                       AND WS-INP-CT < WS-INP-MAX
                           PERFORM PARSE-INPUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-LIST-FILE
           IF WS-INP-CT > 0
               DISPLAY "  Pliki wejsciowe do kontroli: " WS-INP-CT
           END-IF
           .

       PARSE-INPUT-LINE.
           MOVE SPACES TO WS-INP-F1 WS-INP-F2 WS-INP-F3
           UNSTRING WS-INP-LINE DELIMITED BY "|"
               INTO WS-INP-F1
                    WS-INP-F2
                    WS-INP-F3
           END-UNSTRING
           IF WS-INP-F1 = SPACES OR WS-INP-F2 = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz wejsc "
                   "pominiety: " TRIM(WS-INP-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INP-CT
           MOVE TRIM(WS-INP-F1) TO WS-INP-PROGID(WS-INP-CT)
           MOVE TRIM(WS-INP-F2) TO WS-INP-FILE(WS-INP-CT)
           IF WS-INP-F3 NOT = SPACES
           AND TRIM(WS-INP-F3) IS NUMERIC
               COMPUTE WS-INP-HOURS(WS-INP-CT) = NUMVAL(WS-INP-F3)
           ELSE
               MOVE 0 TO WS-INP-HOURS(WS-INP-CT)
           END-IF
           .

      *> -- Are all listed inputs of entry WS-INP-IDX present,
      *> -- non-empty and recent enough? First bad file wins --
       CHECK-INPUT-FRESHNESS.
           MOVE "Y" TO WS-INP-OK
           PERFORM VARYING WS-INP-I FROM 1 BY 1
               UNTIL WS-INP-I > WS-INP-CT
               OR WS-INP-OK = "N"
               IF TRIM(WS-INP-PROGID(WS-INP-I)) =
                  TRIM(WS-SCH-PROGID(WS-INP-IDX))
                   PERFORM CHECK-ONE-INPUT
               END-IF
           END-PERFORM
           .

       CHECK-ONE-INPUT.
           MOVE SPACES TO WS-INP-CMD
           STRING
               "test -s " X"22" TRIM(WS-INP-FILE(WS-INP-I)) X"22"
               DELIMITED SIZE
               INTO WS-INP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-INP-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-INP-OK
               MOVE "missing or empty" TO WS-INP-WHY
               MOVE WS-INP-FILE(WS-INP-I) TO WS-INP-BAD-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-INP-HOURS(WS-INP-I) = 0
               EXIT PARAGRAPH
           END-IF

      *>   find prints the file only when it was modified within
      *>   the limit; grep turns "printed nothing" into rc 1
           COMPUTE WS-INP-MINUTES = WS-INP-HOURS(WS-INP-I) * 60
           MOVE SPACES TO WS-INP-CMD
           STRING
               "find " X"22" TRIM(WS-INP-FILE(WS-INP-I)) X"22"
               " -prune -mmin -" WS-INP-MINUTES
               " | grep -q ."
               DELIMITED SIZE
               INTO WS-INP-CMD
           END-STRING
           CALL "SYSTEM" USING WS-INP-CMD
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-INP-OK
               MOVE WS-INP-HOURS(WS-INP-I) TO WS-INP-HRS-DISP
               MOVE SPACES TO WS-INP-WHY
               STRING
                   "older than " TRIM(WS-INP-HRS-DISP) "h"
                   DELIMITED SIZE
                   INTO WS-INP-WHY
               END-STRING
               MOVE WS-INP-FILE(WS-INP-I) TO WS-INP-BAD-FILE
           END-IF
           .

      *> -- Hold entry WS-INP-IDX: state H plus a WARN|STALE-INPUT
      *> -- record, so RUNREPT/RUNNOTIFY see it and RERUN-FAILED
      *> -- picks it up once the upstream file is rewritten --
       HOLD-STALE-INPUT.
           MOVE "H" TO WS-SCH-STATE(WS-INP-IDX)
           ADD 1 TO WS-HOLD-COUNT
           DISPLAY "  Wstrzymany (nieswieze wejscie): "
               TRIM(WS-SCH-PROGID(WS-INP-IDX)) " - "
               TRIM(WS-INP-BAD-FILE) " " TRIM(WS-INP-WHY)
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-REC
           STRING
               TRIM(WS-SCH-PROGID(WS-INP-IDX)) "|"
               WS-CAL-TS "|"
               WS-CAL-TS "|"
               "WARN|STALE-INPUT "
               TRIM(WS-INP-BAD-FILE) " "
               TRIM(WS-INP-WHY)
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           IF WS-SCH-RERUN-ID(WS-INP-IDX) NOT = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING
                   TRIM(RUN-LOG-REC) "|RERUN:"
                   TRIM(WS-SCH-RERUN-ID(WS-INP-IDX))
                   DELIMITED SIZE
                   INTO WS-LOG-LINE
               END-STRING
               MOVE WS-LOG-LINE TO RUN-LOG-REC
           END-IF
           PERFORM RUNLOG-STAMP-ENV
           MOVE "INPUT-STALE" TO WS-RUNLOG-REASON
           PERFORM RUNLOG-STAMP-REASON
           MOVE SPACES TO WS-RUNLOG-REASON
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .

      *> ============================================================
      *> Program-to-endpoint map: progid|endpoint[,endpoint...],
      *> where an endpoint may be alternatives ep1/ep2.
      *> Also finds the PROBE step; whenever anything else is
      *> pending tonight it probes afresh, whatever its last status.
      *> ============================================================
       LOAD-ENDPOINT-MAP.
           MOVE 0 TO WS-EPM-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ENDPOINT-MAP-FILE
           IF WS-EPM-FS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ENDPOINT-MAP-FILE INTO WS-EPM-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-EPM-LINE(1:1) NOT = "#"
                           AND WS-EPM-LINE NOT = SPACES
                           AND WS-EPM-CT < WS-EPM-MAX
                               PERFORM PARSE-ENDPOINT-MAP-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENDPOINT-MAP-FILE
           END-IF

           MOVE 0 TO WS-EPS-PRB-IDX WS-RCK-FREED
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-GROUP(WS-IDX) = "PROBE"
               AND WS-SCH-STATE(WS-IDX) NOT = "D"
               AND WS-EPS-PRB-IDX = 0
                   MOVE WS-IDX TO WS-EPS-PRB-IDX
               ELSE
                   IF WS-SCH-STATE(WS-IDX) = "P"
                       ADD 1 TO WS-RCK-FREED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EPS-PRB-IDX > 0
           AND WS-RCK-FREED > 0
           AND (WS-SCH-STATE(WS-EPS-PRB-IDX) = "R"
               OR WS-SCH-STATE(WS-EPS-PRB-IDX) = "N")
               MOVE "P" TO WS-SCH-STATE(WS-EPS-PRB-IDX)
           END-IF
           IF WS-EPM-CT > 0
               DISPLAY "  Programy z punktami koncowymi: " WS-EPM-CT
           END-IF
           .

       PARSE-ENDPOINT-MAP-LINE.
           MOVE SPACES TO WS-EPM-F1 WS-EPM-F2
           UNSTRING WS-EPM-LINE DELIMITED BY "|"
               INTO WS-EPM-F1
                    WS-EPM-F2
           END-UNSTRING
           IF WS-EPM-F1 = SPACES OR WS-EPM-F2 = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz mapy punktow "
                   "pominiety: " TRIM(WS-EPM-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EPM-CT
           MOVE TRIM(WS-EPM-F1) TO WS-EPM-PROGID(WS-EPM-CT)
           MOVE UPPER-CASE(TRIM(WS-EPM-F2))
               TO WS-EPM-LIST(WS-EPM-CT)
           .

      *> -- Tonight's endpoint_status.dat (endpoint|status|http|
      *> -- latency-ms|probed-at|detail). Lines probed before this
      *> -- run started are last night's and count for nothing --
       LOAD-ENDPOINT-STATUS.
           MOVE 0 TO WS-EPS-CT WS-EPS-DOWN-CT
           MOVE "N" TO WS-EPS-LOADED
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ENDPOINT-STATUS-FILE
           IF WS-EPS-FS NOT = "00"
               DISPLAY "  UWAGA: brak statusu punktow koncowych - "
                   "nic nie wstrzymano"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ENDPOINT-STATUS-FILE INTO WS-EPS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-EPS-LINE(1:1) NOT = "#"
                       AND WS-EPS-LINE NOT = SPACES
                       AND WS-EPS-CT < WS-EPS-MAX
                           PERFORM PARSE-ENDPOINT-STATUS-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENDPOINT-STATUS-FILE
           IF WS-EPS-CT = 0
               DISPLAY "  UWAGA: status punktow koncowych "
                   "nieaktualny - nic nie wstrzymano"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-EPS-LOADED
           .

       PARSE-ENDPOINT-STATUS-LINE.
           MOVE SPACES TO WS-EPS-F-NAME WS-EPS-F-STATUS
                          WS-EPS-F-HTTP WS-EPS-F-MS WS-EPS-F-TS
           UNSTRING WS-EPS-LINE DELIMITED BY "|"
               INTO WS-EPS-F-NAME
                    WS-EPS-F-STATUS
                    WS-EPS-F-HTTP
                    WS-EPS-F-MS
                    WS-EPS-F-TS
           END-UNSTRING
           IF WS-EPS-F-NAME = SPACES
           OR WS-EPS-F-TS(1:14) < WS-RUNLOG-START-TS(1:14)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EPS-CT
           MOVE UPPER-CASE(TRIM(WS-EPS-F-NAME))
               TO WS-EPS-NAME(WS-EPS-CT)
           MOVE UPPER-CASE(TRIM(WS-EPS-F-STATUS))
               TO WS-EPS-STATUS(WS-EPS-CT)
      *>   OFF: a failover with no URL set, not an outage
           IF WS-EPS-STATUS(WS-EPS-CT) NOT = "UP"
           AND WS-EPS-STATUS(WS-EPS-CT) NOT = "OFF"
               ADD 1 TO WS-EPS-DOWN-CT
           END-IF
           .

      *> -- Is every endpoint entry WS-INP-IDX needs UP? First one
      *> -- that is not wins; alternatives a/b count as UP while
      *> -- any one of them is. An endpoint the probe did not
      *> -- report on holds nothing --
       CHECK-ENDPOINTS.
           MOVE "Y" TO WS-EPT-OK
           MOVE SPACES TO WS-EPT-BAD-EP WS-EPT-BAD-ST
           IF WS-EPS-LOADED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EPM-I FROM 1 BY 1
               UNTIL WS-EPM-I > WS-EPM-CT
               OR WS-EPT-OK = "N"
               IF TRIM(WS-EPM-PROGID(WS-EPM-I)) =
                  TRIM(WS-SCH-PROGID(WS-INP-IDX))
                   MOVE 1 TO WS-EPM-PTR
                   PERFORM UNTIL WS-EPM-PTR >
                           LENGTH(TRIM(WS-EPM-LIST(WS-EPM-I)))
                       OR WS-EPT-OK = "N"
                       MOVE SPACES TO WS-EPM-ITEM
                       UNSTRING WS-EPM-LIST(WS-EPM-I)
                           DELIMITED BY ","
                           INTO WS-EPM-ITEM
                           WITH POINTER WS-EPM-PTR
                       END-UNSTRING
                       IF WS-EPM-ITEM NOT = SPACES
                           PERFORM CHECK-ENDPOINT-GROUP
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> -- Endpoint WS-EPM-ITEM, one name or alternatives a/b:
      *> -- held only when every alternative is down --
       CHECK-ENDPOINT-GROUP.
           MOVE "N" TO WS-EPM-ALT-UP
           MOVE SPACES TO WS-EPT-BAD-ST
           MOVE 1 TO WS-EPM-APTR
           PERFORM UNTIL WS-EPM-APTR > LENGTH(TRIM(WS-EPM-ITEM))
               OR WS-EPM-ALT-UP = "Y"
               MOVE SPACES TO WS-EPM-ALT
               UNSTRING WS-EPM-ITEM DELIMITED BY "/"
                   INTO WS-EPM-ALT
                   WITH POINTER WS-EPM-APTR
               END-UNSTRING
               IF WS-EPM-ALT NOT = SPACES
                   PERFORM CHECK-ONE-ENDPOINT
               END-IF
           END-PERFORM
           IF WS-EPM-ALT-UP = "N"
               MOVE "N" TO WS-EPT-OK
               MOVE WS-EPM-ITEM TO WS-EPT-BAD-EP
           END-IF
           .

       CHECK-ONE-ENDPOINT.
           MOVE "N" TO WS-EPS-FOUND
           PERFORM VARYING WS-EPS-I FROM 1 BY 1
               UNTIL WS-EPS-I > WS-EPS-CT
               OR WS-EPS-FOUND = "Y"
               IF WS-EPS-NAME(WS-EPS-I) = TRIM(WS-EPM-ALT)
                   MOVE "Y" TO WS-EPS-FOUND
                   IF WS-EPS-STATUS(WS-EPS-I) = "UP"
                       MOVE "Y" TO WS-EPM-ALT-UP
                   ELSE
      *>               The held verdict names the first real
      *>               outage, not an unconfigured failover
                       IF WS-EPT-BAD-ST = SPACES
                       OR WS-EPT-BAD-ST = "OFF"
                           MOVE WS-EPS-STATUS(WS-EPS-I)
                               TO WS-EPT-BAD-ST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-EPS-FOUND = "N"
               MOVE "Y" TO WS-EPM-ALT-UP
               DISPLAY "  UWAGA: punkt " TRIM(WS-EPM-ALT)
                   " bez statusu sondy - "
                   TRIM(WS-SCH-PROGID(WS-INP-IDX)) " nie wstrzymany"
           END-IF
           .

      *> -- Hold entry WS-INP-IDX: state E plus a WARN|HELD-ENDPOINT
      *> -- record. RUNNOTIFY mutes these (the probe pages once for
      *> -- the outage); RERUN-FAILED picks them up if the endpoint
      *> -- is still down when the window closes --
       HOLD-ENDPOINT.
           MOVE "E" TO WS-SCH-STATE(WS-INP-IDX)
           ADD 1 TO WS-HOLD-COUNT
           ADD 1 TO WS-EPH-COUNT
           DISPLAY "  Wstrzymany (punkt koncowy): "
               TRIM(WS-SCH-PROGID(WS-INP-IDX)) " - "
               TRIM(WS-EPT-BAD-EP) " " TRIM(WS-EPT-BAD-ST)
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-REC
           STRING
               TRIM(WS-SCH-PROGID(WS-INP-IDX)) "|"
               WS-CAL-TS "|"
               WS-CAL-TS "|"
               "WARN|HELD-ENDPOINT "
               TRIM(WS-EPT-BAD-EP) " "
               TRIM(WS-EPT-BAD-ST)
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           IF WS-SCH-RERUN-ID(WS-INP-IDX) NOT = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING
                   TRIM(RUN-LOG-REC) "|RERUN:"
                   TRIM(WS-SCH-RERUN-ID(WS-INP-IDX))
                   DELIMITED SIZE
                   INTO WS-LOG-LINE
               END-STRING
               MOVE WS-LOG-LINE TO RUN-LOG-REC
           END-IF
           PERFORM RUNLOG-STAMP-ENV
           MOVE "ENDPOINT-HELD" TO WS-RUNLOG-REASON
           PERFORM RUNLOG-STAMP-REASON
           MOVE SPACES TO WS-RUNLOG-REASON
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-STATE(WS-IDX) = "R"
               AND TRIM(WS-CTL-MODE) = "RERUN-FAILED"
                   DISPLAY "  Pominiety (ostatnio OK): "
                       TRIM(WS-SCH-PROGID(WS-IDX))
               END-IF
      *> Walk the schedule in order, honoring dependencies.
      *> A pending program with a concurrency group becomes the
      *> anchor of a parallel batch; ungrouped programs run alone.
      *> GATE steps run alone and halt the night when non-OK.
      *> ============================================================
       RUN-SCHEDULE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                       MOVE WS-IDX TO WS-DEP-IDX
                       PERFORM CHECK-DEPENDENCIES
                       IF WS-DEP-OK = "Y"
                           MOVE WS-IDX TO WS-INP-IDX
                           PERFORM CHECK-INPUT-FRESHNESS
                           IF WS-INP-OK = "N"
                               PERFORM HOLD-STALE-INPUT
                           ELSE
                               PERFORM CHECK-ENDPOINTS
                               IF WS-EPT-OK = "N"
                                   PERFORM HOLD-ENDPOINT
                               ELSE
                                   PERFORM LAUNCH-ENTRY
                               END-IF
                           END-IF
                       ELSE
                           MOVE "S" TO WS-SCH-STATE(WS-IDX)
                           MOVE "DEPS" TO WS-SCH-LAST-ST(WS-IDX)
                           ADD 1 TO WS-SKIP-COUNT
                           DISPLAY "  Pominiety (zalezn. nie-OK): "
                               TRIM(WS-SCH-PROGID(WS-IDX))
           END-PERFORM
           .

      *> -- Launch pending entry WS-IDX: GATE and PROBE steps and
      *> -- ungrouped programs alone, grouped ones as a parallel
      *> -- batch --
       LAUNCH-ENTRY.
           EVALUATE TRUE
               WHEN WS-SCH-GROUP(WS-IDX) = "GATE"
                   PERFORM RUN-ONE-PROGRAM
                   IF WS-SCH-STATE(WS-IDX) = "F"
                       PERFORM HALT-AFTER-GATE
                   END-IF
               WHEN WS-SCH-GROUP(WS-IDX) = "PROBE"
                   PERFORM RUN-PROBE-STEP
               WHEN WS-SCH-GROUP(WS-IDX) = SPACES
                   PERFORM RUN-ONE-PROGRAM
               WHEN OTHER
                   PERFORM RUN-GROUP-BATCH
           END-EVALUATE
           .

      *> -- A GATE step (entry WS-IDX) failed: nothing still
      *> -- pending runs tonight. Each gets a SKIP|SKIPPED-GATE
      *> -- record so the morning report shows why --
       HALT-AFTER-GATE.
           DISPLAY "  BLAD: bramka " TRIM(WS-SCH-PROGID(WS-IDX))
               " nie-OK - pozostale programy pominiete"
           PERFORM VARYING WS-GATE-IDX FROM 1 BY 1
               UNTIL WS-GATE-IDX > WS-SCH-COUNT
               IF WS-SCH-STATE(WS-GATE-IDX) = "P"
                   MOVE "S" TO WS-SCH-STATE(WS-GATE-IDX)
                   MOVE "GATE" TO WS-SCH-LAST-ST(WS-GATE-IDX)
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "  Pominiety (bramka): "
                       TRIM(WS-SCH-PROGID(WS-GATE-IDX))
                   PERFORM WRITE-GATE-SKIP-VERDICT
               END-IF
           END-PERFORM
           .

      *> -- One SKIP|SKIPPED-GATE <gate> run-log record for entry
      *> -- WS-GATE-IDX --
       WRITE-GATE-SKIP-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-REC
           STRING
               TRIM(WS-SCH-PROGID(WS-GATE-IDX)) "|"
               WS-CAL-TS "|"
               WS-CAL-TS "|"
               "SKIP|SKIPPED-GATE "
               TRIM(WS-SCH-PROGID(WS-IDX))
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           IF WS-SCH-RERUN-ID(WS-GATE-IDX) NOT = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING
                   TRIM(RUN-LOG-REC) "|RERUN:"
                   TRIM(WS-SCH-RERUN-ID(WS-GATE-IDX))
                   DELIMITED SIZE
                   INTO WS-LOG-LINE
               END-STRING
               MOVE WS-LOG-LINE TO RUN-LOG-REC
           END-IF
           PERFORM RUNLOG-STAMP-ENV
           MOVE "GATE-CLOSED" TO WS-RUNLOG-REASON
           PERFORM RUNLOG-STAMP-REASON
           MOVE SPACES TO WS-RUNLOG-REASON
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .

      *> -- The PROBE step (entry WS-IDX) runs alone; its status
      *> -- file then decides who is held. Its WARN is the outage
      *> -- alert, not a failed step: the holds carry the outage --
       RUN-PROBE-STEP.
           MOVE WS-IDX TO WS-EPS-PRB-IDX
           PERFORM RUN-ONE-PROGRAM
           PERFORM LOAD-ENDPOINT-STATUS
           IF WS-SCH-STATE(WS-IDX) = "F"
           AND TRIM(WS-SCH-LAST-ST(WS-IDX)) = "WARN"
               MOVE "O" TO WS-SCH-STATE(WS-IDX)
               SUBTRACT 1 FROM WS-FAIL-COUNT
               ADD 1 TO WS-OK-COUNT
           END-IF
           IF WS-EPS-DOWN-CT > 0
               DISPLAY "  UWAGA: niedostepne punkty koncowe: "
                   WS-EPS-DOWN-CT " - zalezne programy wstrzymane"
           END-IF
           .

      *> ============================================================
      *> Endpoint holds left after the schedule: probe again every
      *> BATCHCTL_PROBE_RECHECK_MIN minutes, at most
      *> BATCHCTL_PROBE_RECHECKS times, while the window is open
      *> (WINFCST_CUTOFF, the morning the night must be done by).
      *> Recovered entries, whatever was skipped only behind them,
      *> and the reporting steps already run after them go through
      *> the schedule again.
      *> ============================================================
       RECHECK-ENDPOINTS.
           MOVE SPACES TO WS-RCK-ENV
           ACCEPT WS-RCK-ENV
               FROM ENVIRONMENT "BATCHCTL_PROBE_RECHECK_MIN"
           IF WS-RCK-ENV NOT = SPACES
           AND TRIM(WS-RCK-ENV) IS NUMERIC
           AND NUMVAL(WS-RCK-ENV) <= 720
               COMPUTE WS-RCK-INTERVAL = NUMVAL(WS-RCK-ENV)
           END-IF
           MOVE SPACES TO WS-RCK-ENV
           ACCEPT WS-RCK-ENV
               FROM ENVIRONMENT "BATCHCTL_PROBE_RECHECKS"
           IF WS-RCK-ENV NOT = SPACES
           AND TRIM(WS-RCK-ENV) IS NUMERIC
           AND NUMVAL(WS-RCK-ENV) <= 20
               COMPUTE WS-RCK-MAX = NUMVAL(WS-RCK-ENV)
           END-IF
           MOVE SPACES TO WS-RCK-ENV
           ACCEPT WS-RCK-ENV FROM ENVIRONMENT "WINFCST_CUTOFF"
           IF LENGTH(TRIM(WS-RCK-ENV)) = 4
           AND TRIM(WS-RCK-ENV) IS NUMERIC
           AND WS-RCK-ENV(1:2) <= "23"
           AND WS-RCK-ENV(3:2) <= "59"
               MOVE TRIM(WS-RCK-ENV) TO WS-RCK-CUTOFF
           END-IF
           MOVE SPACES TO WS-RCK-TAIL-ENV
           ACCEPT WS-RCK-TAIL-ENV
               FROM ENVIRONMENT "BATCHCTL_RECHECK_RERUN"
           IF WS-RCK-TAIL-ENV NOT = SPACES
               MOVE UPPER-CASE(TRIM(WS-RCK-TAIL-ENV))
                   TO WS-RCK-TAIL-LIST
           END-IF
           IF WS-EPS-PRB-IDX = 0
           OR WS-RCK-MAX = 0
               EXIT PARAGRAPH
           END-IF

      *>   The window closes at the cutoff following this run's
      *>   start: the same morning, or the next one for a night
      *>   started after it
           COMPUTE WS-RCK-DEADLINE =
               INTEGER-OF-DATE(NUMVAL(WS-RUNLOG-START-TS(1:8)))
                   * 1440
               + WS-RCK-CUTOFF-HH * 60 + WS-RCK-CUTOFF-MM
           IF WS-RUNLOG-START-TS(9:4) >= WS-RCK-CUTOFF-X
               ADD 1440 TO WS-RCK-DEADLINE
           END-IF

           MOVE "N" TO WS-RCK-STOP
           PERFORM VARYING WS-RCK-ROUND FROM 1 BY 1
               UNTIL WS-RCK-ROUND > WS-RCK-MAX
               OR WS-EPH-COUNT = 0
               OR WS-RCK-STOP = "Y"
               PERFORM RECHECK-ONE-ROUND
           END-PERFORM
           IF WS-EPH-COUNT > 0
               DISPLAY "  UWAGA: nadal wstrzymane (punkty koncowe): "
                   WS-EPH-COUNT " - do RERUN-FAILED"
           END-IF
           .

       RECHECK-ONE-ROUND.
           MOVE FUNCTION CURRENT-DATE TO WS-CAL-TS
           COMPUTE WS-RCK-NOW-MIN =
               INTEGER-OF-DATE(NUMVAL(WS-CAL-TS(1:8))) * 1440
               + NUMVAL(WS-CAL-TS(9:2)) * 60
               + NUMVAL(WS-CAL-TS(11:2))
           IF WS-RCK-NOW-MIN + WS-RCK-INTERVAL > WS-RCK-DEADLINE
               DISPLAY "  UWAGA: okno konczy sie o " WS-RCK-CUTOFF-X
                   " - bez kolejnej kontroli punktow"
               MOVE "Y" TO WS-RCK-STOP
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "--- Ponowna kontrola punktow koncowych "
               WS-RCK-ROUND "/" WS-RCK-MAX " za "
               WS-RCK-INTERVAL " min ---"
           COMPUTE WS-RCK-SEC = WS-RCK-INTERVAL * 60
           INITIALIZE WS-CMD
           STRING "sleep " WS-RCK-SEC
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

      *>   A recheck records INFO, so a lasting outage is paged once
           MOVE WS-EPS-PRB-IDX TO WS-RUN-IDX
           PERFORM BUILD-CHILD-CMD
           INITIALIZE WS-GCMD
           STRING
               "export ENDPROBE_PHASE=RECHECK; " TRIM(WS-CMD)
               DELIMITED SIZE
               INTO WS-GCMD
           END-STRING
           CALL "SYSTEM" USING WS-GCMD
           PERFORM LOAD-ENDPOINT-STATUS

           MOVE 0 TO WS-RCK-FREED
           MOVE 0 TO WS-RCK-LAST-FREED
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               MOVE "N" TO WS-SCH-FREED(WS-IDX)
               IF WS-SCH-STATE(WS-IDX) = "E"
                   MOVE WS-IDX TO WS-INP-IDX
                   PERFORM CHECK-ENDPOINTS
                   IF WS-EPT-OK = "Y"
                       MOVE "P" TO WS-SCH-STATE(WS-IDX)
                       MOVE "Y" TO WS-SCH-FREED(WS-IDX)
                       MOVE WS-IDX TO WS-RCK-LAST-FREED
                       SUBTRACT 1 FROM WS-HOLD-COUNT
                       SUBTRACT 1 FROM WS-EPH-COUNT
                       ADD 1 TO WS-RCK-FREED
                       DISPLAY "  Zwolniony (punkt dostepny): "
                           TRIM(WS-SCH-PROGID(WS-IDX))
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCK-FREED = 0
               DISPLAY "  Nadal niedostepne - wstrzymanych: "
                   WS-EPH-COUNT
               EXIT PARAGRAPH
           END-IF

      *>   Dependents skipped behind a released entry get their
      *>   chance too - and their own dependents in turn - unless
      *>   another dependency really failed
           MOVE "Y" TO WS-RCK-CHANGED
           PERFORM UNTIL WS-RCK-CHANGED = "N"
               MOVE "N" TO WS-RCK-CHANGED
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SCH-COUNT
                   IF WS-SCH-STATE(WS-IDX) = "S"
                   AND WS-SCH-LAST-ST(WS-IDX) = "DEPS"
                       PERFORM CHECK-RELEASED-DEPS
                       IF WS-DEP-OK = "Y"
                       AND WS-RCK-DEP-FREED = "Y"
                           MOVE "P" TO WS-SCH-STATE(WS-IDX)
                           MOVE "Y" TO WS-SCH-FREED(WS-IDX)
                           MOVE SPACES TO WS-SCH-LAST-ST(WS-IDX)
                           SUBTRACT 1 FROM WS-SKIP-COUNT
                           IF WS-IDX > WS-RCK-LAST-FREED
                               MOVE WS-IDX TO WS-RCK-LAST-FREED
                           END-IF
                           MOVE "Y" TO WS-RCK-CHANGED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM REQUEUE-REPORTING-STEPS
           PERFORM RUN-SCHEDULE
           .

      *> -- Skipped entry WS-IDX may run again when at least one
      *> -- dependency is back to pending this round and every
      *> -- other one is satisfied --
       CHECK-RELEASED-DEPS.
           MOVE "Y" TO WS-DEP-OK
           MOVE "N" TO WS-RCK-DEP-FREED
           MOVE WS-SCH-DEPS(WS-IDX) TO WS-DEP-LIST
           MOVE 1 TO WS-DEP-PTR
           PERFORM UNTIL WS-DEP-PTR >
                   LENGTH(TRIM(WS-DEP-LIST))
               OR WS-DEP-OK = "N"
               MOVE SPACES TO WS-DEP-ITEM
               UNSTRING WS-DEP-LIST DELIMITED BY ","
                   INTO WS-DEP-ITEM
                   WITH POINTER WS-DEP-PTR
               END-UNSTRING
               IF WS-DEP-ITEM NOT = SPACES
                   MOVE "N" TO WS-DEP-FOUND
                   PERFORM VARYING WS-JDX FROM 1 BY 1
                       UNTIL WS-JDX > WS-SCH-COUNT
                       IF TRIM(WS-DEP-ITEM) =
                          TRIM(WS-SCH-PROGID(WS-JDX))
                           MOVE "Y" TO WS-DEP-FOUND
                           EVALUATE TRUE
                               WHEN WS-SCH-FREED(WS-JDX) = "Y"
                                   MOVE "Y" TO WS-RCK-DEP-FREED
                               WHEN WS-SCH-STATE(WS-JDX) = "O"
                               WHEN WS-SCH-STATE(WS-JDX) = "R"
                               WHEN WS-SCH-STATE(WS-JDX) = "D"
                               WHEN WS-SCH-STATE(WS-JDX) = "C"
                                   CONTINUE
                               WHEN OTHER
                                   MOVE "N" TO WS-DEP-OK
                           END-EVALUATE
                       END-IF
                   END-PERFORM
                   IF WS-DEP-FOUND = "N"
                       MOVE "N" TO WS-DEP-OK
                   END-IF
               END-IF
           END-PERFORM
           .

      *> -- Reporting steps (BATCHCTL_RECHECK_RERUN) that already
      *> -- ran before the recovered entries did are put back to
      *> -- pending, their first verdict taken out of the counts,
      *> -- so they run again after them. Only dependency-free
      *> -- steps later in the schedule than the last recovered
      *> -- entry qualify --
       REQUEUE-REPORTING-STEPS.
           MOVE 0 TO WS-RCK-TAIL-CT
           PERFORM VARYING WS-IDX FROM WS-RCK-LAST-FREED BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-DEPS(WS-IDX) = SPACES
               AND (WS-SCH-STATE(WS-IDX) = "O"
                 OR WS-SCH-STATE(WS-IDX) = "F")
                   MOVE "N" TO WS-DEP-FOUND
                   MOVE 1 TO WS-RCK-TAIL-PTR
                   PERFORM UNTIL WS-RCK-TAIL-PTR >
                           LENGTH(TRIM(WS-RCK-TAIL-LIST))
                       OR WS-DEP-FOUND = "Y"
                       MOVE SPACES TO WS-RCK-TAIL-ITEM
                       UNSTRING WS-RCK-TAIL-LIST DELIMITED BY ","
                           INTO WS-RCK-TAIL-ITEM
                           WITH POINTER WS-RCK-TAIL-PTR
                       END-UNSTRING
                       IF TRIM(WS-RCK-TAIL-ITEM) =
                          TRIM(WS-SCH-PROGID(WS-IDX))
                           MOVE "Y" TO WS-DEP-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-DEP-FOUND = "Y"
                       IF WS-SCH-STATE(WS-IDX) = "O"
                           SUBTRACT 1 FROM WS-OK-COUNT
                       ELSE
                           SUBTRACT 1 FROM WS-FAIL-COUNT
                       END-IF
                       SUBTRACT 1 FROM WS-RAN-COUNT
                       MOVE "P" TO WS-SCH-STATE(WS-IDX)
                       MOVE SPACES TO WS-SCH-LAST-ST(WS-IDX)
                       ADD 1 TO WS-RCK-TAIL-CT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RCK-TAIL-CT > 0
               DISPLAY "  Raportowanie ponownie po zwolnionych: "
                   WS-RCK-TAIL-CT " krokow"
           END-IF
           .

      *> -- Every dependency of entry WS-DEP-IDX must be OK,
      *> -- already-OK, or disabled --
       CHECK-DEPENDENCIES.
           INITIALIZE WS-EXPORTS
           IF WS-RUNLOG-PATH(1:1) = "/"
               STRING
                   TRIM(WS-ENV-EXPORTS) " "
                   "export BATCH_RUN_LOG=" X"22"
                   TRIM(WS-RUNLOG-PATH) X"22"
                   "; export API_COST_LOG="
                   X"22" "$PWD/cred_access.log" X"22"
                   "; export BATCH_CONTROL_FILE="
                   X"22" "$PWD/batch_control.dat" X"22"
                   "; export HUB_SUBMIT_LOG="
                   X"22" "$PWD/hub_submissions.log" X"22"
                   "; export ENDPOINT_STATUS_FILE="
                   X"22" "$PWD/endpoint_status.dat" X"22"
                   "; export ENDPOINT_MAP_FILE="
                   X"22" "$PWD/batch_endpoints.dat" X"22"
                   "; export BATCHCTL_WINDOW_START="
                   WS-RUNLOG-START-TS(1:14)
                   "; export BATCH_RERUN_ID="
                   TRIM(WS-SCH-RERUN-ID(WS-RUN-IDX))
                   ";"
                   DELIMITED SIZE
                   INTO WS-EXPORTS
               END-STRING
           ELSE
               STRING
                   TRIM(WS-ENV-EXPORTS) " "
                   "export BATCH_RUN_LOG=" X"22"
                   "$PWD/" TRIM(WS-RUNLOG-PATH) X"22"
                   "; export API_COST_LOG="
                   X"22" "$PWD/cred_access.log" X"22"
                   "; export BATCH_CONTROL_FILE="
                   X"22" "$PWD/batch_control.dat" X"22"
                   "; export HUB_SUBMIT_LOG="
                   X"22" "$PWD/hub_submissions.log" X"22"
                   "; export ENDPOINT_STATUS_FILE="
                   X"22" "$PWD/endpoint_status.dat" X"22"
                   "; export ENDPOINT_MAP_FILE="
                   X"22" "$PWD/batch_endpoints.dat" X"22"
                   "; export BATCHCTL_WINDOW_START="
                   WS-RUNLOG-START-TS(1:14)
                   "; export BATCH_RERUN_ID="
                   TRIM(WS-SCH-RERUN-ID(WS-RUN-IDX))
                   ";"
                   DELIMITED SIZE
                   INTO WS-EXPORTS
               END-STRING
           END-IF

      *>   Exit 75 = the child could not lock the run log for its
      *>   verdict; the wrapper's single appended line stands in
           INITIALIZE WS-LOCKTAIL
           STRING
               "if [ $rc -eq 75 ]; then "
               "echo " X"22"
               TRIM(WS-SCH-PROGID(WS-RUN-IDX))
               "|$(date +%Y%m%d%H%M%S)"
               "|$(date +%Y%m%d%H%M%S)"
               "|FAIL|LOCK-TIMEOUT batch_run.log"
               "${BATCH_RERUN_ID:+|RERUN:$BATCH_RERUN_ID}"
               "${BATCH_ENV_PROFILE:+|ENV:$BATCH_ENV_PROFILE}"
               "|REASON:LOCK-TIMEOUT" X"22"
               " >> " X"22" "$BATCH_RUN_LOG" X"22"
               "; fi; exit $rc"
               DELIMITED SIZE
               INTO WS-LOCKTAIL
           END-STRING

           INITIALIZE WS-STEPCMD
           IF WS-SCH-TMOUT(WS-RUN-IDX) > 0
               COMPUTE WS-TMOUT-SEC =
                   "|$(date +%Y%m%d%H%M%S)"
                   "|$(date +%Y%m%d%H%M%S)"
                   "|TIMEOUT|killed after "
                   TRIM(WS-TMOUT-DISP) " min"
                   "${BATCH_RERUN_ID:+|RERUN:$BATCH_RERUN_ID}"
                   "${BATCH_ENV_PROFILE:+|ENV:$BATCH_ENV_PROFILE}"
                   "|REASON:STEP-TIMEOUT" X"22"
                   " >> " X"22" "$BATCH_RUN_LOG" X"22"
                   "; fi; "
                   TRIM(WS-LOCKTAIL)
                   DELIMITED SIZE
                   INTO WS-STEPCMD
               END-STRING
           ELSE
               STRING
                   "( " TRIM(WS-SCH-CMD(WS-RUN-IDX))
                   " ); rc=$?; "
                   TRIM(WS-LOCKTAIL)
                   DELIMITED SIZE
                   INTO WS-STEPCMD
               END-STRING
           END-IF

           INITIALIZE WS-CMD
               END-IF
           END-IF

           MOVE WS-LOG-STATUS TO WS-SCH-LAST-ST(WS-RUN-IDX)
           IF TRIM(WS-LOG-STATUS) = "OK"
               MOVE "O" TO WS-SCH-STATE(WS-RUN-IDX)
               ADD 1 TO WS-OK-COUNT
                   WS-SCH-GROUP(WS-IDX)
                   MOVE WS-KDX TO WS-DEP-IDX
                   PERFORM CHECK-DEPENDENCIES
                   IF WS-DEP-OK = "Y"
                       MOVE WS-KDX TO WS-INP-IDX
                       PERFORM CHECK-INPUT-FRESHNESS
                       IF WS-INP-OK = "N"
                           PERFORM HOLD-STALE-INPUT
                           MOVE "N" TO WS-DEP-OK
                       END-IF
                   END-IF
                   IF WS-DEP-OK = "Y"
                       PERFORM CHECK-ENDPOINTS
                       IF WS-EPT-OK = "N"
                           PERFORM HOLD-ENDPOINT
                           MOVE "N" TO WS-DEP-OK
                       END-IF
                   END-IF
                   IF WS-DEP-OK = "Y"
                       ADD 1 TO WS-GRP-CT
                       MOVE WS-KDX
           CLOSE RUN-LOG-FILE
           .

      *> ============================================================
      *> RERUN-REQUESTS mode: load the operator requests and turn
      *> the approved, still open ones into pending entries; every
      *> other entry keeps its latest run-log state (R = OK, N =
      *> not OK), which is what a requested dependent is checked
      *> against - exactly like a night.
      *> ============================================================
       SELECT-RERUN-REQUESTS.
           MOVE FUNCTION CURRENT-DATE TO WS-RRQ-NOW
           PERFORM LOAD-RERUN-REASONS
           PERFORM LOAD-RERUN-REQUESTS

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-STATE(WS-IDX) = "P"
                   MOVE "N" TO WS-SCH-STATE(WS-IDX)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RRQ-I FROM 1 BY 1
               UNTIL WS-RRQ-I > WS-RRQ-CT
               IF WS-RRQ-STATUS(WS-RRQ-I) = SPACES
                   PERFORM TAKE-RERUN-REQUEST
               END-IF
           END-PERFORM

           DISPLAY "  Zlecenia powtorzen: do uruchomienia "
               WS-RRQ-OPEN-CT "  odrzucone/zbedne "
               WS-RRQ-REJ-CT "  bez zatwierdzenia "
               WS-RRQ-WAIT-CT
           .

      *> -- Reason codes (code|description); no file, no codes --
       LOAD-RERUN-REASONS.
           MOVE 0 TO WS-RRC-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RERUN-REASON-FILE
           IF WS-RRC-FS NOT = "00"
               DISPLAY "  UWAGA: brak " TRIM(WS-RRC-PATH)
                   " - kazde zlecenie zostanie odrzucone"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RERUN-REASON-FILE INTO WS-RRC-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RRC-LINE(1:1) NOT = "#"
                       AND WS-RRC-LINE NOT = SPACES
                       AND WS-RRC-CT < WS-RRC-MAX
                           MOVE SPACES TO WS-RRC-F1
                           UNSTRING WS-RRC-LINE DELIMITED BY "|"
                               INTO WS-RRC-F1
                           END-UNSTRING
                           IF WS-RRC-F1 NOT = SPACES
                               ADD 1 TO WS-RRC-CT
                               MOVE UPPER-CASE(TRIM(WS-RRC-F1))
                                   TO WS-RRC-CODE(WS-RRC-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REASON-FILE
           .

      *> -- Every line of batch_reruns.dat is kept (comments too)
      *> -- so the file can be written back unchanged apart from
      *> -- the outcomes. A file too long to keep is not touched --
       LOAD-RERUN-REQUESTS.
           MOVE 0 TO WS-RRL-CT WS-RRQ-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RERUN-REQ-FILE
           IF WS-RRQ-FS NOT = "00"
               DISPLAY "  Brak pliku zlecen " TRIM(WS-RRQ-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RERUN-REQ-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RRL-CT >= WS-RRL-MAX
                           MOVE "Y" TO WS-EOF-FLAG
                           MOVE 999 TO WS-RRL-CT
                       ELSE
                           ADD 1 TO WS-RRL-CT
                           MOVE RERUN-REQ-REC
                               TO WS-RRL-LINE(WS-RRL-CT)
                           MOVE 0 TO WS-RRL-REQ(WS-RRL-CT)
                           IF RERUN-REQ-REC(1:1) NOT = "#"
                           AND RERUN-REQ-REC NOT = SPACES
                               PERFORM PARSE-RERUN-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RERUN-REQ-FILE
           IF WS-RRL-CT = 999
               DISPLAY "  BLAD: " TRIM(WS-RRQ-PATH)
                   " ma ponad " WS-RRL-MAX " wierszy - "
                   "przenies zamkniete zlecenia do archiwum"
               MOVE 0 TO WS-RRL-CT WS-RRQ-CT
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           .

      *> -- One request line (WS-RRL-CT) into the request table --
       PARSE-RERUN-REQUEST.
           MOVE SPACES TO WS-RRQ-F-ID WS-RRQ-F-PROGID
                          WS-RRQ-F-REQBY WS-RRQ-F-REASON
                          WS-RRQ-F-FORCE WS-RRQ-F-APPRBY
                          WS-RRQ-F-STATUS WS-RRQ-F-PROC-TS
           UNSTRING RERUN-REQ-REC DELIMITED BY "|"
               INTO WS-RRQ-F-ID
                    WS-RRQ-F-PROGID
                    WS-RRQ-F-REQBY
                    WS-RRQ-F-REASON
                    WS-RRQ-F-FORCE
                    WS-RRQ-F-APPRBY
                    WS-RRQ-F-STATUS
                    WS-RRQ-F-PROC-TS
           END-UNSTRING
           IF WS-RRQ-F-ID = SPACES OR WS-RRQ-F-PROGID = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz zlecen "
                   "pominiety: " TRIM(RERUN-REQ-REC)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RRQ-CT
           MOVE WS-RRQ-CT TO WS-RRL-REQ(WS-RRL-CT)
           MOVE TRIM(WS-RRQ-F-ID) TO WS-RRQ-ID(WS-RRQ-CT)
           MOVE TRIM(WS-RRQ-F-PROGID) TO WS-RRQ-PROGID(WS-RRQ-CT)
           MOVE TRIM(WS-RRQ-F-REQBY) TO WS-RRQ-REQBY(WS-RRQ-CT)
           MOVE UPPER-CASE(TRIM(WS-RRQ-F-REASON))
               TO WS-RRQ-REASON(WS-RRQ-CT)
           IF UPPER-CASE(TRIM(WS-RRQ-F-FORCE)) = "Y"
               MOVE "Y" TO WS-RRQ-FORCE(WS-RRQ-CT)
           ELSE
               MOVE "N" TO WS-RRQ-FORCE(WS-RRQ-CT)
           END-IF
           MOVE TRIM(WS-RRQ-F-APPRBY) TO WS-RRQ-APPRBY(WS-RRQ-CT)
           MOVE TRIM(WS-RRQ-F-STATUS) TO WS-RRQ-STATUS(WS-RRQ-CT)
           MOVE TRIM(WS-RRQ-F-PROC-TS)
               TO WS-RRQ-PROC-TS(WS-RRQ-CT)
           MOVE "N" TO WS-RRQ-TAKEN(WS-RRQ-CT)
      *>   A request id longer than the field would be cut short
      *>   on the run log - refused by CHECK-RERUN-ID
           IF WS-RRQ-F-ID(21:10) NOT = SPACES
               MOVE "?" TO WS-RRQ-ID(WS-RRQ-CT)(20:1)
           END-IF
           .

      *> -- Open request WS-RRQ-I: run it, or say why not --
       TAKE-RERUN-REQUEST.
           IF WS-RRQ-APPRBY(WS-RRQ-I) = SPACES
               ADD 1 TO WS-RRQ-WAIT-CT
               DISPLAY "  Zlecenie " TRIM(WS-RRQ-ID(WS-RRQ-I))
                   " (" TRIM(WS-RRQ-PROGID(WS-RRQ-I))
                   ") czeka na zatwierdzenie"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-RERUN-ID
           IF WS-RRQ-ID-OK = "N"
               MOVE "REJECTED-ID" TO WS-RRQ-STATUS(WS-RRQ-I)
               PERFORM REFUSE-RERUN-REQUEST
               EXIT PARAGRAPH
           END-IF
      *>   Four eyes: nobody approves their own rerun
           IF UPPER-CASE(WS-RRQ-APPRBY(WS-RRQ-I)) =
              UPPER-CASE(WS-RRQ-REQBY(WS-RRQ-I))
           OR WS-RRQ-REQBY(WS-RRQ-I) = SPACES
               MOVE "REJECTED-APPROVAL" TO WS-RRQ-STATUS(WS-RRQ-I)
               PERFORM REFUSE-RERUN-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RRC-FOUND
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-RRC-CT
               IF WS-RRC-CODE(WS-JDX) = WS-RRQ-REASON(WS-RRQ-I)
                   MOVE "Y" TO WS-RRC-FOUND
               END-IF
           END-PERFORM
           IF WS-RRC-FOUND = "N"
               MOVE "REJECTED-REASON" TO WS-RRQ-STATUS(WS-RRQ-I)
               PERFORM REFUSE-RERUN-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-IDX
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-SCH-COUNT
               IF TRIM(WS-SCH-PROGID(WS-JDX)) =
                  TRIM(WS-RRQ-PROGID(WS-RRQ-I))
                   MOVE WS-JDX TO WS-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IDX = 0
                   MOVE "REJECTED-PROGID"
                       TO WS-RRQ-STATUS(WS-RRQ-I)
               WHEN WS-SCH-STATE(WS-IDX) = "D"
                   MOVE "REJECTED-DISABLED"
                       TO WS-RRQ-STATUS(WS-RRQ-I)
               WHEN WS-SCH-RRQ-IDX(WS-IDX) > 0
                   MOVE "DUPLICATE" TO WS-RRQ-STATUS(WS-RRQ-I)
               WHEN WS-SCH-STATE(WS-IDX) = "R"
               AND WS-RRQ-FORCE(WS-RRQ-I) NOT = "Y"
                   MOVE "NOT-NEEDED" TO WS-RRQ-STATUS(WS-RRQ-I)
           END-EVALUATE
           IF WS-RRQ-STATUS(WS-RRQ-I) NOT = SPACES
               PERFORM REFUSE-RERUN-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-SCH-STATE(WS-IDX)
           MOVE WS-RRQ-ID(WS-RRQ-I) TO WS-SCH-RERUN-ID(WS-IDX)
           MOVE WS-RRQ-I TO WS-SCH-RRQ-IDX(WS-IDX)
           MOVE "Y" TO WS-RRQ-TAKEN(WS-RRQ-I)
           ADD 1 TO WS-RRQ-OPEN-CT
           DISPLAY "  Zlecenie " TRIM(WS-RRQ-ID(WS-RRQ-I)) ": "
               TRIM(WS-RRQ-PROGID(WS-RRQ-I)) " ("
               TRIM(WS-RRQ-REASON(WS-RRQ-I)) ", zatw. "
               TRIM(WS-RRQ-APPRBY(WS-RRQ-I)) ")"
           .

      *> -- Request ids go into the child's environment and the
      *> -- run log: letters, digits, "-", "_" and "." only --
       CHECK-RERUN-ID.
           MOVE "Y" TO WS-RRQ-ID-OK
           MOVE "N" TO WS-RRQ-SEEN-SP
           PERFORM VARYING WS-RRQ-P FROM 1 BY 1
               UNTIL WS-RRQ-P > 20
               OR WS-RRQ-ID-OK = "N"
               MOVE WS-RRQ-ID(WS-RRQ-I)(WS-RRQ-P:1) TO WS-RRQ-C
               EVALUATE TRUE
                   WHEN WS-RRQ-C = SPACE
                       MOVE "Y" TO WS-RRQ-SEEN-SP
      *>           Anything after a space: an embedded blank
                   WHEN WS-RRQ-SEEN-SP = "Y"
                       MOVE "N" TO WS-RRQ-ID-OK
                   WHEN WS-RRQ-C IS ALPHABETIC
                   OR WS-RRQ-C IS NUMERIC
                   OR WS-RRQ-C = "-"
                   OR WS-RRQ-C = "_"
                   OR WS-RRQ-C = "."
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-RRQ-ID-OK
               END-EVALUATE
           END-PERFORM
           .

      *> -- Request WS-RRQ-I is closed without running --
       REFUSE-RERUN-REQUEST.
           IF WS-RRQ-STATUS(WS-RRQ-I) NOT = "NOT-NEEDED"
           AND WS-RRQ-STATUS(WS-RRQ-I) NOT = "DUPLICATE"
               ADD 1 TO WS-RRQ-REJ-CT
           END-IF
           DISPLAY "  Zlecenie " TRIM(WS-RRQ-ID(WS-RRQ-I)) " ("
               TRIM(WS-RRQ-PROGID(WS-RRQ-I)) "): "
               TRIM(WS-RRQ-STATUS(WS-RRQ-I))
           PERFORM FINISH-RERUN-REQUEST
           .

      *> ============================================================
      *> After the run: each taken request gets the outcome of its
      *> entry, then the request file is written back.
      *> ============================================================
       CLOSE-RERUN-REQUESTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-SCH-COUNT
               IF WS-SCH-RRQ-IDX(WS-IDX) > 0
                   MOVE WS-SCH-RRQ-IDX(WS-IDX) TO WS-RRQ-I
                   MOVE SPACES TO WS-RRQ-STATUS(WS-RRQ-I)
                   EVALUATE WS-SCH-STATE(WS-IDX)
                       WHEN "O"
                           MOVE "DONE-OK" TO WS-RRQ-STATUS(WS-RRQ-I)
                       WHEN "F"
                           STRING "DONE-"
                               TRIM(WS-SCH-LAST-ST(WS-IDX))
                               DELIMITED SIZE
                               INTO WS-RRQ-STATUS(WS-RRQ-I)
                           END-STRING
                       WHEN "H"
                           MOVE "HELD-INPUT"
                               TO WS-RRQ-STATUS(WS-RRQ-I)
                       WHEN "E"
                           MOVE "HELD-ENDPOINT"
                               TO WS-RRQ-STATUS(WS-RRQ-I)
                       WHEN "S"
                           STRING "SKIPPED-"
                               TRIM(WS-SCH-LAST-ST(WS-IDX))
                               DELIMITED SIZE
                               INTO WS-RRQ-STATUS(WS-RRQ-I)
                           END-STRING
                       WHEN OTHER
                           MOVE "NOT-RUN" TO WS-RRQ-STATUS(WS-RRQ-I)
                   END-EVALUATE
                   MOVE FUNCTION CURRENT-DATE TO WS-RRQ-NOW
                   PERFORM FINISH-RERUN-REQUEST
               END-IF
           END-PERFORM
           PERFORM SAVE-RERUN-REQUESTS
           .

      *> -- Stamp request WS-RRQ-I processed and put it on the
      *> -- audit trail (ts|id|progid|requested-by|reason|force|
      *> -- approved-by|outcome) --
       FINISH-RERUN-REQUEST.
           MOVE WS-RRQ-NOW(1:14) TO WS-RRQ-PROC-TS(WS-RRQ-I)
           OPEN EXTEND RERUN-AUDIT-FILE
           IF WS-RRA-FS NOT = "00"
               OPEN OUTPUT RERUN-AUDIT-FILE
           END-IF
           IF WS-RRA-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RRA-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RERUN-AUDIT-REC
           STRING
               WS-RRQ-PROC-TS(WS-RRQ-I) "|"
               TRIM(WS-RRQ-ID(WS-RRQ-I)) "|"
               TRIM(WS-RRQ-PROGID(WS-RRQ-I)) "|"
               TRIM(WS-RRQ-REQBY(WS-RRQ-I)) "|"
               TRIM(WS-RRQ-REASON(WS-RRQ-I)) "|"
               WS-RRQ-FORCE(WS-RRQ-I) "|"
               TRIM(WS-RRQ-APPRBY(WS-RRQ-I)) "|"
               TRIM(WS-RRQ-STATUS(WS-RRQ-I))
               DELIMITED SIZE
               INTO RERUN-AUDIT-REC
           END-STRING
           WRITE RERUN-AUDIT-REC
           CLOSE RERUN-AUDIT-FILE
           .

      *> -- Request file back out: processed requests get their
      *> -- status and timestamp, every other line is unchanged --
       SAVE-RERUN-REQUESTS.
           IF WS-RRL-CT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RERUN-REQ-FILE
           IF WS-RRQ-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RRQ-PATH) " Status: " WS-RRQ-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JDX FROM 1 BY 1
               UNTIL WS-JDX > WS-RRL-CT
               MOVE WS-RRL-REQ(WS-JDX) TO WS-RRQ-I
               IF WS-RRQ-I > 0
               AND WS-RRQ-PROC-TS(WS-RRQ-I) NOT = SPACES
                   MOVE SPACES TO RERUN-REQ-REC
                   STRING
                       TRIM(WS-RRQ-ID(WS-RRQ-I)) "|"
                       TRIM(WS-RRQ-PROGID(WS-RRQ-I)) "|"
                       TRIM(WS-RRQ-REQBY(WS-RRQ-I)) "|"
                       TRIM(WS-RRQ-REASON(WS-RRQ-I)) "|"
                       WS-RRQ-FORCE(WS-RRQ-I) "|"
                       TRIM(WS-RRQ-APPRBY(WS-RRQ-I)) "|"
                       TRIM(WS-RRQ-STATUS(WS-RRQ-I)) "|"
                       WS-RRQ-PROC-TS(WS-RRQ-I)
                       DELIMITED SIZE
                       INTO RERUN-REQ-REC
                   END-STRING
               ELSE
                   MOVE WS-RRL-LINE(WS-JDX) TO RERUN-REQ-REC
               END-IF
               WRITE RERUN-REQ-REC
           END-PERFORM
           CLOSE RERUN-REQ-FILE
           .

      *> -- End-of-night summary --
       PRINT-SUMMARY.
           DISPLAY " "
                       DISPLAY "  OFF     "
                           TRIM(WS-SCH-PROGID(WS-IDX))
                   WHEN "R"
                       IF TRIM(WS-CTL-MODE) NOT = "RERUN-REQUESTS"
                           DISPLAY "  DONE    "
                               TRIM(WS-SCH-PROGID(WS-IDX))
                       END-IF
                   WHEN "C"
                       DISPLAY "  CAL     "
                           TRIM(WS-SCH-PROGID(WS-IDX))
                   WHEN "H"
                       DISPLAY "  HOLD    "
                           TRIM(WS-SCH-PROGID(WS-IDX))
                   WHEN "E"
                       DISPLAY "  HOLD-EP "
                           TRIM(WS-SCH-PROGID(WS-IDX))
                   WHEN "N"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "  PEND    "
                           TRIM(WS-SCH-PROGID(WS-IDX))
               "  OK: " WS-OK-COUNT
               "  FAIL: " WS-FAIL-COUNT
               "  SKIP: " WS-SKIP-COUNT
               "  HOLD: " WS-HOLD-COUNT
               "  HOLD-EP: " WS-EPH-COUNT
           .

       COPY RUNLOG-PROC.
