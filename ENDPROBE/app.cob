       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENDPROBE.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> ENDPROBE - Pre-flight health probe of the external endpoints
      *> A night where the Hub or an LLM provider is down used to
      *> launch every program anyway, each one burning its retries
      *> and timeouts before ending FAIL. BATCHCTL runs this first
      *> (schedule group PROBE) and holds only the programs that
      *> need an endpoint it finds unusable.
      *> 1. Read endpoint_probes.dat (endpoint|url|auth|expect|
      *>    keyvar). The url may start with {HUB}, {LLM} or {LLM2}
      *>    (the API base of HUB_API_URL / OPENAI_API_URL /
      *>    OPENAI_API_URL2) and carry {KEY} for the hub key;
      *>    keyvar names the environment variable a BEARER probe
      *>    takes its key from when the program behind it has its
      *>    own provider key (blank: the LLM key)
      *> 2. The keys come the way the programs get them: the
      *>    environment profile and the environment, then the
      *>    CREDSTORE store for blank ones (audited in the access
      *>    log), so a refused or missing stored key shows up here
      *> 3. One read-only GET per endpoint (ENDPROBE_TIMEOUT_SEC,
      *>    default 10): 2xx with the expected text = UP, 401/403
      *>    = CRED (key refused), anything else or no answer =
      *>    DOWN. HTTP status and latency are recorded per endpoint.
      *>    A {LLM2} probe with no OPENAI_API_URL2 set is OFF (no
      *>    failover configured): never probed, never paged, and
      *>    no help to BATCHCTL as an alternative
      *> 4. endpoint_status.dat (ENDPOINT_STATUS_FILE, which
      *>    BATCHCTL exports) is rewritten with endpoint|status|
      *>    http|latency-ms|probed-at|detail; every probe is also
      *>    appended to endpoint_probe.log
      *> 5. Verdict: OK when all are UP (or OFF), else one WARN
      *>    naming the endpoints and how many programs
      *>    batch_endpoints.dat puts behind them - a program is
      *>    held only when every alternative of an endpoint it
      *>    needs (OPENAI/OPENAI2) is down, as BATCHCTL decides
      *>    (REASON:CRED-REJECTED when a key was
      *>    refused, else ENDPOINT-DOWN) - the single page for the
      *>    outage. ENDPROBE_PHASE=RECHECK (BATCHCTL's rechecks
      *>    before the window closes) records INFO instead, so a
      *>    lasting outage is not paged again on every recheck
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
           SELECT PROBE-LIST-FILE ASSIGN TO WS-PRB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRB-FS.
           SELECT MAP-FILE ASSIGN TO WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.
           SELECT STATUS-FILE ASSIGN TO WS-EST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-FS.
           SELECT HISTORY-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT HTTP-FILE ASSIGN TO WS-HTTP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HTTP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  PROBE-LIST-FILE.
       01  PROBE-LIST-REC           PIC X(400).

       FD  MAP-FILE.
       01  MAP-REC                  PIC X(300).

       FD  STATUS-FILE.
       01  STATUS-REC               PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-REC              PIC X(200).

       FD  HTTP-FILE.
       01  HTTP-REC                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY ENVLOAD-WS.

       01  WS-PRB-PATH             PIC X(100) VALUE
           "endpoint_probes.dat".
       01  WS-PRB-FS               PIC XX.
       01  WS-PRB-EOF              PIC X.
       01  WS-MAP-PATH             PIC X(200) VALUE
           "../BATCHCTL/batch_endpoints.dat".
       01  WS-MAP-FS               PIC XX.
       01  WS-MAP-EOF              PIC X.
       01  WS-EST-PATH             PIC X(200) VALUE
           "../BATCHCTL/endpoint_status.dat".
       01  WS-EST-FS               PIC XX.
       01  WS-HIST-PATH            PIC X(100) VALUE
           "endpoint_probe.log".
       01  WS-HIST-FS              PIC XX.
       01  WS-HTTP-PATH            PIC X(100) VALUE
           "probe_http.tmp".
       01  WS-HTTP-FS              PIC XX.
       01  WS-BODY-PATH            PIC X(100) VALUE
           "probe_body.tmp".

      *> -- Run settings --
       01  WS-ENV-VAL              PIC X(200).
       01  WS-PHASE                PIC X(10).
       01  WS-TIMEOUT              PIC 9(3) VALUE 10.
       01  WS-LLM-URL2             PIC X(200).
       01  WS-LLM-BASE             PIC X(200).
       01  WS-LLM2-BASE            PIC X(200).

      *> -- Endpoints to probe, with tonight's outcome --
       01  WS-PRB-MAX              PIC 9(2) VALUE 20.
       01  WS-PRB-CT               PIC 9(2) VALUE 0.
       01  WS-PRB-TABLE.
           05  WS-PRB-ENT OCCURS 20 TIMES.
               10  WS-PRB-NAME     PIC X(12).
               10  WS-PRB-TMPL     PIC X(200).
               10  WS-PRB-AUTH     PIC X(8).
               10  WS-PRB-EXPECT   PIC X(60).
               10  WS-PRB-KEYVAR   PIC X(30).
      *>         UP, DOWN or CRED (key missing or refused)
               10  WS-PRB-STATUS   PIC X(4).
               10  WS-PRB-HTTP     PIC X(3).
               10  WS-PRB-MS       PIC 9(6).
               10  WS-PRB-DETAIL   PIC X(50).
               10  WS-PRB-HELD     PIC 9(3).
       01  WS-PRB-I                PIC 9(2).
       01  WS-PRB-J                PIC 9(2).
       01  WS-PRB-F1               PIC X(30).
       01  WS-PRB-F2               PIC X(200).
       01  WS-PRB-F3               PIC X(10).
       01  WS-PRB-F4               PIC X(60).
       01  WS-PRB-F5               PIC X(30).

      *> -- Program-to-endpoint map (BATCHCTL's) --
       01  WS-MAP-MAX              PIC 9(3) VALUE 100.
       01  WS-MAP-CT               PIC 9(3) VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENT OCCURS 100 TIMES.
               10  WS-MAP-PROGID   PIC X(30).
               10  WS-MAP-EPS      PIC X(100).
       01  WS-MAP-I                PIC 9(3).
       01  WS-MAP-F1               PIC X(30).
       01  WS-MAP-F2               PIC X(100).
       01  WS-MAP-ITEM             PIC X(30).
       01  WS-MAP-PTR              PIC 9(3).
       01  WS-MAP-HIT              PIC X.
       01  WS-MAP-ALT              PIC X(12).
       01  WS-MAP-APTR             PIC 9(3).
       01  WS-MAP-GDOWN            PIC X.

      *> -- One probe --
       01  WS-URL                  PIC X(400).
       01  WS-URL-WORK             PIC X(400).
       01  WS-URL-REST             PIC X(200).
       01  WS-URL-BASE             PIC X(200).
       01  WS-URL-VAR              PIC X(20).
       01  WS-BASE-IN              PIC X(200).
       01  WS-BASE-OUT             PIC X(200).
       01  WS-P                    PIC 9(3).
       01  WS-Q                    PIC 9(3).
       01  WS-K                    PIC 9(3).
       01  WS-PROBE-KEY            PIC X(200).
       01  WS-KEY-NAME             PIC X(30).
       01  WS-CMD                  PIC X(1200).
       01  WS-HTTP-LINE            PIC X(100).
       01  WS-HTTP-CODE            PIC X(10).
       01  WS-HTTP-TIME            PIC X(20).
       01  WS-MS-ED                PIC Z(5)9.
       01  WS-NOW                  PIC X(21).

      *> -- Totals --
       01  WS-UP-CT                PIC 9(2) VALUE 0.
       01  WS-BAD-CT               PIC 9(2) VALUE 0.
       01  WS-CRED-CT              PIC 9(2) VALUE 0.
       01  WS-HELD-PROGS           PIC 9(3) VALUE 0.
       01  WS-CT-ED                PIC Z(2)9.
       01  WS-BAD-LIST             PIC X(80).
       01  WS-BAD-PTR              PIC 9(3).
       01  WS-BAD-SEEN             PIC X.

       PROCEDURE DIVISION.
       MAIN-ENDPROBE.
           MOVE "ENDPROBE" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== ENDPROBE: kontrola punktow koncowych ==="
           MOVE FUNCTION CURRENT-DATE TO WS-NOW

           MOVE SPACES TO WS-PHASE
           ACCEPT WS-PHASE FROM ENVIRONMENT "ENDPROBE_PHASE"
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "ENDPROBE_TIMEOUT_SEC"
           IF WS-ENV-VAL NOT = SPACES
           AND TRIM(WS-ENV-VAL) IS NUMERIC
           AND NUMVAL(WS-ENV-VAL) >= 1
           AND NUMVAL(WS-ENV-VAL) <= 300
               COMPUTE WS-TIMEOUT = NUMVAL(WS-ENV-VAL)
           END-IF
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "ENDPOINT_STATUS_FILE"
           IF WS-ENV-VAL NOT = SPACES
               MOVE WS-ENV-VAL TO WS-EST-PATH
           END-IF
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "ENDPOINT_MAP_FILE"
           IF WS-ENV-VAL NOT = SPACES
               MOVE WS-ENV-VAL TO WS-MAP-PATH
           END-IF

           PERFORM LOAD-PROBE-LIST
           IF WS-PRB-CT = 0
               DISPLAY "  BLAD: brak punktow do sprawdzenia w "
                   TRIM(WS-PRB-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing endpoint_probes.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

      *>   Tonight's status goes where BATCHCTL reads it; under a
      *>   test profile that must be inside the data root
           MOVE WS-EST-PATH TO WS-RUNLOG-GUARD-PATH
           PERFORM RUNLOG-GUARD-PATH
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               DISPLAY "  BLAD: profil testowy - "
                   TRIM(WS-EST-PATH) " poza katalogiem danych"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "ENV-PROFILE" TO WS-RUNLOG-REASON
               MOVE "endpoint status file outside the data root"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM LOAD-PROBE-CREDENTIALS
           PERFORM LOAD-ENDPOINT-MAP

           PERFORM VARYING WS-PRB-I FROM 1 BY 1
               UNTIL WS-PRB-I > WS-PRB-CT
               PERFORM PROBE-ONE-ENDPOINT
           END-PERFORM
           MOVE SPACES TO WS-CMD
           STRING
               "rm -f " TRIM(WS-BODY-PATH) " " TRIM(WS-HTTP-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           PERFORM COUNT-HELD-PROGRAMS
           PERFORM WRITE-STATUS-FILE
           PERFORM APPEND-PROBE-HISTORY
           PERFORM SET-VERDICT
           PERFORM RUNLOG-END
           DISPLAY "=== DONE ==="
           STOP RUN.

      *> ============================================================
      *> endpoint_probes.dat: endpoint|url|auth|expect|keyvar
      *> ============================================================
       LOAD-PROBE-LIST.
           MOVE 0 TO WS-PRB-CT
           OPEN INPUT PROBE-LIST-FILE
           IF WS-PRB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PRB-EOF
           PERFORM UNTIL WS-PRB-EOF = "Y"
               READ PROBE-LIST-FILE
                   AT END
                       MOVE "Y" TO WS-PRB-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PROBE
               END-READ
           END-PERFORM
           CLOSE PROBE-LIST-FILE
           DISPLAY "  Punkty koncowe: " WS-PRB-CT
           .

       LOAD-ONE-PROBE.
           IF PROBE-LIST-REC(1:1) = "#"
           OR PROBE-LIST-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PRB-CT >= WS-PRB-MAX
               DISPLAY "  UWAGA: za duzo punktow - pominiety: "
                   TRIM(PROBE-LIST-REC)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PRB-F1 WS-PRB-F2 WS-PRB-F3 WS-PRB-F4
                          WS-PRB-F5
           UNSTRING PROBE-LIST-REC DELIMITED BY "|"
               INTO WS-PRB-F1 WS-PRB-F2 WS-PRB-F3 WS-PRB-F4
                    WS-PRB-F5
           END-UNSTRING
           IF WS-PRB-F1 = SPACES OR WS-PRB-F2 = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz pominiety: "
                   TRIM(PROBE-LIST-REC)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PRB-CT
           MOVE UPPER-CASE(TRIM(WS-PRB-F1))
               TO WS-PRB-NAME(WS-PRB-CT)
           MOVE TRIM(WS-PRB-F2) TO WS-PRB-TMPL(WS-PRB-CT)
           MOVE UPPER-CASE(TRIM(WS-PRB-F3))
               TO WS-PRB-AUTH(WS-PRB-CT)
           IF WS-PRB-AUTH(WS-PRB-CT) = SPACES
               MOVE "NONE" TO WS-PRB-AUTH(WS-PRB-CT)
           END-IF
           MOVE TRIM(WS-PRB-F4) TO WS-PRB-EXPECT(WS-PRB-CT)
           MOVE TRIM(WS-PRB-F5) TO WS-PRB-KEYVAR(WS-PRB-CT)
           MOVE SPACES TO WS-PRB-STATUS(WS-PRB-CT)
                          WS-PRB-DETAIL(WS-PRB-CT)
           MOVE "000" TO WS-PRB-HTTP(WS-PRB-CT)
           MOVE 0 TO WS-PRB-MS(WS-PRB-CT)
                     WS-PRB-HELD(WS-PRB-CT)
           .

      *> ============================================================
      *> Keys and endpoints exactly as the programs resolve them
      *> (LOAD-ENV-VARS without its stop on a missing key: here a
      *> missing key is a finding, not a reason to quit)
      *> ============================================================
       LOAD-PROBE-CREDENTIALS.
           ACCEPT WS-HUB-KEY FROM ENVIRONMENT "HUB_API_KEY"
           ACCEPT WS-OPENAI-KEY FROM ENVIRONMENT "OPENAI_API_KEY"
           ACCEPT WS-HUB-URL FROM ENVIRONMENT "HUB_API_URL"
           ACCEPT WS-OPENAI-URL FROM ENVIRONMENT "OPENAI_API_URL"
           PERFORM LOAD-ENV-PROFILE
           IF WS-HUB-KEY = SPACES
           OR WS-OPENAI-KEY = SPACES
               PERFORM LOAD-CRED-STORE
           END-IF
           MOVE SPACES TO WS-LLM-URL2
           ACCEPT WS-LLM-URL2 FROM ENVIRONMENT "OPENAI_API_URL2"

           MOVE WS-HUB-KEY TO WS-MASK-NEW
           PERFORM MASK-REGISTER-SECRET
           MOVE WS-OPENAI-KEY TO WS-MASK-NEW
           PERFORM MASK-REGISTER-SECRET

           MOVE WS-OPENAI-URL TO WS-BASE-IN
           PERFORM MAKE-API-BASE
           MOVE WS-BASE-OUT TO WS-LLM-BASE
           MOVE WS-LLM-URL2 TO WS-BASE-IN
           PERFORM MAKE-API-BASE
           MOVE WS-BASE-OUT TO WS-LLM2-BASE
           .

      *> -- API base of an LLM URL: everything before
      *> -- chat/completions, else up to the last "/" --
       MAKE-API-BASE.
           MOVE SPACES TO WS-BASE-OUT
           IF WS-BASE-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-BASE-IN)) TO WS-K
           MOVE 0 TO WS-P
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q + 15 > WS-K OR WS-P > 0
               IF WS-BASE-IN(WS-Q:16) = "chat/completions"
                   MOVE WS-Q TO WS-P
               END-IF
           END-PERFORM
           IF WS-P = 0
               PERFORM VARYING WS-Q FROM WS-K BY -1
                   UNTIL WS-Q < 1 OR WS-P > 0
                   IF WS-BASE-IN(WS-Q:1) = "/"
                       MOVE WS-Q TO WS-P
                   END-IF
               END-PERFORM
               ADD 1 TO WS-P
           END-IF
           IF WS-P > 1
               MOVE WS-BASE-IN(1:WS-P - 1) TO WS-BASE-OUT
           ELSE
               MOVE WS-BASE-IN TO WS-BASE-OUT
           END-IF
           .

      *> ============================================================
      *> batch_endpoints.dat: PROGRAM-ID|endpoint[,endpoint...],
      *> an endpoint possibly alternatives ep1/ep2.
      *> Only used to say how many programs an outage holds.
      *> ============================================================
       LOAD-ENDPOINT-MAP.
           MOVE 0 TO WS-MAP-CT
           OPEN INPUT MAP-FILE
           IF WS-MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MAP-EOF
           PERFORM UNTIL WS-MAP-EOF = "Y"
               READ MAP-FILE
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       IF MAP-REC(1:1) NOT = "#"
                       AND MAP-REC NOT = SPACES
                       AND WS-MAP-CT < WS-MAP-MAX
                           MOVE SPACES TO WS-MAP-F1 WS-MAP-F2
                           UNSTRING MAP-REC DELIMITED BY "|"
                               INTO WS-MAP-F1 WS-MAP-F2
                           END-UNSTRING
                           IF WS-MAP-F1 NOT = SPACES
                           AND WS-MAP-F2 NOT = SPACES
                               ADD 1 TO WS-MAP-CT
                               MOVE TRIM(WS-MAP-F1)
                                   TO WS-MAP-PROGID(WS-MAP-CT)
                               MOVE UPPER-CASE(TRIM(WS-MAP-F2))
                                   TO WS-MAP-EPS(WS-MAP-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE
           .

      *> ============================================================
      *> Probe endpoint WS-PRB-I: one GET, HTTP status and total
      *> time from curl's -w, the expected text from the body
      *> ============================================================
       PROBE-ONE-ENDPOINT.
           PERFORM RESOLVE-PROBE-URL
           IF WS-URL = SPACES
               IF WS-URL-VAR = "OPENAI_API_URL2"
                   MOVE "OFF" TO WS-PRB-STATUS(WS-PRB-I)
               ELSE
                   MOVE "DOWN" TO WS-PRB-STATUS(WS-PRB-I)
               END-IF
               PERFORM SHOW-PROBE-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-PROBE-KEY WS-KEY-NAME
           EVALUATE TRIM(WS-PRB-AUTH(WS-PRB-I))
               WHEN "HUB"
                   MOVE WS-HUB-KEY TO WS-PROBE-KEY
                   MOVE "HUB_API_KEY" TO WS-KEY-NAME
               WHEN "BEARER"
                   IF WS-PRB-KEYVAR(WS-PRB-I) NOT = SPACES
                       MOVE WS-PRB-KEYVAR(WS-PRB-I) TO WS-KEY-NAME
                       ACCEPT WS-PROBE-KEY
                           FROM ENVIRONMENT WS-KEY-NAME
                       MOVE WS-PROBE-KEY TO WS-MASK-NEW
                       PERFORM MASK-REGISTER-SECRET
                   ELSE
                       MOVE WS-OPENAI-KEY TO WS-PROBE-KEY
                       MOVE "OPENAI_API_KEY" TO WS-KEY-NAME
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-KEY-NAME NOT = SPACES
           AND WS-PROBE-KEY = SPACES
               MOVE "CRED" TO WS-PRB-STATUS(WS-PRB-I)
               EVALUATE TRUE
               WHEN WS-PRB-KEYVAR(WS-PRB-I) NOT = SPACES
                   STRING "no " TRIM(WS-KEY-NAME)
                       " in environment"
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
               WHEN TRIM(WS-CS-KEY) NOT = SPACES
               AND WS-CS-UNLOCKED = "N"
                   MOVE "credential store locked"
                       TO WS-PRB-DETAIL(WS-PRB-I)
               WHEN OTHER
                   STRING "no " TRIM(WS-KEY-NAME)
                       " in environment or store"
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
               END-EVALUATE
               PERFORM SHOW-PROBE-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CMD
           STRING
               "rm -f " TRIM(WS-BODY-PATH) " " TRIM(WS-HTTP-PATH)
               "; curl -s -o " TRIM(WS-BODY-PATH)
               " --connect-timeout " WS-TIMEOUT
               " --max-time " WS-TIMEOUT
               " -w " X"22" "%{http_code} %{time_total}" X"22"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           IF TRIM(WS-PRB-AUTH(WS-PRB-I)) = "BEARER"
               MOVE SPACES TO WS-URL-WORK
               STRING
                   TRIM(WS-CMD)
                   " -H " X"22" "Authorization: Bearer "
                   TRIM(WS-PROBE-KEY) X"22"
                   DELIMITED SIZE
                   INTO WS-URL-WORK
               END-STRING
               MOVE WS-URL-WORK TO WS-CMD
           END-IF
           MOVE SPACES TO WS-URL-WORK
           STRING
               TRIM(WS-CMD) " " X"22" TRIM(WS-URL) X"22"
               " > " TRIM(WS-HTTP-PATH)
               DELIMITED SIZE
               INTO WS-URL-WORK
           END-STRING
           MOVE WS-URL-WORK TO WS-CMD
           CALL "SYSTEM" USING WS-CMD

           MOVE SPACES TO WS-HTTP-LINE
           OPEN INPUT HTTP-FILE
           IF WS-HTTP-FS = "00"
               READ HTTP-FILE INTO WS-HTTP-LINE
                   AT END CONTINUE
               END-READ
               CLOSE HTTP-FILE
           END-IF
           MOVE SPACES TO WS-HTTP-CODE WS-HTTP-TIME
           UNSTRING WS-HTTP-LINE DELIMITED BY ALL " "
               INTO WS-HTTP-CODE WS-HTTP-TIME
           END-UNSTRING
           IF LENGTH(TRIM(WS-HTTP-CODE)) = 3
           AND TRIM(WS-HTTP-CODE) IS NUMERIC
               MOVE TRIM(WS-HTTP-CODE) TO WS-PRB-HTTP(WS-PRB-I)
           ELSE
               MOVE "000" TO WS-PRB-HTTP(WS-PRB-I)
           END-IF
           IF WS-HTTP-TIME NOT = SPACES
           AND TEST-NUMVAL(WS-HTTP-TIME) = 0
               COMPUTE WS-PRB-MS(WS-PRB-I) ROUNDED =
                   NUMVAL(WS-HTTP-TIME) * 1000
           END-IF

           EVALUATE TRUE
               WHEN WS-PRB-HTTP(WS-PRB-I) = "000"
                   MOVE "DOWN" TO WS-PRB-STATUS(WS-PRB-I)
                   MOVE SPACES TO WS-PRB-DETAIL(WS-PRB-I)
                   MOVE WS-TIMEOUT TO WS-CT-ED
                   STRING "no answer within " TRIM(WS-CT-ED) "s"
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
               WHEN WS-PRB-HTTP(WS-PRB-I) = "401"
               OR WS-PRB-HTTP(WS-PRB-I) = "403"
                   MOVE "CRED" TO WS-PRB-STATUS(WS-PRB-I)
                   MOVE SPACES TO WS-PRB-DETAIL(WS-PRB-I)
                   STRING TRIM(WS-KEY-NAME) " refused"
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
               WHEN WS-PRB-HTTP(WS-PRB-I)(1:1) = "2"
                   MOVE "UP" TO WS-PRB-STATUS(WS-PRB-I)
                   IF WS-PRB-EXPECT(WS-PRB-I) NOT = SPACES
                       PERFORM CHECK-EXPECTED-TEXT
                   END-IF
               WHEN OTHER
                   MOVE "DOWN" TO WS-PRB-STATUS(WS-PRB-I)
                   MOVE SPACES TO WS-PRB-DETAIL(WS-PRB-I)
                   STRING "http " WS-PRB-HTTP(WS-PRB-I)
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
           END-EVALUATE
           PERFORM SHOW-PROBE-RESULT
           .

      *> -- The answer must offer what the programs ask for (the
      *> -- model a gateway serves, say) --
       CHECK-EXPECTED-TEXT.
           MOVE SPACES TO WS-CMD
           STRING
               "grep -q -F " X"22"
               TRIM(WS-PRB-EXPECT(WS-PRB-I)) X"22" " "
               TRIM(WS-BODY-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               MOVE "DOWN" TO WS-PRB-STATUS(WS-PRB-I)
               MOVE SPACES TO WS-PRB-DETAIL(WS-PRB-I)
               STRING TRIM(WS-PRB-EXPECT(WS-PRB-I))
                   " not offered"
                   DELIMITED SIZE
                   INTO WS-PRB-DETAIL(WS-PRB-I)
               END-STRING
           END-IF
           .

      *> -- {HUB}/{LLM}/{LLM2} prefix and {KEY} filled in; blank
      *> -- WS-URL (with the reason as detail) when a base is unset
       RESOLVE-PROBE-URL.
           MOVE SPACES TO WS-URL WS-URL-BASE WS-URL-REST WS-URL-VAR
           EVALUATE TRUE
               WHEN WS-PRB-TMPL(WS-PRB-I)(1:5) = "{HUB}"
                   MOVE WS-HUB-URL TO WS-URL-BASE
                   MOVE WS-PRB-TMPL(WS-PRB-I)(6:) TO WS-URL-REST
                   MOVE "HUB_API_URL" TO WS-URL-VAR
               WHEN WS-PRB-TMPL(WS-PRB-I)(1:5) = "{LLM}"
                   MOVE WS-LLM-BASE TO WS-URL-BASE
                   MOVE WS-PRB-TMPL(WS-PRB-I)(6:) TO WS-URL-REST
                   MOVE "OPENAI_API_URL" TO WS-URL-VAR
               WHEN WS-PRB-TMPL(WS-PRB-I)(1:6) = "{LLM2}"
                   MOVE WS-LLM2-BASE TO WS-URL-BASE
                   MOVE WS-PRB-TMPL(WS-PRB-I)(7:) TO WS-URL-REST
                   MOVE "OPENAI_API_URL2" TO WS-URL-VAR
               WHEN OTHER
                   MOVE WS-PRB-TMPL(WS-PRB-I) TO WS-URL
           END-EVALUATE
           IF WS-URL-VAR NOT = SPACES
               IF WS-URL-BASE = SPACES
                   STRING TRIM(WS-URL-VAR) " not set"
                       DELIMITED SIZE
                       INTO WS-PRB-DETAIL(WS-PRB-I)
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               STRING
                   TRIM(WS-URL-BASE) TRIM(WS-URL-REST)
                   DELIMITED SIZE
                   INTO WS-URL
               END-STRING
           END-IF

           MOVE 0 TO WS-P
           MOVE LENGTH(TRIM(WS-URL)) TO WS-K
           PERFORM VARYING WS-Q FROM 1 BY 1
               UNTIL WS-Q + 4 > WS-K OR WS-P > 0
               IF WS-URL(WS-Q:5) = "{KEY}"
                   MOVE WS-Q TO WS-P
               END-IF
           END-PERFORM
           IF WS-P > 0
               MOVE SPACES TO WS-URL-WORK
               IF WS-P > 1
                   MOVE WS-URL(1:WS-P - 1) TO WS-URL-WORK
               END-IF
               MOVE SPACES TO WS-URL-REST
               MOVE WS-URL(WS-P + 5:) TO WS-URL-REST
               MOVE SPACES TO WS-URL
               STRING
                   TRIM(WS-URL-WORK) TRIM(WS-HUB-KEY)
                   TRIM(WS-URL-REST)
                   DELIMITED SIZE
                   INTO WS-URL
               END-STRING
           END-IF
           .

       SHOW-PROBE-RESULT.
           MOVE WS-PRB-MS(WS-PRB-I) TO WS-MS-ED
           DISPLAY "  " WS-PRB-NAME(WS-PRB-I) " "
               WS-PRB-STATUS(WS-PRB-I) " http "
               WS-PRB-HTTP(WS-PRB-I) " " WS-MS-ED " ms  "
               TRIM(WS-PRB-DETAIL(WS-PRB-I))
           .

      *> ============================================================
      *> How many mapped programs need an endpoint that is not UP
      *> (per endpoint, and in all). Alternatives a/b hold a
      *> program only when none of them is UP; an alternative the
      *> list does not probe counts as UP, as in BATCHCTL.
      *> ============================================================
       COUNT-HELD-PROGRAMS.
           MOVE 0 TO WS-HELD-PROGS
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
               UNTIL WS-MAP-I > WS-MAP-CT
               MOVE "N" TO WS-MAP-HIT
               MOVE 1 TO WS-MAP-PTR
               PERFORM UNTIL WS-MAP-PTR >
                   LENGTH(TRIM(WS-MAP-EPS(WS-MAP-I)))
                   MOVE SPACES TO WS-MAP-ITEM
                   UNSTRING WS-MAP-EPS(WS-MAP-I) DELIMITED BY ","
                       INTO WS-MAP-ITEM
                       WITH POINTER WS-MAP-PTR
                   END-UNSTRING
                   IF WS-MAP-ITEM NOT = SPACES
                       PERFORM COUNT-HELD-GROUP
                   END-IF
               END-PERFORM
               IF WS-MAP-HIT = "Y"
                   ADD 1 TO WS-HELD-PROGS
               END-IF
           END-PERFORM
           .

      *> -- Endpoint WS-MAP-ITEM of program WS-MAP-I: down when no
      *> -- alternative is UP, then each down one counts it held --
       COUNT-HELD-GROUP.
           MOVE "Y" TO WS-MAP-GDOWN
           MOVE 1 TO WS-MAP-APTR
           PERFORM UNTIL WS-MAP-APTR > LENGTH(TRIM(WS-MAP-ITEM))
               MOVE SPACES TO WS-MAP-ALT
               UNSTRING WS-MAP-ITEM DELIMITED BY "/"
                   INTO WS-MAP-ALT
                   WITH POINTER WS-MAP-APTR
               END-UNSTRING
               MOVE "N" TO WS-BAD-SEEN
               PERFORM VARYING WS-PRB-J FROM 1 BY 1
                   UNTIL WS-PRB-J > WS-PRB-CT
                   IF WS-PRB-NAME(WS-PRB-J) = TRIM(WS-MAP-ALT)
                   AND WS-PRB-STATUS(WS-PRB-J) NOT = "UP"
                       MOVE "Y" TO WS-BAD-SEEN
                   END-IF
               END-PERFORM
               IF WS-BAD-SEEN = "N"
                   MOVE "N" TO WS-MAP-GDOWN
               END-IF
           END-PERFORM
           IF WS-MAP-GDOWN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MAP-HIT
           MOVE 1 TO WS-MAP-APTR
           PERFORM UNTIL WS-MAP-APTR > LENGTH(TRIM(WS-MAP-ITEM))
               MOVE SPACES TO WS-MAP-ALT
               UNSTRING WS-MAP-ITEM DELIMITED BY "/"
                   INTO WS-MAP-ALT
                   WITH POINTER WS-MAP-APTR
               END-UNSTRING
               PERFORM VARYING WS-PRB-J FROM 1 BY 1
                   UNTIL WS-PRB-J > WS-PRB-CT
                   IF WS-PRB-NAME(WS-PRB-J) = TRIM(WS-MAP-ALT)
                       ADD 1 TO WS-PRB-HELD(WS-PRB-J)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *> -- endpoint|status|http|latency-ms|probed-at|detail,
      *> -- rewritten every run --
       WRITE-STATUS-FILE.
           OPEN OUTPUT STATUS-FILE
           IF WS-EST-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-EST-PATH) " Status: " WS-EST-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "# endpoint|status|http|latency-ms|probed-at|detail"
               TO STATUS-REC
           WRITE STATUS-REC
           PERFORM VARYING WS-PRB-I FROM 1 BY 1
               UNTIL WS-PRB-I > WS-PRB-CT
               MOVE SPACES TO STATUS-REC
               STRING
                   TRIM(WS-PRB-NAME(WS-PRB-I)) "|"
                   TRIM(WS-PRB-STATUS(WS-PRB-I)) "|"
                   WS-PRB-HTTP(WS-PRB-I) "|"
                   WS-PRB-MS(WS-PRB-I) "|"
                   WS-NOW(1:14) "|"
                   TRIM(WS-PRB-DETAIL(WS-PRB-I))
                   DELIMITED SIZE
                   INTO STATUS-REC
               END-STRING
               WRITE STATUS-REC
           END-PERFORM
           CLOSE STATUS-FILE
           .

      *> -- probed-at|endpoint|status|http|latency-ms|detail --
       APPEND-PROBE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HIST-FS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HIST-FS NOT = "00"
               DISPLAY "  UWAGA: nie mozna zapisac "
                   TRIM(WS-HIST-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRB-I FROM 1 BY 1
               UNTIL WS-PRB-I > WS-PRB-CT
               MOVE SPACES TO HISTORY-REC
               STRING
                   WS-NOW(1:14) "|"
                   TRIM(WS-PRB-NAME(WS-PRB-I)) "|"
                   TRIM(WS-PRB-STATUS(WS-PRB-I)) "|"
                   WS-PRB-HTTP(WS-PRB-I) "|"
                   WS-PRB-MS(WS-PRB-I) "|"
                   TRIM(WS-PRB-DETAIL(WS-PRB-I))
                   DELIMITED SIZE
                   INTO HISTORY-REC
               END-STRING
               WRITE HISTORY-REC
           END-PERFORM
           CLOSE HISTORY-FILE
           .

      *> ============================================================
      *> One record for the whole probe: what is unusable and how
      *> many programs wait behind it
      *> ============================================================
       SET-VERDICT.
           MOVE 0 TO WS-UP-CT WS-BAD-CT WS-CRED-CT
           MOVE SPACES TO WS-BAD-LIST
           MOVE 1 TO WS-BAD-PTR
           PERFORM VARYING WS-PRB-I FROM 1 BY 1
               UNTIL WS-PRB-I > WS-PRB-CT
               EVALUATE WS-PRB-STATUS(WS-PRB-I)
                   WHEN "UP"
                       ADD 1 TO WS-UP-CT
                   WHEN "OFF"
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-BAD-CT
                       IF WS-PRB-STATUS(WS-PRB-I) = "CRED"
                           ADD 1 TO WS-CRED-CT
                       END-IF
                       IF WS-BAD-PTR > 1
                           STRING "," DELIMITED SIZE
                               INTO WS-BAD-LIST
                               WITH POINTER WS-BAD-PTR
                           END-STRING
                       END-IF
                       STRING
                           TRIM(WS-PRB-NAME(WS-PRB-I)) " "
                           TRIM(WS-PRB-STATUS(WS-PRB-I))
                           DELIMITED SIZE
                           INTO WS-BAD-LIST
                           WITH POINTER WS-BAD-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-RUNLOG-RESULT
           IF WS-BAD-CT = 0
               MOVE WS-UP-CT TO WS-CT-ED
               IF TRIM(WS-PHASE) = "RECHECK"
                   MOVE "INFO" TO WS-RUNLOG-STATUS
                   STRING "recheck: all " TRIM(WS-CT-ED)
                       " endpoints up"
                       DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                   END-STRING
               ELSE
                   MOVE "OK" TO WS-RUNLOG-STATUS
                   STRING TRIM(WS-CT-ED) " endpoints up"
                       DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                   END-STRING
               END-IF
               DISPLAY "  Wszystkie punkty koncowe dostepne"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HELD-PROGS TO WS-CT-ED
           DISPLAY "  UWAGA: niedostepne: " TRIM(WS-BAD-LIST)
               " - wstrzymanych programow: " TRIM(WS-CT-ED)
           IF TRIM(WS-PHASE) = "RECHECK"
               MOVE "INFO" TO WS-RUNLOG-STATUS
               STRING "recheck: " TRIM(WS-BAD-LIST)
                   " - " TRIM(WS-CT-ED) " still held"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               MOVE "WARN" TO WS-RUNLOG-STATUS
               IF WS-CRED-CT > 0
                   MOVE "CRED-REJECTED" TO WS-RUNLOG-REASON
               ELSE
                   MOVE "ENDPOINT-DOWN" TO WS-RUNLOG-REASON
               END-IF
               STRING TRIM(WS-BAD-LIST)
                   " - " TRIM(WS-CT-ED) " programs held"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           .

       COPY ENVLOAD-PROC.
       COPY RUNLOG-PROC.
