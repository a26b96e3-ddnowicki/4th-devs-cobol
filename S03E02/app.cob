      *> 3. ONE GPT-4.1-mini call to find the password
      *> 4. Deterministic config fix + binary execution
      *> 5. Submit ECCS code to Hub /verify
      *> FIRMWARE_MODE=AUDIT is a read-only compliance pass instead:
      *> every enabled VM in the fleet file has its live
      *> settings.ini read and compared with the golden library
      *> for its firmware version (firmware_golden.dat, version
      *> from fleet_list.dat column 4). Every deviation goes to
      *> firmware_audit.txt as vm|setting|expected|actual. No
      *> reboot, no edits, no LLM call, no submit; logged as
      *> S03E02-AUDIT (WARN when anything deviates).
      *> A fleet VM whose repair or staged verify fails opens a
      *> firmware work order (severity FW) in S03E01's
      *> workorders.dat, the queue WORKORDR works: VM name, the
      *> failing step and a diff summary. A repeat failure bumps
      *> the open order's recurrence; the next clean repair of
      *> the VM closes it, each change stamped into
      *> workorder_audit.log - unless MONTHEND has closed the
      *> month, when the order stays OPEN for a later run.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The password question goes through the shared LLM
      *> response cache (LLMCACHE-PROC, one week TTL): an
      *> unchanged filesystem dump gets the stored answer and a
      *> zero-cost line in the API usage ledger.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT API-COST-FILE ASSIGN TO WS-APICOST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICOST-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT API-BUDGET-FILE ASSIGN TO WS-APIBUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIBUDGET-FS.
           SELECT LLM-CACHE-FILE ASSIGN TO WS-LLMC-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLMC-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT STAGING-FILE ASSIGN TO WS-STAGING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAGING-FS.
           SELECT GOLDEN-FILE ASSIGN TO WS-GOLDEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOLDEN-FS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FS.
           SELECT WORKORDER-FILE ASSIGN TO WS-WO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-FS.
           SELECT WO-AUDIT-FILE ASSIGN TO WS-WO-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-AUDIT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  API-COST-FILE.
       01  API-COST-REC              PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  LLM-CACHE-FILE.
       01  LLM-CACHE-REC            PIC X(400).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(16000).

       FD  STAGING-FILE.
       01  STAGING-REC             PIC X(300).

       FD  GOLDEN-FILE.
       01  GOLDEN-REC              PIC X(250).

       FD  AUDIT-FILE.
       01  AUDIT-REC               PIC X(300).

       FD  WORKORDER-FILE.
       01  WORKORDER-REC           PIC X(250).

       FD  WO-AUDIT-FILE.
       01  WO-AUDIT-REC            PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY LLMCACHE-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
               10  WS-FLT-ENABLED  PIC X.
               10  WS-FLT-RESULT   PIC X(4).
               10  WS-FLT-ECCS     PIC X(100).
               10  WS-FLT-FWVER    PIC X(20).
               10  WS-FLT-STEP     PIC X(25).
               10  WS-FLT-DIFF     PIC X(80).
       01  WS-FLEET-I              PIC 9(2).
       01  WS-FLEET-EOF            PIC X.
       01  WS-FLEET-LINE           PIC X(250).
       01  WS-FLT-F1               PIC X(20).
       01  WS-FLT-F2               PIC X(200).
       01  WS-FLT-F3               PIC X(5).
       01  WS-FLT-F4               PIC X(20).
       01  WS-VM-ID                PIC X(20) VALUE "default".
       01  WS-FLEET-OK             PIC 9(2) VALUE 0.
       01  WS-FLEET-FAIL           PIC 9(2) VALUE 0.
           "fleet_summary.txt".
       01  WS-FLTSUM-FS            PIC XX.

      *> -- Firmware work orders in the shared work-order file
      *> -- (same layout S03E01 and WORKORDR use) --
       01  WS-WO-PATH              PIC X(100) VALUE
           "../S03E01/workorders.dat".
       01  WS-WO-FS                PIC XX.
       01  WS-WO-AUDIT-PATH        PIC X(100) VALUE
           "../S03E01/workorder_audit.log".
       01  WS-WO-AUDIT-FS          PIC XX.
       01  WS-WO-MAX               PIC 9(3) VALUE 200.
       01  WS-WO-CT                PIC 9(3) VALUE 0.
       01  WS-WO-TABLE.
           05  WS-WO-ENT OCCURS 200 TIMES.
               10  WS-WO-NUM       PIC 9(5).
               10  WS-WO-SENSOR    PIC X(30).
               10  WS-WO-TYPE      PIC X(25).
               10  WS-WO-READING   PIC X(15).
               10  WS-WO-SEV       PIC X(4).
               10  WS-WO-STATUS    PIC X(8).
               10  WS-WO-OPENED    PIC X(14).
               10  WS-WO-ASSIGNEE  PIC X(20).
               10  WS-WO-CLOSED    PIC X(14).
               10  WS-WO-RECUR     PIC 9(4).
               10  WS-WO-NOTE      PIC X(80).
       01  WS-WO-I                 PIC 9(3).
       01  WS-WO-CUR               PIC 9(3).
       01  WS-WO-NEXT              PIC 9(5) VALUE 1.
       01  WS-WO-LINE              PIC X(250).
       01  WS-WO-EOF               PIC X.
       01  WS-WO-F1                PIC X(10).
       01  WS-WO-F10               PIC X(10).
       01  WS-WO-TS                PIC X(21).
       01  WS-WO-ACTION            PIC X(10).
       01  WS-WO-CHANGED           PIC 9(3) VALUE 0.

      *> -- Compliance audit: golden settings per firmware version
      *> -- (version|section|key|expected; version * = every
      *> -- version, a specific version overrides it) --
       01  WS-FW-MODE              PIC X(10).
       01  WS-GOLDEN-PATH          PIC X(100) VALUE
           "firmware_golden.dat".
       01  WS-GOLDEN-FS            PIC XX.
       01  WS-AUDIT-PATH           PIC X(100) VALUE
           "firmware_audit.txt".
       01  WS-AUDIT-FS             PIC XX.
       01  WS-GLD-MAX              PIC 9(3) VALUE 200.
       01  WS-GLD-CT               PIC 9(3) VALUE 0.
       01  WS-GLD-TABLE.
           05  WS-GLD-ENT OCCURS 200 TIMES.
               10  WS-GLD-VER      PIC X(20).
               10  WS-GLD-SECT     PIC X(40).
               10  WS-GLD-KEY      PIC X(40).
               10  WS-GLD-VALUE    PIC X(80).
       01  WS-GLD-I                PIC 9(3).
       01  WS-GLD-J                PIC 9(3).
       01  WS-GLD-USE              PIC X.
       01  WS-GLD-LINE             PIC X(250).
       01  WS-GLD-EOF              PIC X.
       01  WS-GLD-F1               PIC X(20).
       01  WS-GLD-F2               PIC X(40).
       01  WS-GLD-F3               PIC X(40).
       01  WS-GLD-F4               PIC X(80).
      *> -- Live settings.ini, one entry per key=value line --
       01  WS-LC-CT                PIC 9(3) VALUE 0.
       01  WS-LC-TABLE.
           05  WS-LC-ENT OCCURS 150 TIMES.
               10  WS-LC-SECT      PIC X(40).
               10  WS-LC-KEY       PIC X(40).
               10  WS-LC-VALUE     PIC X(80).
       01  WS-LC-I                 PIC 9(3).
       01  WS-LC-HIT               PIC 9(3).
       01  WS-LC-LINE              PIC X(200).
       01  WS-LC-LPOS              PIC 9(3).
       01  WS-LC-SECT-CUR          PIC X(40).
       01  WS-LC-EQ                PIC 9(3).
       01  WS-LC-LEN               PIC 9(5).
       01  WS-AUD-ACTUAL           PIC X(80).
       01  WS-AUD-DEV              PIC 9(5) VALUE 0.
       01  WS-AUD-DEV-VM           PIC 9(5) VALUE 0.
       01  WS-AUD-CHECKED          PIC 9(5) VALUE 0.
       01  WS-AUD-VMS              PIC 9(2) VALUE 0.
       01  WS-AUD-UNREAD           PIC 9(2) VALUE 0.
       01  WS-AUD-TS               PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-FW-MODE FROM ENVIRONMENT "FIRMWARE_MODE"
           MOVE UPPER-CASE(WS-FW-MODE) TO WS-FW-MODE
           IF WS-FW-MODE = "AUDIT"
               PERFORM AUDIT-FLEET
               STOP RUN
           END-IF

           MOVE "S03E02-FIRMWARE" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           MOVE "S03E02-FIRMWARE" TO WS-APICOST-PROGID
           PERFORM CHECK-API-BUDGET
           MOVE 168 TO WS-LLMC-TTL-HRS
           DISPLAY "=== S03E02 FIRMWARE ==="

           PERFORM INIT-ENV
           END-PERFORM

           PERFORM WRITE-FLEET-SUMMARY
           PERFORM FLEET-WORK-ORDERS

           IF WS-FLEET-FAIL = 0 AND WS-FLEET-OK > 0
               DISPLAY " "
               DISPLAY " "
               DISPLAY "=== FAILED ==="
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "REMOTE-FAILED" TO WS-RUNLOG-REASON
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING

      *>   Fresh per-VM state
           MOVE SPACES TO WS-ECCS-CODE
           MOVE SPACES TO WS-PASSWORD
           MOVE "N" TO WS-SUCCESS
           MOVE "N" TO WS-STAGE-OK
           MOVE SPACES TO WS-STAGE-OUTCOME
           MOVE SPACES TO WS-CONFIG-BEFORE
           MOVE SPACES TO WS-CONFIG-AFTER

           ELSE
               MOVE "FAIL" TO WS-FLT-RESULT(WS-FLEET-I)
               ADD 1 TO WS-FLEET-FAIL
               PERFORM NOTE-REPAIR-FAILURE
           END-IF
           .

      *> -- Where the repair stopped and what it left behind on
      *> -- the live config, for the firmware work order --
       NOTE-REPAIR-FAILURE.
           EVALUATE TRUE
               WHEN TRIM(WS-PASSWORD) = SPACES
                   MOVE "password-search"
                       TO WS-FLT-STEP(WS-FLEET-I)
               WHEN WS-STAGE-OK NOT = "Y"
                   MOVE "staged-verify"
                       TO WS-FLT-STEP(WS-FLEET-I)
               WHEN TRIM(WS-ECCS-CODE) = SPACES
                   MOVE "live-run"
                       TO WS-FLT-STEP(WS-FLEET-I)
               WHEN OTHER
                   MOVE "submit"
                       TO WS-FLT-STEP(WS-FLEET-I)
           END-EVALUATE
           MOVE SPACES TO WS-FLT-DIFF(WS-FLEET-I)
           EVALUATE TRUE
               WHEN WS-CONFIG-AFTER = SPACES
                   AND WS-STAGE-OUTCOME NOT = SPACES
                   STRING
                       "live cfg untouched; scratch: "
                       TRIM(WS-STAGE-OUTCOME)
                       DELIMITED SIZE
                       INTO WS-FLT-DIFF(WS-FLEET-I)
                   END-STRING
               WHEN WS-CONFIG-AFTER = SPACES
                   MOVE "live cfg untouched"
                       TO WS-FLT-DIFF(WS-FLEET-I)
               WHEN WS-CONFIG-AFTER = WS-CONFIG-BEFORE
                   MOVE "live cfg unchanged after edits"
                       TO WS-FLT-DIFF(WS-FLEET-I)
               WHEN OTHER
                   STRING
                       "live cfg edited, see "
                       TRIM(WS-DIFF-PATH)
                       DELIMITED SIZE
                       INTO WS-FLT-DIFF(WS-FLEET-I)
                   END-STRING
           END-EVALUATE
      *>   The note is the last field of a pipe-delimited record
           INSPECT WS-FLT-DIFF(WS-FLEET-I)
               REPLACING ALL "|" BY "/"
           .

      *> -- fleet_list.dat: vm-id|shell-url|enabled; a missing
      *> -- file means the single original VM --
       LOAD-FLEET-LIST.
               MOVE "default" TO WS-FLT-ID(1)
               MOVE SPACES TO WS-FLT-URL(1)
               MOVE "Y" TO WS-FLT-ENABLED(1)
               MOVE "*" TO WS-FLT-FWVER(1)
               MOVE SPACES TO WS-FLT-STEP(1)
               MOVE SPACES TO WS-FLT-DIFF(1)
           END-IF
           DISPLAY "  Flota: " WS-FLEET-CT " VM"
           .

       PARSE-FLEET-LINE.
           MOVE SPACES TO WS-FLT-F1 WS-FLT-F2 WS-FLT-F3
                          WS-FLT-F4
           UNSTRING WS-FLEET-LINE DELIMITED BY "|"
               INTO WS-FLT-F1 WS-FLT-F2 WS-FLT-F3 WS-FLT-F4
           END-UNSTRING
           IF WS-FLT-F1 = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLT-RESULT(WS-FLEET-CT)
           MOVE SPACES TO WS-FLT-ECCS(WS-FLEET-CT)
           MOVE SPACES TO WS-FLT-STEP(WS-FLEET-CT)
           MOVE SPACES TO WS-FLT-DIFF(WS-FLEET-CT)
           IF WS-FLT-F4 = SPACES
               MOVE "*" TO WS-FLT-FWVER(WS-FLEET-CT)
           ELSE
               MOVE TRIM(WS-FLT-F4)
                   TO WS-FLT-FWVER(WS-FLEET-CT)
           END-IF
           .

      *> -- Consolidated end-of-run fleet summary --
               TRIM(WS-FLTSUM-PATH)
           .

      *> ============================================================
      *> FLEET-WORK-ORDERS: a failed VM opens (or re-flags) its
      *> firmware order in the shared work-order file; a VM that
      *> repaired cleanly closes any order still open for it.
      *> The file is rewritten only when something changed.
      *> ============================================================
       FLEET-WORK-ORDERS.
           PERFORM LOAD-WORK-ORDERS
           MOVE 0 TO WS-WO-CHANGED
           PERFORM VARYING WS-FLEET-I FROM 1 BY 1
               UNTIL WS-FLEET-I > WS-FLEET-CT
               EVALUATE WS-FLT-RESULT(WS-FLEET-I)
                   WHEN "FAIL"
                       PERFORM OPEN-OR-RECUR-FW-ORDER
                   WHEN "OK"
                       PERFORM CLOSE-FW-ORDER
               END-EVALUATE
           END-PERFORM
           IF WS-WO-CHANGED > 0
               PERFORM WRITE-WORK-ORDERS
           END-IF
           .

       FIND-OPEN-FW-ORDER.
           MOVE 0 TO WS-WO-CUR
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               OR WS-WO-CUR > 0
               IF WS-WO-SEV(WS-WO-I) = "FW"
               AND WS-WO-STATUS(WS-WO-I) = "OPEN"
               AND TRIM(WS-WO-SENSOR(WS-WO-I)) =
                   TRIM(WS-FLT-ID(WS-FLEET-I))
                   MOVE WS-WO-I TO WS-WO-CUR
               END-IF
           END-PERFORM
           .

       OPEN-OR-RECUR-FW-ORDER.
           PERFORM FIND-OPEN-FW-ORDER
           IF WS-WO-CUR > 0
      *>       Keep the order current with the latest failure
               ADD 1 TO WS-WO-RECUR(WS-WO-CUR)
               MOVE WS-FLT-STEP(WS-FLEET-I)
                   TO WS-WO-TYPE(WS-WO-CUR)
               MOVE WS-FLT-DIFF(WS-FLEET-I)
                   TO WS-WO-NOTE(WS-WO-CUR)
               ADD 1 TO WS-WO-CHANGED
               MOVE "RECUR" TO WS-WO-ACTION
               PERFORM WRITE-WO-AUDIT
               DISPLAY "  Zlecenie FW " WS-WO-NUM(WS-WO-CUR)
                   " (VM " TRIM(WS-FLT-ID(WS-FLEET-I))
                   "): nawrot"
               EXIT PARAGRAPH
           END-IF

           IF WS-WO-CT >= WS-WO-MAX
               DISPLAY "  UWAGA: tablica zlecen pelna"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-CT
           MOVE WS-WO-CT TO WS-WO-CUR
           MOVE WS-WO-NEXT TO WS-WO-NUM(WS-WO-CUR)
           ADD 1 TO WS-WO-NEXT
           MOVE WS-FLT-ID(WS-FLEET-I)
               TO WS-WO-SENSOR(WS-WO-CUR)
           MOVE WS-FLT-STEP(WS-FLEET-I)
               TO WS-WO-TYPE(WS-WO-CUR)
           MOVE WS-FLT-FWVER(WS-FLEET-I)
               TO WS-WO-READING(WS-WO-CUR)
           MOVE "FW" TO WS-WO-SEV(WS-WO-CUR)
           MOVE "OPEN" TO WS-WO-STATUS(WS-WO-CUR)
           MOVE CURRENT-DATE(1:14)
               TO WS-WO-OPENED(WS-WO-CUR)
           MOVE SPACES TO WS-WO-ASSIGNEE(WS-WO-CUR)
           MOVE SPACES TO WS-WO-CLOSED(WS-WO-CUR)
           MOVE 0 TO WS-WO-RECUR(WS-WO-CUR)
           MOVE WS-FLT-DIFF(WS-FLEET-I)
               TO WS-WO-NOTE(WS-WO-CUR)
           ADD 1 TO WS-WO-CHANGED
           MOVE "OPEN" TO WS-WO-ACTION
           PERFORM WRITE-WO-AUDIT
           DISPLAY "  Zlecenie FW " WS-WO-NUM(WS-WO-CUR)
               " otwarte dla VM " TRIM(WS-FLT-ID(WS-FLEET-I))
               " (" TRIM(WS-FLT-STEP(WS-FLEET-I)) ")"
           .

       CLOSE-FW-ORDER.
           PERFORM FIND-OPEN-FW-ORDER
           IF WS-WO-CUR = 0
               EXIT PARAGRAPH
           END-IF
      *>   A close is a posting to the closed-orders ledger; in a
      *>   closed month the order stays OPEN for the next run
           MOVE "workorders.dat" TO WS-PERIOD-LEDGER
           MOVE CURRENT-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-WO-STATUS(WS-WO-CUR)
           MOVE CURRENT-DATE(1:14)
               TO WS-WO-CLOSED(WS-WO-CUR)
           ADD 1 TO WS-WO-CHANGED
           MOVE "AUTOCLOSE" TO WS-WO-ACTION
           PERFORM WRITE-WO-AUDIT
           DISPLAY "  Zlecenie FW " WS-WO-NUM(WS-WO-CUR)
               " zamkniete - VM "
               TRIM(WS-FLT-ID(WS-FLEET-I)) " naprawiona"
           .

       LOAD-WORK-ORDERS.
           MOVE 0 TO WS-WO-CT
           MOVE 1 TO WS-WO-NEXT
           MOVE "N" TO WS-WO-EOF
           OPEN INPUT WORKORDER-FILE
           IF WS-WO-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WO-EOF = "Y"
               READ WORKORDER-FILE INTO WS-WO-LINE
                   AT END
                       MOVE "Y" TO WS-WO-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-WORKORDER
               END-READ
           END-PERFORM
           CLOSE WORKORDER-FILE
           .

       LOAD-ONE-WORKORDER.
           IF WS-WO-LINE(1:1) = "#"
           OR WS-WO-LINE = SPACES
           OR WS-WO-CT >= WS-WO-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-CT
           MOVE SPACES TO WS-WO-F1 WS-WO-F10
           MOVE SPACES TO WS-WO-NOTE(WS-WO-CT)
           UNSTRING WS-WO-LINE DELIMITED BY "|"
               INTO WS-WO-F1
                    WS-WO-SENSOR(WS-WO-CT)
                    WS-WO-TYPE(WS-WO-CT)
                    WS-WO-READING(WS-WO-CT)
                    WS-WO-SEV(WS-WO-CT)
                    WS-WO-STATUS(WS-WO-CT)
                    WS-WO-OPENED(WS-WO-CT)
                    WS-WO-ASSIGNEE(WS-WO-CT)
                    WS-WO-CLOSED(WS-WO-CT)
                    WS-WO-F10
                    WS-WO-NOTE(WS-WO-CT)
           END-UNSTRING
           IF TRIM(WS-WO-F1) IS NUMERIC
               COMPUTE WS-WO-NUM(WS-WO-CT) =
                   NUMVAL(WS-WO-F1)
               IF WS-WO-NUM(WS-WO-CT) >= WS-WO-NEXT
                   COMPUTE WS-WO-NEXT =
                       WS-WO-NUM(WS-WO-CT) + 1
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-WO-CT
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-WO-F10) IS NUMERIC
               COMPUTE WS-WO-RECUR(WS-WO-CT) =
                   NUMVAL(WS-WO-F10)
           ELSE
               MOVE 0 TO WS-WO-RECUR(WS-WO-CT)
           END-IF
           .

       WRITE-WORK-ORDERS.
           OPEN OUTPUT WORKORDER-FILE
           IF WS-WO-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-WO-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               MOVE SPACES TO WORKORDER-REC
               STRING
                   WS-WO-NUM(WS-WO-I) "|"
                   TRIM(WS-WO-SENSOR(WS-WO-I)) "|"
                   TRIM(WS-WO-TYPE(WS-WO-I)) "|"
                   TRIM(WS-WO-READING(WS-WO-I)) "|"
                   TRIM(WS-WO-SEV(WS-WO-I)) "|"
                   TRIM(WS-WO-STATUS(WS-WO-I)) "|"
                   WS-WO-OPENED(WS-WO-I) "|"
                   TRIM(WS-WO-ASSIGNEE(WS-WO-I)) "|"
                   TRIM(WS-WO-CLOSED(WS-WO-I)) "|"
                   WS-WO-RECUR(WS-WO-I)
                   DELIMITED SIZE
                   INTO WORKORDER-REC
               END-STRING
               IF WS-WO-NOTE(WS-WO-I) NOT = SPACES
                   MOVE SPACES TO WS-WO-LINE
                   STRING
                       TRIM(WORKORDER-REC) "|"
                       TRIM(WS-WO-NOTE(WS-WO-I))
                       DELIMITED SIZE
                       INTO WS-WO-LINE
                   END-STRING
                   MOVE WS-WO-LINE TO WORKORDER-REC
               END-IF
               WRITE WORKORDER-REC
           END-PERFORM
           CLOSE WORKORDER-FILE
           .

      *> -- One audit line per change, in S03E01's layout --
       WRITE-WO-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-WO-TS
           OPEN EXTEND WO-AUDIT-FILE
           IF WS-WO-AUDIT-FS NOT = "00"
               OPEN OUTPUT WO-AUDIT-FILE
           END-IF
           IF WS-WO-AUDIT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-WO-AUDIT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WO-AUDIT-REC
           STRING
               WS-WO-TS(1:14) "|"
               "S03E02-FIRMWARE|"
               TRIM(WS-WO-ACTION) "|"
               WS-WO-NUM(WS-WO-CUR) "|"
               TRIM(WS-WO-SENSOR(WS-WO-CUR)) "|"
               TRIM(WS-WO-TYPE(WS-WO-CUR)) "|"
               TRIM(WS-WO-READING(WS-WO-CUR)) "|"
               TRIM(WS-WO-SEV(WS-WO-CUR))
               DELIMITED SIZE
               INTO WO-AUDIT-REC
           END-STRING
           WRITE WO-AUDIT-REC
           CLOSE WO-AUDIT-FILE
           .

      *> ============================================================
      *> AUDIT-FLEET: read-only compliance pass over the fleet
      *> against the golden configuration library. Only cat is
      *> ever sent to a VM.
      *> ============================================================
       AUDIT-FLEET.
           MOVE "S03E02-AUDIT" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== S03E02 FIRMWARE AUDIT ==="

           PERFORM INIT-ENV
           PERFORM LOAD-FLEET-LIST
           PERFORM LOAD-GOLDEN-CONFIG
           IF WS-GLD-CT = 0
               DISPLAY "  BLAD: brak wzorca "
                   TRIM(WS-GOLDEN-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "no golden configuration"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-AUDIT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "audit report not writable"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUD-TS
           MOVE SPACES TO AUDIT-REC
           STRING "=== Firmware compliance audit "
               WS-AUD-TS(1:8) " " WS-AUD-TS(9:6) " ==="
               DELIMITED SIZE INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           MOVE "vm|setting|expected|actual" TO AUDIT-REC
           WRITE AUDIT-REC

           MOVE 0 TO WS-AUD-DEV WS-AUD-VMS WS-AUD-UNREAD
           PERFORM VARYING WS-FLEET-I FROM 1 BY 1
               UNTIL WS-FLEET-I > WS-FLEET-CT
               IF WS-FLT-ENABLED(WS-FLEET-I) = "Y"
                   PERFORM AUDIT-ONE-VM
               END-IF
           END-PERFORM

           MOVE SPACES TO AUDIT-REC
           STRING "# vms=" WS-AUD-VMS
               " unreadable=" WS-AUD-UNREAD
               " deviations=" WS-AUD-DEV
               DELIMITED SIZE INTO AUDIT-REC
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE

           DISPLAY " "
           DISPLAY "  Audyt: VM=" WS-AUD-VMS
               " odchylen=" WS-AUD-DEV
               " -> " TRIM(WS-AUDIT-PATH)
           EVALUATE TRUE
               WHEN WS-AUD-UNREAD > 0
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               WHEN WS-AUD-DEV > 0
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "DATA-DEVIATION" TO WS-RUNLOG-REASON
               WHEN OTHER
                   MOVE "OK" TO WS-RUNLOG-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "audit: vms=" WS-AUD-VMS
               " deviations=" WS-AUD-DEV
               " unreadable=" WS-AUD-UNREAD
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           .

      *> -- One VM: read settings.ini, compare every golden
      *> -- setting that applies to its firmware version --
       AUDIT-ONE-VM.
           MOVE WS-FLT-ID(WS-FLEET-I) TO WS-VM-ID
           ADD 1 TO WS-AUD-VMS
           DISPLAY " "
           DISPLAY "=== VM " TRIM(WS-VM-ID) " (firmware "
               TRIM(WS-FLT-FWVER(WS-FLEET-I)) ") ==="
           IF TRIM(WS-FLT-URL(WS-FLEET-I)) NOT = SPACES
               MOVE WS-FLT-URL(WS-FLEET-I)
                   TO WS-SHELL-URL
           ELSE
               MOVE SPACES TO WS-SHELL-URL
               STRING TRIM(WS-HUB-URL) "/api/shell"
                   DELIMITED SIZE
                   INTO WS-SHELL-URL
               END-STRING
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING
               "cat /opt/firmware/"
               "cooler/settings.ini"
               DELIMITED SIZE
               INTO WS-SHELL-CMD
           END-STRING
           PERFORM SHELL-EXEC
           IF TRIM(WS-SHELL-DATA) = SPACES
               ADD 1 TO WS-AUD-UNREAD
               MOVE "ERR" TO WS-FLT-RESULT(WS-FLEET-I)
               MOVE SPACES TO AUDIT-REC
               STRING TRIM(WS-VM-ID)
                   "|settings.ini|readable|(no data)"
                   DELIMITED SIZE INTO AUDIT-REC
               END-STRING
               WRITE AUDIT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM PARSE-LIVE-CONFIG

           MOVE 0 TO WS-AUD-DEV-VM WS-AUD-CHECKED
           PERFORM VARYING WS-GLD-I FROM 1 BY 1
               UNTIL WS-GLD-I > WS-GLD-CT
               PERFORM GOLDEN-APPLIES
               IF WS-GLD-USE = "Y"
                   PERFORM AUDIT-ONE-SETTING
               END-IF
           END-PERFORM
           IF WS-AUD-DEV-VM = 0
               MOVE "OK" TO WS-FLT-RESULT(WS-FLEET-I)
           ELSE
               MOVE "DEV" TO WS-FLT-RESULT(WS-FLEET-I)
           END-IF
           DISPLAY "  Sprawdzono " WS-AUD-CHECKED
               ", odchylen " WS-AUD-DEV-VM
           .

      *> -- Entry WS-GLD-I counts for this VM when its version
      *> -- matches, or it is a * entry with no version-specific
      *> -- entry for the same section and key --
       GOLDEN-APPLIES.
           MOVE "N" TO WS-GLD-USE
           IF WS-GLD-VER(WS-GLD-I) = WS-FLT-FWVER(WS-FLEET-I)
               MOVE "Y" TO WS-GLD-USE
               EXIT PARAGRAPH
           END-IF
           IF WS-GLD-VER(WS-GLD-I) NOT = "*"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-GLD-USE
           PERFORM VARYING WS-GLD-J FROM 1 BY 1
               UNTIL WS-GLD-J > WS-GLD-CT
               IF WS-GLD-VER(WS-GLD-J) =
                  WS-FLT-FWVER(WS-FLEET-I)
               AND WS-GLD-VER(WS-GLD-J) NOT = "*"
               AND WS-GLD-SECT(WS-GLD-J) = WS-GLD-SECT(WS-GLD-I)
               AND WS-GLD-KEY(WS-GLD-J) = WS-GLD-KEY(WS-GLD-I)
                   MOVE "N" TO WS-GLD-USE
               END-IF
           END-PERFORM
           .

       AUDIT-ONE-SETTING.
           ADD 1 TO WS-AUD-CHECKED
           MOVE 0 TO WS-LC-HIT
           PERFORM VARYING WS-LC-I FROM 1 BY 1
               UNTIL WS-LC-I > WS-LC-CT
               IF WS-LC-SECT(WS-LC-I) = WS-GLD-SECT(WS-GLD-I)
               AND WS-LC-KEY(WS-LC-I) = WS-GLD-KEY(WS-GLD-I)
                   MOVE WS-LC-I TO WS-LC-HIT
               END-IF
           END-PERFORM
           IF WS-LC-HIT = 0
               MOVE "(missing)" TO WS-AUD-ACTUAL
           ELSE
               MOVE WS-LC-VALUE(WS-LC-HIT) TO WS-AUD-ACTUAL
           END-IF
           IF LOWER-CASE(WS-AUD-ACTUAL) =
              LOWER-CASE(WS-GLD-VALUE(WS-GLD-I))
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AUD-DEV-VM
           ADD 1 TO WS-AUD-DEV
           MOVE SPACES TO AUDIT-REC
           IF WS-GLD-SECT(WS-GLD-I) = SPACES
               STRING TRIM(WS-VM-ID) "|"
                   TRIM(WS-GLD-KEY(WS-GLD-I)) "|"
                   TRIM(WS-GLD-VALUE(WS-GLD-I)) "|"
                   TRIM(WS-AUD-ACTUAL)
                   DELIMITED SIZE INTO AUDIT-REC
               END-STRING
           ELSE
               STRING TRIM(WS-VM-ID) "|"
                   TRIM(WS-GLD-SECT(WS-GLD-I)) "."
                   TRIM(WS-GLD-KEY(WS-GLD-I)) "|"
                   TRIM(WS-GLD-VALUE(WS-GLD-I)) "|"
                   TRIM(WS-AUD-ACTUAL)
                   DELIMITED SIZE INTO AUDIT-REC
               END-STRING
           END-IF
           WRITE AUDIT-REC
           DISPLAY "  !! " TRIM(AUDIT-REC)
           .

      *> -- settings.ini from the shell response (lines split on
      *> -- the JSON \n escape or a real newline): [section]
      *> -- headers, key=value lines; # and ; lines are comments,
      *> -- so a commented-out setting counts as missing --
       PARSE-LIVE-CONFIG.
           MOVE 0 TO WS-LC-CT
           MOVE SPACES TO WS-LC-SECT-CUR WS-LC-LINE
           MOVE 0 TO WS-LC-LPOS
           MOVE LENGTH(TRIM(WS-SHELL-DATA TRAILING))
               TO WS-LC-LEN
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-LC-LEN
               EVALUATE TRUE
                   WHEN WS-SHELL-DATA(WS-I:1) = X"5C"
                   AND WS-I < WS-LC-LEN
                   AND WS-SHELL-DATA(WS-I + 1:1) = "n"
                       PERFORM PARSE-LIVE-LINE
                       ADD 1 TO WS-I
                   WHEN WS-SHELL-DATA(WS-I:1) = X"0A"
                       PERFORM PARSE-LIVE-LINE
                   WHEN OTHER
                       IF WS-LC-LPOS < 200
                           ADD 1 TO WS-LC-LPOS
                           MOVE WS-SHELL-DATA(WS-I:1)
                               TO WS-LC-LINE(WS-LC-LPOS:1)
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM PARSE-LIVE-LINE
           .

       PARSE-LIVE-LINE.
           MOVE TRIM(WS-LC-LINE) TO WS-LC-LINE
           MOVE 0 TO WS-LC-LPOS
           EVALUATE TRUE
               WHEN WS-LC-LINE = SPACES
               WHEN WS-LC-LINE(1:1) = "#"
               WHEN WS-LC-LINE(1:1) = ";"
                   CONTINUE
               WHEN WS-LC-LINE(1:1) = "["
                   MOVE SPACES TO WS-LC-SECT-CUR
                   UNSTRING WS-LC-LINE(2:) DELIMITED BY "]"
                       INTO WS-LC-SECT-CUR
                   END-UNSTRING
                   MOVE LOWER-CASE(TRIM(WS-LC-SECT-CUR))
                       TO WS-LC-SECT-CUR
               WHEN OTHER
                   MOVE 0 TO WS-LC-EQ
                   INSPECT WS-LC-LINE TALLYING WS-LC-EQ
                       FOR CHARACTERS BEFORE INITIAL "="
                   IF WS-LC-EQ > 0 AND WS-LC-EQ < 199
                   AND WS-LC-CT < 150
                       ADD 1 TO WS-LC-CT
                       MOVE WS-LC-SECT-CUR TO WS-LC-SECT(WS-LC-CT)
                       MOVE LOWER-CASE(TRIM(WS-LC-LINE(1:WS-LC-EQ)))
                           TO WS-LC-KEY(WS-LC-CT)
                       MOVE TRIM(WS-LC-LINE(WS-LC-EQ + 2:))
                           TO WS-LC-VALUE(WS-LC-CT)
                   END-IF
           END-EVALUATE
           MOVE SPACES TO WS-LC-LINE
           .

      *> -- firmware_golden.dat: version|section|key|expected
      *> -- (blank section = keys before the first [section]) --
       LOAD-GOLDEN-CONFIG.
           MOVE 0 TO WS-GLD-CT
           MOVE "N" TO WS-GLD-EOF
           OPEN INPUT GOLDEN-FILE
           IF WS-GOLDEN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GLD-EOF = "Y"
               READ GOLDEN-FILE INTO WS-GLD-LINE
                   AT END
                       MOVE "Y" TO WS-GLD-EOF
                   NOT AT END
                       IF WS-GLD-LINE(1:1) NOT = "#"
                       AND WS-GLD-LINE NOT = SPACES
                       AND WS-GLD-CT < WS-GLD-MAX
                           PERFORM PARSE-GOLDEN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOLDEN-FILE
           DISPLAY "  Wzorzec: " WS-GLD-CT " ustawien"
           .

       PARSE-GOLDEN-LINE.
           MOVE SPACES TO WS-GLD-F1 WS-GLD-F2 WS-GLD-F3
                          WS-GLD-F4
           UNSTRING WS-GLD-LINE DELIMITED BY "|"
               INTO WS-GLD-F1 WS-GLD-F2 WS-GLD-F3 WS-GLD-F4
           END-UNSTRING
           IF WS-GLD-F3 = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GLD-CT
           IF WS-GLD-F1 = SPACES
               MOVE "*" TO WS-GLD-VER(WS-GLD-CT)
           ELSE
               MOVE TRIM(WS-GLD-F1) TO WS-GLD-VER(WS-GLD-CT)
           END-IF
           MOVE LOWER-CASE(TRIM(WS-GLD-F2))
               TO WS-GLD-SECT(WS-GLD-CT)
           MOVE LOWER-CASE(TRIM(WS-GLD-F3))
               TO WS-GLD-KEY(WS-GLD-CT)
           MOVE TRIM(WS-GLD-F4) TO WS-GLD-VALUE(WS-GLD-CT)
           .

      *> ============================================================
      *> INIT-ENV: Load env vars, build URLs
      *> ============================================================
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               FROM WS-REQ-JSON
           CLOSE WORK-FILE

      *>   Call OpenAI - unless the same dump was already asked
      *>   about within the cache TTL
           MOVE "work.tmp" TO WS-LLMC-REQ-PATH
           MOVE "llm_resp.json" TO WS-LLMC-RESP-PATH
           MOVE WS-LLM-ACT-MODEL TO WS-LLMC-MODEL
           PERFORM LLM-CACHE-LOOKUP
           IF WS-LLMC-HIT = "Y"
               DISPLAY "  Odpowiedz z cache LLM"
           ELSE
               PERFORM CALL-OPENAI
           END-IF

      *>   Extract password
           MOVE "llm_resp.json"
           MOVE "work.tmp"
               TO WS-WORK-PATH

           IF WS-LLMC-HIT NOT = "Y"
               MOVE WS-LLM-USED-NAME
                   TO WS-APICOST-PROVIDER
               MOVE LENGTH(TRIM(WS-REQ-JSON))
                   TO WS-APICOST-REQBYTES
               MOVE WS-JLEN TO WS-APICOST-RESPBYTES
               MOVE WS-JBUF TO WS-APICOST-SCAN-BUF
               PERFORM LOG-API-USAGE
           END-IF

           IF WS-JLEN = 0
               DISPLAY "  Empty AI resp!"
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL

      *>   Only a usable answer is kept for the next night
           IF WS-LLMC-HIT NOT = "Y"
           AND TRIM(WS-JVAL) NOT = SPACES
               PERFORM LLM-CACHE-STORE
           END-IF

           MOVE TRIM(WS-JVAL)
               TO WS-PASSWORD
           DISPLAY "  Password: "
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o hub_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Hub: "
               TRIM(WS-JBUF)(1:300)
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           MOVE 0 TO WS-TALLY-CNT
           IF WS-JLEN > 0
                       TRIM(WS-WORK-PATH)
                       " FS=" WS-FS
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
                   MOVE "could not open work file"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY LLMCACHE-PROC.
