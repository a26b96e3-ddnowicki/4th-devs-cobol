      *> Dynamic map parsing, target clustering,
      *> scout deployment, LLM log analysis.
      *> No hardcoded positions or URLs.
      *> The whole deployment is planned before the first unit
      *> moves: domatowo_mission_plan.txt lists each cluster in
      *> search order with its transport, scout slots, drop point
      *> and planned inspection cells. After the helicopter call
      *> domatowo_mission_debrief.txt compares that plan with the
      *> moves, inspections and helicopter calls the Hub actually
      *> accepted: extra moves, skipped cells, and where the
      *> person was found against the plan's cluster ranking.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT RISK-FILE ASSIGN TO WS-RISK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FS.
           SELECT PLAN-FILE ASSIGN TO WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FS.
           SELECT DEBRIEF-FILE ASSIGN TO WS-DEBRIEF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBRIEF-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  RISK-FILE.
       01  RISK-REC                PIC X(200).

       FD  PLAN-FILE.
       01  PLAN-REC                PIC X(200).

       FD  DEBRIEF-FILE.
       01  DEBRIEF-REC             PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
       01  WS-TMP                   PIC X(4000).

       01  WS-TPC-J                PIC 9(1).
       01  WS-TPC-POS              PIC 9(1).

      *> -- Mission plan: pairs and drop point per cluster,
      *> -- decided before deployment and replayed by
      *> -- PROCESS-ONE-CLUSTER; actuals collected alongside for
      *> -- the debrief --
       01  WS-PLAN-PATH            PIC X(100) VALUE
           "domatowo_mission_plan.txt".
       01  WS-PLAN-FS              PIC XX.
       01  WS-DEBRIEF-PATH         PIC X(100) VALUE
           "domatowo_mission_debrief.txt".
       01  WS-DEBRIEF-FS           PIC XX.
       01  WS-MP-TABLE.
           05  WS-MP OCCURS 30 TIMES.
               10  WS-MP-DROP-COL  PIC 9(2).
               10  WS-MP-DROP-ROW  PIC 9(2).
               10  WS-MP-DROP-FOUND PIC X.
               10  WS-MP-TGT-CT    PIC 9(2).
               10  WS-MP-PAIR-CT   PIC 9(2).
               10  WS-MP-PR OCCURS 15 TIMES.
                   15  WS-MP-PR-T1 PIC 9(2).
                   15  WS-MP-PR-T2 PIC 9(2).
               10  WS-MP-MOVES     PIC 9(3).
               10  WS-DB-MOVES     PIC 9(3).
               10  WS-DB-MOVE-OK   PIC 9(3).
               10  WS-DB-INSP      PIC 9(3).
               10  WS-DB-INSP-OK   PIC 9(3).
       01  WS-MP-I                 PIC 9(2).
       01  WS-MP-SEQ               PIC 9(3).
       01  WS-MP-LINE              PIC X(200).
       01  WS-MP-PTR               PIC 9(3).
       01  WS-MP-TS                PIC X(21).
       01  WS-MP-TOT-CELLS         PIC 9(3) VALUE 0.
       01  WS-MP-TOT-MOVES         PIC 9(3) VALUE 0.
      *>   Inspections the Hub was asked for, in order
       01  WS-DB-IN-CT             PIC 9(2) VALUE 0.
       01  WS-DB-INS.
           05  WS-DB-IN OCCURS 30 TIMES.
               10  WS-DB-IN-CELL   PIC X(4).
               10  WS-DB-IN-OK     PIC X.
       01  WS-DB-I                 PIC 9(2).
       01  WS-DB-HIT               PIC 9(2).
       01  WS-DB-ACC               PIC X.
       01  WS-DB-HELI-CT           PIC 9(2) VALUE 0.
       01  WS-DB-FOUND-CELL        PIC X(4) VALUE SPACES.
       01  WS-DB-FOUND-CL          PIC 9(2).
       01  WS-DB-FOUND-SEQ         PIC 9(3).
       01  WS-DB-FOUND-INSP        PIC X.
       01  WS-DB-TOT-MOVES         PIC 9(3) VALUE 0.
       01  WS-DB-TOT-EXTRA         PIC 9(3) VALUE 0.
       01  WS-DB-TOT-INSP          PIC 9(3) VALUE 0.
       01  WS-DB-TOT-SKIP          PIC 9(3) VALUE 0.
       01  WS-DB-EXTRA             PIC 9(3).
       01  WS-DB-SKIP-CT           PIC 9(2).

      *> -- Distance calculations --
       01  WS-BEST-DIST            PIC 9(5).
       01  WS-CUR-DIST             PIC 9(5).
           DISPLAY "  Clusters: "
               WS-CLUST-CT

      *>   Step 3b: Plan every cluster before anything moves
           DISPLAY "[3b] Mission plan"
           PERFORM PLAN-MISSION

      *>   Step 4: Process each cluster
           DISPLAY "[4] Execute"
           PERFORM PROCESS-CLUSTERS
               END-PERFORM
           END-IF

      *>   Plan versus what the Hub recorded
           PERFORM WRITE-MISSION-DEBRIEF

           DISPLAY " "
           IF WS-FLAG-FOUND = "Y"
               DISPLAY ">>> FLAG FOUND <<<"
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           DISPLAY "  [Cluster " WS-CL-ID
               "] " WS-CL-TGT-CT " targets"

      *>   2-3. Pairs and drop point from the mission plan
           PERFORM LOAD-CLUSTER-PLAN
           MOVE WS-PAIR-CT TO WS-N-SCOUTS
           DISPLAY "    " WS-N-SCOUTS
               " scouts needed"

           IF WS-DROP-FOUND = "N"
               DISPLAY "    WARN: no drop!"
               EXIT PARAGRAPH
           PERFORM ASSIGN-AND-INSPECT
           .

      *> ============================================================
      *> PLAN-MISSION: pair targets and pick the drop point for
      *> every cluster up front, keep the result per cluster and
      *> write the mission plan before the first unit is created.
      *> Clusters are searched in id order; that order is the
      *> plan's cluster ranking.
      *> ============================================================
       PLAN-MISSION.
           MOVE 0 TO WS-MP-TOT-CELLS
           MOVE 0 TO WS-MP-TOT-MOVES
           PERFORM VARYING WS-CL-ID FROM 1 BY 1
               UNTIL WS-CL-ID > WS-CLUST-CT
               PERFORM COLLECT-CLUSTER-TGTS
               PERFORM PAIR-CL-TARGETS
               PERFORM FIND-DROP-POINT
               PERFORM SAVE-CLUSTER-PLAN
           END-PERFORM
           PERFORM WRITE-MISSION-PLAN
           .

       SAVE-CLUSTER-PLAN.
           MOVE WS-DROP-COL TO WS-MP-DROP-COL(WS-CL-ID)
           MOVE WS-DROP-ROW TO WS-MP-DROP-ROW(WS-CL-ID)
           MOVE WS-DROP-FOUND TO WS-MP-DROP-FOUND(WS-CL-ID)
           MOVE WS-CL-TGT-CT TO WS-MP-TGT-CT(WS-CL-ID)
           MOVE WS-PAIR-CT TO WS-MP-PAIR-CT(WS-CL-ID)
           MOVE 0 TO WS-DB-MOVES(WS-CL-ID)
           MOVE 0 TO WS-DB-MOVE-OK(WS-CL-ID)
           MOVE 0 TO WS-DB-INSP(WS-CL-ID)
           MOVE 0 TO WS-DB-INSP-OK(WS-CL-ID)
           MOVE 0 TO WS-MP-MOVES(WS-CL-ID)
      *>   Transporter to the drop point, then one move per
      *>   planned inspection cell
           IF WS-DROP-FOUND = "Y"
               ADD 1 TO WS-MP-MOVES(WS-CL-ID)
           END-IF
           PERFORM VARYING WS-MP-I FROM 1 BY 1
               UNTIL WS-MP-I > WS-PAIR-CT
               MOVE WS-PR-T1(WS-MP-I)
                   TO WS-MP-PR-T1(WS-CL-ID, WS-MP-I)
               MOVE WS-PR-T2(WS-MP-I)
                   TO WS-MP-PR-T2(WS-CL-ID, WS-MP-I)
               IF WS-DROP-FOUND = "Y"
                   ADD 1 TO WS-MP-MOVES(WS-CL-ID)
                   IF WS-PR-T2(WS-MP-I) > 0
                       ADD 1 TO WS-MP-MOVES(WS-CL-ID)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DROP-FOUND = "Y"
               ADD WS-CL-TGT-CT TO WS-MP-TOT-CELLS
           END-IF
           ADD WS-MP-MOVES(WS-CL-ID) TO WS-MP-TOT-MOVES
           .

      *> -- Planned pairs and drop point back into the working
      *> -- fields PROCESS-ONE-CLUSTER deploys from --
       LOAD-CLUSTER-PLAN.
           MOVE WS-MP-DROP-COL(WS-CL-ID) TO WS-DROP-COL
           MOVE WS-MP-DROP-ROW(WS-CL-ID) TO WS-DROP-ROW
           MOVE WS-MP-DROP-FOUND(WS-CL-ID) TO WS-DROP-FOUND
           MOVE WS-MP-PAIR-CT(WS-CL-ID) TO WS-PAIR-CT
           PERFORM VARYING WS-MP-I FROM 1 BY 1
               UNTIL WS-MP-I > WS-PAIR-CT
               MOVE WS-MP-PR-T1(WS-CL-ID, WS-MP-I)
                   TO WS-PR-T1(WS-MP-I)
               MOVE WS-MP-PR-T2(WS-CL-ID, WS-MP-I)
                   TO WS-PR-T2(WS-MP-I)
           END-PERFORM
           .

      *> ============================================================
      *> WRITE-MISSION-PLAN: one block per cluster in search order
      *> - transport, scout slots with their inspection cells
      *> (numbered across the whole mission) and the drop point
      *> ============================================================
       WRITE-MISSION-PLAN.
           OPEN OUTPUT PLAN-FILE
           IF WS-PLAN-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PLAN-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MP-TS
           MOVE "=== Domatowo mission plan ===" TO PLAN-REC
           WRITE PLAN-REC
           MOVE SPACES TO PLAN-REC
           STRING
               WS-MP-TS(1:14)
               " map=" WS-MAP-SIZE "x" WS-MAP-SIZE
               " targets=" WS-TGT-CT
               " clusters=" WS-CLUST-CT
               " planned-cells=" WS-MP-TOT-CELLS
               " planned-moves=" WS-MP-TOT-MOVES
               DELIMITED SIZE
               INTO PLAN-REC
           END-STRING
           WRITE PLAN-REC

           MOVE 0 TO WS-MP-SEQ
           PERFORM VARYING WS-CL-ID FROM 1 BY 1
               UNTIL WS-CL-ID > WS-CLUST-CT
               MOVE SPACES TO PLAN-REC
               IF WS-MP-DROP-FOUND(WS-CL-ID) = "Y"
                   MOVE WS-MP-DROP-COL(WS-CL-ID) TO WS-CELL-COL
                   MOVE WS-MP-DROP-ROW(WS-CL-ID) TO WS-CELL-ROW
                   PERFORM CELL-TO-NAME
                   STRING
                       "cluster=" WS-CL-ID
                       " rank=" WS-CL-ID
                       " targets=" WS-MP-TGT-CT(WS-CL-ID)
                       " transport=1 transporter"
                       " scouts=" WS-MP-PAIR-CT(WS-CL-ID)
                       " drop=" TRIM(WS-CELL-NAME)
                       " planned-moves=" WS-MP-MOVES(WS-CL-ID)
                       DELIMITED SIZE
                       INTO PLAN-REC
                   END-STRING
                   WRITE PLAN-REC
                   PERFORM VARYING WS-MP-I FROM 1 BY 1
                       UNTIL WS-MP-I > WS-MP-PAIR-CT(WS-CL-ID)
                       PERFORM WRITE-PLAN-SCOUT-LINE
                   END-PERFORM
               ELSE
                   STRING
                       "cluster=" WS-CL-ID
                       " rank=" WS-CL-ID
                       " targets=" WS-MP-TGT-CT(WS-CL-ID)
                       " drop=NONE - no road cell, cluster is"
                       " not searched"
                       DELIMITED SIZE
                       INTO PLAN-REC
                   END-STRING
                   WRITE PLAN-REC
               END-IF
           END-PERFORM
           CLOSE PLAN-FILE
           DISPLAY "  Plan misji: " WS-CLUST-CT " klastrow, "
               WS-MP-TOT-CELLS " komorek -> " TRIM(WS-PLAN-PATH)
           .

      *> -- Scout slot WS-MP-I of cluster WS-CL-ID: its one or two
      *> -- inspection cells with their mission-wide sequence --
       WRITE-PLAN-SCOUT-LINE.
           MOVE SPACES TO WS-MP-LINE
           MOVE 1 TO WS-MP-PTR
           STRING
               "  scout-slot=" WS-MP-I " cells="
               DELIMITED SIZE
               INTO WS-MP-LINE
               WITH POINTER WS-MP-PTR
           END-STRING
           MOVE WS-MP-PR-T1(WS-CL-ID, WS-MP-I) TO WS-M
           PERFORM APPEND-PLAN-CELL
           IF WS-MP-PR-T2(WS-CL-ID, WS-MP-I) > 0
               STRING "," DELIMITED SIZE
                   INTO WS-MP-LINE WITH POINTER WS-MP-PTR
               END-STRING
               MOVE WS-MP-PR-T2(WS-CL-ID, WS-MP-I) TO WS-M
               PERFORM APPEND-PLAN-CELL
           END-IF
           MOVE WS-MP-LINE TO PLAN-REC
           WRITE PLAN-REC
           .

       APPEND-PLAN-CELL.
           ADD 1 TO WS-MP-SEQ
           MOVE WS-TG-COL(WS-M) TO WS-CELL-COL
           MOVE WS-TG-ROW(WS-M) TO WS-CELL-ROW
           PERFORM CELL-TO-NAME
           STRING
               TRIM(WS-CELL-NAME) "(#" WS-MP-SEQ ")"
               DELIMITED SIZE
               INTO WS-MP-LINE
               WITH POINTER WS-MP-PTR
           END-STRING
           .

      *> ============================================================
      *> COLLECT-CLUSTER-TGTS
      *> ============================================================
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           PERFORM SEND-HUB-REQUEST
           MOVE "move" TO WS-ACTION-NAME
           PERFORM WRITE-MISSION-LOG
           PERFORM NOTE-ACTUAL-MOVE

      *>   Track the unit's new position and render the board
      *>   so a bad deployment can be seen, not re-derived
           PERFORM SEND-HUB-REQUEST
           MOVE "inspect" TO WS-ACTION-NAME
           PERFORM WRITE-MISSION-LOG
           PERFORM NOTE-ACTUAL-INSPECT
           .

      *> ============================================================
           PERFORM SEND-HUB-REQUEST
           MOVE "callHelicopter" TO WS-ACTION-NAME
           PERFORM WRITE-MISSION-LOG
           PERFORM NOTE-ACTUAL-HELICOPTER
           .

      *> ============================================================
      *> Actuals for the debrief: what the Hub accepted for each
      *> move, inspection and helicopter call. A call counts as
      *> accepted on an HTTP answer below 400 without a negative
      *> result code.
      *> ============================================================
       NOTE-HUB-ACCEPTED.
           MOVE "N" TO WS-DB-ACC
           IF WS-HUB-OK = "Y"
           AND WS-HUB-STATUS < 400
           AND WS-JLEN > 0
               MOVE 0 TO WS-TALLY-CNT
               INSPECT WS-JBUF(1:WS-JLEN)
                   TALLYING WS-TALLY-CNT
                   FOR ALL '"code":-'
                       ALL '"code": -'
               IF WS-TALLY-CNT = 0
                   MOVE "Y" TO WS-DB-ACC
               END-IF
           END-IF
           .

       NOTE-ACTUAL-MOVE.
           PERFORM NOTE-HUB-ACCEPTED
           IF WS-CL-ID = 0 OR WS-CL-ID > WS-CLUST-CT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DB-MOVES(WS-CL-ID)
           IF WS-DB-ACC = "Y"
               ADD 1 TO WS-DB-MOVE-OK(WS-CL-ID)
           END-IF
           .

       NOTE-ACTUAL-INSPECT.
           PERFORM NOTE-HUB-ACCEPTED
           IF WS-CL-ID > 0 AND WS-CL-ID <= WS-CLUST-CT
               ADD 1 TO WS-DB-INSP(WS-CL-ID)
               IF WS-DB-ACC = "Y"
                   ADD 1 TO WS-DB-INSP-OK(WS-CL-ID)
               END-IF
           END-IF
           IF WS-DB-IN-CT < 30
               ADD 1 TO WS-DB-IN-CT
               MOVE WS-CELL-NAME TO WS-DB-IN-CELL(WS-DB-IN-CT)
               MOVE WS-DB-ACC TO WS-DB-IN-OK(WS-DB-IN-CT)
           END-IF
           .

       NOTE-ACTUAL-HELICOPTER.
           ADD 1 TO WS-DB-HELI-CT
           MOVE 0 TO WS-TALLY-CNT
           IF WS-JLEN > 0
               INSPECT WS-JBUF(1:WS-JLEN)
                   TALLYING WS-TALLY-CNT
                   FOR ALL "FLG"
           END-IF
           IF WS-TALLY-CNT > 0
               MOVE WS-CELL-NAME TO WS-DB-FOUND-CELL
           END-IF
           .

      *> ============================================================
      *> WRITE-MISSION-DEBRIEF: plan against actuals per cluster -
      *> planned/issued/accepted moves and the extra ones, planned
      *> cells the Hub never recorded an inspection for, and where
      *> the person was found against the plan's cluster ranking
      *> ============================================================
       WRITE-MISSION-DEBRIEF.
           MOVE 0 TO WS-DB-TOT-MOVES WS-DB-TOT-EXTRA
                     WS-DB-TOT-INSP WS-DB-TOT-SKIP
           OPEN OUTPUT DEBRIEF-FILE
           IF WS-DEBRIEF-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-DEBRIEF-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-MP-TS
           MOVE "=== Domatowo mission debrief (plan vs actual) ==="
               TO DEBRIEF-REC
           WRITE DEBRIEF-REC
           MOVE SPACES TO DEBRIEF-REC
           STRING
               WS-MP-TS(1:14) " plan: "
               TRIM(WS-PLAN-PATH)
               DELIMITED SIZE
               INTO DEBRIEF-REC
           END-STRING
           WRITE DEBRIEF-REC

           MOVE 0 TO WS-MP-SEQ
           MOVE 0 TO WS-DB-FOUND-CL
           MOVE 0 TO WS-DB-FOUND-SEQ
           MOVE "N" TO WS-DB-FOUND-INSP
           PERFORM VARYING WS-CL-ID FROM 1 BY 1
               UNTIL WS-CL-ID > WS-CLUST-CT
               PERFORM DEBRIEF-ONE-CLUSTER
           END-PERFORM

           MOVE SPACES TO DEBRIEF-REC
           STRING
               "TOTAL moves plan=" WS-MP-TOT-MOVES
               " actual=" WS-DB-TOT-MOVES
               " extra=" WS-DB-TOT-EXTRA
               " cells plan=" WS-MP-TOT-CELLS
               " inspected=" WS-DB-TOT-INSP
               " skipped=" WS-DB-TOT-SKIP
               " helicopter-calls=" WS-DB-HELI-CT
               " (plan 1)"
               DELIMITED SIZE
               INTO DEBRIEF-REC
           END-STRING
           WRITE DEBRIEF-REC

           MOVE SPACES TO DEBRIEF-REC
           EVALUATE TRUE
               WHEN WS-DB-FOUND-CELL = SPACES
                   STRING
                       "PERSON: not confirmed by any helicopter "
                       "call (analysis pointed at "
                       TRIM(WS-FOUND-CELL) ")"
                       DELIMITED SIZE
                       INTO DEBRIEF-REC
                   END-STRING
               WHEN WS-DB-FOUND-CL = 0
                   STRING
                       "PERSON: found at "
                       TRIM(WS-DB-FOUND-CELL)
                       " - outside every planned cluster"
                       DELIMITED SIZE
                       INTO DEBRIEF-REC
                   END-STRING
               WHEN OTHER
                   STRING
                       "PERSON: found at "
                       TRIM(WS-DB-FOUND-CELL)
                       " - cluster " WS-DB-FOUND-CL
                       " (rank " WS-DB-FOUND-CL
                       " of " WS-CLUST-CT
                       "), planned cell #" WS-DB-FOUND-SEQ
                       " of " WS-MP-TOT-CELLS
                       ", inspected=" WS-DB-FOUND-INSP
                       ", helicopter call " WS-DB-HELI-CT
                       DELIMITED SIZE
                       INTO DEBRIEF-REC
                   END-STRING
           END-EVALUATE
           WRITE DEBRIEF-REC
           CLOSE DEBRIEF-FILE
           DISPLAY "  Debriefing: dodatkowe ruchy=" WS-DB-TOT-EXTRA
               " pominiete komorki=" WS-DB-TOT-SKIP
               " -> " TRIM(WS-DEBRIEF-PATH)
           .

       DEBRIEF-ONE-CLUSTER.
           MOVE 0 TO WS-DB-EXTRA
           IF WS-DB-MOVES(WS-CL-ID) > WS-MP-MOVES(WS-CL-ID)
               COMPUTE WS-DB-EXTRA =
                   WS-DB-MOVES(WS-CL-ID) - WS-MP-MOVES(WS-CL-ID)
           END-IF
           ADD WS-DB-EXTRA TO WS-DB-TOT-EXTRA
           ADD WS-DB-MOVES(WS-CL-ID) TO WS-DB-TOT-MOVES
           ADD WS-DB-INSP-OK(WS-CL-ID) TO WS-DB-TOT-INSP

      *>   Planned cells without an accepted inspection
           MOVE SPACES TO WS-MP-LINE
           MOVE 1 TO WS-MP-PTR
           MOVE 0 TO WS-DB-SKIP-CT
           STRING "  skipped:" DELIMITED SIZE
               INTO WS-MP-LINE WITH POINTER WS-MP-PTR
           END-STRING
           PERFORM VARYING WS-MP-I FROM 1 BY 1
               UNTIL WS-MP-I > WS-MP-PAIR-CT(WS-CL-ID)
               MOVE WS-MP-PR-T1(WS-CL-ID, WS-MP-I) TO WS-M
               PERFORM DEBRIEF-PLAN-CELL
               IF WS-MP-PR-T2(WS-CL-ID, WS-MP-I) > 0
                   MOVE WS-MP-PR-T2(WS-CL-ID, WS-MP-I) TO WS-M
                   PERFORM DEBRIEF-PLAN-CELL
               END-IF
           END-PERFORM
           ADD WS-DB-SKIP-CT TO WS-DB-TOT-SKIP

           MOVE SPACES TO DEBRIEF-REC
           IF WS-MP-DROP-FOUND(WS-CL-ID) = "Y"
               MOVE WS-MP-DROP-COL(WS-CL-ID) TO WS-CELL-COL
               MOVE WS-MP-DROP-ROW(WS-CL-ID) TO WS-CELL-ROW
               PERFORM CELL-TO-NAME
           ELSE
               MOVE "NONE" TO WS-CELL-NAME
           END-IF
           STRING
               "cluster=" WS-CL-ID
               " rank=" WS-CL-ID
               " drop=" TRIM(WS-CELL-NAME)
               " moves plan=" WS-MP-MOVES(WS-CL-ID)
               " actual=" WS-DB-MOVES(WS-CL-ID)
               " accepted=" WS-DB-MOVE-OK(WS-CL-ID)
               " extra=" WS-DB-EXTRA
               " cells plan=" WS-MP-TGT-CT(WS-CL-ID)
               " inspected=" WS-DB-INSP-OK(WS-CL-ID)
               " skipped=" WS-DB-SKIP-CT
               DELIMITED SIZE
               INTO DEBRIEF-REC
           END-STRING
           WRITE DEBRIEF-REC
           IF WS-DB-SKIP-CT > 0
               MOVE WS-MP-LINE TO DEBRIEF-REC
               WRITE DEBRIEF-REC
           END-IF
           .

      *> -- One planned cell (target WS-M): skipped unless the Hub
      *> -- accepted an inspection there; also places the found
      *> -- cell in the plan --
       DEBRIEF-PLAN-CELL.
           ADD 1 TO WS-MP-SEQ
           MOVE WS-TG-COL(WS-M) TO WS-CELL-COL
           MOVE WS-TG-ROW(WS-M) TO WS-CELL-ROW
           PERFORM CELL-TO-NAME
           MOVE 0 TO WS-DB-HIT
           PERFORM VARYING WS-DB-I FROM 1 BY 1
               UNTIL WS-DB-I > WS-DB-IN-CT
               OR WS-DB-HIT > 0
               IF WS-DB-IN-CELL(WS-DB-I) = WS-CELL-NAME
               AND WS-DB-IN-OK(WS-DB-I) = "Y"
                   MOVE WS-DB-I TO WS-DB-HIT
               END-IF
           END-PERFORM
           IF WS-DB-HIT = 0
               ADD 1 TO WS-DB-SKIP-CT
               STRING " " TRIM(WS-CELL-NAME) DELIMITED SIZE
                   INTO WS-MP-LINE WITH POINTER WS-MP-PTR
               END-STRING
           END-IF
           IF WS-DB-FOUND-CELL NOT = SPACES
           AND WS-CELL-NAME = WS-DB-FOUND-CELL
               MOVE WS-CL-ID TO WS-DB-FOUND-CL
               MOVE WS-MP-SEQ TO WS-DB-FOUND-SEQ
               IF WS-DB-HIT > 0
                   MOVE "Y" TO WS-DB-FOUND-INSP
               END-IF
           END-IF
           .

      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
