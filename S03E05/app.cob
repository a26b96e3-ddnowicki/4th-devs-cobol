      *> 3. LLM agent calls query_map("Skolwin")
      *> 4. COBOL fetches map JSON, parses 10x10 grid
      *> 5. BFS finds shortest path avoiding R/T tiles
      *> 6. Cheapest route within the fuel/food budget: vehicle
      *>    costs and budget from savethem_vehicles.dat, search
      *>    over (tile, mounted/walking, fuel used) keeping the
      *>    least food, dismount where it pays; routes running
      *>    out before Skolwin are rejected. Recommendation
      *>    carries a per-step fuel/food ledger. No feasible
      *>    route: the rocket+dismount+walk shortest path is
      *>    shown, marked as over budget
      *> 7. LLM reads recommendation, calls submit_route
      *> 8. COBOL builds answer array, POSTs to /verify
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The agent's tool definitions are S03E05-TOOLS from the
      *> shared prompt library (PROMPTLIB-PROC); the built-in
      *> definitions are only the fallback when the library has
      *> no version in force.
      *> Every agent call is written to the shared API usage
      *> ledger (APICOST-PROC) with the tools version it was built
      *> from, and the run refuses to start once COSTGOV has
      *> marked the program over its monthly budget.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT DEBUG-FILE ASSIGN TO WS-DEBUG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBUG-FS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.

           SELECT VEHICLE-FILE ASSIGN TO WS-VH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VH-FS.

           SELECT PROMPT-LIB-FILE ASSIGN TO WS-PLIB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLIB-FS.

           SELECT API-COST-FILE ASSIGN TO WS-APICOST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APICOST-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT API-BUDGET-FILE ASSIGN TO WS-APIBUDGET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIBUDGET-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC               PIC X(32000).

       FD  DEBUG-FILE.
       01  DEBUG-REC              PIC X(200).

       FD  VEHICLE-FILE.
       01  VEHICLE-REC            PIC X(100).

       FD  PROMPT-LIB-FILE.
       01  PROMPT-LIB-REC         PIC X(1000).

       FD  API-COST-FILE.
       01  API-COST-REC           PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC             PIC X(200).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY PROMPTLIB-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
      *> -- Config --
       01  WS-HUB-KEY             PIC X(100).
       01  WS-OPENAI-KEY          PIC X(200).
       01  WS-MAP-START-C         PIC 9.
       01  WS-BT-HIT              PIC X.

      *> -- Vehicle costs and starting budget, in tenths (0.7
      *> -- fuel is 7) so the search stays in integers --
       01  WS-VH-PATH             PIC X(100)
                                  VALUE "savethem_vehicles.dat".
       01  WS-VH-FS               PIC XX.
       01  WS-VH-EOF              PIC X.
       01  WS-VH-CT               PIC 9(1) VALUE 0.
       01  WS-VH-TABLE.
           05 WS-VH OCCURS 6 TIMES.
              10 WS-VH-NAME       PIC X(10).
              10 WS-VH-FUEL       PIC 9(3).
              10 WS-VH-FOOD       PIC 9(3).
              10 WS-VH-WATER      PIC X.
       01  WS-VH-I                PIC 9(1).
       01  WS-VH-WALK             PIC 9(1) VALUE 0.
       01  WS-VH-F1               PIC X(20).
       01  WS-VH-F2               PIC X(20).
       01  WS-VH-F3               PIC X(20).
       01  WS-VH-F4               PIC X(20).
       01  WS-VH-ED               PIC Z9.9.
       01  WS-VH-ED2              PIC Z9.9.
       01  WS-BUD-FUEL            PIC 9(3) VALUE 100.
       01  WS-BUD-FOOD            PIC 9(3) VALUE 100.

      *> -- Constrained search: least food used per (tile,
      *> -- mode 1=mounted 2=walking, fuel used + 1), with the
      *> -- predecessor state and move (u/d/l/r, x=dismount) --
       01  WS-CR-TABLE.
           05 WS-CR-CELL OCCURS 100 TIMES.
              10 WS-CR-MODE OCCURS 2 TIMES.
                 15 WS-CR-ST OCCURS 101 TIMES.
                    20 WS-CR-FOOD     PIC 9(4) COMP-5.
                    20 WS-CR-PCELL    PIC 9(3) COMP-5.
                    20 WS-CR-PMODE    PIC 9(1) COMP-5.
                    20 WS-CR-PFX      PIC 9(3) COMP-5.
                    20 WS-CR-PMOVE    PIC X(1).
       01  WS-CR-NONE             PIC 9(4) VALUE 9999.
       01  WS-CR-V                PIC 9(1).
       01  WS-CR-CV               PIC 9(1).
       01  WS-CR-CI               PIC 9(3).
       01  WS-CR-M                PIC 9(1).
       01  WS-CR-FX               PIC 9(3).
       01  WS-CR-NFX              PIC 9(3).
       01  WS-CR-NFOOD            PIC 9(4).
       01  WS-CR-R                PIC 9.
       01  WS-CR-C                PIC 9.
       01  WS-CR-CHANGED          PIC X.
       01  WS-CR-PASSES           PIC 9(3).
       01  WS-CR-COST             PIC 9(4).
       01  WS-CR-GOAL-I           PIC 9(3).
       01  WS-CR-BEST-COST        PIC 9(4).
       01  WS-CR-FOUND            PIC X VALUE "N".
       01  WS-CR-VEH              PIC 9(1).
       01  WS-CR-MOVES            PIC 9(2).
       01  WS-CR-MV-TABLE.
           05 WS-CR-MV OCCURS 60 TIMES
                                  PIC X(8).
       01  WS-CR-REV-TABLE.
           05 WS-CR-RV OCCURS 60 TIMES
                                  PIC X(1).
       01  WS-CR-REV-CT           PIC 9(2).
       01  WS-CR-TI               PIC 9(3).
       01  WS-CR-TM               PIC 9(1).
       01  WS-CR-TFX              PIC 9(3).
       01  WS-CR-HOLD-I           PIC 9(3).
       01  WS-CR-HOLD-M           PIC 9(1).
       01  WS-CR-FUEL-LEFT        PIC S9(3).
       01  WS-CR-FOOD-LEFT        PIC S9(3).
       01  WS-CR-STEP             PIC 9(2).
       01  WS-CR-LINE             PIC X(200).

      *> -- Grid+path debug dump --
       01  WS-DEBUG-PATH          PIC X(200)
                                  VALUE "savethem_debug.log".
       MAIN-PARA.
           MOVE "S03E05-SAVETHEM" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           MOVE "S03E05-SAVETHEM" TO WS-APICOST-PROGID
           PERFORM CHECK-API-BUDGET
           DISPLAY "=== S03E05 SAVETHEM ==="

      *>   Replanning retry bound
           IF WS-HUB-KEY = SPACES
               DISPLAY "ERROR: HUB_API_KEY missing"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-KEY = SPACES
               DISPLAY "ERROR: OPENAI_API_KEY missing"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-HUB-URL = SPACES
               DISPLAY "ERROR: HUB_API_URL missing"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-URL = SPACES
               DISPLAY "ERROR: OPENAI_API_URL missing"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           MOVE "R" TO WS-BLOCK-TILE(1)
           MOVE "T" TO WS-BLOCK-TILE(2)

      *>   Vehicle costs and budget for the constrained route
           PERFORM LOAD-VEHICLE-COSTS

      *>   Phase 1: Discover map tool
           DISPLAY " "
           DISPLAY "[PHASE 1] Discovering tools..."
           IF WS-MAP-URL = SPACES
               DISPLAY "ERROR: map tool not found!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "map tool not found"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           INITIALIZE WS-TOOLS-JSON
           MOVE 1 TO WS-TOOLS-PTR

      *>   Definitions in force from the prompt library (already
      *>   JSON, so taken raw); built-in ones below otherwise
           MOVE "S03E05-TOOLS" TO WS-PLIB-NAME
           MOVE "R" TO WS-PLIB-MODE
           PERFORM PROMPT-LOAD
           MOVE WS-PLIB-NAME TO WS-APICOST-PROMPT
           MOVE WS-PLIB-VERSION TO WS-APICOST-PVER
           IF WS-PLIB-FOUND = "Y"
           AND WS-PLIB-TLEN < LENGTH(WS-TOOLS-JSON)
               MOVE WS-PLIB-TEXT(1:WS-PLIB-TLEN) TO WS-TOOLS-JSON
               COMPUTE WS-TOOLS-PTR = WS-PLIB-TLEN + 1
               DISPLAY "  Tools JSON z biblioteki ("
                   WS-TOOLS-PTR " chars)"
               EXIT PARAGRAPH
           END-IF

      *>   Tool 1: query_map
           STRING
               '{"type":"function",'
               WITH POINTER WS-CONV-PTR
           END-STRING

           COMPUTE WS-VH-ED = WS-BUD-FUEL / 10
           COMPUTE WS-VH-ED2 = WS-BUD-FOOD / 10
           STRING
               ' Guide messenger S to G'
               ' on 10x10 grid.'
               WS-NL WS-NL
               'BUDGET: ' TRIM(WS-VH-ED) ' fuel,'
               ' ' TRIM(WS-VH-ED2) ' food total.'
               WS-NL WS-NL
               'VEHICLES per move:'
               WS-NL
               WITH POINTER WS-CONV-PTR
           END-STRING

      *>   Vehicle lines from the same table the route search uses
           PERFORM VARYING WS-VH-I FROM 1 BY 1
               UNTIL WS-VH-I > WS-VH-CT
               COMPUTE WS-VH-ED = WS-VH-FUEL(WS-VH-I) / 10
               COMPUTE WS-VH-ED2 = WS-VH-FOOD(WS-VH-I) / 10
               STRING
                   TRIM(WS-VH-NAME(WS-VH-I))
                   ' fuel=' TRIM(WS-VH-ED)
                   ' food=' TRIM(WS-VH-ED2)
                   DELIMITED SIZE
                   INTO WS-CONV-BUF
                   WITH POINTER WS-CONV-PTR
               END-STRING
               IF WS-VH-WATER(WS-VH-I) = "Y"
                   STRING ' CAN water.' WS-NL
                       DELIMITED SIZE
                       INTO WS-CONV-BUF
                       WITH POINTER WS-CONV-PTR
                   END-STRING
               ELSE
                   STRING ' NO water.' WS-NL
                       DELIMITED SIZE
                       INTO WS-CONV-BUF
                       WITH POINTER WS-CONV-PTR
                   END-STRING
               END-IF
           END-PERFORM
           STRING WS-NL
               DELIMITED SIZE
               INTO WS-CONV-BUF
               WITH POINTER WS-CONV-PTR
               MOVE "work.tmp"
                   TO WS-WORK-PATH

               MOVE WS-LLM-USED-NAME TO WS-APICOST-PROVIDER
               COMPUTE WS-APICOST-REQBYTES = WS-PTR - 1
               MOVE WS-JLEN TO WS-APICOST-RESPBYTES
               MOVE WS-JBUF TO WS-APICOST-SCAN-BUF
               PERFORM LOG-API-USAGE

               IF WS-JLEN > 10
                   MOVE 0 TO WS-TALLY-CNT
                   INSPECT WS-JBUF(1:WS-JLEN)
      *>   Find first water step
           PERFORM FIND-WATER-STEP

      *>   Cheapest route that fits the fuel/food budget
           PERFORM PLAN-CONSTRAINED-ROUTE

      *>   Build formatted response
           PERFORM BUILD-MAP-RESPONSE
           .
               END-STRING
           END-IF

      *>   Budget-feasible route with its ledger when there is
      *>   one; otherwise the shortest path, flagged
           IF WS-CR-FOUND = "Y"
               PERFORM BUILD-LEDGER-RESPONSE
               COMPUTE WS-TOOL-RESULT-LEN =
                   WS-PTR - 1
               DISPLAY "  Map response ("
                   WS-TOOL-RESULT-LEN
                   " chars): "
                   WS-TOOL-RESULT(
                   1:FUNCTION MIN(
                   WS-TOOL-RESULT-LEN, 400))
               EXIT PARAGRAPH
           END-IF
           STRING
               "NO ROUTE FITS THE BUDGET - every route "
               "runs out of fuel or food before "
               TRIM(WS-CITY-NAME) ". Shortest path only, "
               DELIMITED SIZE
               INTO WS-TOOL-RESULT
               WITH POINTER WS-PTR
           END-STRING

      *>   Build RECOMMENDED ROUTE
           STRING
               "RECOMMENDED ROUTE: "
               WS-TOOL-RESULT-LEN, 400))
           .

      *> ============================================================
      *> BUILD-LEDGER-RESPONSE: the constrained route, then one
      *> ledger entry per step with fuel and food left after it
      *> ============================================================
       BUILD-LEDGER-RESPONSE.
           COMPUTE WS-VH-ED = WS-CR-BEST-COST / 10
           STRING
               "RECOMMENDED ROUTE (cheapest within budget, "
               "fuel+food used " TRIM(WS-VH-ED) "): "
               "vehicle=" TRIM(WS-VH-NAME(WS-CR-VEH))
               " moves="
               DELIMITED SIZE
               INTO WS-TOOL-RESULT
               WITH POINTER WS-PTR
           END-STRING
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CR-MOVES
               STRING
                   TRIM(WS-CR-MV(WS-I)) " "
                   DELIMITED SIZE
                   INTO WS-TOOL-RESULT
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM

           STRING
               ". LEDGER (left after each step): "
               DELIMITED SIZE
               INTO WS-TOOL-RESULT
               WITH POINTER WS-PTR
           END-STRING
           PERFORM LEDGER-START
           PERFORM VARYING WS-CR-STEP FROM 1 BY 1
               UNTIL WS-CR-STEP > WS-CR-MOVES
               PERFORM LEDGER-STEP
               STRING
                   TRIM(WS-CR-LINE) "; "
                   DELIMITED SIZE
                   INTO WS-TOOL-RESULT
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM

           STRING
               "Call submit_route"
               " NOW with this"
               " vehicle and moves."
               DELIMITED SIZE
               INTO WS-TOOL-RESULT
               WITH POINTER WS-PTR
           END-STRING
           .

      *> ============================================================
      *> LOAD-VEHICLE-COSTS: BUDGET|fuel|food and
      *> vehicle|fuel|food|water lines; the built-in table
      *> stands when the file is missing or lists no vehicle
      *> ============================================================
       LOAD-VEHICLE-COSTS.
           MOVE 0 TO WS-VH-CT
           OPEN INPUT VEHICLE-FILE
           IF WS-VH-FS = "00"
               MOVE "N" TO WS-VH-EOF
               PERFORM UNTIL WS-VH-EOF = "Y"
                   READ VEHICLE-FILE
                       AT END
                           MOVE "Y" TO WS-VH-EOF
                       NOT AT END
                           PERFORM PARSE-VEHICLE-LINE
                   END-READ
               END-PERFORM
               CLOSE VEHICLE-FILE
           ELSE
               DISPLAY "  Brak " TRIM(WS-VH-PATH)
                   " - koszty domyslne"
           END-IF

           IF WS-VH-CT = 0
               MOVE 4 TO WS-VH-CT
               MOVE "rocket" TO WS-VH-NAME(1)
               MOVE 10 TO WS-VH-FUEL(1)
               MOVE 1 TO WS-VH-FOOD(1)
               MOVE "N" TO WS-VH-WATER(1)
               MOVE "car" TO WS-VH-NAME(2)
               MOVE 7 TO WS-VH-FUEL(2)
               MOVE 10 TO WS-VH-FOOD(2)
               MOVE "N" TO WS-VH-WATER(2)
               MOVE "horse" TO WS-VH-NAME(3)
               MOVE 0 TO WS-VH-FUEL(3)
               MOVE 16 TO WS-VH-FOOD(3)
               MOVE "Y" TO WS-VH-WATER(3)
               MOVE "walk" TO WS-VH-NAME(4)
               MOVE 0 TO WS-VH-FUEL(4)
               MOVE 25 TO WS-VH-FOOD(4)
               MOVE "Y" TO WS-VH-WATER(4)
           END-IF

           MOVE 0 TO WS-VH-WALK
           PERFORM VARYING WS-VH-I FROM 1 BY 1
               UNTIL WS-VH-I > WS-VH-CT
               IF WS-VH-NAME(WS-VH-I) = "walk"
                   MOVE WS-VH-I TO WS-VH-WALK
               END-IF
           END-PERFORM
           DISPLAY "  Vehicles: " WS-VH-CT
               " budget fuel=" WS-BUD-FUEL
               " food=" WS-BUD-FOOD " (x0.1)"
           .

       PARSE-VEHICLE-LINE.
           IF VEHICLE-REC(1:1) = "#"
           OR VEHICLE-REC = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VH-F1 WS-VH-F2 WS-VH-F3 WS-VH-F4
           UNSTRING VEHICLE-REC DELIMITED BY "|"
               INTO WS-VH-F1 WS-VH-F2 WS-VH-F3 WS-VH-F4
           END-UNSTRING
           IF TEST-NUMVAL(WS-VH-F2) NOT = 0
           OR TEST-NUMVAL(WS-VH-F3) NOT = 0
               DISPLAY "  Pominieto wiersz: "
                   TRIM(VEHICLE-REC)
               EXIT PARAGRAPH
           END-IF
           IF UPPER-CASE(TRIM(WS-VH-F1)) = "BUDGET"
               COMPUTE WS-BUD-FUEL ROUNDED =
                   NUMVAL(WS-VH-F2) * 10
               COMPUTE WS-BUD-FOOD ROUNDED =
                   NUMVAL(WS-VH-F3) * 10
      *>       Fuel axis of the search table tops out at 10.0
               IF WS-BUD-FUEL > 100
                   MOVE 100 TO WS-BUD-FUEL
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-VH-CT >= 6
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VH-CT
           MOVE LOWER-CASE(TRIM(WS-VH-F1))
               TO WS-VH-NAME(WS-VH-CT)
           COMPUTE WS-VH-FUEL(WS-VH-CT) ROUNDED =
               NUMVAL(WS-VH-F2) * 10
           COMPUTE WS-VH-FOOD(WS-VH-CT) ROUNDED =
               NUMVAL(WS-VH-F3) * 10
           IF UPPER-CASE(TRIM(WS-VH-F4)) = "Y"
               MOVE "Y" TO WS-VH-WATER(WS-VH-CT)
           ELSE
               MOVE "N" TO WS-VH-WATER(WS-VH-CT)
           END-IF
           .

      *> ============================================================
      *> PLAN-CONSTRAINED-ROUTE: for every starting vehicle, least
      *> food per (tile, mounted/walking, fuel used) by repeated
      *> relaxation until nothing improves; any label over the
      *> fuel or food budget is never stored, so only survivable
      *> routes reach the goal. Cheapest = least fuel+food; the
      *> winner's moves (with dismount) go to WS-CR-MV and the
      *> ledger to the debug dump.
      *> ============================================================
       PLAN-CONSTRAINED-ROUTE.
           MOVE "N" TO WS-CR-FOUND
           MOVE 9999 TO WS-CR-BEST-COST
           MOVE 0 TO WS-CR-MOVES
           COMPUTE WS-CR-GOAL-I =
               WS-GOAL-R * 10 + WS-GOAL-C + 1

           PERFORM VARYING WS-CR-V FROM 1 BY 1
               UNTIL WS-CR-V > WS-VH-CT
               PERFORM CR-SEARCH-VEHICLE
           END-PERFORM

           IF WS-CR-FOUND = "Y"
               DISPLAY "  Budget route: "
                   TRIM(WS-VH-NAME(WS-CR-VEH))
                   " moves=" WS-CR-MOVES
                   " cost=" WS-CR-BEST-COST " (x0.1)"
               PERFORM WRITE-LEDGER-DUMP
           ELSE
               DISPLAY "  Budget route: brak trasy w budzecie"
           END-IF
           .

      *> -- One starting vehicle WS-CR-V --
       CR-SEARCH-VEHICLE.
           PERFORM VARYING WS-CR-CI FROM 1 BY 1
               UNTIL WS-CR-CI > 100
               PERFORM VARYING WS-CR-M FROM 1 BY 1
                   UNTIL WS-CR-M > 2
                   PERFORM VARYING WS-CR-FX FROM 1 BY 1
                       UNTIL WS-CR-FX > 101
                       MOVE WS-CR-NONE TO
                           WS-CR-FOOD(WS-CR-CI, WS-CR-M,
                           WS-CR-FX)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           COMPUTE WS-CR-CI =
               WS-START-R * 10 + WS-START-C + 1
           MOVE 0 TO WS-CR-FOOD(WS-CR-CI, 1, 1)
           MOVE 0 TO WS-CR-PCELL(WS-CR-CI, 1, 1)

           MOVE "Y" TO WS-CR-CHANGED
           MOVE 0 TO WS-CR-PASSES
           PERFORM UNTIL WS-CR-CHANGED = "N"
               OR WS-CR-PASSES > 200
               MOVE "N" TO WS-CR-CHANGED
               ADD 1 TO WS-CR-PASSES
               PERFORM VARYING WS-CR-CI FROM 1 BY 1
                   UNTIL WS-CR-CI > 100
                   PERFORM VARYING WS-CR-M FROM 1 BY 1
                       UNTIL WS-CR-M > 2
                       PERFORM VARYING WS-CR-FX FROM 1 BY 1
                           UNTIL WS-CR-FX > WS-BUD-FUEL + 1
                           IF WS-CR-FOOD(WS-CR-CI, WS-CR-M,
                               WS-CR-FX) < WS-CR-NONE
                               PERFORM CR-EXPAND-STATE
                           END-IF
                       END-PERFORM
                   END-PERFORM
               END-PERFORM
           END-PERFORM

      *>   Cheapest label on the goal tile for this vehicle
           MOVE 0 TO WS-CR-HOLD-I
           PERFORM VARYING WS-CR-M FROM 1 BY 1
               UNTIL WS-CR-M > 2
               PERFORM VARYING WS-CR-FX FROM 1 BY 1
                   UNTIL WS-CR-FX > WS-BUD-FUEL + 1
                   IF WS-CR-FOOD(WS-CR-GOAL-I, WS-CR-M,
                       WS-CR-FX) < WS-CR-NONE
                       COMPUTE WS-CR-COST = WS-CR-FX - 1
                           + WS-CR-FOOD(WS-CR-GOAL-I,
                           WS-CR-M, WS-CR-FX)
                       IF WS-CR-COST < WS-CR-BEST-COST
                           MOVE WS-CR-COST TO WS-CR-BEST-COST
                           MOVE WS-CR-GOAL-I TO WS-CR-HOLD-I
                           MOVE WS-CR-M TO WS-CR-HOLD-M
                           MOVE WS-CR-FX TO WS-CR-TFX
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CR-HOLD-I > 0
               MOVE "Y" TO WS-CR-FOUND
               MOVE WS-CR-V TO WS-CR-VEH
               PERFORM CR-TRACE-BACK
           END-IF
           .

      *> -- Relax every move out of state (CI, M, FX) --
       CR-EXPAND-STATE.
           COMPUTE WS-CR-R = (WS-CR-CI - 1) / 10
           COMPUTE WS-CR-C = FUNCTION MOD(WS-CR-CI - 1, 10)
           IF WS-CR-M = 1
               MOVE WS-CR-V TO WS-CR-CV
           ELSE
               MOVE WS-VH-WALK TO WS-CR-CV
           END-IF

           PERFORM VARYING WS-DI FROM 1 BY 1
               UNTIL WS-DI > 4
               COMPUTE WS-NR = WS-CR-R + WS-DDR(WS-DI)
               COMPUTE WS-NC = WS-CR-C + WS-DDC(WS-DI)
               IF WS-NR >= 0 AND WS-NR <= 9
               AND WS-NC >= 0 AND WS-NC <= 9
                   COMPUTE WS-NI = WS-NR * 10 + WS-NC + 1
                   MOVE WS-GRID(WS-NI:1) TO WS-CELL
                   PERFORM CHECK-BLOCKED-TILE
                   IF WS-BT-HIT = "N"
                       PERFORM CHECK-BLOCKED-COORD
                   END-IF
                   IF WS-CELL = "W"
                   AND WS-VH-WATER(WS-CR-CV) NOT = "Y"
                       MOVE "Y" TO WS-BT-HIT
                   END-IF
                   IF WS-BT-HIT = "N"
                       COMPUTE WS-CR-NFX = WS-CR-FX
                           + WS-VH-FUEL(WS-CR-CV)
                       COMPUTE WS-CR-NFOOD =
                           WS-CR-FOOD(WS-CR-CI, WS-CR-M,
                           WS-CR-FX)
                           + WS-VH-FOOD(WS-CR-CV)
                       IF WS-CR-NFX <= WS-BUD-FUEL + 1
                       AND WS-CR-NFOOD <= WS-BUD-FOOD
                       AND WS-CR-NFOOD < WS-CR-FOOD(WS-NI,
                           WS-CR-M, WS-CR-NFX)
                           MOVE WS-CR-NFOOD TO WS-CR-FOOD(
                               WS-NI, WS-CR-M, WS-CR-NFX)
                           MOVE WS-CR-CI TO WS-CR-PCELL(
                               WS-NI, WS-CR-M, WS-CR-NFX)
                           MOVE WS-CR-M TO WS-CR-PMODE(
                               WS-NI, WS-CR-M, WS-CR-NFX)
                           MOVE WS-CR-FX TO WS-CR-PFX(
                               WS-NI, WS-CR-M, WS-CR-NFX)
                           MOVE WS-DDN(WS-DI)(1:1)
                               TO WS-CR-PMOVE(WS-NI,
                               WS-CR-M, WS-CR-NFX)
                           MOVE "Y" TO WS-CR-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

      *>   Dismount: same tile, on foot from here on
           IF WS-CR-M = 1
           AND WS-VH-WALK > 0
           AND WS-CR-V NOT = WS-VH-WALK
           AND WS-CR-FOOD(WS-CR-CI, 1, WS-CR-FX)
               < WS-CR-FOOD(WS-CR-CI, 2, WS-CR-FX)
               MOVE WS-CR-FOOD(WS-CR-CI, 1, WS-CR-FX)
                   TO WS-CR-FOOD(WS-CR-CI, 2, WS-CR-FX)
               MOVE WS-CR-CI TO WS-CR-PCELL(WS-CR-CI, 2,
                   WS-CR-FX)
               MOVE 1 TO WS-CR-PMODE(WS-CR-CI, 2, WS-CR-FX)
               MOVE WS-CR-FX TO WS-CR-PFX(WS-CR-CI, 2,
                   WS-CR-FX)
               MOVE "x" TO WS-CR-PMOVE(WS-CR-CI, 2, WS-CR-FX)
               MOVE "Y" TO WS-CR-CHANGED
           END-IF
           .

      *> -- Follow predecessors from the goal label back to the
      *> -- start, then reverse into WS-CR-MV --
       CR-TRACE-BACK.
           MOVE WS-CR-HOLD-I TO WS-CR-TI
           MOVE WS-CR-HOLD-M TO WS-CR-TM
           MOVE 0 TO WS-CR-REV-CT
           PERFORM UNTIL WS-CR-REV-CT >= 60
               OR (WS-CR-TM = 1 AND WS-CR-TFX = 1
                   AND WS-CR-FOOD(WS-CR-TI, 1, 1) = 0
                   AND WS-CR-TI =
                       WS-START-R * 10 + WS-START-C + 1)
               ADD 1 TO WS-CR-REV-CT
               MOVE WS-CR-PMOVE(WS-CR-TI, WS-CR-TM, WS-CR-TFX)
                   TO WS-CR-RV(WS-CR-REV-CT)
               MOVE WS-CR-PCELL(WS-CR-TI, WS-CR-TM, WS-CR-TFX)
                   TO WS-CR-HOLD-I
               MOVE WS-CR-PMODE(WS-CR-TI, WS-CR-TM, WS-CR-TFX)
                   TO WS-CR-HOLD-M
               MOVE WS-CR-PFX(WS-CR-TI, WS-CR-TM, WS-CR-TFX)
                   TO WS-CR-TFX
               MOVE WS-CR-HOLD-I TO WS-CR-TI
               MOVE WS-CR-HOLD-M TO WS-CR-TM
           END-PERFORM

           MOVE WS-CR-REV-CT TO WS-CR-MOVES
           PERFORM VARYING WS-CR-STEP FROM 1 BY 1
               UNTIL WS-CR-STEP > WS-CR-MOVES
               COMPUTE WS-I = WS-CR-MOVES - WS-CR-STEP + 1
               EVALUATE WS-CR-RV(WS-I)
                   WHEN "u"
                       MOVE "up" TO WS-CR-MV(WS-CR-STEP)
                   WHEN "d"
                       MOVE "down" TO WS-CR-MV(WS-CR-STEP)
                   WHEN "l"
                       MOVE "left" TO WS-CR-MV(WS-CR-STEP)
                   WHEN "r"
                       MOVE "right" TO WS-CR-MV(WS-CR-STEP)
                   WHEN OTHER
                       MOVE "dismount" TO WS-CR-MV(WS-CR-STEP)
               END-EVALUATE
           END-PERFORM
           .

      *> -- Ledger walk: start position and full budget --
       LEDGER-START.
           MOVE WS-START-R TO WS-TR
           MOVE WS-START-C TO WS-TC-VAR
           MOVE WS-CR-VEH TO WS-CR-CV
           MOVE WS-BUD-FUEL TO WS-CR-FUEL-LEFT
           MOVE WS-BUD-FOOD TO WS-CR-FOOD-LEFT
           .

      *> -- Apply step WS-CR-STEP and describe it in WS-CR-LINE --
       LEDGER-STEP.
           MOVE SPACES TO WS-CR-LINE
           IF WS-CR-MV(WS-CR-STEP) = "dismount"
               MOVE WS-VH-WALK TO WS-CR-CV
           ELSE
               EVALUATE TRIM(WS-CR-MV(WS-CR-STEP))
                   WHEN "up"
                       SUBTRACT 1 FROM WS-TR
                   WHEN "down"
                       ADD 1 TO WS-TR
                   WHEN "left"
                       SUBTRACT 1 FROM WS-TC-VAR
                   WHEN "right"
                       ADD 1 TO WS-TC-VAR
               END-EVALUATE
               SUBTRACT WS-VH-FUEL(WS-CR-CV) FROM WS-CR-FUEL-LEFT
               SUBTRACT WS-VH-FOOD(WS-CR-CV) FROM WS-CR-FOOD-LEFT
           END-IF
           COMPUTE WS-VH-ED = WS-CR-FUEL-LEFT / 10
           COMPUTE WS-VH-ED2 = WS-CR-FOOD-LEFT / 10
           COMPUTE WS-IDX = WS-TR * 10 + WS-TC-VAR + 1
           STRING
               WS-CR-STEP " " TRIM(WS-CR-MV(WS-CR-STEP))
               " " TRIM(WS-VH-NAME(WS-CR-CV))
               " (" WS-TR "," WS-TC-VAR ") "
               WS-GRID(WS-IDX:1)
               " fuel=" TRIM(WS-VH-ED)
               " food=" TRIM(WS-VH-ED2)
               DELIMITED SIZE
               INTO WS-CR-LINE
           END-STRING
           .

      *> -- Constrained route and its ledger into the debug dump --
       WRITE-LEDGER-DUMP.
           OPEN EXTEND DEBUG-FILE
           IF WS-DEBUG-FS NOT = "00"
               OPEN OUTPUT DEBUG-FILE
           END-IF
           MOVE SPACES TO DEBUG-REC
           COMPUTE WS-VH-ED = WS-CR-BEST-COST / 10
           STRING
               "budget route vehicle="
               TRIM(WS-VH-NAME(WS-CR-VEH))
               " steps=" WS-CR-MOVES
               " fuel+food=" TRIM(WS-VH-ED)
               DELIMITED SIZE
               INTO DEBUG-REC
           END-STRING
           WRITE DEBUG-REC
           PERFORM LEDGER-START
           PERFORM VARYING WS-CR-STEP FROM 1 BY 1
               UNTIL WS-CR-STEP > WS-CR-MOVES
               PERFORM LEDGER-STEP
               MOVE SPACES TO DEBUG-REC
               STRING "  " TRIM(WS-CR-LINE)
                   DELIMITED SIZE
                   INTO DEBUG-REC
               END-STRING
               WRITE DEBUG-REC
           END-PERFORM
           CLOSE DEBUG-FILE
           .

      *> ============================================================
      *> TOOL-SUBMIT-ROUTE: Parse args, verify with Hub
      *> ============================================================
           STRING
               "curl -s"
               " -o verify_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           PERFORM READ-RESP-FILE
           MOVE "work.tmp" TO WS-WORK-PATH

           MOVE WS-RESP-BUF TO WS-HUBLOG-BODY
           MOVE WS-TOOL-RESULT TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           IF WS-TOOL-RESULT-LEN = 0
               MOVE '{"error":"no resp"}'
                   TO WS-TOOL-RESULT
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY LLMFAIL-PROC.
       COPY PROMPTLIB-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
