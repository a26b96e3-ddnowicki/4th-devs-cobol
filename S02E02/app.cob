      *>  7. Send 5 images to Gemini per cell
      *>  8. Parse rotation answers, execute via API
      *>
      *> Before any rotation is sent the solved board is checked
      *> as a circuit: each cell's connector sides are read off
      *> the binarized cell (current and target), turned by the
      *> planned rotation and traced from the power source across
      *> the grid. Open ends or unreached targets stop the
      *> submission (circuit_check.txt names the cells, lowest
      *> match confidence first). BOARD_CIRCUIT_CHECK=N skips it,
      *> BOARD_SOURCE=RxCs (e.g. 3x1W) pins the source terminal.
      *>
      *> Compile: cobc -x app_v2.cob
      *> Run:     COB_FILE_FORMAT=1 ./app_v2
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The Gemini calls go through OpenRouter with the key in
      *> OPENROUTER_API_KEY; without it the run ends ERR
      *> CONFIG-MISSING before anything is downloaded.
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
           SELECT WORKER-VERDICT-FILE ASSIGN TO WS-WVD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WVD-FS.
           SELECT CIRCUIT-CHECK-FILE ASSIGN TO WS-CK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CK-FS.

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

       FD  WORKER-VERDICT-FILE.
       01  WORKER-VERDICT-REC      PIC X(50).

       FD  CIRCUIT-CHECK-FILE.
       01  CIRCUIT-CHECK-REC       PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
      *> ============================================================
      *> CONFIG
      *> ============================================================
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ROT OCCURS 9 TIMES PIC 9(1).

      *> -- Connector sides per cell, N/E/S/W as "1"/"0", read
      *> -- at rotation 0 off the current and the target cell,
      *> -- plus the dark-pixel overlap (0-100) of the chosen
      *> -- rotation with the target: the match confidence --
       01  WS-CN-TABLE.
           05  WS-CN-ENT OCCURS 9 TIMES.
               10  WS-CN-CUR       PIC X(4).
               10  WS-CN-TGT       PIC X(4).
               10  WS-CN-CONF      PIC 9(3).
       01  WS-CN-ROT-IMGS.
           05  WS-CN-ROT-IMG OCCURS 4 TIMES PIC X(40000).
       01  WS-CN-MASK              PIC X(4).
      *>   Sampling band: 30 px across the edge midpoint, starting
      *>   12 px in (clear of any grid line left by the crop)
       01  WS-CN-BAND-IN           PIC 9(3) COMP-5 VALUE 12.
       01  WS-CN-BAND-DEPTH        PIC 9(3) COMP-5 VALUE 25.
       01  WS-CN-BAND-HALF         PIC 9(3) COMP-5 VALUE 15.
       01  WS-CN-MIN-DARK          PIC 9(5) COMP-5 VALUE 150.
       01  WS-CN-SIDE              PIC 9(1).
       01  WS-CN-DARK              PIC 9(5) COMP-5.
       01  WS-CN-X                 PIC 9(3) COMP-5.
       01  WS-CN-Y                 PIC 9(3) COMP-5.
       01  WS-CN-X0                PIC 9(3) COMP-5.
       01  WS-CN-Y0                PIC 9(3) COMP-5.
       01  WS-CN-POS               PIC 9(7) COMP-5.
       01  WS-CN-BOTH              PIC 9(5) COMP-5.
       01  WS-CN-EITHER            PIC 9(5) COMP-5.
       01  WS-CN-A                 PIC X.
       01  WS-CN-B                 PIC X.

      *> -- Circuit check of the planned board --
       01  WS-CK-PATH              PIC X(100) VALUE
           "circuit_check.txt".
       01  WS-CK-FS                PIC XX.
       01  WS-CK-ENV               PIC X(5).
       01  WS-CK-SRC-ENV           PIC X(10).
       01  WS-CK-RESULT            PIC X VALUE "S".
           88  WS-CK-PASSED        VALUE "P".
           88  WS-CK-FAILED        VALUE "F".
           88  WS-CK-SKIPPED       VALUE "S".
       01  WS-CK-BOARD.
           05  WS-CK-CELL OCCURS 9 TIMES.
               10  WS-CK-ROT       PIC X(4).
               10  WS-CK-SEEN      PIC X.
               10  WS-CK-TERM      PIC X OCCURS 4 TIMES.
               10  WS-CK-REACHED   PIC X OCCURS 4 TIMES.
       01  WS-CK-SIDE-NAMES        PIC X(4) VALUE "NESW".
       01  WS-CK-QUEUE.
           05  WS-CK-Q OCCURS 9 TIMES PIC 9(1).
       01  WS-CK-QHEAD             PIC 9(2).
       01  WS-CK-QTAIL             PIC 9(2).
       01  WS-CK-C                 PIC 9(2).
       01  WS-CK-S                 PIC 9(1).
       01  WS-CK-S2                PIC 9(1).
       01  WS-CK-OPP               PIC 9(1).
       01  WS-CK-NB                PIC 9(2).
       01  WS-CK-R                 PIC 9(1).
       01  WS-CK-COL               PIC 9(1).
       01  WS-CK-SRC-CELL          PIC 9(2).
       01  WS-CK-SRC-SIDE          PIC 9(1).
       01  WS-CK-TERM-CT           PIC 9(2).
       01  WS-CK-OPEN-CT           PIC 9(2).
       01  WS-CK-MISS-CT           PIC 9(2).
       01  WS-CK-DIFF-CT           PIC 9(2).
       01  WS-CK-NODATA            PIC 9(2).
       01  WS-CK-LOW-CELL          PIC 9(2).
       01  WS-CK-LOW-CONF          PIC 9(3).
       01  WS-CK-MSG               PIC X(200).

      *> -- Parallel cell decoding: BOARD_WORKERS processes, each
      *> -- handed a BOARD_CELL_RANGE, verdicts merged back from
      *> -- per-worker files --
       01  WS-WVD-LINE             PIC X(50).
       01  WS-WVD-F1               PIC X(10).
       01  WS-WVD-F2               PIC X(10).
       01  WS-WVD-F3               PIC X(10).
       01  WS-WVD-F4               PIC X(10).
       01  WS-WVD-F5               PIC X(10).
       01  WS-WVD-CELL             PIC 9(1).
       01  WS-WRK-CMD              PIC X(1500).
       01  WS-WRK-PTR              PIC 9(4).
           PERFORM INIT-CONFIG
           PERFORM INIT-CELL-IDS
           PERFORM INIT-CRC32-TABLE
           INITIALIZE WS-CN-TABLE
           MOVE "N" TO WS-FLAG-FOUND

      *>   Spawned cell worker? Do the assigned range and leave
                   MOVE "OK" TO WS-RUNLOG-STATUS
               ELSE
                   MOVE "FAIL" TO WS-RUNLOG-STATUS
                   MOVE "SELFTEST-FAILED" TO WS-RUNLOG-REASON
               END-IF
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
           END-PERFORM
           DISPLAY "  Total: " WS-TOTAL-ROTS

      *>   A board that cannot carry power is not worth a
      *>   submission round
           DISPLAY " "
           DISPLAY "[4/6] Circuit check:"
           PERFORM CHECK-BOARD-CIRCUIT
           IF WS-CK-FAILED
               DISPLAY "  Plan odrzucony - rotacje NIE wyslane,"
                   " zob. " TRIM(WS-CK-PATH)
      *>       The cached verdicts are the misread; do not let the
      *>       next run replay them
               CALL "SYSTEM" USING
                   "rm -f board_decode_cache.txt"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "LLM-MISREAD" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               IF WS-CK-LOW-CELL > 0
                   STRING "circuit check failed, not submitted;"
                       " suspect cell "
                       WS-CELL-ID(WS-CK-LOW-CELL)
                       DELIMITED SIZE INTO WS-RUNLOG-RESULT
                   END-STRING
               ELSE
                   MOVE "circuit check failed, not submitted"
                       TO WS-RUNLOG-RESULT
               END-IF
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

      *>   Re-init key and URL (guard against corruption)
           MOVE "REDACTED_HUB_API_KEY"
               TO WS-HUB-KEY
           END-IF
           IF WS-FLAG-FOUND NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           ELSE

       MERGE-ONE-VERDICT-LINE.
           MOVE SPACES TO WS-WVD-F1 WS-WVD-F2
                          WS-WVD-F3 WS-WVD-F4 WS-WVD-F5
           UNSTRING WS-WVD-LINE DELIMITED BY "|"
               INTO WS-WVD-F1 WS-WVD-F2
                    WS-WVD-F3 WS-WVD-F4 WS-WVD-F5
           END-UNSTRING
           IF TRIM(WS-WVD-F1) IS NUMERIC
           AND TRIM(WS-WVD-F2) IS NUMERIC
               COMPUTE WS-WVD-CELL = NUMVAL(WS-WVD-F1)
               COMPUTE WS-PLAN-ROT(WS-WVD-CELL) =
                   NUMVAL(WS-WVD-F2)
               MOVE WS-WVD-F3(1:4) TO WS-CN-CUR(WS-WVD-CELL)
               MOVE WS-WVD-F4(1:4) TO WS-CN-TGT(WS-WVD-CELL)
               IF TRIM(WS-WVD-F5) IS NUMERIC
                   COMPUTE WS-CN-CONF(WS-WVD-CELL) =
                       NUMVAL(WS-WVD-F5)
               END-IF
               ADD 1 TO WS-WRK-MERGED
           END-IF
           .
               MOVE SPACES TO WS-WVD-LINE
               STRING
                   WS-CUR-CELL "|"
                   WS-PLAN-ROT(WS-CUR-CELL) "|"
                   WS-CN-CUR(WS-CUR-CELL) "|"
                   WS-CN-TGT(WS-CUR-CELL) "|"
                   WS-CN-CONF(WS-CUR-CELL)
                   DELIMITED SIZE
                   INTO WS-WVD-LINE
               END-STRING
      *> instance, so it is ignored and a full decode runs instead.
      *> Record layout (space separated, one line):
      *>   board hash, 4 grid rows, 4 grid cols, 4 tgt grid rows,
      *>   4 tgt grid cols, 9 rotation verdicts, then per cell
      *>   current connectors, target connectors, confidence
      *> ============================================================
       LOAD-BOARD-CACHE.
           MOVE "N" TO WS-CACHE-HIT
                   WS-PLAN-ROT(5) WS-PLAN-ROT(6)
                   WS-PLAN-ROT(7) WS-PLAN-ROT(8)
                   WS-PLAN-ROT(9)
                   WS-CN-CUR(1) WS-CN-TGT(1) WS-CN-CONF(1)
                   WS-CN-CUR(2) WS-CN-TGT(2) WS-CN-CONF(2)
                   WS-CN-CUR(3) WS-CN-TGT(3) WS-CN-CONF(3)
                   WS-CN-CUR(4) WS-CN-TGT(4) WS-CN-CONF(4)
                   WS-CN-CUR(5) WS-CN-TGT(5) WS-CN-CONF(5)
                   WS-CN-CUR(6) WS-CN-TGT(6) WS-CN-CONF(6)
                   WS-CN-CUR(7) WS-CN-TGT(7) WS-CN-CONF(7)
                   WS-CN-CUR(8) WS-CN-TGT(8) WS-CN-CONF(8)
                   WS-CN-CUR(9) WS-CN-TGT(9) WS-CN-CONF(9)
           END-UNSTRING

           IF TRIM(WS-CACHE-HASH) = SPACES
                   WITH POINTER WS-CACHE-PTR
               END-STRING
           END-PERFORM
           PERFORM VARYING WS-CACHE-I FROM 1 BY 1
               UNTIL WS-CACHE-I > 9
               STRING WS-CN-CUR(WS-CACHE-I) " "
                   WS-CN-TGT(WS-CACHE-I) " "
                   WS-CN-CONF(WS-CACHE-I) " "
                   DELIMITED SIZE
                   INTO CACHE-REC
                   WITH POINTER WS-CACHE-PTR
               END-STRING
           END-PERFORM

           WRITE CACHE-REC
           CLOSE CACHE-FILE
           MOVE "REDACTED_HUB_API_KEY"
               TO WS-HUB-KEY
           MOVE "REDACTED_HUB_URL" TO WS-HUB-URL
      *>   OpenRouter key from the environment only (ENDPROBE
      *>   probes the GEMINI endpoint with the same variable)
           MOVE SPACES TO WS-OR-KEY
           ACCEPT WS-OR-KEY FROM ENVIRONMENT "OPENROUTER_API_KEY"
           IF WS-OR-KEY = SPACES
               DISPLAY "BLAD: brak OPENROUTER_API_KEY"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "OPENROUTER_API_KEY not set"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE WS-OR-KEY TO WS-MASK-NEW
           PERFORM MASK-REGISTER-SECRET

           INITIALIZE WS-VERIFY-URL
           STRING TRIM(WS-HUB-URL) "/verify"
                   EXIT PARAGRAPH
               END-IF
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "could not open PNG file" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
                   EXIT PARAGRAPH
               END-IF
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-INVALID" TO WS-RUNLOG-REASON
               MOVE "input is not a PNG file" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
                       DISPLAY "  ERROR: invalid BTYPE="
                           WS-BTYPE
                       MOVE "ERR" TO WS-RUNLOG-STATUS
                       MOVE "INPUT-INVALID" TO WS-RUNLOG-REASON
                       MOVE "invalid deflate BTYPE"
                           TO WS-RUNLOG-RESULT
                       PERFORM RUNLOG-END
      *>   Binarize
           PERFORM BINARIZE-CELL
           DISPLAY "    binarize done"
           PERFORM DETECT-CELL-CONNECTORS
           MOVE WS-CN-MASK TO WS-CN-CUR(WS-CUR-CELL)
           MOVE WS-CELL-BUF TO WS-CN-ROT-IMG(1)

      *>   Save original cell (rotation 0)
      *>   Encode as PNG + base64
           MOVE WS-B64-OUT-BUF(1:WS-B64-OUT-LEN)
               TO WS-CELL-B64-DATA(2)(1:WS-B64-OUT-LEN)
           MOVE WS-B64-OUT-LEN TO WS-CELL-B64-LEN(2)
           MOVE WS-CELL-BUF TO WS-CN-ROT-IMG(2)
           IF WS-DUMP-CELLS = "Y"
               MOVE "rot90" TO WS-DUMP-SUFFIX
               PERFORM BUILD-DUMP-PATH-AND-WRITE
           MOVE WS-B64-OUT-BUF(1:WS-B64-OUT-LEN)
               TO WS-CELL-B64-DATA(3)(1:WS-B64-OUT-LEN)
           MOVE WS-B64-OUT-LEN TO WS-CELL-B64-LEN(3)
           MOVE WS-CELL-BUF TO WS-CN-ROT-IMG(3)
           IF WS-DUMP-CELLS = "Y"
               MOVE "rot180" TO WS-DUMP-SUFFIX
               PERFORM BUILD-DUMP-PATH-AND-WRITE
           MOVE WS-B64-OUT-BUF(1:WS-B64-OUT-LEN)
               TO WS-CELL-B64-DATA(4)(1:WS-B64-OUT-LEN)
           MOVE WS-B64-OUT-LEN TO WS-CELL-B64-LEN(4)
           MOVE WS-CELL-BUF TO WS-CN-ROT-IMG(4)
           IF WS-DUMP-CELLS = "Y"
               MOVE "rot270" TO WS-DUMP-SUFFIX
               PERFORM BUILD-DUMP-PATH-AND-WRITE
           MOVE "T" TO WS-IMG-SOURCE
           PERFORM CROP-RESIZE-CELL
           PERFORM BINARIZE-CELL
           PERFORM DETECT-CELL-CONNECTORS
           MOVE WS-CN-MASK TO WS-CN-TGT(WS-CUR-CELL)
           PERFORM ENCODE-CELL-PNG-B64
           MOVE WS-B64-OUT-BUF(1:WS-B64-OUT-LEN)
               TO WS-CELL-B64-DATA(5)(1:WS-B64-OUT-LEN)
      *>   Send to Gemini
           PERFORM SEND-CELL-VISION
           MOVE WS-ROT-ANSWER TO WS-PLAN-ROT(WS-CUR-CELL)
           PERFORM SCORE-CELL-VERDICT
           DISPLAY "    -> " WS-ROT-ANSWER " rotations"
               " (zlacza " WS-CN-CUR(WS-CUR-CELL)
               " -> " WS-CN-TGT(WS-CUR-CELL)
               ", pewnosc " WS-CN-CONF(WS-CUR-CELL) ")"
           .

      *> ============================================================
      *> DETECT-CELL-CONNECTORS: which sides of the binarized
      *> WS-CELL-BUF carry a cable. A side counts when the band
      *> across its midpoint holds at least WS-CN-MIN-DARK dark
      *> pixels. Result in WS-CN-MASK, N/E/S/W order.
      *> ============================================================
       DETECT-CELL-CONNECTORS.
           MOVE "0000" TO WS-CN-MASK
           PERFORM VARYING WS-CN-SIDE FROM 1 BY 1
               UNTIL WS-CN-SIDE > 4
               MOVE 0 TO WS-CN-DARK
               EVALUATE WS-CN-SIDE
                   WHEN 1
                       MOVE WS-CN-BAND-IN TO WS-CN-Y0
                       COMPUTE WS-CN-X0 = 100 - WS-CN-BAND-HALF
                   WHEN 2
                       COMPUTE WS-CN-X0 = 200 - WS-CN-BAND-IN
                           - WS-CN-BAND-DEPTH
                       COMPUTE WS-CN-Y0 = 100 - WS-CN-BAND-HALF
                   WHEN 3
                       COMPUTE WS-CN-Y0 = 200 - WS-CN-BAND-IN
                           - WS-CN-BAND-DEPTH
                       COMPUTE WS-CN-X0 = 100 - WS-CN-BAND-HALF
                   WHEN 4
                       MOVE WS-CN-BAND-IN TO WS-CN-X0
                       COMPUTE WS-CN-Y0 = 100 - WS-CN-BAND-HALF
               END-EVALUATE
      *>       N/S bands are wide and shallow, E/W tall and narrow
               IF WS-CN-SIDE = 1 OR WS-CN-SIDE = 3
                   PERFORM VARYING WS-CN-Y FROM WS-CN-Y0 BY 1
                       UNTIL WS-CN-Y >= WS-CN-Y0 + WS-CN-BAND-DEPTH
                       PERFORM VARYING WS-CN-X FROM WS-CN-X0 BY 1
                           UNTIL WS-CN-X >=
                               WS-CN-X0 + 2 * WS-CN-BAND-HALF
                           PERFORM COUNT-CONNECTOR-PIXEL
                       END-PERFORM
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CN-Y FROM WS-CN-Y0 BY 1
                       UNTIL WS-CN-Y >=
                           WS-CN-Y0 + 2 * WS-CN-BAND-HALF
                       PERFORM VARYING WS-CN-X FROM WS-CN-X0 BY 1
                           UNTIL WS-CN-X >=
                               WS-CN-X0 + WS-CN-BAND-DEPTH
                           PERFORM COUNT-CONNECTOR-PIXEL
                       END-PERFORM
                   END-PERFORM
               END-IF
               IF WS-CN-DARK >= WS-CN-MIN-DARK
                   MOVE "1" TO WS-CN-MASK(WS-CN-SIDE:1)
               END-IF
           END-PERFORM
           .

       COUNT-CONNECTOR-PIXEL.
           COMPUTE WS-CN-POS = WS-CN-Y * 200 + WS-CN-X + 1
           IF WS-CELL-BUF(WS-CN-POS:1) = CHAR(1)
               ADD 1 TO WS-CN-DARK
           END-IF
           .

      *> ============================================================
      *> SCORE-CELL-VERDICT: overlap of the dark pixels of the
      *> chosen rotation with the target cell (still binarized in
      *> WS-CELL-BUF), both-dark over either-dark, as 0-100.
      *> ============================================================
       SCORE-CELL-VERDICT.
           MOVE 0 TO WS-CN-BOTH
           MOVE 0 TO WS-CN-EITHER
           COMPUTE WS-ROT-I = WS-ROT-ANSWER + 1
           PERFORM VARYING WS-CN-POS FROM 1 BY 1
               UNTIL WS-CN-POS > 40000
               MOVE WS-CN-ROT-IMG(WS-ROT-I)(WS-CN-POS:1)
                   TO WS-CN-A
               MOVE WS-CELL-BUF(WS-CN-POS:1) TO WS-CN-B
               IF WS-CN-A = CHAR(1) OR WS-CN-B = CHAR(1)
                   ADD 1 TO WS-CN-EITHER
                   IF WS-CN-A = WS-CN-B
                       ADD 1 TO WS-CN-BOTH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CN-EITHER = 0
               MOVE 100 TO WS-CN-CONF(WS-CUR-CELL)
           ELSE
               COMPUTE WS-CN-CONF(WS-CUR-CELL) =
                   WS-CN-BOTH * 100 / WS-CN-EITHER
           END-IF
           .

      *> ============================================================
      *> CHECK-BOARD-CIRCUIT: turn every cell's connectors by its
      *> planned rotation and trace the board from the source.
      *> Terminals are the sides of border cells that point off
      *> the grid on the TARGET board; the source is BOARD_SOURCE
      *> or else the first terminal on the west edge. Every cable
      *> end reached from the source must meet a matching cable
      *> or a terminal, and every terminal must be reached.
      *> ============================================================
       CHECK-BOARD-CIRCUIT.
           MOVE "S" TO WS-CK-RESULT
           MOVE 0 TO WS-CK-TERM-CT WS-CK-OPEN-CT
                     WS-CK-MISS-CT WS-CK-DIFF-CT
                     WS-CK-NODATA
           MOVE SPACES TO WS-CK-ENV
           ACCEPT WS-CK-ENV FROM ENVIRONMENT "BOARD_CIRCUIT_CHECK"
           IF WS-CK-ENV = "N"
               DISPLAY "  Kontrola obwodu wylaczona"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT CIRCUIT-CHECK-FILE
           IF WS-CK-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-CK-PATH)
           END-IF

      *>   Rotated connector sides, terminals, lowest confidence
           MOVE 0 TO WS-CK-LOW-CELL
           MOVE 999 TO WS-CK-LOW-CONF
           PERFORM VARYING WS-CK-C FROM 1 BY 1
               UNTIL WS-CK-C > 9
               MOVE "N" TO WS-CK-SEEN(WS-CK-C)
               MOVE "0000" TO WS-CK-ROT(WS-CK-C)
               PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > 4
                   MOVE "N" TO WS-CK-TERM(WS-CK-C, WS-CK-S)
                   MOVE "N" TO WS-CK-REACHED(WS-CK-C, WS-CK-S)
               END-PERFORM
               IF WS-CN-CUR(WS-CK-C) = SPACES
               OR WS-CN-TGT(WS-CK-C) = SPACES
                   ADD 1 TO WS-CK-NODATA
               ELSE
                   PERFORM ROTATE-CELL-CONNECTORS
                   PERFORM MARK-CELL-TERMINALS
                   IF WS-CK-ROT(WS-CK-C) NOT = WS-CN-TGT(WS-CK-C)
                       ADD 1 TO WS-CK-DIFF-CT
                   END-IF
                   IF WS-CN-CONF(WS-CK-C) < WS-CK-LOW-CONF
                       MOVE WS-CN-CONF(WS-CK-C) TO WS-CK-LOW-CONF
                       MOVE WS-CK-C TO WS-CK-LOW-CELL
                   END-IF
               END-IF
           END-PERFORM

           IF WS-CK-NODATA > 0
               MOVE SPACES TO WS-CK-MSG
               STRING "SKIPPED: no connector data for "
                   WS-CK-NODATA " cell(s) (cached verdicts"
                   " from an older run?)"
                   DELIMITED SIZE INTO WS-CK-MSG
               END-STRING
               PERFORM WRITE-CIRCUIT-LINE
               PERFORM CLOSE-CIRCUIT-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM PICK-CIRCUIT-SOURCE
           IF WS-CK-SRC-CELL = 0
               MOVE "SKIPPED: no terminals found on the target"
                   & " board" TO WS-CK-MSG
               PERFORM WRITE-CIRCUIT-LINE
               PERFORM CLOSE-CIRCUIT-CHECK
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CK-MSG
           STRING "source " WS-CELL-ID(WS-CK-SRC-CELL)
               WS-CK-SIDE-NAMES(WS-CK-SRC-SIDE:1)
               ", terminals " WS-CK-TERM-CT
               DELIMITED SIZE INTO WS-CK-MSG
           END-STRING
           PERFORM WRITE-CIRCUIT-LINE

      *>   Breadth-first walk from the source cell
           MOVE "Y" TO WS-CK-REACHED(WS-CK-SRC-CELL, WS-CK-SRC-SIDE)
           IF WS-CK-ROT(WS-CK-SRC-CELL)(WS-CK-SRC-SIDE:1) = "1"
               MOVE "Y" TO WS-CK-SEEN(WS-CK-SRC-CELL)
               MOVE 1 TO WS-CK-QHEAD
               MOVE 1 TO WS-CK-QTAIL
               MOVE WS-CK-SRC-CELL TO WS-CK-Q(1)
               PERFORM UNTIL WS-CK-QHEAD > WS-CK-QTAIL
                   MOVE WS-CK-Q(WS-CK-QHEAD) TO WS-CK-C
                   ADD 1 TO WS-CK-QHEAD
                   PERFORM TRACE-CELL-SIDES
               END-PERFORM
           ELSE
               ADD 1 TO WS-CK-OPEN-CT
               MOVE SPACES TO WS-CK-MSG
               STRING "OPEN  " WS-CELL-ID(WS-CK-SRC-CELL)
                   " has no cable on the source side "
                   WS-CK-SIDE-NAMES(WS-CK-SRC-SIDE:1)
                   DELIMITED SIZE INTO WS-CK-MSG
               END-STRING
               PERFORM WRITE-CIRCUIT-LINE
           END-IF

      *>   Terminals the power never got to
           PERFORM VARYING WS-CK-C FROM 1 BY 1
               UNTIL WS-CK-C > 9
               PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > 4
                   IF WS-CK-TERM(WS-CK-C, WS-CK-S) = "Y"
                   AND WS-CK-REACHED(WS-CK-C, WS-CK-S) = "N"
                       ADD 1 TO WS-CK-MISS-CT
                       MOVE SPACES TO WS-CK-MSG
                       STRING "DEAD  target "
                           WS-CELL-ID(WS-CK-C)
                           WS-CK-SIDE-NAMES(WS-CK-S:1)
                           " not reached from the source"
                           DELIMITED SIZE INTO WS-CK-MSG
                       END-STRING
                       PERFORM WRITE-CIRCUIT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-CK-OPEN-CT = 0 AND WS-CK-MISS-CT = 0
               MOVE "P" TO WS-CK-RESULT
               MOVE "PASS: board carries power to every target"
                   TO WS-CK-MSG
               PERFORM WRITE-CIRCUIT-LINE
           ELSE
               MOVE "F" TO WS-CK-RESULT
               MOVE SPACES TO WS-CK-MSG
               STRING "FAIL: open ends " WS-CK-OPEN-CT
                   ", dead targets " WS-CK-MISS-CT
                   DELIMITED SIZE INTO WS-CK-MSG
               END-STRING
               PERFORM WRITE-CIRCUIT-LINE
      *>       Cells whose turned connectors disagree with the
      *>       target are misreads for certain; the weakest
      *>       image match is the next suspect
               PERFORM VARYING WS-CK-C FROM 1 BY 1
                   UNTIL WS-CK-C > 9
                   IF WS-CK-ROT(WS-CK-C) NOT = WS-CN-TGT(WS-CK-C)
                       MOVE SPACES TO WS-CK-MSG
                       STRING "CHECK " WS-CELL-ID(WS-CK-C)
                           " rot " WS-PLAN-ROT(WS-CK-C)
                           " gives " WS-CK-ROT(WS-CK-C)
                           ", target " WS-CN-TGT(WS-CK-C)
                           ", confidence " WS-CN-CONF(WS-CK-C)
                           DELIMITED SIZE INTO WS-CK-MSG
                       END-STRING
                       PERFORM WRITE-CIRCUIT-LINE
                   END-IF
               END-PERFORM
               IF WS-CK-LOW-CELL > 0
                   MOVE SPACES TO WS-CK-MSG
                   STRING "SUSPECT " WS-CELL-ID(WS-CK-LOW-CELL)
                       " (lowest confidence " WS-CK-LOW-CONF
                       ", rot " WS-PLAN-ROT(WS-CK-LOW-CELL) ")"
                       DELIMITED SIZE INTO WS-CK-MSG
                   END-STRING
                   PERFORM WRITE-CIRCUIT-LINE
               END-IF
           END-IF
           PERFORM CLOSE-CIRCUIT-CHECK
           .

      *> -- Side i of the rotation-0 mask lands on side
      *> -- i + rotation (clockwise) --
       ROTATE-CELL-CONNECTORS.
           PERFORM VARYING WS-CK-S FROM 1 BY 1
               UNTIL WS-CK-S > 4
               COMPUTE WS-CK-S2 =
                   MOD(WS-CK-S - 1 + WS-PLAN-ROT(WS-CK-C), 4) + 1
               MOVE WS-CN-CUR(WS-CK-C)(WS-CK-S:1)
                   TO WS-CK-ROT(WS-CK-C)(WS-CK-S2:1)
           END-PERFORM
           .

       MARK-CELL-TERMINALS.
           PERFORM VARYING WS-CK-S FROM 1 BY 1
               UNTIL WS-CK-S > 4
               PERFORM FIND-CELL-NEIGHBOR
               IF WS-CK-NB = 0
               AND WS-CN-TGT(WS-CK-C)(WS-CK-S:1) = "1"
                   MOVE "Y" TO WS-CK-TERM(WS-CK-C, WS-CK-S)
                   ADD 1 TO WS-CK-TERM-CT
               END-IF
           END-PERFORM
           .

      *> -- Neighbor of cell WS-CK-C across side WS-CK-S into
      *> -- WS-CK-NB (0 = off the board), its facing side into
      *> -- WS-CK-OPP --
       FIND-CELL-NEIGHBOR.
           MOVE WS-CELL-ROW(WS-CK-C) TO WS-CK-R
           MOVE WS-CELL-COL(WS-CK-C) TO WS-CK-COL
           MOVE 0 TO WS-CK-NB
           COMPUTE WS-CK-OPP = MOD(WS-CK-S + 1, 4) + 1
           EVALUATE WS-CK-S
               WHEN 1
                   IF WS-CK-R > 1
                       COMPUTE WS-CK-NB = WS-CK-C - 3
                   END-IF
               WHEN 2
                   IF WS-CK-COL < 3
                       COMPUTE WS-CK-NB = WS-CK-C + 1
                   END-IF
               WHEN 3
                   IF WS-CK-R < 3
                       COMPUTE WS-CK-NB = WS-CK-C + 3
                   END-IF
               WHEN 4
                   IF WS-CK-COL > 1
                       COMPUTE WS-CK-NB = WS-CK-C - 1
                   END-IF
           END-EVALUATE
           .

      *> -- BOARD_SOURCE=RxCs, else first west-edge terminal,
      *> -- else the first terminal found --
       PICK-CIRCUIT-SOURCE.
           MOVE 0 TO WS-CK-SRC-CELL
           MOVE 0 TO WS-CK-SRC-SIDE
           MOVE SPACES TO WS-CK-SRC-ENV
           ACCEPT WS-CK-SRC-ENV FROM ENVIRONMENT "BOARD_SOURCE"
           IF WS-CK-SRC-ENV NOT = SPACES
               PERFORM VARYING WS-CK-C FROM 1 BY 1
                   UNTIL WS-CK-C > 9
                   IF WS-CELL-ID(WS-CK-C) = WS-CK-SRC-ENV(1:3)
                       MOVE WS-CK-C TO WS-CK-SRC-CELL
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > 4
                   IF WS-CK-SIDE-NAMES(WS-CK-S:1) =
                      UPPER-CASE(WS-CK-SRC-ENV(4:1))
                       MOVE WS-CK-S TO WS-CK-SRC-SIDE
                   END-IF
               END-PERFORM
               IF WS-CK-SRC-CELL > 0 AND WS-CK-SRC-SIDE > 0
      *>           The source is not a target to be reached
                   IF WS-CK-TERM(WS-CK-SRC-CELL, WS-CK-SRC-SIDE)
                      = "Y"
                       SUBTRACT 1 FROM WS-CK-TERM-CT
                   END-IF
                   MOVE "N" TO
                       WS-CK-TERM(WS-CK-SRC-CELL, WS-CK-SRC-SIDE)
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  UWAGA: bledne BOARD_SOURCE "
                   TRIM(WS-CK-SRC-ENV)
               MOVE 0 TO WS-CK-SRC-CELL
               MOVE 0 TO WS-CK-SRC-SIDE
           END-IF
           PERFORM VARYING WS-CK-C FROM 1 BY 3
               UNTIL WS-CK-C > 9 OR WS-CK-SRC-CELL > 0
               IF WS-CK-TERM(WS-CK-C, 4) = "Y"
                   MOVE WS-CK-C TO WS-CK-SRC-CELL
                   MOVE 4 TO WS-CK-SRC-SIDE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CK-C FROM 1 BY 1
               UNTIL WS-CK-C > 9 OR WS-CK-SRC-CELL > 0
               PERFORM VARYING WS-CK-S FROM 1 BY 1
                   UNTIL WS-CK-S > 4 OR WS-CK-SRC-CELL > 0
                   IF WS-CK-TERM(WS-CK-C, WS-CK-S) = "Y"
                       MOVE WS-CK-C TO WS-CK-SRC-CELL
                       MOVE WS-CK-S TO WS-CK-SRC-SIDE
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CK-SRC-CELL > 0
               MOVE "N" TO
                   WS-CK-TERM(WS-CK-SRC-CELL, WS-CK-SRC-SIDE)
               SUBTRACT 1 FROM WS-CK-TERM-CT
           END-IF
           .

      *> -- Every cable end of queued cell WS-CK-C --
       TRACE-CELL-SIDES.
           PERFORM VARYING WS-CK-S FROM 1 BY 1
               UNTIL WS-CK-S > 4
               IF WS-CK-ROT(WS-CK-C)(WS-CK-S:1) = "1"
                   PERFORM TRACE-ONE-SIDE
               END-IF
           END-PERFORM
           .

       TRACE-ONE-SIDE.
           PERFORM FIND-CELL-NEIGHBOR
           IF WS-CK-NB = 0
               IF WS-CK-C = WS-CK-SRC-CELL
               AND WS-CK-S = WS-CK-SRC-SIDE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CK-TERM(WS-CK-C, WS-CK-S) = "Y"
                   MOVE "Y" TO WS-CK-REACHED(WS-CK-C, WS-CK-S)
               ELSE
                   ADD 1 TO WS-CK-OPEN-CT
                   MOVE SPACES TO WS-CK-MSG
                   STRING "OPEN  " WS-CELL-ID(WS-CK-C)
                       WS-CK-SIDE-NAMES(WS-CK-S:1)
                       " runs off the board with no terminal"
                       DELIMITED SIZE INTO WS-CK-MSG
                   END-STRING
                   PERFORM WRITE-CIRCUIT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-ROT(WS-CK-NB)(WS-CK-OPP:1) NOT = "1"
               ADD 1 TO WS-CK-OPEN-CT
               MOVE SPACES TO WS-CK-MSG
               STRING "OPEN  " WS-CELL-ID(WS-CK-C)
                   WS-CK-SIDE-NAMES(WS-CK-S:1)
                   " meets no cable in " WS-CELL-ID(WS-CK-NB)
                   DELIMITED SIZE INTO WS-CK-MSG
               END-STRING
               PERFORM WRITE-CIRCUIT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CK-SEEN(WS-CK-NB) = "N"
               MOVE "Y" TO WS-CK-SEEN(WS-CK-NB)
               ADD 1 TO WS-CK-QTAIL
               MOVE WS-CK-NB TO WS-CK-Q(WS-CK-QTAIL)
           END-IF
           .

       WRITE-CIRCUIT-LINE.
           DISPLAY "  " TRIM(WS-CK-MSG)
           IF WS-CK-FS = "00"
               MOVE WS-CK-MSG TO CIRCUIT-CHECK-REC
               WRITE CIRCUIT-CHECK-REC
           END-IF
           .

       CLOSE-CIRCUIT-CHECK.
           IF WS-CK-FS = "00"
               CLOSE CIRCUIT-CHECK-FILE
           END-IF
           .

      *> ============================================================
               MOVE "work.tmp" TO WS-WORK-PATH
               IF WS-STATUS-CODE = "429"
               OR WS-STATUS-CODE = "503"
                   MOVE SPACES TO WS-RESP-BUF
                   PERFORM LOG-ROTATION-SUBMISSION
                   IF WS-RETRY-AFTER < 1
                       MOVE 3 TO WS-RETRY-AFTER
                   END-IF
           MOVE "resp.json" TO WS-WORK-PATH
           PERFORM READ-RESPONSE-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           IF WS-RETRY-DONE = "Y"
               PERFORM LOG-ROTATION-SUBMISSION
           END-IF
           DISPLAY "  " TRIM(WS-CELL-ID(WS-IDX))
               " [" WS-ROT-I "/" WS-PLAN-ROT(WS-IDX)
               "] => " TRIM(WS-RESP-BUF)(1:200)
           END-IF
           .

      *> -- One rotation attempt into the shared Hub submission
      *> -- ledger (status from the dumped headers) --
       LOG-ROTATION-SUBMISSION.
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-RESP-BUF TO WS-HUBLOG-RESP
           IF WS-STATUS-CODE IS NUMERIC
               MOVE WS-STATUS-CODE TO WS-HUBLOG-STATUS
           END-IF
           MOVE WS-ATTEMPT TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
      *> READ-RESPONSE-FILE
      *> ============================================================
                   EXIT PARAGRAPH
               END-IF
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-INVALID" TO WS-RUNLOG-REASON
               MOVE "JPEG decode failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
