      *> 3. Build deterministic drone instructions
      *> 4. Submit + neighbor fallback for coord errors
      *> 5. GPT-4.1-mini agent for non-coord errors
      *> Map analyses are kept in drone_map_store.dat keyed by the
      *> sha1 of the downloaded map image (hash|col|row|status|
      *> candidates|first-seen|last-seen|uses). A known image
      *> reuses its stored dam cell without a vision call - the
      *> cell that flew to the flag once the status is CONFIRMED;
      *> a new image is analyzed and reported as NEW; an image
      *> whose last flights all FAILED is analyzed again.
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
           SELECT FLIGHT-LOG-FILE ASSIGN TO WS-FLIGHT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT MAP-STORE-FILE ASSIGN TO WS-MS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  FLIGHT-LOG-FILE.
       01  FLIGHT-LOG-REC           PIC X(500).

       FD  MAP-STORE-FILE.
       01  MAP-STORE-REC            PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
       01  WS-COL-TXT              PIC 9(2).
       01  WS-ROW-TXT              PIC 9(2).

      *> -- Map-analysis store keyed by the map image's sha1: the
      *> -- same image gets the same answer and no vision spend --
       01  WS-MS-PATH              PIC X(100) VALUE
           "drone_map_store.dat".
       01  WS-MS-FS                PIC XX.
       01  WS-MS-MAX               PIC 9(3) VALUE 100.
       01  WS-MS-CT                PIC 9(3) VALUE 0.
       01  WS-MS-TABLE.
           05  WS-MS-ENT OCCURS 100 TIMES.
               10  WS-MS-HASH      PIC X(40).
               10  WS-MS-COL       PIC 9(2).
               10  WS-MS-ROW       PIC 9(2).
               10  WS-MS-STATUS    PIC X(9).
               10  WS-MS-CANDS     PIC X(100).
               10  WS-MS-FIRST     PIC X(14).
               10  WS-MS-LAST      PIC X(14).
               10  WS-MS-USES      PIC 9(4).
       01  WS-MS-I                 PIC 9(3).
       01  WS-MS-CUR               PIC 9(3) VALUE 0.
       01  WS-MS-LINE              PIC X(300).
       01  WS-MS-EOF               PIC X.
       01  WS-MS-F2                PIC X(10).
       01  WS-MS-F3                PIC X(10).
       01  WS-MS-F8                PIC X(10).
       01  WS-MS-PTR               PIC 9(3).
       01  WS-MS-VISION-FAIL       PIC X VALUE "N".
       01  WS-MAP-HASH             PIC X(40).
       01  WS-MAP-SOURCE           PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S02E05-DRONE" TO WS-RUNLOG-PROGID
      *>   Stage 1: Fetch drone docs
           PERFORM FETCH-DRONE-DOCS

      *>   Stage 2: Vision analysis, unless the store already
      *>   holds an answer for this exact map image
           PERFORM LOAD-MAP-STORE
           PERFORM FINGERPRINT-MAP-IMAGE
           PERFORM LOOKUP-MAP-STORE
           IF WS-MAP-SOURCE NOT = "STORE"
               PERFORM ANALYZE-MAP
           END-IF

      *>   Stage 3+4: Submit + neighbors, historically reliable
      *>   offsets first - a stored answer flies first as is
           PERFORM LOAD-FLIGHT-STATS
           PERFORM BUILD-CANDIDATES
           PERFORM RECORD-MAP-ANALYSIS
           IF WS-MAP-SOURCE NOT = "STORE"
               PERFORM ORDER-CANDIDATES-BY-STATS
           END-IF
           PERFORM TRY-CANDIDATES

      *>   Stage 5: Agent if needed
           IF WS-FLAG-FOUND = "N"
               PERFORM RUN-AGENT
           END-IF
           PERFORM SETTLE-MAP-ANALYSIS

           DISPLAY " "
           DISPLAY "=== DONE ==="
           MOVE SPACES TO WS-RUNLOG-RESULT
           IF WS-FLAG-FOUND NOT = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               STRING
                   "completed without flag (map "
                   TRIM(WS-MAP-SOURCE) ")"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
               STRING
                   "completed successfully (map "
                   TRIM(WS-MAP-SOURCE) ")"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

           IF WS-JLEN < 10
               DISPLAY "  Vision failed!"
               MOVE "Y" TO WS-MS-VISION-FAIL
               MOVE 2 TO WS-TARGET-COL
               MOVE 4 TO WS-TARGET-ROW
               EXIT PARAGRAPH
               WS-TARGET-ROW
           .

      *> ============================================================
      *> FINGERPRINT-MAP-IMAGE: download the map image and take
      *> the sha1 of its bytes; blank when the download failed,
      *> in which case the run falls back to a plain vision call
      *> ============================================================
       FINGERPRINT-MAP-IMAGE.
           MOVE SPACES TO WS-MAP-HASH
           INITIALIZE WS-CMD
           STRING
               "rm -f drone_map.png map_hash.tmp; "
               "curl -s --max-time "
               WS-CURL-TIMEOUT-SEC
               " -o drone_map.png "
               WS-QT TRIM(WS-MAP-URL) WS-QT
               "; test -s drone_map.png && "
               "sha1sum drone_map.png"
               " | cut -c1-40 > map_hash.tmp"
               DELIMITED SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE "map_hash.tmp" TO WS-WORK-PATH
           OPEN INPUT WORK-FILE
           IF WS-FS = "00"
               READ WORK-FILE INTO WS-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-LINE(1:40) TO WS-MAP-HASH
               END-READ
               CLOSE WORK-FILE
           END-IF
           MOVE "work.tmp" TO WS-WORK-PATH
           IF WS-MAP-HASH = SPACES
               DISPLAY "  WARN: cannot fingerprint map image"
           ELSE
               DISPLAY "  Map hash: " WS-MAP-HASH
           END-IF
           .

      *> ============================================================
      *> LOOKUP-MAP-STORE: STORE when the image is known and its
      *> answer still stands, NEW for an unseen image, VISION
      *> when there is no fingerprint or the stored answer failed
      *> ============================================================
       LOOKUP-MAP-STORE.
           MOVE 0 TO WS-MS-CUR
           IF WS-MAP-HASH = SPACES
               MOVE "VISION" TO WS-MAP-SOURCE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MS-I FROM 1 BY 1
               UNTIL WS-MS-I > WS-MS-CT
               OR WS-MS-CUR > 0
               IF WS-MS-HASH(WS-MS-I) = WS-MAP-HASH
                   MOVE WS-MS-I TO WS-MS-CUR
               END-IF
           END-PERFORM
           IF WS-MS-CUR = 0
               MOVE "NEW" TO WS-MAP-SOURCE
               DISPLAY "  NOWA mapa - analiza wizyjna"
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-STATUS(WS-MS-CUR) = "FAILED"
               MOVE "VISION" TO WS-MAP-SOURCE
               DISPLAY "  Znana mapa, poprzednie loty nieudane"
                   " - ponowna analiza"
               EXIT PARAGRAPH
           END-IF
           MOVE "STORE" TO WS-MAP-SOURCE
           MOVE WS-MS-COL(WS-MS-CUR) TO WS-TARGET-COL
           MOVE WS-MS-ROW(WS-MS-CUR) TO WS-TARGET-ROW
           DISPLAY "  Znana mapa ("
               TRIM(WS-MS-STATUS(WS-MS-CUR))
               ") - cel z magazynu: col="
               WS-TARGET-COL " row=" WS-TARGET-ROW
           .

      *> ============================================================
      *> RECORD-MAP-ANALYSIS: dam cell and candidate list into
      *> the store before anything flies, so an interrupted run
      *> still leaves the analysis behind (PENDING)
      *> ============================================================
       RECORD-MAP-ANALYSIS.
           IF WS-MAP-HASH = SPACES
               EXIT PARAGRAPH
           END-IF
      *>   A failed vision call's default guess is no analysis
           IF WS-MS-VISION-FAIL = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-CUR = 0
               IF WS-MS-CT >= WS-MS-MAX
                   DISPLAY "  UWAGA: magazyn map pelny"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MS-CT
               MOVE WS-MS-CT TO WS-MS-CUR
               MOVE WS-MAP-HASH TO WS-MS-HASH(WS-MS-CUR)
               MOVE CURRENT-DATE(1:14)
                   TO WS-MS-FIRST(WS-MS-CUR)
               MOVE 0 TO WS-MS-USES(WS-MS-CUR)
               MOVE "PENDING" TO WS-MS-STATUS(WS-MS-CUR)
           END-IF
           IF WS-MS-STATUS(WS-MS-CUR) NOT = "CONFIRMED"
               MOVE "PENDING" TO WS-MS-STATUS(WS-MS-CUR)
           END-IF
           MOVE WS-TARGET-COL TO WS-MS-COL(WS-MS-CUR)
           MOVE WS-TARGET-ROW TO WS-MS-ROW(WS-MS-CUR)
           MOVE SPACES TO WS-MS-CANDS(WS-MS-CUR)
           MOVE 1 TO WS-MS-PTR
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CAND-COUNT
               MOVE WS-CAND-C(WS-CAND-IDX) TO WS-COL-TXT
               MOVE WS-CAND-R(WS-CAND-IDX) TO WS-ROW-TXT
               IF WS-CAND-IDX > 1
                   STRING " " DELIMITED SIZE
                       INTO WS-MS-CANDS(WS-MS-CUR)
                       WITH POINTER WS-MS-PTR
                   END-STRING
               END-IF
               STRING
                   TRIM(WS-COL-TXT) "," TRIM(WS-ROW-TXT)
                   DELIMITED SIZE
                   INTO WS-MS-CANDS(WS-MS-CUR)
                   WITH POINTER WS-MS-PTR
               END-STRING
           END-PERFORM
           MOVE CURRENT-DATE(1:14) TO WS-MS-LAST(WS-MS-CUR)
           ADD 1 TO WS-MS-USES(WS-MS-CUR)
           PERFORM SAVE-MAP-STORE
           .

      *> ============================================================
      *> SETTLE-MAP-ANALYSIS: the flight outcome for this image -
      *> CONFIRMED with the cell that flew to the flag, or FAILED
      *> so the next run asks vision again
      *> ============================================================
       SETTLE-MAP-ANALYSIS.
           IF WS-MS-CUR = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-FLAG-FOUND = "Y"
               MOVE "CONFIRMED" TO WS-MS-STATUS(WS-MS-CUR)
               MOVE WS-INSTR-COL TO WS-MS-COL(WS-MS-CUR)
               MOVE WS-INSTR-ROW TO WS-MS-ROW(WS-MS-CUR)
           ELSE
               MOVE "FAILED" TO WS-MS-STATUS(WS-MS-CUR)
           END-IF
           MOVE CURRENT-DATE(1:14) TO WS-MS-LAST(WS-MS-CUR)
           PERFORM SAVE-MAP-STORE
           DISPLAY "  Magazyn map: "
               TRIM(WS-MS-STATUS(WS-MS-CUR))
               " col=" WS-MS-COL(WS-MS-CUR)
               " row=" WS-MS-ROW(WS-MS-CUR)
           .

       LOAD-MAP-STORE.
           MOVE 0 TO WS-MS-CT
           MOVE "N" TO WS-MS-EOF
           OPEN INPUT MAP-STORE-FILE
           IF WS-MS-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MS-EOF = "Y"
               READ MAP-STORE-FILE INTO WS-MS-LINE
                   AT END
                       MOVE "Y" TO WS-MS-EOF
                   NOT AT END
                       PERFORM LOAD-MAP-STORE-LINE
               END-READ
           END-PERFORM
           CLOSE MAP-STORE-FILE
           .

       LOAD-MAP-STORE-LINE.
           IF WS-MS-LINE(1:1) = "#"
           OR WS-MS-LINE = SPACES
           OR WS-MS-CT >= WS-MS-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-CT
           MOVE SPACES TO WS-MS-F2 WS-MS-F3 WS-MS-F8
           UNSTRING WS-MS-LINE DELIMITED BY "|"
               INTO WS-MS-HASH(WS-MS-CT)
                    WS-MS-F2
                    WS-MS-F3
                    WS-MS-STATUS(WS-MS-CT)
                    WS-MS-CANDS(WS-MS-CT)
                    WS-MS-FIRST(WS-MS-CT)
                    WS-MS-LAST(WS-MS-CT)
                    WS-MS-F8
           END-UNSTRING
           IF TRIM(WS-MS-F2) IS NOT NUMERIC
           OR TRIM(WS-MS-F3) IS NOT NUMERIC
               SUBTRACT 1 FROM WS-MS-CT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MS-COL(WS-MS-CT) = NUMVAL(WS-MS-F2)
           COMPUTE WS-MS-ROW(WS-MS-CT) = NUMVAL(WS-MS-F3)
           IF TRIM(WS-MS-F8) IS NUMERIC
               COMPUTE WS-MS-USES(WS-MS-CT) = NUMVAL(WS-MS-F8)
           ELSE
               MOVE 0 TO WS-MS-USES(WS-MS-CT)
           END-IF
           .

       SAVE-MAP-STORE.
           OPEN OUTPUT MAP-STORE-FILE
           IF WS-MS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MS-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MS-I FROM 1 BY 1
               UNTIL WS-MS-I > WS-MS-CT
               MOVE SPACES TO MAP-STORE-REC
               STRING
                   WS-MS-HASH(WS-MS-I) "|"
                   WS-MS-COL(WS-MS-I) "|"
                   WS-MS-ROW(WS-MS-I) "|"
                   TRIM(WS-MS-STATUS(WS-MS-I)) "|"
                   TRIM(WS-MS-CANDS(WS-MS-I)) "|"
                   WS-MS-FIRST(WS-MS-I) "|"
                   WS-MS-LAST(WS-MS-I) "|"
                   WS-MS-USES(WS-MS-I)
                   DELIMITED SIZE
                   INTO MAP-STORE-REC
               END-STRING
               WRITE MAP-STORE-REC
           END-PERFORM
           CLOSE MAP-STORE-FILE
           .

      *> ============================================================
      *> PARSE-VISION-RESPONSE
      *> ============================================================
               "curl -s --max-time "
               WS-CURL-TIMEOUT-SEC
               " -o submit_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
               DISPLAY "  Resp: (empty)"
           END-IF
           END-IF
           MOVE WS-REQ-JSON TO WS-HUBLOG-BODY
           MOVE WS-RESP-BUF TO WS-HUBLOG-RESP
           MOVE WS-CAND-IDX TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
