      *> 3. POST /api/search: keyword scoring + LLM match
      *> 4. Return comma-separated city names (<500 bytes)
      *> 5. Submit tool registration + poll result
      *> 6. POST /api/basket: several item descriptions ("items"
      *>    array, or "params" split on ; or |), each resolved
      *>    like a single search; returns the cities stocking all
      *>    of them, else the cities covering the most items with
      *>    what each is missing - same 500-byte limit
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
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(16000).


       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
       01  WS-RESULT-LEN           PIC 9(5).
       01  WS-CITY-FOUND           PIC X VALUE "N".

      *> -- Basket search (/api/basket): up to 10 item
      *> -- descriptions, matched item code per description and
      *> -- which of them each city stocks --
       01  WS-BK-MAX               PIC 9(2) VALUE 10.
       01  WS-BK-COUNT             PIC 9(2) VALUE 0.
       01  WS-BK-ITEMS.
           05  WS-BK-ITEM OCCURS 10 TIMES.
               10  WS-BK-DESC      PIC X(100).
               10  WS-BK-CODE      PIC X(10).
       01  WS-BK-I                 PIC 9(2).
       01  WS-BK-RESOLVED          PIC 9(2).
       01  WS-BK-BEST              PIC 9(2).
       01  WS-BK-CITY-TABLE.
           05  WS-BK-CITY OCCURS 100 TIMES.
               10  WS-BK-HITS      PIC 9(2).
               10  WS-BK-HAS       PIC X OCCURS 10 TIMES.
       01  WS-BK-ENTRY             PIC X(80).
       01  WS-BK-EPTR              PIC 9(3).
       01  WS-BK-SEP               PIC X(1).

      *> === Request-rate / operational metrics ===
       01  WS-METRICS-PATH         PIC X(200)
                                   VALUE "negotiations_metrics.log".

      *> === Control Flow ===
       01  WS-PTR                  PIC 9(5).
       01  WS-RESP-BYTES           PIC 9(5).
       01  WS-ENT-LEN              PIC 9(5).
       01  WS-ENT-QT               PIC 9(3).
       01  WS-IDX                  PIC 9(5).
       01  WS-IDX2                 PIC 9(5).
       01  WS-TALLY-CNT            PIC 9(5).
               DISPLAY
                   "ERR: SERVER_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing SERVER_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-FS NOT = "00"
               DISPLAY "ERR: cities.csv!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "could not open cities.csv"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-FS NOT = "00"
               DISPLAY "ERR: items.csv!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "could not open items.csv"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-FS NOT = "00"
               DISPLAY "ERR: connections.csv!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-MISSING" TO WS-RUNLOG-REASON
               MOVE "could not open connections.csv"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "Returns cities "
               "where item is "
               "available."
               WS-QT "},"
               "{"
               WS-QT "URL" WS-QT ":"
               WS-QT
               TRIM(WS-TUNNEL-URL)
               "/api/basket"
               WS-QT ","
               WS-QT "description"
               WS-QT ":"
               WS-QT
               "Search for several "
               "items at once. Send "
               "POST with params "
               "listing item "
               "descriptions "
               "separated by ; . "
               "Returns cities "
               "that have all of "
               "them, or the "
               "closest cities "
               "with missing items."
               WS-QT "}]}}"
               DELIMITED SIZE
               INTO WS-PAYLOAD
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
               TO WS-WORK-PATH
           DISPLAY "  Submit: "
               TRIM(WS-JBUF)(1:300)
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
           IF WS-SERVER-FD < 0
               DISPLAY "ERR: socket()!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "socket() failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-RESULT < 0
               DISPLAY "ERR: bind()!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "bind() failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-RESULT < 0
               DISPLAY "ERR: listen()!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "listen() failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               EXIT PARAGRAPH
           END-IF

      *>   Multi-item basket search
           MOVE 0 TO WS-TALLY-CNT
           INSPECT TRIM(WS-HTTP-PATH)
               TALLYING WS-TALLY-CNT
               FOR ALL "/api/basket"
           IF WS-TALLY-CNT > 0
               PERFORM HANDLE-BASKET
               EXIT PARAGRAPH
           END-IF

      *>   Check path contains /api/search
           MOVE 0 TO WS-TALLY-CNT
           INSPECT TRIM(WS-HTTP-PATH)
           PERFORM BUILD-CITY-RESPONSE
           .

      *> ============================================================
      *> HANDLE-BASKET: resolve every basket item the way
      *> HANDLE-SEARCH resolves one (index, synonyms, fuzzy,
      *> LLM pick), then intersect their city lists. No city
      *> with the full basket: best-covering cities, each with
      *> the items it lacks.
      *> ============================================================
       HANDLE-BASKET.
           ADD 1 TO WS-METRICS-REQUESTS
           PERFORM BASKET-SPLIT-ITEMS

           IF WS-BK-COUNT = 0
               STRING
                   "{" WS-QT "output"
                   WS-QT ":"
                   WS-QT "error: empty"
                   WS-QT "}"
                   DELIMITED SIZE
                   INTO WS-RESPONSE-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Basket: " WS-BK-COUNT " items"

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > 100
               MOVE 0 TO WS-BK-HITS(WS-I)
               PERFORM VARYING WS-BK-I FROM 1 BY 1
                   UNTIL WS-BK-I > WS-BK-MAX
                   MOVE "N" TO WS-BK-HAS(WS-I, WS-BK-I)
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-BK-RESOLVED
           PERFORM VARYING WS-BK-I FROM 1 BY 1
               UNTIL WS-BK-I > WS-BK-COUNT
               PERFORM BASKET-RESOLVE-ITEM
               IF WS-BK-CODE(WS-BK-I) NOT = SPACES
                   ADD 1 TO WS-BK-RESOLVED
                   PERFORM BASKET-MARK-CITIES
               END-IF
           END-PERFORM

           MOVE 0 TO WS-BK-BEST
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CITY-COUNT
               IF WS-BK-HITS(WS-I) > WS-BK-BEST
                   MOVE WS-BK-HITS(WS-I) TO WS-BK-BEST
               END-IF
           END-PERFORM

           IF WS-BK-BEST = 0
               DISPLAY "  Basket: no cities"
               STRING
                   "{" WS-QT "output"
                   WS-QT ":"
                   WS-QT
                   "no cities found"
                   WS-QT "}"
                   DELIMITED SIZE
                   INTO WS-RESPONSE-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF

      *>   Cities at the best coverage, alphabetical; the full
      *>   basket answers like a single search
           MOVE 0 TO WS-RES-CITY-COUNT
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CITY-COUNT
               IF WS-BK-HITS(WS-I) = WS-BK-BEST
               AND WS-RES-CITY-COUNT < 99
                   ADD 1 TO WS-RES-CITY-COUNT
                   IF WS-BK-BEST = WS-BK-COUNT
                       MOVE TRIM(WS-CITY-NAME(WS-I))
                           TO WS-RES-CITY-NM(
                           WS-RES-CITY-COUNT)
                   ELSE
                       PERFORM BASKET-MISSING-ENTRY
                       MOVE WS-BK-ENTRY
                           TO WS-RES-CITY-NM(
                           WS-RES-CITY-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SORT-RESULT-CITIES

           IF WS-BK-BEST < WS-BK-COUNT
      *>       Header entry ahead of the partial matches
               PERFORM VARYING WS-I FROM WS-RES-CITY-COUNT
                   BY -1 UNTIL WS-I < 1
                   MOVE WS-RES-CITY-NM(WS-I)
                       TO WS-RES-CITY-NM(WS-I + 1)
               END-PERFORM
               ADD 1 TO WS-RES-CITY-COUNT
               MOVE SPACES TO WS-BK-ENTRY
               STRING "no city has all "
                   WS-BK-COUNT " items, best "
                   WS-BK-BEST "/" WS-BK-COUNT
                   DELIMITED SIZE INTO WS-BK-ENTRY
               END-STRING
               MOVE WS-BK-ENTRY TO WS-RES-CITY-NM(1)
           END-IF

           PERFORM BUILD-CITY-RESPONSE
           .

      *> -- Basket items from the "items" array, or from "params"
      *> -- split on ; or | --
       BASKET-SPLIT-ITEMS.
           MOVE 0 TO WS-BK-COUNT
           MOVE WS-BODY TO WS-JBUF
           MOVE LENGTH(TRIM(WS-BODY))
               TO WS-JLEN

           MOVE "items" TO WS-FAE-KEY
           MOVE 1 TO WS-FAE-INDEX
           PERFORM FIND-JSON-ARRAY-ELEMENT
           PERFORM UNTIL WS-FAE-FOUND NOT = "Y"
               OR WS-BK-COUNT >= WS-BK-MAX
               MOVE TRIM(WS-FAE-ELEM) TO WS-TEMP
               IF WS-TEMP(1:1) = WS-QT
                   MOVE WS-TEMP(2:) TO WS-TEMP2
                   MOVE WS-TEMP2 TO WS-TEMP
                   MOVE LENGTH(TRIM(WS-TEMP)) TO WS-J
                   IF WS-J > 0
                   AND WS-TEMP(WS-J:1) = WS-QT
                       MOVE SPACE TO WS-TEMP(WS-J:1)
                   END-IF
               END-IF
               IF WS-TEMP NOT = SPACES
                   ADD 1 TO WS-BK-COUNT
                   MOVE TRIM(WS-TEMP) TO WS-BK-DESC(WS-BK-COUNT)
                   MOVE SPACES TO WS-BK-CODE(WS-BK-COUNT)
               END-IF
               ADD 1 TO WS-FAE-INDEX
               PERFORM FIND-JSON-ARRAY-ELEMENT
           END-PERFORM
           IF WS-BK-COUNT > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "params" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE TRIM(WS-JVAL) TO WS-TEMP
           INSPECT WS-TEMP REPLACING ALL "|" BY ";"
           MOVE 1 TO WS-PTR
           PERFORM UNTIL WS-PTR > LENGTH(TRIM(WS-TEMP))
               OR WS-BK-COUNT >= WS-BK-MAX
               MOVE SPACES TO WS-TEMP2
               UNSTRING WS-TEMP DELIMITED BY ";"
                   INTO WS-TEMP2
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-TEMP2 NOT = SPACES
                   ADD 1 TO WS-BK-COUNT
                   MOVE TRIM(WS-TEMP2)
                       TO WS-BK-DESC(WS-BK-COUNT)
                   MOVE SPACES TO WS-BK-CODE(WS-BK-COUNT)
               END-IF
           END-PERFORM
           .

      *> -- One description through the single-search pipeline:
      *> -- tokenize (synonyms), index/fuzzy candidates, LLM pick --
       BASKET-RESOLVE-ITEM.
           MOVE WS-BK-DESC(WS-BK-I) TO WS-QUERY
           DISPLAY "  Basket item: "
               TRIM(WS-QUERY)(1:200)
           MOVE LOWER-CASE(
               TRIM(WS-QUERY))
               TO WS-QUERY-LOWER
           MOVE LENGTH(
               TRIM(WS-QUERY-LOWER))
               TO WS-QUERY-LEN

           PERFORM TOKENIZE-QUERY
           PERFORM FIND-CANDIDATES
           IF WS-CAND-COUNT = 0
               DISPLAY "  No candidates"
               PERFORM WRITE-ZEROHIT-LOG
               EXIT PARAGRAPH
           END-IF

           PERFORM LLM-MATCH-ITEM
           MOVE WS-MATCHED-CODE TO WS-BK-CODE(WS-BK-I)
           .

      *> -- Tick every city that stocks basket item WS-BK-I --
       BASKET-MARK-CITIES.
           PERFORM VARYING WS-I
               FROM 1 BY 1
               UNTIL WS-I > WS-CONN-COUNT
               IF TRIM(WS-CONN-ITEM(WS-I))
                   = TRIM(WS-BK-CODE(WS-BK-I))
                   PERFORM VARYING WS-J
                       FROM 1 BY 1
                       UNTIL WS-J > WS-CITY-COUNT
                       IF TRIM(WS-CITY-CODE(WS-J))
                           = TRIM(WS-CONN-CITY(WS-I))
                           IF WS-BK-HAS(WS-J, WS-BK-I)
                               = "N"
                               MOVE "Y" TO
                                   WS-BK-HAS(WS-J, WS-BK-I)
                               ADD 1 TO WS-BK-HITS(WS-J)
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *> -- "City (missing: desc+desc)" for city WS-I, cut to
      *> -- the result-table width --
       BASKET-MISSING-ENTRY.
           MOVE SPACES TO WS-BK-ENTRY
           MOVE 1 TO WS-BK-EPTR
           STRING TRIM(WS-CITY-NAME(WS-I))
               " (missing: "
               DELIMITED SIZE
               INTO WS-BK-ENTRY
               WITH POINTER WS-BK-EPTR
           END-STRING
           MOVE SPACE TO WS-BK-SEP
           PERFORM VARYING WS-BK-I FROM 1 BY 1
               UNTIL WS-BK-I > WS-BK-COUNT
               IF WS-BK-HAS(WS-I, WS-BK-I) = "N"
                   IF WS-BK-SEP NOT = SPACE
                       STRING WS-BK-SEP
                           DELIMITED SIZE
                           INTO WS-BK-ENTRY
                           WITH POINTER WS-BK-EPTR
                       END-STRING
                   END-IF
                   STRING TRIM(WS-BK-DESC(WS-BK-I))(1:30)
                       DELIMITED SIZE
                       INTO WS-BK-ENTRY
                       WITH POINTER WS-BK-EPTR
                   END-STRING
                   MOVE "+" TO WS-BK-SEP
               END-IF
           END-PERFORM
           IF WS-BK-EPTR > 79
               MOVE 79 TO WS-BK-EPTR
           END-IF
           MOVE ")" TO WS-BK-ENTRY(WS-BK-EPTR:1)
           .

      *> ============================================================
      *> TOKENIZE-QUERY: Split query into tokens
      *> ============================================================
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           .

      *> ============================================================
      *> BUILD-CITY-RESPONSE: CSV city list. Whole entries only:
      *> an entry that would take the finished response (wrapper
      *> and JSON escapes included) past 500 bytes ends the list.
      *> ============================================================
       BUILD-CITY-RESPONSE.
           MOVE SPACES TO WS-RESULT-CITIES
           MOVE 1 TO WS-PTR
      *>   {"output":"  and  "}
           MOVE 13 TO WS-RESP-BYTES

           PERFORM VARYING WS-I
               FROM 1 BY 1
               UNTIL WS-I
               > WS-RES-CITY-COUNT
               MOVE 0 TO WS-ENT-QT
               INSPECT WS-RES-CITY-NM(WS-I)
                   TALLYING WS-ENT-QT FOR ALL WS-QT
               COMPUTE WS-ENT-LEN =
                   LENGTH(TRIM(WS-RES-CITY-NM(WS-I)))
                   + WS-ENT-QT
               IF WS-I > 1
                   ADD 1 TO WS-ENT-LEN
               END-IF
               IF WS-RESP-BYTES + WS-ENT-LEN > 500
                   EXIT PERFORM
               END-IF
               ADD WS-ENT-LEN TO WS-RESP-BYTES
               IF WS-I > 1
                   STRING ","
                       DELIMITED SIZE
                   INTO WS-RESULT-CITIES
                   WITH POINTER WS-PTR
               END-STRING
           END-PERFORM

           COMPUTE WS-RESULT-LEN =
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o check_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Check: "
               TRIM(WS-JBUF)(1:500)
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           MOVE SPACES TO WS-RESPONSE-MSG
           MOVE TRIM(WS-JBUF)
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
