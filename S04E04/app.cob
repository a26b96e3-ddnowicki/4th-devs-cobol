      *> 3. Parse transakcje.txt deterministically
      *> 4. LLM call for cities+people extraction
      *> 5. Build filesystem ops JSON, submit batch
      *> 6. Trade report from the parsed transactions (only once
      *>    the control totals tie): per city the goods supplied
      *>    and received, shipment counts, trading partners and
      *>    the net per city and per good; cities that only give
      *>    or only take are flagged (filesystem_trade.rpt)
      *> 7. City-demand handoff for S04E05 (city_demand.dat:
      *>    city|good|qty-needed|source) from the extracted city
      *>    needs, so the warehouse can check its orders
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> The extraction call goes through the shared LLM response
      *> cache (LLMCACHE-PROC, 72 hour TTL): the same note files
      *> get the stored answer. Every call, real or cached, lands
      *> in the API usage ledger.
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
           SELECT DICT-FILE ASSIGN TO WS-DICT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DICT-FS.
           SELECT TRADE-RPT-FILE ASSIGN TO WS-TRDRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRDRPT-FS.
           SELECT DEMAND-FILE ASSIGN TO WS-DEMAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMAND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  API-COST-FILE.
       01  API-COST-REC             PIC X(300).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       FD  API-BUDGET-FILE.
       01  API-BUDGET-REC           PIC X(120).

       FD  LLM-CACHE-FILE.
       01  LLM-CACHE-REC            PIC X(400).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(32000).

       FD  DICT-FILE.
       01  DICT-REC                PIC X(100).

       FD  TRADE-RPT-FILE.
       01  TRADE-RPT-REC           PIC X(300).

       FD  DEMAND-FILE.
       01  DEMAND-REC              PIC X(150).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY APICOST-WS.
       COPY PERIOD-WS.
       COPY LLMCACHE-WS.
       COPY CTLREC-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
       01  WS-TMP                   PIC X(4000).
       01  WS-TXN-GOOD             PIC X(30).
       01  WS-TXN-BUYER            PIC X(30).

      *> -- Trade ledger: every accepted transaction, with the
      *> -- buyer normalized like the seller so the two sides
      *> -- of a city match --
       01  WS-TRDRPT-PATH          PIC X(100) VALUE
           "filesystem_trade.rpt".
       01  WS-TRDRPT-FS            PIC XX.
       01  WS-TRD-CT               PIC 9(3) VALUE 0.
       01  WS-TRD-TABLE.
           05  WS-TRD-ENT OCCURS 200 TIMES.
               10  WS-TRD-SELLER   PIC X(30).
               10  WS-TRD-GOOD     PIC X(30).
               10  WS-TRD-BUYER    PIC X(30).
       01  WS-TRD-DROPPED          PIC 9(3) VALUE 0.
       01  WS-TC-CT                PIC 9(2) VALUE 0.
       01  WS-TC-TABLE.
           05  WS-TC-ENT OCCURS 40 TIMES.
               10  WS-TC-NAME      PIC X(30).
               10  WS-TC-OUT       PIC 9(4).
               10  WS-TC-IN        PIC 9(4).
       01  WS-TC-SWAP              PIC X(38).
       01  WS-TC-I                 PIC 9(3).
       01  WS-TC-J                 PIC 9(3).
       01  WS-TC-K                 PIC 9(3).
       01  WS-TC-HIT               PIC 9(3).
       01  WS-TC-CITY              PIC X(30).
       01  WS-TG-I                 PIC 9(3).
       01  WS-TG-OUT               PIC 9(4).
       01  WS-TG-IN                PIC 9(4).
       01  WS-TG-NET               PIC S9(4).
       01  WS-TG-SELLERS           PIC 9(3).
       01  WS-TG-BUYERS            PIC 9(3).
       01  WS-TRD-NET-ED           PIC +(4)9.
       01  WS-TRD-FLAG             PIC X(14).
       01  WS-TRD-LIST             PIC X(200).
       01  WS-TRD-LPTR             PIC 9(3).
       01  WS-TRD-LN               PIC 9(3).
       01  WS-TRD-TS               PIC X(21).
       01  WS-TRD-ONE-WAY          PIC 9(2).

      *> -- City-demand handoff, read by S04E05-FOODWAREHOUSE --
       01  WS-DEMAND-PATH          PIC X(100) VALUE
           "city_demand.dat".
       01  WS-DEMAND-FS            PIC XX.
       01  WS-DMD-TS               PIC X(21).
       01  WS-DMD-CT               PIC 9(3).
       01  WS-DMD-I                PIC 9(2).
       01  WS-DMD-G                PIC 9(2).

      *> -- Polish normalization --
       01  WS-NORM-IN              PIC X(50).
       01  WS-NORM-OUT             PIC X(50).
       MAIN-PARA.
           MOVE "S04E04-FILESYSTEM" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           MOVE "S04E04-FILESYSTEM" TO WS-APICOST-PROGID
           MOVE 72 TO WS-LLMC-TTL-HRS
           DISPLAY "=== S04E04 FILESYSTEM ==="

           PERFORM LOAD-ENV-VARS
               DISPLAY " "
               DISPLAY "=== ZAKONCZONO (kwarantanna) ==="
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "INPUT-OUT-OF-BALANCE" TO WS-RUNLOG-REASON
               MOVE "transaction file out of balance -"
                   & " quarantined"
                   TO WS-RUNLOG-RESULT
               PERFORM REPAIR-REJECTS
           END-IF

      *>   Trade report only from a file whose control totals
      *>   tied, after any repaired rejects have rejoined
           PERFORM WRITE-TRADE-REPORT

      *>   Phase 4-6: LLM + submit with retry
           MOVE "N" TO WS-SUCCESS
           PERFORM VARYING WS-ATTEMPT
           IF WS-SUCCESS NOT = "Y"
               DISPLAY "  NIEPOWODZENIE."
           END-IF

      *>   City needs for the warehouse run that follows
           PERFORM WRITE-CITY-DEMAND

           DISPLAY " "
           DISPLAY "=== ZAKONCZONO ==="
           IF WS-SUCCESS = "Y"
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-REJECT" TO WS-RUNLOG-REASON
               MOVE "submission failed"
                   TO WS-RUNLOG-RESULT
           END-IF

      *>   Add to goods table
           PERFORM ADD-GOOD-SOURCE
           PERFORM RECORD-TRADE
           ADD 1 TO WS-TXN-OK
           .

           END-IF
           .

      *> ============================================================
      *> RECORD-TRADE: keep the accepted transaction for the trade
      *> report; the buyer goes through the same normalization as
      *> the seller so a city reads the same on both sides
      *> ============================================================
       RECORD-TRADE.
           IF WS-TRD-CT >= 200
               ADD 1 TO WS-TRD-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TRD-CT
           MOVE WS-TXN-SELLER TO WS-TRD-SELLER(WS-TRD-CT)
           MOVE WS-TXN-GOOD TO WS-TRD-GOOD(WS-TRD-CT)
           MOVE TRIM(WS-TXN-BUYER) TO WS-NORM-IN
           INSPECT WS-NORM-IN REPLACING ALL X"0D" BY SPACE
           PERFORM NORMALIZE-POLISH
           MOVE WS-NORM-OUT TO WS-TRD-BUYER(WS-TRD-CT)
           .

      *> ============================================================
      *> WRITE-TRADE-REPORT: per-city trade balance and
      *> counterparties. Each transaction line is one shipment;
      *> supplied/received are shipment counts. Written only when
      *> the ##CTL trailer was present and tied.
      *> ============================================================
       WRITE-TRADE-REPORT.
           DISPLAY " "
           DISPLAY "[Raport handlowy]"
           IF WS-CTL-FOUND NOT = "Y" OR WS-CTL-BAD = "Y"
               DISPLAY "  Pominiety: plik nie uzgodniony z "
                   "rekordem kontrolnym"
               EXIT PARAGRAPH
           END-IF
           IF WS-TRD-CT = 0
               DISPLAY "  Brak transakcji"
               EXIT PARAGRAPH
           END-IF

      *>   Distinct cities from both sides, with shipment counts
           MOVE 0 TO WS-TC-CT
           PERFORM VARYING WS-TC-K FROM 1 BY 1
               UNTIL WS-TC-K > WS-TRD-CT
               MOVE WS-TRD-SELLER(WS-TC-K) TO WS-TC-CITY
               PERFORM FIND-TRADE-CITY
               IF WS-TC-HIT > 0
                   ADD 1 TO WS-TC-OUT(WS-TC-HIT)
               END-IF
               MOVE WS-TRD-BUYER(WS-TC-K) TO WS-TC-CITY
               PERFORM FIND-TRADE-CITY
               IF WS-TC-HIT > 0
                   ADD 1 TO WS-TC-IN(WS-TC-HIT)
               END-IF
           END-PERFORM

      *>   Alphabetical, so the table reads the same every night
           PERFORM VARYING WS-TC-I FROM 1 BY 1
               UNTIL WS-TC-I >= WS-TC-CT
               PERFORM VARYING WS-TC-J FROM 1 BY 1
                   UNTIL WS-TC-J > WS-TC-CT - WS-TC-I
                   IF WS-TC-NAME(WS-TC-J)
                       > WS-TC-NAME(WS-TC-J + 1)
                       MOVE WS-TC-ENT(WS-TC-J) TO WS-TC-SWAP
                       MOVE WS-TC-ENT(WS-TC-J + 1)
                           TO WS-TC-ENT(WS-TC-J)
                       MOVE WS-TC-SWAP
                           TO WS-TC-ENT(WS-TC-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT TRADE-RPT-FILE
           IF WS-TRDRPT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-TRDRPT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TRD-TS
           MOVE "=== Trade balance - transakcje.txt ==="
               TO TRADE-RPT-REC
           WRITE TRADE-RPT-REC
           MOVE SPACES TO TRADE-RPT-REC
           STRING
               WS-TRD-TS(1:14)
               " control=BALANCED records=" WS-CTL-ACTUAL
               " shipments=" WS-TRD-CT
               " cities=" WS-TC-CT
               " goods=" WS-GOOD-COUNT
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC
           IF WS-TRD-DROPPED > 0
               MOVE SPACES TO TRADE-RPT-REC
               STRING
                   "WARNING: " WS-TRD-DROPPED
                   " shipments beyond table capacity not shown"
                   DELIMITED SIZE
                   INTO TRADE-RPT-REC
               END-STRING
               WRITE TRADE-RPT-REC
           END-IF

           MOVE "--- By city ---" TO TRADE-RPT-REC
           WRITE TRADE-RPT-REC
           MOVE 0 TO WS-TRD-ONE-WAY
           PERFORM VARYING WS-TC-I FROM 1 BY 1
               UNTIL WS-TC-I > WS-TC-CT
               PERFORM WRITE-TRADE-CITY
           END-PERFORM

           MOVE "--- Net by good ---" TO TRADE-RPT-REC
           WRITE TRADE-RPT-REC
           PERFORM VARYING WS-TG-I FROM 1 BY 1
               UNTIL WS-TG-I > WS-GOOD-COUNT
               PERFORM WRITE-TRADE-GOOD
           END-PERFORM

           MOVE SPACES TO TRADE-RPT-REC
           STRING
               "one-way cities (only supply or only receive): "
               WS-TRD-ONE-WAY
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC
           CLOSE TRADE-RPT-FILE
           DISPLAY "  " WS-TC-CT " miast, " WS-TRD-CT
               " dostaw, jednostronnych: " WS-TRD-ONE-WAY
               " -> " TRIM(WS-TRDRPT-PATH)
           .

      *> -- Index of WS-TC-CITY in the city table, added when new;
      *> -- 0 when the table is full --
       FIND-TRADE-CITY.
           MOVE 0 TO WS-TC-HIT
           PERFORM VARYING WS-TC-J FROM 1 BY 1
               UNTIL WS-TC-J > WS-TC-CT
               OR WS-TC-HIT > 0
               IF WS-TC-NAME(WS-TC-J) = WS-TC-CITY
                   MOVE WS-TC-J TO WS-TC-HIT
               END-IF
           END-PERFORM
           IF WS-TC-HIT = 0 AND WS-TC-CT < 40
               ADD 1 TO WS-TC-CT
               MOVE WS-TC-CITY TO WS-TC-NAME(WS-TC-CT)
               MOVE 0 TO WS-TC-OUT(WS-TC-CT)
               MOVE 0 TO WS-TC-IN(WS-TC-CT)
               MOVE WS-TC-CT TO WS-TC-HIT
           END-IF
           .

      *> -- City WS-TC-I: totals and flag, one line per good it
      *> -- handled with the partners on the other end, then all
      *> -- of its trading partners --
       WRITE-TRADE-CITY.
           MOVE WS-TC-NAME(WS-TC-I) TO WS-TC-CITY
           EVALUATE TRUE
               WHEN WS-TC-IN(WS-TC-I) = 0
                   MOVE "ONLY-SUPPLIES" TO WS-TRD-FLAG
                   ADD 1 TO WS-TRD-ONE-WAY
               WHEN WS-TC-OUT(WS-TC-I) = 0
                   MOVE "ONLY-RECEIVES" TO WS-TRD-FLAG
                   ADD 1 TO WS-TRD-ONE-WAY
               WHEN OTHER
                   MOVE "TWO-WAY" TO WS-TRD-FLAG
           END-EVALUATE
           COMPUTE WS-TG-NET =
               WS-TC-OUT(WS-TC-I) - WS-TC-IN(WS-TC-I)
           MOVE WS-TG-NET TO WS-TRD-NET-ED
           MOVE SPACES TO TRADE-RPT-REC
           STRING
               "city=" TRIM(WS-TC-CITY)
               " supplied=" WS-TC-OUT(WS-TC-I)
               " received=" WS-TC-IN(WS-TC-I)
               " net=" TRIM(WS-TRD-NET-ED)
               " " TRIM(WS-TRD-FLAG)
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC

           PERFORM VARYING WS-TG-I FROM 1 BY 1
               UNTIL WS-TG-I > WS-GOOD-COUNT
               PERFORM COUNT-CITY-GOOD
               IF WS-TG-OUT > 0 OR WS-TG-IN > 0
                   PERFORM WRITE-TRADE-CITY-GOOD
               END-IF
           END-PERFORM

      *>   Every city it shipped to or received from
           MOVE SPACES TO WS-TRD-LIST
           MOVE 1 TO WS-TRD-LPTR
           PERFORM VARYING WS-TC-J FROM 1 BY 1
               UNTIL WS-TC-J > WS-TC-CT
               MOVE 0 TO WS-TRD-LN
               PERFORM VARYING WS-TC-K FROM 1 BY 1
                   UNTIL WS-TC-K > WS-TRD-CT
                   OR WS-TRD-LN > 0
                   IF (WS-TRD-SELLER(WS-TC-K) = WS-TC-CITY
                   AND WS-TRD-BUYER(WS-TC-K)
                       = WS-TC-NAME(WS-TC-J))
                   OR (WS-TRD-BUYER(WS-TC-K) = WS-TC-CITY
                   AND WS-TRD-SELLER(WS-TC-K)
                       = WS-TC-NAME(WS-TC-J))
                       MOVE 1 TO WS-TRD-LN
                   END-IF
               END-PERFORM
               IF WS-TRD-LN > 0
                   PERFORM APPEND-TRADE-PARTNER
               END-IF
           END-PERFORM
           MOVE SPACES TO TRADE-RPT-REC
           STRING
               "  partners: " TRIM(WS-TRD-LIST)
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC
           .

      *> -- Shipments of good WS-TG-I out of / into WS-TC-CITY --
       COUNT-CITY-GOOD.
           MOVE 0 TO WS-TG-OUT
           MOVE 0 TO WS-TG-IN
           PERFORM VARYING WS-TC-K FROM 1 BY 1
               UNTIL WS-TC-K > WS-TRD-CT
               IF WS-TRD-GOOD(WS-TC-K) = WS-GOOD-NAME(WS-TG-I)
                   IF WS-TRD-SELLER(WS-TC-K) = WS-TC-CITY
                       ADD 1 TO WS-TG-OUT
                   END-IF
                   IF WS-TRD-BUYER(WS-TC-K) = WS-TC-CITY
                       ADD 1 TO WS-TG-IN
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-TRADE-CITY-GOOD.
           COMPUTE WS-TG-NET = WS-TG-OUT - WS-TG-IN
           MOVE WS-TG-NET TO WS-TRD-NET-ED
           MOVE SPACES TO WS-TRD-LIST
           MOVE 1 TO WS-TRD-LPTR
      *>   Receivers of what it supplied, then its suppliers
           IF WS-TG-OUT > 0
               STRING "to: " DELIMITED SIZE
                   INTO WS-TRD-LIST WITH POINTER WS-TRD-LPTR
               END-STRING
               PERFORM VARYING WS-TC-J FROM 1 BY 1
                   UNTIL WS-TC-J > WS-TC-CT
                   MOVE 0 TO WS-TRD-LN
                   PERFORM VARYING WS-TC-K FROM 1 BY 1
                       UNTIL WS-TC-K > WS-TRD-CT
                       IF WS-TRD-GOOD(WS-TC-K)
                           = WS-GOOD-NAME(WS-TG-I)
                       AND WS-TRD-SELLER(WS-TC-K) = WS-TC-CITY
                       AND WS-TRD-BUYER(WS-TC-K)
                           = WS-TC-NAME(WS-TC-J)
                           ADD 1 TO WS-TRD-LN
                       END-IF
                   END-PERFORM
                   IF WS-TRD-LN > 0
                       PERFORM APPEND-TRADE-PARTNER
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TG-IN > 0
               STRING " from: " DELIMITED SIZE
                   INTO WS-TRD-LIST WITH POINTER WS-TRD-LPTR
               END-STRING
               PERFORM VARYING WS-TC-J FROM 1 BY 1
                   UNTIL WS-TC-J > WS-TC-CT
                   MOVE 0 TO WS-TRD-LN
                   PERFORM VARYING WS-TC-K FROM 1 BY 1
                       UNTIL WS-TC-K > WS-TRD-CT
                       IF WS-TRD-GOOD(WS-TC-K)
                           = WS-GOOD-NAME(WS-TG-I)
                       AND WS-TRD-BUYER(WS-TC-K) = WS-TC-CITY
                       AND WS-TRD-SELLER(WS-TC-K)
                           = WS-TC-NAME(WS-TC-J)
                           ADD 1 TO WS-TRD-LN
                       END-IF
                   END-PERFORM
                   IF WS-TRD-LN > 0
                       PERFORM APPEND-TRADE-PARTNER
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO TRADE-RPT-REC
           STRING
               "  good=" TRIM(WS-GOOD-NAME(WS-TG-I))
               " supplied=" WS-TG-OUT
               " received=" WS-TG-IN
               " net=" TRIM(WS-TRD-NET-ED)
               " " TRIM(WS-TRD-LIST)
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC
           .

      *> -- City WS-TC-J onto the partner list; the count in
      *> -- WS-TRD-LN is shown when above one --
       APPEND-TRADE-PARTNER.
           IF WS-TRD-LPTR > 1
           AND WS-TRD-LIST(WS-TRD-LPTR - 1:1) NOT = " "
               STRING "," DELIMITED SIZE
                   INTO WS-TRD-LIST WITH POINTER WS-TRD-LPTR
               END-STRING
           END-IF
           STRING TRIM(WS-TC-NAME(WS-TC-J)) DELIMITED SIZE
               INTO WS-TRD-LIST WITH POINTER WS-TRD-LPTR
           END-STRING
           IF WS-TRD-LN > 1
               MOVE WS-TRD-LN TO WS-NUM-EDITED
               STRING "(x" TRIM(WS-NUM-EDITED) ")"
                   DELIMITED SIZE
                   INTO WS-TRD-LIST WITH POINTER WS-TRD-LPTR
               END-STRING
           END-IF
           .

      *> -- Good WS-TG-I across all cities: shipments and each
      *> -- city's net position (supplier +, receiver -) --
       WRITE-TRADE-GOOD.
           MOVE SPACES TO WS-TRD-LIST
           MOVE 1 TO WS-TRD-LPTR
           MOVE 0 TO WS-TG-SELLERS
           MOVE 0 TO WS-TG-BUYERS
           MOVE 0 TO WS-TRD-LN
           PERFORM VARYING WS-TC-K FROM 1 BY 1
               UNTIL WS-TC-K > WS-TRD-CT
               IF WS-TRD-GOOD(WS-TC-K) = WS-GOOD-NAME(WS-TG-I)
                   ADD 1 TO WS-TRD-LN
               END-IF
           END-PERFORM
           MOVE WS-TRD-LN TO WS-TC-HIT
           PERFORM VARYING WS-TC-J FROM 1 BY 1
               UNTIL WS-TC-J > WS-TC-CT
               MOVE WS-TC-NAME(WS-TC-J) TO WS-TC-CITY
               PERFORM COUNT-CITY-GOOD
               IF WS-TG-OUT > 0 OR WS-TG-IN > 0
                   COMPUTE WS-TG-NET = WS-TG-OUT - WS-TG-IN
                   MOVE WS-TG-NET TO WS-TRD-NET-ED
                   IF WS-TG-NET > 0
                       ADD 1 TO WS-TG-SELLERS
                   END-IF
                   IF WS-TG-NET < 0
                       ADD 1 TO WS-TG-BUYERS
                   END-IF
                   IF WS-TRD-LPTR > 1
                       STRING "," DELIMITED SIZE
                           INTO WS-TRD-LIST
                           WITH POINTER WS-TRD-LPTR
                       END-STRING
                   END-IF
                   STRING
                       TRIM(WS-TC-CITY) "("
                       TRIM(WS-TRD-NET-ED) ")"
                       DELIMITED SIZE
                       INTO WS-TRD-LIST
                       WITH POINTER WS-TRD-LPTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE SPACES TO TRADE-RPT-REC
           STRING
               "good=" TRIM(WS-GOOD-NAME(WS-TG-I))
               " shipments=" WS-TC-HIT
               " net-suppliers=" WS-TG-SELLERS
               " net-receivers=" WS-TG-BUYERS
               " " TRIM(WS-TRD-LIST)
               DELIMITED SIZE
               INTO TRADE-RPT-REC
           END-STRING
           WRITE TRADE-RPT-REC
           .

      *> ============================================================
      *> WRITE-CITY-DEMAND: the goods each city asked for in
      *> ogloszenia.txt, one city|good|qty|source line per need,
      *> under a "# run=" stamp S04E05 checks for staleness.
      *> Rewritten every run; left alone when nothing was
      *> extracted so a failed extraction does not blank it.
      *> ============================================================
       WRITE-CITY-DEMAND.
           IF WS-CITY-COUNT = 0
               DISPLAY "  Zapotrzebowanie miast: brak danych - "
                   TRIM(WS-DEMAND-PATH) " bez zmian"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT DEMAND-FILE
           IF WS-DEMAND-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-DEMAND-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-DMD-TS
           MOVE SPACES TO DEMAND-REC
           STRING
               "# run=" WS-DMD-TS(1:14)
               " city|good|qty-needed|source"
               DELIMITED SIZE
               INTO DEMAND-REC
           END-STRING
           WRITE DEMAND-REC
           MOVE 0 TO WS-DMD-CT
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-CITY-COUNT
               PERFORM VARYING WS-DMD-G FROM 1 BY 1
                   UNTIL WS-DMD-G > WS-CITY-GCNT(WS-DMD-I)
                   MOVE WS-CG-QTY(WS-DMD-I, WS-DMD-G)
                       TO WS-NUM-EDITED
                   MOVE SPACES TO DEMAND-REC
                   STRING
                       TRIM(WS-CITY-NAME(WS-DMD-I)) "|"
                       TRIM(WS-CG-NAME(WS-DMD-I, WS-DMD-G)) "|"
                       TRIM(WS-NUM-EDITED) "|"
                       "ogloszenia.txt"
                       DELIMITED SIZE
                       INTO DEMAND-REC
                   END-STRING
                   WRITE DEMAND-REC
                   ADD 1 TO WS-DMD-CT
               END-PERFORM
           END-PERFORM
           CLOSE DEMAND-FILE
           DISPLAY "  Zapotrzebowanie miast: " WS-DMD-CT
               " pozycji -> " TRIM(WS-DEMAND-PATH)
           .

      *> ============================================================
      *> PHASE 4: Call LLM to extract cities + people
      *> ============================================================
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING

      *>   The same note files asked within the cache TTL get
      *>   the stored answer instead of a new call
           MOVE "llm_req.json" TO WS-LLMC-REQ-PATH
           MOVE "llm_resp.json" TO WS-LLMC-RESP-PATH
           MOVE WS-LLM-ACT-MODEL TO WS-LLMC-MODEL
           PERFORM LLM-CACHE-LOOKUP
           IF WS-LLMC-HIT = "Y"
               DISPLAY "  Odpowiedz z cache LLM"
           ELSE
               CALL "SYSTEM" USING WS-CMD
           END-IF

      *>   Parse response
           MOVE "llm_resp.json"
           PERFORM LLM-NOTE-RESULT
           MOVE "work.tmp"
               TO WS-WORK-PATH
           IF WS-LLMC-HIT NOT = "Y"
               MOVE WS-LLM-USED-NAME TO WS-APICOST-PROVIDER
               COMPUTE WS-APICOST-REQBYTES = WS-PTR - 1
               MOVE WS-JLEN TO WS-APICOST-RESPBYTES
               MOVE WS-JBUF TO WS-APICOST-SCAN-BUF
               PERFORM LOG-API-USAGE
           END-IF

           IF WS-JLEN = 0
               DISPLAY "  Empty LLM response!"
               EXIT PARAGRAPH
           END-IF

      *>   Only a usable answer is kept for the next night
           IF WS-LLMC-HIT NOT = "Y"
               PERFORM LLM-CACHE-STORE
           END-IF

      *>   Unescape the response (inline: handles \n,\r,\t,\\,\")
      *>   Copybook JSON-UNESCAPE-STR drops the escape char
      *>   (e.g. "\n" -> "n") which breaks pipe-line parsing.
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o batch_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Batch resp: "
               WS-JBUF(1:500)
           MOVE WS-BATCH-BUF TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

      *>   Check for flag in batch response
           MOVE 0 TO WS-TALLY-CNT
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "--max-time " WS-CURL-TIMEOUT-SEC
               " "
               "-o done_resp.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT

           DISPLAY "  Done resp: "
               WS-JBUF(1:500)
           MOVE WS-BATCH-BUF TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

      *>   Check for flag
           MOVE 0 TO WS-TALLY-CNT
       COPY CTLREC-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY APICOST-PROC.
       COPY PERIOD-PROC.
       COPY LLMCACHE-PROC.
