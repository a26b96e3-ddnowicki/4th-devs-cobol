      *> 5. Loop until done tool returns flag
      *> Tools: reset, help, database, signatureGenerator,
      *>        orders, done
      *> Goods receipts: lines keyed into goods_receipts.dat
      *> (po|item|qty|yyyymmdd|hub-order-id) are posted against
      *> their PO line into goods_receipt_register.dat, move the
      *> PO to PARTIAL/RECEIVED and add physical stock to the
      *> inventory position; po_three_way_match.txt compares
      *> each PO line with the Hub order and what was received.
      *> An OPEN PO past its supplier's lead-days with nothing
      *> received is aged to OVERDUE; only a posted receipt ever
      *> makes a line RECEIVED.
      *> City demand: S04E04's city_demand.dat handoff is checked
      *> against the orders this run created; demand without an
      *> order and orders without demand go to
      *> demand_exceptions.txt.
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> Under a TEST environment profile the order ledger is only
      *> written inside the profile's data root.
      *> Once MONTHEND has closed the month, neither the order
      *> ledger nor po_status.dat takes a posting (PERIOD-PROC):
      *> no purchase orders are raised and the run ends WARN
      *> PERIOD-CLOSED.
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
           SELECT PO-STATUS-FILE ASSIGN TO WS-POS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.
           SELECT PO-OUT-FILE ASSIGN TO WS-POOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POOUT-FS.
           SELECT REORDER-FILE ASSIGN TO WS-REORDER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REORDER-FS.
           SELECT GR-IN-FILE ASSIGN TO WS-GRIN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRIN-FS.
           SELECT GR-REG-FILE ASSIGN TO WS-GRREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRREG-FS.
           SELECT MATCH-RPT-FILE ASSIGN TO WS-MATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCH-FS.
           SELECT DEMAND-FILE ASSIGN TO WS-DEMAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEMAND-FS.
           SELECT DMDX-RPT-FILE ASSIGN TO WS-DMDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMDX-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  PO-STATUS-FILE.
       01  PO-STATUS-REC           PIC X(150).

       FD  PERIOD-FILE.
       01  PERIOD-REC              PIC X(200).

       FD  PO-OUT-FILE.
       01  PO-OUT-REC              PIC X(200).

       FD  GR-IN-FILE.
       01  GR-IN-REC               PIC X(150).

       FD  GR-REG-FILE.
       01  GR-REG-REC              PIC X(200).

       FD  MATCH-RPT-FILE.
       01  MATCH-RPT-REC           PIC X(250).

       FD  DEMAND-FILE.
       01  DEMAND-REC              PIC X(150).

       FD  DMDX-RPT-FILE.
       01  DMDX-RPT-REC            PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
       COPY PERIOD-WS.
      *> -- Local order ledger (audit trail vs. Hub) --
       01  WS-LEDGER-PATH           PIC X(100)
                                   VALUE "orders_ledger.log".
               10  WS-INV-NET      PIC S9(7) COMP-3.
               10  WS-INV-STOCK    PIC S9(7) COMP-3.
               10  WS-INV-STOCK-OK PIC X.
               10  WS-INV-RCVD     PIC S9(7) COMP-3.
       01  WS-INV-I                PIC 9(3).
       01  WS-INV-HIT              PIC 9(3).
       01  WS-IE-LINE              PIC X(150).
       01  WS-IE-FLD1              PIC X(2).
       01  WS-IE-FLD2              PIC X(40).
       01  WS-IE-FLD3              PIC X(40).
       01  WS-IE-FLD4              PIC X(14).
       01  WS-IE-FLD5              PIC X(60).
       01  WS-IE-EOF               PIC X.
       01  WS-IT-SCAN              PIC 9(5).
       01  WS-IT-NAME              PIC X(40).
       01  WS-INV-ED               PIC -(6)9.
       01  WS-INV-ED2              PIC -(6)9.
       01  WS-INV-ED3              PIC -(6)9.
       01  WS-INV-ED4              PIC -(6)9.

      *> -- Supplier master and purchase-order generation: the
      *> -- reorder lines become per-supplier PO files with
               10  WS-POST-ITEM    PIC X(40).
               10  WS-POST-QTY     PIC 9(5).
               10  WS-POST-STATUS  PIC X(9).
               10  WS-POST-LOADST  PIC X(9).
               10  WS-POST-TS      PIC X(14).
               10  WS-POST-RCVD    PIC 9(5).
               10  WS-POST-RCNT    PIC 9(3).
               10  WS-POST-HUBREF  PIC X(40).
       01  WS-POST-I               PIC 9(3).
       01  WS-POS-F6               PIC X(16).
       01  WS-PO-AGE-DAYS          PIC S9(5).
       01  WS-PO-LEAD              PIC 9(3).
       01  WS-PO-TODAY-INT         PIC 9(7).
       01  WS-PO-LATE-CT           PIC 9(3).
       01  WS-PO-DIRTY             PIC X.
       01  WS-POS-LINE             PIC X(150).
       01  WS-POS-F1               PIC X(10).
       01  WS-EVL-CT               PIC 9(3) VALUE 0.
       01  WS-EVENT-LIST.
           05  WS-EVL OCCURS 500 TIMES.
               10  WS-EVL-KIND     PIC X.
               10  WS-EVL-ORDER    PIC X(40).
               10  WS-EVL-ITEM     PIC X(40).
               10  WS-EVL-QTY      PIC S9(7) COMP-3.
           05  WS-DEL-ORDER OCCURS 100 TIMES
                                   PIC X(40).

      *> -- Hub orders created through the orders tool (C events)
       01  WS-HO-CT                PIC 9(3) VALUE 0.
       01  WS-HO-LIST.
           05  WS-HO-ENT OCCURS 100 TIMES.
               10  WS-HO-ID        PIC X(40).
               10  WS-HO-DEST      PIC X(20).
               10  WS-HO-TS        PIC X(14).
               10  WS-HO-TITLE     PIC X(60).
               10  WS-HO-CITY      PIC X(30).
               10  WS-HO-LIVE      PIC X.

      *> -- City demand handed over by S04E04-FILESYSTEM --
       01  WS-DEMAND-PATH          PIC X(100) VALUE
           "../S04E04/city_demand.dat".
       01  WS-DMDX-PATH            PIC X(100) VALUE
           "demand_exceptions.txt".
       01  WS-DEMAND-FS            PIC XX.
       01  WS-DMDX-FS              PIC XX.
       01  WS-DMD-EOF              PIC X.
       01  WS-DMD-RUN              PIC X(14) VALUE SPACES.
       01  WS-DMD-START            PIC X(14) VALUE SPACES.
       01  WS-DMD-LINE             PIC X(150).
       01  WS-DMD-CT               PIC 9(3) VALUE 0.
       01  WS-DMD-TABLE.
           05  WS-DMD-ENT OCCURS 100 TIMES.
               10  WS-DMD-CITY     PIC X(30).
               10  WS-DMD-GOOD     PIC X(40).
               10  WS-DMD-QTY      PIC 9(5).
               10  WS-DMD-SRC      PIC X(30).
       01  WS-DMD-I                PIC 9(3).
       01  WS-DMD-J                PIC 9(3).
       01  WS-DMD-F1               PIC X(30).
       01  WS-DMD-F2               PIC X(40).
       01  WS-DMD-F3               PIC X(10).
       01  WS-DMD-F4               PIC X(30).
       01  WS-DMD-ORD              PIC S9(7) COMP-3.
       01  WS-DMD-ORD-ED           PIC -(6)9.
       01  WS-DMD-CITY-ORD         PIC 9(3).
       01  WS-DMD-HIT              PIC 9(3).
       01  WS-DMD-RUN-ORD          PIC 9(3).
       01  WS-DMD-TITLE-LC         PIC X(60).
       01  WS-DMD-STATUS           PIC X(14).
       01  WS-DMD-CT-OK            PIC 9(3).
       01  WS-DMD-CT-NOORD         PIC 9(3).
       01  WS-DMD-CT-QTY           PIC 9(3).
       01  WS-DMD-CT-NODMD         PIC 9(3).
       01  WS-DMD-DUP              PIC X.

      *> -- Goods receipts: operator input, posted register and
      *> -- the three-way match (PO / Hub order / receipt) --
       01  WS-GRIN-PATH            PIC X(100) VALUE
           "goods_receipts.dat".
       01  WS-GRREG-PATH           PIC X(100) VALUE
           "goods_receipt_register.dat".
       01  WS-MATCH-PATH           PIC X(100) VALUE
           "po_three_way_match.txt".
       01  WS-GRIN-FS              PIC XX.
       01  WS-GRREG-FS             PIC XX.
       01  WS-MATCH-FS             PIC XX.
       01  WS-GR-EOF               PIC X.
       01  WS-GR-LINE              PIC X(200).
       01  WS-GR-HOLD-CT           PIC 9(3) VALUE 0.
       01  WS-GR-HOLD-TABLE.
           05  WS-GR-HOLD-ENT OCCURS 100 TIMES.
               10  WS-GR-HOLD      PIC X(150).
               10  WS-GR-HOLD-WHY  PIC X(20).
       01  WS-GR-I                 PIC 9(3).
       01  WS-GR-F1                PIC X(14).
       01  WS-GR-F2                PIC X(40).
       01  WS-GR-F3                PIC X(40).
       01  WS-GR-F4                PIC X(12).
       01  WS-GR-F5                PIC X(12).
       01  WS-GR-F6                PIC X(40).
       01  WS-GR-F7                PIC X(12).
       01  WS-GR-PO                PIC 9(5).
       01  WS-GR-QTY               PIC 9(5).
       01  WS-GR-DATE              PIC X(8).
       01  WS-GR-HIT               PIC 9(3).
       01  WS-GR-RESULT            PIC X(9).
       01  WS-GR-REASON            PIC X(20).
       01  WS-GR-TS                PIC X(21).
       01  WS-GR-POSTED            PIC 9(3) VALUE 0.
       01  WS-GR-HELD              PIC 9(3) VALUE 0.
       01  WS-GR-DIFF              PIC S9(6).
       01  WS-GR-DIFF-ED           PIC +(5)9.
       01  WS-GR-HUBQTY            PIC S9(7) COMP-3.
       01  WS-GR-HUBQTY-ED         PIC -(6)9.
       01  WS-GR-HUBSTAT           PIC X(12).
       01  WS-GR-HUBIDS            PIC X(80).
       01  WS-GR-HUBPTR            PIC 9(3).
       01  WS-GR-MATCH             PIC X(12).
       01  WS-GR-NOTE              PIC X(60).
       01  WS-GR-CT-OPEN           PIC 9(3).
       01  WS-GR-CT-PART           PIC 9(3).
       01  WS-GR-CT-FULL           PIC 9(3).
       01  WS-GR-CT-DISC           PIC 9(3).
       01  WS-GR-CT-LATE           PIC 9(3).
       01  WS-GR-FOUND             PIC X.

      *> -- Local mirror of the "database" lookup tool --
       01  WS-DBM-PATH              PIC X(100)
                                    VALUE "database_mirror.log".
           IF WS-HUB-KEY = SPACES
               DISPLAY "ERR: HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-KEY = SPACES
               DISPLAY "ERR: OPENAI_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-HUB-URL = SPACES
               DISPLAY "ERR: HUB_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-URL = SPACES
               DISPLAY "ERR: OPENAI_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           DISPLAY "[1] Fetch food data"
           PERFORM FETCH-FOOD-DATA

      *>   What S04E04 says the cities need; orders created
      *>   from here on are this run's plan
           PERFORM LOAD-CITY-DEMAND
           MOVE CURRENT-DATE(1:14) TO WS-DMD-START

      *>   Deliveries keyed since the last run are posted first
      *>   so tonight's position starts from physical stock
           PERFORM POST-GOODS-RECEIPTS

      *>   Rebuild the believed inventory position from the
      *>   durable order-event file before tonight's orders
           PERFORM LOAD-INVENTORY-EVENTS
      *>   become per-supplier purchase orders
           PERFORM GENERATE-PURCHASE-ORDERS

      *>   PO line against Hub order against receipt
           PERFORM WRITE-THREE-WAY-MATCH

      *>   Tonight's orders against the documented city demand
           PERFORM CHECK-DEMAND-EXCEPTIONS

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
               WRITE INV-EVENTS-REC
               CLOSE INV-EVENTS-FILE
           END-IF
      *>   And into tonight's event list, as a reload would, so
      *>   the three-way match and demand check see the order
           IF WS-EVL-CT < 500
               ADD 1 TO WS-EVL-CT
               MOVE "A" TO WS-EVL-KIND(WS-EVL-CT)
               MOVE TRIM(WS-TA-ID) TO WS-EVL-ORDER(WS-EVL-CT)
               MOVE TRIM(WS-IT-NAME) TO WS-EVL-ITEM(WS-EVL-CT)
               COMPUTE WS-EVL-QTY(WS-EVL-CT) =
                   NUMVAL(WS-IT-QTY(1:WS-IT-QLEN))
           END-IF
           .

      *> ============================================================
           MOVE 0 TO WS-INV-CT
           MOVE 0 TO WS-EVL-CT
           MOVE 0 TO WS-DEL-CT
           MOVE 0 TO WS-HO-CT
           MOVE "N" TO WS-IE-EOF
           OPEN INPUT INV-EVENTS-FILE
           IF WS-INVEV-FS NOT = "00"
           END-PERFORM
           CLOSE INV-EVENTS-FILE

      *>   Apply: appends of orders that were never deleted;
      *>   goods receipts add to physical stock instead
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-CT
               PERFORM CHECK-ORDER-DELETED
                       TO WS-IE-FLD3
                   PERFORM FIND-OR-ADD-INV-ITEM
                   IF WS-INV-HIT > 0
                       IF WS-EVL-KIND(WS-EVL-I) = "R"
                           ADD WS-EVL-QTY(WS-EVL-I)
                               TO WS-INV-RCVD(WS-INV-HIT)
                       ELSE
                           ADD WS-EVL-QTY(WS-EVL-I)
                               TO WS-INV-NET(WS-INV-HIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                          WS-IE-FLD2
                          WS-IE-FLD3
                          WS-IE-FLD4
                          WS-IE-FLD5
           UNSTRING WS-IE-LINE DELIMITED BY "|"
               INTO WS-IE-FLD1
                    WS-IE-FLD2
                    WS-IE-FLD3
                    WS-IE-FLD4
                    WS-IE-FLD5
           END-UNSTRING
           EVALUATE TRIM(WS-IE-FLD1)
               WHEN "A"
               WHEN "R"
                   IF WS-EVL-CT < 500
                   AND TEST-NUMVAL(WS-IE-FLD4) = 0
                       ADD 1 TO WS-EVL-CT
                       MOVE WS-IE-FLD1(1:1)
                           TO WS-EVL-KIND(WS-EVL-CT)
                       MOVE TRIM(WS-IE-FLD2)
                           TO WS-EVL-ORDER(WS-EVL-CT)
                       MOVE TRIM(WS-IE-FLD3)
                       MOVE TRIM(WS-IE-FLD2)
                           TO WS-DEL-ORDER(WS-DEL-CT)
                   END-IF
               WHEN "C"
                   IF WS-HO-CT < 100
                       ADD 1 TO WS-HO-CT
                       MOVE TRIM(WS-IE-FLD2)
                           TO WS-HO-ID(WS-HO-CT)
                       MOVE TRIM(WS-IE-FLD3)
                           TO WS-HO-DEST(WS-HO-CT)
                       MOVE WS-IE-FLD4
                           TO WS-HO-TS(WS-HO-CT)
                       MOVE WS-IE-FLD5
                           TO WS-HO-TITLE(WS-HO-CT)
                   END-IF
           END-EVALUATE
           .

               MOVE 0 TO WS-INV-NET(WS-INV-HIT)
               MOVE 0 TO WS-INV-STOCK(WS-INV-HIT)
               MOVE "N" TO WS-INV-STOCK-OK(WS-INV-HIT)
               MOVE 0 TO WS-INV-RCVD(WS-INV-HIT)
           END-IF
           .


      *> ============================================================
      *> WRITE-INVENTORY-POSITION: item|net-ordered|stock|position
      *> |stock-known|received - position is physical stock (last
      *> known stock plus posted goods receipts) less net ordered
      *> ============================================================
       WRITE-INVENTORY-POSITION.
           OPEN OUTPUT INV-POS-FILE
                   TO WS-INV-ED2
               COMPUTE WS-INV-POS-VAL =
                   WS-INV-STOCK(WS-INV-I)
                   + WS-INV-RCVD(WS-INV-I)
                   - WS-INV-NET(WS-INV-I)
               MOVE WS-INV-POS-VAL TO WS-INV-ED3
               MOVE WS-INV-RCVD(WS-INV-I) TO WS-INV-ED4
               MOVE SPACES TO INV-POS-REC
               STRING
                   TRIM(WS-INV-ITEM(WS-INV-I)) "|"
                   TRIM(WS-INV-ED) "|"
                   TRIM(WS-INV-ED2) "|"
                   TRIM(WS-INV-ED3) "|"
                   WS-INV-STOCK-OK(WS-INV-I) "|"
                   TRIM(WS-INV-ED4)
                   DELIMITED SIZE
                   INTO INV-POS-REC
               END-STRING
           .

      *> ============================================================
      *> WRITE-REORDER-REPORT: items whose physical position is
      *> below FOOD_REORDER_MIN (default 10)
      *> ============================================================
       WRITE-REORDER-REPORT.
               UNTIL WS-INV-I > WS-INV-CT
               COMPUTE WS-INV-POS-VAL =
                   WS-INV-STOCK(WS-INV-I)
                   + WS-INV-RCVD(WS-INV-I)
                   - WS-INV-NET(WS-INV-I)
               IF WS-INV-POS-VAL < WS-REORDER-MIN
                   ADD 1 TO WS-REORDER-CT
           IF WS-RO-CT = 0
               EXIT PARAGRAPH
           END-IF
      *>   A PO is a posting to po_status.dat - none once the
      *>   month is closed
           MOVE "po_status.dat" TO WS-PERIOD-LEDGER
           MOVE CURRENT-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "  Zamowienia pominiete - okres zamkniety"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUPPLIER-MASTER
           IF WS-SUP-CT = 0
               DISPLAY "  Brak " TRIM(WS-SUP-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PO-STATUS
           PERFORM LOAD-RECEIPT-TOTALS
           PERFORM AGE-PO-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-PO-TS

               EXIT PARAGRAPH
           END-IF

      *>   Enough already on an open order? A part-received
      *>   PO still has its undelivered balance in the pipe
           MOVE 0 TO WS-RO-ONORDER
           PERFORM VARYING WS-POST-I FROM 1 BY 1
               UNTIL WS-POST-I > WS-POST-CT
               IF TRIM(WS-POST-ITEM(WS-POST-I)) =
                  TRIM(WS-RO-ITEM(WS-RO-I))
               AND (TRIM(WS-POST-STATUS(WS-POST-I))
                   = "OPEN"
               OR TRIM(WS-POST-STATUS(WS-POST-I))
                   = "PARTIAL")
               AND WS-POST-QTY(WS-POST-I)
                   > WS-POST-RCVD(WS-POST-I)
                   COMPUTE WS-RO-ONORDER = WS-RO-ONORDER
                       + WS-POST-QTY(WS-POST-I)
                       - WS-POST-RCVD(WS-POST-I)
               END-IF
           END-PERFORM
           IF WS-RO-POS(WS-RO-I) + WS-RO-ONORDER
           END-IF
           MOVE TRIM(WS-POS-F5)
               TO WS-POST-STATUS(WS-POST-CT)
           MOVE WS-POST-STATUS(WS-POST-CT)
               TO WS-POST-LOADST(WS-POST-CT)
           MOVE WS-POS-F6(1:14)
               TO WS-POST-TS(WS-POST-CT)
           MOVE 0 TO WS-POST-RCVD(WS-POST-CT)
           MOVE 0 TO WS-POST-RCNT(WS-POST-CT)
           MOVE SPACES TO WS-POST-HUBREF(WS-POST-CT)
           .

      *> ============================================================
      *> AGE-PO-STATUS: an OPEN order past its supplier's
      *> lead-days is flipped OVERDUE. It stays on the
      *> three-way match as OVERDUE until a receipt is posted
      *> against it (POST-ONE-RECEIPT still takes it), but the
      *> on-order guard stops counting it, so a genuinely low
      *> item gets re-ordered instead of silently suppressed
      *> behind a delivery that never came.
      *> ============================================================
       AGE-PO-STATUS.
           MOVE 0 TO WS-PO-LATE-CT
           MOVE "N" TO WS-PO-DIRTY
           MOVE INTEGER-OF-DATE(
               NUMVAL(CURRENT-DATE(1:8)))
           END-PERFORM
           IF WS-PO-DIRTY = "Y"
               PERFORM REWRITE-PO-STATUS
               DISPLAY "  Zamowienia po terminie dostawy "
                   "(OVERDUE): " WS-PO-LATE-CT
           END-IF
           .

               END-IF
           END-PERFORM
           IF WS-PO-AGE-DAYS > WS-PO-LEAD
               MOVE "OVERDUE"
                   TO WS-POST-STATUS(WS-POST-I)
               ADD 1 TO WS-PO-LATE-CT
               MOVE "Y" TO WS-PO-DIRTY
           END-IF
           .

      *> -- The whole status set back to disk after aging. A line
      *> -- is filed under its order date (field 6): a status
      *> -- change on a line from a closed month is refused and
      *> -- the line goes back as it was loaded --
       REWRITE-PO-STATUS.
           PERFORM VARYING WS-POST-I FROM 1 BY 1
               UNTIL WS-POST-I > WS-POST-CT
               IF WS-POST-STATUS(WS-POST-I)
                  NOT = WS-POST-LOADST(WS-POST-I)
               AND WS-POST-LOADST(WS-POST-I) NOT = SPACES
                   MOVE "po_status.dat" TO WS-PERIOD-LEDGER
                   MOVE WS-POST-TS(WS-POST-I)(1:6)
                       TO WS-PERIOD-POST-MONTH
                   PERFORM PERIOD-CHECK-POSTING
                   IF WS-PERIOD-CLOSED = "Y"
                       MOVE WS-POST-LOADST(WS-POST-I)
                           TO WS-POST-STATUS(WS-POST-I)
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT PO-STATUS-FILE
           IF WS-POS-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
           CLOSE PO-STATUS-FILE
           .

      *> ============================================================
      *> POST-GOODS-RECEIPTS: goods_receipts.dat holds what the
      *> dock keyed in - po|item|qty|yyyymmdd|hub-order-id (date
      *> defaults to today, hub order is optional). Each good line
      *> is posted to goods_receipt_register.dat against its PO
      *> line and leaves an R event for the inventory position;
      *> a line that cannot be posted stays in the input file for
      *> correction. Comment lines are kept.
      *> ============================================================
       POST-GOODS-RECEIPTS.
           MOVE 0 TO WS-GR-POSTED
           MOVE 0 TO WS-GR-HELD
           MOVE 0 TO WS-GR-HOLD-CT
           MOVE "N" TO WS-GR-EOF
           OPEN INPUT GR-IN-FILE
           IF WS-GRIN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PO-STATUS
           PERFORM LOAD-RECEIPT-TOTALS
           MOVE FUNCTION CURRENT-DATE TO WS-GR-TS
           MOVE "N" TO WS-PO-DIRTY
           PERFORM UNTIL WS-GR-EOF = "Y"
               READ GR-IN-FILE INTO WS-GR-LINE
                   AT END
                       MOVE "Y" TO WS-GR-EOF
                   NOT AT END
                       IF WS-GR-LINE(1:1) = "#"
                           MOVE SPACES TO WS-GR-REASON
                           PERFORM HOLD-RECEIPT-LINE
                       ELSE
                           IF WS-GR-LINE NOT = SPACES
                               PERFORM POST-ONE-RECEIPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GR-IN-FILE
           IF WS-GR-POSTED = 0 AND WS-GR-HELD = 0
               EXIT PARAGRAPH
           END-IF

      *>   Posted lines leave the input; held ones wait there
           OPEN OUTPUT GR-IN-FILE
           IF WS-GRIN-FS = "00"
               PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-GR-HOLD-CT
                   MOVE WS-GR-HOLD(WS-GR-I) TO GR-IN-REC
                   WRITE GR-IN-REC
               END-PERFORM
               CLOSE GR-IN-FILE
           END-IF
           IF WS-PO-DIRTY = "Y"
               PERFORM REWRITE-PO-STATUS
           END-IF
           DISPLAY "  Przyjecia: zaksiegowano " WS-GR-POSTED
               ", wstrzymano " WS-GR-HELD
           .

       POST-ONE-RECEIPT.
           MOVE SPACES TO WS-GR-F2 WS-GR-F3 WS-GR-F4
                          WS-GR-F5 WS-GR-F6
           UNSTRING WS-GR-LINE DELIMITED BY "|"
               INTO WS-GR-F2 WS-GR-F3 WS-GR-F4
                    WS-GR-F5 WS-GR-F6
           END-UNSTRING
           MOVE SPACES TO WS-GR-REASON
           MOVE 0 TO WS-GR-HIT
           EVALUATE TRUE
               WHEN TRIM(WS-GR-F2) NOT NUMERIC
                   MOVE "BAD-PO" TO WS-GR-REASON
               WHEN TRIM(WS-GR-F4) NOT NUMERIC
                   MOVE "BAD-QTY" TO WS-GR-REASON
               WHEN NUMVAL(WS-GR-F4) = 0
               OR NUMVAL(WS-GR-F4) > 99999
                   MOVE "BAD-QTY" TO WS-GR-REASON
               WHEN WS-GR-F5 NOT = SPACES
               AND (TRIM(WS-GR-F5) NOT NUMERIC
               OR LENGTH(TRIM(WS-GR-F5)) NOT = 8)
                   MOVE "BAD-DATE" TO WS-GR-REASON
           END-EVALUATE
           IF WS-GR-REASON = SPACES
               COMPUTE WS-GR-PO = NUMVAL(WS-GR-F2)
               COMPUTE WS-GR-QTY = NUMVAL(WS-GR-F4)
               IF WS-GR-F5 = SPACES
                   MOVE WS-GR-TS(1:8) TO WS-GR-DATE
               ELSE
                   MOVE TRIM(WS-GR-F5) TO WS-GR-DATE
                   IF TEST-DATE-YYYYMMDD(NUMVAL(WS-GR-DATE))
                       NOT = 0
                       MOVE "BAD-DATE" TO WS-GR-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-GR-REASON = SPACES
               PERFORM FIND-PO-LINE
               EVALUATE TRUE
                   WHEN WS-GR-HIT = 0
                       MOVE "NO-PO-LINE" TO WS-GR-REASON
                   WHEN TRIM(WS-POST-STATUS(WS-GR-HIT))
                       = "CANCELLED"
                       MOVE "PO-CANCELLED" TO WS-GR-REASON
               END-EVALUATE
           END-IF
           IF WS-GR-REASON NOT = SPACES
               ADD 1 TO WS-GR-HELD
               DISPLAY "    Przyjecie wstrzymane ("
                   TRIM(WS-GR-REASON) "): "
                   TRIM(WS-GR-LINE)
               PERFORM HOLD-RECEIPT-LINE
               EXIT PARAGRAPH
           END-IF

      *>   Post: cumulative received against the PO line
           ADD WS-GR-QTY TO WS-POST-RCVD(WS-GR-HIT)
           ADD 1 TO WS-POST-RCNT(WS-GR-HIT)
           IF WS-GR-F6 NOT = SPACES
               MOVE TRIM(WS-GR-F6) TO WS-POST-HUBREF(WS-GR-HIT)
           END-IF
           EVALUATE TRUE
               WHEN WS-POST-RCVD(WS-GR-HIT)
                   < WS-POST-QTY(WS-GR-HIT)
                   MOVE "SHORT" TO WS-GR-RESULT
                   MOVE "PARTIAL"
                       TO WS-POST-STATUS(WS-GR-HIT)
               WHEN WS-POST-RCVD(WS-GR-HIT)
                   = WS-POST-QTY(WS-GR-HIT)
                   MOVE "FULL" TO WS-GR-RESULT
                   MOVE "RECEIVED"
                       TO WS-POST-STATUS(WS-GR-HIT)
               WHEN OTHER
                   MOVE "OVER" TO WS-GR-RESULT
                   MOVE "RECEIVED"
                       TO WS-POST-STATUS(WS-GR-HIT)
           END-EVALUATE
           MOVE "Y" TO WS-PO-DIRTY
           ADD 1 TO WS-GR-POSTED

           OPEN EXTEND GR-REG-FILE
           IF WS-GRREG-FS NOT = "00"
               OPEN OUTPUT GR-REG-FILE
           END-IF
           IF WS-GRREG-FS = "00"
               MOVE SPACES TO GR-REG-REC
               STRING
                   WS-GR-TS(1:14) "|"
                   WS-GR-PO "|"
                   TRIM(WS-GR-F3) "|"
                   WS-GR-QTY "|"
                   WS-GR-DATE "|"
                   TRIM(WS-GR-F6) "|"
                   TRIM(WS-GR-RESULT)
                   DELIMITED SIZE
                   INTO GR-REG-REC
               END-STRING
               WRITE GR-REG-REC
               CLOSE GR-REG-FILE
           END-IF

           OPEN EXTEND INV-EVENTS-FILE
           IF WS-INVEV-FS NOT = "00"
               OPEN OUTPUT INV-EVENTS-FILE
           END-IF
           IF WS-INVEV-FS = "00"
               MOVE SPACES TO INV-EVENTS-REC
               STRING
                   "R|PO" WS-GR-PO "|"
                   TRIM(WS-GR-F3) "|"
                   WS-GR-QTY
                   DELIMITED SIZE
                   INTO INV-EVENTS-REC
               END-STRING
               WRITE INV-EVENTS-REC
               CLOSE INV-EVENTS-FILE
           END-IF
           DISPLAY "    PO " WS-GR-PO " " TRIM(WS-GR-F3)
               " +" WS-GR-QTY " -> " TRIM(WS-GR-RESULT)
           .

       HOLD-RECEIPT-LINE.
           IF WS-GR-HOLD-CT < 100
               ADD 1 TO WS-GR-HOLD-CT
               MOVE WS-GR-LINE TO WS-GR-HOLD(WS-GR-HOLD-CT)
               MOVE WS-GR-REASON
                   TO WS-GR-HOLD-WHY(WS-GR-HOLD-CT)
           END-IF
           .

      *> -- PO line for WS-GR-PO / item WS-GR-F3 into WS-GR-HIT --
       FIND-PO-LINE.
           MOVE 0 TO WS-GR-HIT
           PERFORM VARYING WS-POST-I FROM 1 BY 1
               UNTIL WS-POST-I > WS-POST-CT
               OR WS-GR-HIT > 0
               IF WS-POST-NUM(WS-POST-I) = WS-GR-PO
               AND TRIM(WS-POST-ITEM(WS-POST-I))
                   = TRIM(WS-GR-F3)
                   MOVE WS-POST-I TO WS-GR-HIT
               END-IF
           END-PERFORM
           .

      *> -- goods_receipt_register.dat:
      *> -- posted-ts|po|item|qty|yyyymmdd|hub-order|result --
       LOAD-RECEIPT-TOTALS.
           MOVE "N" TO WS-GR-EOF
           OPEN INPUT GR-REG-FILE
           IF WS-GRREG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GR-EOF = "Y"
               READ GR-REG-FILE INTO WS-GR-LINE
                   AT END
                       MOVE "Y" TO WS-GR-EOF
                   NOT AT END
                       IF WS-GR-LINE(1:1) NOT = "#"
                       AND WS-GR-LINE NOT = SPACES
                           PERFORM APPLY-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GR-REG-FILE
           .

       APPLY-REGISTER-LINE.
           MOVE SPACES TO WS-GR-F1 WS-GR-F2 WS-GR-F3 WS-GR-F4
                          WS-GR-F5 WS-GR-F6 WS-GR-F7
           UNSTRING WS-GR-LINE DELIMITED BY "|"
               INTO WS-GR-F1 WS-GR-F2 WS-GR-F3 WS-GR-F4
                    WS-GR-F5 WS-GR-F6 WS-GR-F7
           END-UNSTRING
           IF TRIM(WS-GR-F2) NOT NUMERIC
           OR TRIM(WS-GR-F4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GR-PO = NUMVAL(WS-GR-F2)
           PERFORM FIND-PO-LINE
           IF WS-GR-HIT = 0
               EXIT PARAGRAPH
           END-IF
           ADD NUMVAL(WS-GR-F4) TO WS-POST-RCVD(WS-GR-HIT)
           ADD 1 TO WS-POST-RCNT(WS-GR-HIT)
           IF WS-GR-F6 NOT = SPACES
               MOVE TRIM(WS-GR-F6) TO WS-POST-HUBREF(WS-GR-HIT)
           END-IF
           .

      *> ============================================================
      *> TRACK-CREATE-EVENT: C|order-id|destination|created|title
      *> for every order the Hub created, so receipts can be
      *> matched to the Hub side of the purchase and the night's
      *> orders to the cities' documented demand
      *> ============================================================
       TRACK-CREATE-EVENT.
           MOVE "id" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           IF WS-JVAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TRIM(WS-JVAL) TO WS-IE-FLD2
           MOVE WS-TA-TITLE(1:60) TO WS-IE-FLD5
           INSPECT WS-IE-FLD5 REPLACING ALL "|" BY "/"
           MOVE CURRENT-DATE(1:14) TO WS-IE-FLD4
           IF WS-HO-CT < 100
               ADD 1 TO WS-HO-CT
               MOVE WS-IE-FLD2 TO WS-HO-ID(WS-HO-CT)
               MOVE WS-TA-DEST TO WS-HO-DEST(WS-HO-CT)
               MOVE WS-IE-FLD4 TO WS-HO-TS(WS-HO-CT)
               MOVE WS-IE-FLD5 TO WS-HO-TITLE(WS-HO-CT)
           END-IF
           OPEN EXTEND INV-EVENTS-FILE
           IF WS-INVEV-FS NOT = "00"
               OPEN OUTPUT INV-EVENTS-FILE
           END-IF
           IF WS-INVEV-FS = "00"
               MOVE SPACES TO INV-EVENTS-REC
               STRING
                   "C|" TRIM(WS-IE-FLD2) "|"
                   TRIM(WS-TA-DEST) "|"
                   WS-IE-FLD4 "|"
                   TRIM(WS-IE-FLD5)
                   DELIMITED SIZE
                   INTO INV-EVENTS-REC
               END-STRING
               WRITE INV-EVENTS-REC
               CLOSE INV-EVENTS-FILE
           END-IF
           .

      *> ============================================================
      *> WRITE-THREE-WAY-MATCH: every PO line against the Hub order
      *> (the one named on its receipts, else every live Hub order
      *> carrying the item) and the posted receipts. Result:
      *> OPEN, OVERDUE (past lead-days, nothing received),
      *> PARTIAL, FULL or DISCREPANCY (over-delivery, or a
      *> received line without a live Hub order behind it).
      *> ============================================================
       WRITE-THREE-WAY-MATCH.
           PERFORM LOAD-PO-STATUS
           PERFORM LOAD-RECEIPT-TOTALS
           MOVE 0 TO WS-GR-CT-OPEN WS-GR-CT-PART
                     WS-GR-CT-FULL WS-GR-CT-DISC
                     WS-GR-CT-LATE
           OPEN OUTPUT MATCH-RPT-FILE
           IF WS-MATCH-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MATCH-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-GR-TS
           MOVE "=== Three-way match: PO / Hub order / receipt ==="
               TO MATCH-RPT-REC
           WRITE MATCH-RPT-REC
           MOVE SPACES TO MATCH-RPT-REC
           STRING
               WS-GR-TS(1:14)
               " po-lines=" WS-POST-CT
               " hub-orders=" WS-HO-CT
               DELIMITED SIZE
               INTO MATCH-RPT-REC
           END-STRING
           WRITE MATCH-RPT-REC
           PERFORM VARYING WS-POST-I FROM 1 BY 1
               UNTIL WS-POST-I > WS-POST-CT
               PERFORM MATCH-ONE-PO-LINE
           END-PERFORM
           IF WS-POST-CT = 0
               MOVE "  (no purchase orders)" TO MATCH-RPT-REC
               WRITE MATCH-RPT-REC
           END-IF

           MOVE SPACES TO MATCH-RPT-REC
           STRING
               "TOTAL open=" WS-GR-CT-OPEN
               " overdue=" WS-GR-CT-LATE
               " partial=" WS-GR-CT-PART
               " full=" WS-GR-CT-FULL
               " discrepancy=" WS-GR-CT-DISC
               DELIMITED SIZE
               INTO MATCH-RPT-REC
           END-STRING
           WRITE MATCH-RPT-REC

      *>   Receipts still waiting in the input for correction
           PERFORM VARYING WS-GR-I FROM 1 BY 1
               UNTIL WS-GR-I > WS-GR-HOLD-CT
               IF WS-GR-HOLD-WHY(WS-GR-I) NOT = SPACES
                   MOVE SPACES TO MATCH-RPT-REC
                   STRING
                       "HELD " TRIM(WS-GR-HOLD-WHY(WS-GR-I))
                       ": " TRIM(WS-GR-HOLD(WS-GR-I))
                       DELIMITED SIZE
                       INTO MATCH-RPT-REC
                   END-STRING
                   WRITE MATCH-RPT-REC
               END-IF
           END-PERFORM
           CLOSE MATCH-RPT-FILE
           DISPLAY "  Uzgodnienie PO: po terminie " WS-GR-CT-LATE
               ", czesciowo " WS-GR-CT-PART
               ", w calosci " WS-GR-CT-FULL
               ", rozbieznosci " WS-GR-CT-DISC
               " -> " TRIM(WS-MATCH-PATH)
           .

       MATCH-ONE-PO-LINE.
      *>   Hub side
           MOVE 0 TO WS-GR-HUBQTY
           MOVE SPACES TO WS-GR-HUBIDS
           MOVE 1 TO WS-GR-HUBPTR
           IF WS-POST-HUBREF(WS-POST-I) NOT = SPACES
               MOVE "NOT-CREATED" TO WS-GR-HUBSTAT
               PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-HO-CT
                   IF WS-HO-ID(WS-GR-I)
                       = WS-POST-HUBREF(WS-POST-I)
                       MOVE "OK" TO WS-GR-HUBSTAT
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-GR-I FROM 1 BY 1
                   UNTIL WS-GR-I > WS-DEL-CT
                   IF WS-DEL-ORDER(WS-GR-I)
                       = WS-POST-HUBREF(WS-POST-I)
                       MOVE "DELETED" TO WS-GR-HUBSTAT
                   END-IF
               END-PERFORM
               MOVE WS-POST-HUBREF(WS-POST-I) TO WS-GR-HUBIDS
           ELSE
               MOVE "NONE" TO WS-GR-HUBSTAT
           END-IF
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-CT
               IF WS-EVL-KIND(WS-EVL-I) = "A"
               AND TRIM(WS-EVL-ITEM(WS-EVL-I))
                   = TRIM(WS-POST-ITEM(WS-POST-I))
                   PERFORM CHECK-ORDER-DELETED
                   IF WS-IT-STATE = "N"
                       PERFORM MATCH-HUB-EVENT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-GR-HUBQTY TO WS-GR-HUBQTY-ED

      *>   Receipt side against the PO
           COMPUTE WS-GR-DIFF = WS-POST-RCVD(WS-POST-I)
               - WS-POST-QTY(WS-POST-I)
           MOVE WS-GR-DIFF TO WS-GR-DIFF-ED
           MOVE SPACES TO WS-GR-NOTE
           EVALUATE TRUE
               WHEN TRIM(WS-POST-STATUS(WS-POST-I))
                   = "CANCELLED"
                   MOVE "CANCELLED" TO WS-GR-MATCH
               WHEN WS-POST-RCNT(WS-POST-I) = 0
               AND TRIM(WS-POST-STATUS(WS-POST-I))
                   = "OVERDUE"
                   MOVE "OVERDUE" TO WS-GR-MATCH
                   MOVE "past lead time, no receipt posted"
                       TO WS-GR-NOTE
               WHEN WS-POST-RCNT(WS-POST-I) = 0
                   MOVE "OPEN" TO WS-GR-MATCH
               WHEN WS-GR-DIFF > 0
                   MOVE "DISCREPANCY" TO WS-GR-MATCH
                   MOVE "over-delivered" TO WS-GR-NOTE
               WHEN WS-GR-HUBSTAT NOT = "OK"
                   MOVE "DISCREPANCY" TO WS-GR-MATCH
                   STRING "hub order "
                       LOWER-CASE(TRIM(WS-GR-HUBSTAT))
                       DELIMITED SIZE INTO WS-GR-NOTE
                   END-STRING
               WHEN WS-GR-DIFF < 0
                   MOVE "PARTIAL" TO WS-GR-MATCH
                   MOVE "short-delivered" TO WS-GR-NOTE
               WHEN OTHER
                   MOVE "FULL" TO WS-GR-MATCH
           END-EVALUATE
           EVALUATE WS-GR-MATCH
               WHEN "OPEN"
                   ADD 1 TO WS-GR-CT-OPEN
               WHEN "OVERDUE"
                   ADD 1 TO WS-GR-CT-LATE
               WHEN "PARTIAL"
                   ADD 1 TO WS-GR-CT-PART
               WHEN "FULL"
                   ADD 1 TO WS-GR-CT-FULL
               WHEN "DISCREPANCY"
                   ADD 1 TO WS-GR-CT-DISC
           END-EVALUATE

           MOVE SPACES TO MATCH-RPT-REC
           STRING
               "po=" WS-POST-NUM(WS-POST-I)
               " " TRIM(WS-POST-SUP(WS-POST-I))
               " item=" TRIM(WS-POST-ITEM(WS-POST-I))
               " po-qty=" WS-POST-QTY(WS-POST-I)
               " hub=" TRIM(WS-GR-HUBSTAT)
               " hub-qty=" TRIM(WS-GR-HUBQTY-ED)
               " hub-orders=" TRIM(WS-GR-HUBIDS)
               " received=" WS-POST-RCVD(WS-POST-I)
               " receipts=" WS-POST-RCNT(WS-POST-I)
               " diff=" TRIM(WS-GR-DIFF-ED)
               " " TRIM(WS-GR-MATCH)
               " " TRIM(WS-GR-NOTE)
               DELIMITED SIZE
               INTO MATCH-RPT-REC
           END-STRING
           WRITE MATCH-RPT-REC
           .

      *> -- Live append event WS-EVL-I for the PO item: counts
      *> -- toward the Hub quantity when it is on the referenced
      *> -- order, or on any order when none was referenced --
       MATCH-HUB-EVENT.
           IF WS-POST-HUBREF(WS-POST-I) NOT = SPACES
               IF WS-EVL-ORDER(WS-EVL-I)
                   = WS-POST-HUBREF(WS-POST-I)
                   ADD WS-EVL-QTY(WS-EVL-I) TO WS-GR-HUBQTY
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD WS-EVL-QTY(WS-EVL-I) TO WS-GR-HUBQTY
           MOVE "OK" TO WS-GR-HUBSTAT
           MOVE 0 TO WS-TALLY-CNT
           IF WS-GR-HUBPTR > 1
               INSPECT WS-GR-HUBIDS TALLYING WS-TALLY-CNT
                   FOR ALL TRIM(WS-EVL-ORDER(WS-EVL-I))
           END-IF
           IF WS-TALLY-CNT = 0 AND WS-GR-HUBPTR < 70
               IF WS-GR-HUBPTR > 1
                   STRING "," DELIMITED SIZE
                       INTO WS-GR-HUBIDS
                       WITH POINTER WS-GR-HUBPTR
                   END-STRING
               END-IF
               STRING TRIM(WS-EVL-ORDER(WS-EVL-I))
                   DELIMITED SIZE
                   INTO WS-GR-HUBIDS
                   WITH POINTER WS-GR-HUBPTR
               END-STRING
           END-IF
           .

      *> ============================================================
      *> LOAD-CITY-DEMAND: S04E04's city_demand.dat handoff -
      *> city|good|qty-needed|source under a "# run=" stamp
      *> ============================================================
       LOAD-CITY-DEMAND.
           MOVE 0 TO WS-DMD-CT
           MOVE SPACES TO WS-DMD-RUN
           MOVE "N" TO WS-DMD-EOF
           OPEN INPUT DEMAND-FILE
           IF WS-DEMAND-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-DEMAND-PATH)
                   " - zapotrzebowanie miast nieznane"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DMD-EOF = "Y"
               READ DEMAND-FILE INTO WS-DMD-LINE
                   AT END
                       MOVE "Y" TO WS-DMD-EOF
                   NOT AT END
                       PERFORM PARSE-DEMAND-LINE
               END-READ
           END-PERFORM
           CLOSE DEMAND-FILE
           DISPLAY "  Zapotrzebowanie miast: " WS-DMD-CT
               " pozycji (S04E04 " WS-DMD-RUN ")"
           .

       PARSE-DEMAND-LINE.
           IF WS-DMD-LINE(1:6) = "# run="
               MOVE WS-DMD-LINE(7:14) TO WS-DMD-RUN
               EXIT PARAGRAPH
           END-IF
           IF WS-DMD-LINE(1:1) = "#"
           OR WS-DMD-LINE = SPACES
           OR WS-DMD-CT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DMD-F1 WS-DMD-F2
                          WS-DMD-F3 WS-DMD-F4
           UNSTRING WS-DMD-LINE DELIMITED BY "|"
               INTO WS-DMD-F1 WS-DMD-F2
                    WS-DMD-F3 WS-DMD-F4
           END-UNSTRING
           IF WS-DMD-F1 = SPACES OR WS-DMD-F2 = SPACES
           OR TRIM(WS-DMD-F3) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DMD-CT
           MOVE LOWER-CASE(TRIM(WS-DMD-F1))
               TO WS-DMD-CITY(WS-DMD-CT)
           MOVE TRIM(WS-DMD-F2) TO WS-DMD-GOOD(WS-DMD-CT)
           COMPUTE WS-DMD-QTY(WS-DMD-CT) = NUMVAL(WS-DMD-F3)
           MOVE TRIM(WS-DMD-F4) TO WS-DMD-SRC(WS-DMD-CT)
           .

      *> ============================================================
      *> CHECK-DEMAND-EXCEPTIONS: the orders created this run
      *> (still live, city read from the order title) against the
      *> demand handoff. Exceptions: a city with demand but no
      *> order, a needed good missing or ordered in a different
      *> quantity, an order for no documented city, and a good
      *> ordered that the city never asked for.
      *> ============================================================
       CHECK-DEMAND-EXCEPTIONS.
           MOVE 0 TO WS-DMD-CT-OK WS-DMD-CT-NOORD
                     WS-DMD-CT-QTY WS-DMD-CT-NODMD
           MOVE 0 TO WS-DMD-RUN-ORD

      *>   This run's live orders and the city each serves
           PERFORM VARYING WS-DMD-J FROM 1 BY 1
               UNTIL WS-DMD-J > WS-HO-CT
               PERFORM RESOLVE-ORDER-CITY
           END-PERFORM

           OPEN OUTPUT DMDX-RPT-FILE
           IF WS-DMDX-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-DMDX-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== City demand vs. order plan: exceptions ==="
               TO DMDX-RPT-REC
           WRITE DMDX-RPT-REC
           MOVE SPACES TO DMDX-RPT-REC
           STRING
               CURRENT-DATE(1:14)
               " demand-lines=" WS-DMD-CT
               " orders-this-run=" WS-DMD-RUN-ORD
               " handoff-run=" WS-DMD-RUN
               DELIMITED SIZE
               INTO DMDX-RPT-REC
           END-STRING
           WRITE DMDX-RPT-REC
           IF WS-DMD-CT = 0
               MOVE "WARNING: no city demand handed over - "
                   & "every order below is undocumented"
                   TO DMDX-RPT-REC
               WRITE DMDX-RPT-REC
           ELSE
               IF WS-DMD-RUN(1:8) NOT = CURRENT-DATE(1:8)
                   MOVE SPACES TO DMDX-RPT-REC
                   STRING
                       "WARNING: demand handoff is not from "
                       "today (S04E04 run " WS-DMD-RUN ")"
                       DELIMITED SIZE
                       INTO DMDX-RPT-REC
                   END-STRING
                   WRITE DMDX-RPT-REC
               END-IF
           END-IF

           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CT
               PERFORM CHECK-ONE-DEMAND
           END-PERFORM
           PERFORM VARYING WS-DMD-J FROM 1 BY 1
               UNTIL WS-DMD-J > WS-HO-CT
               IF WS-HO-LIVE(WS-DMD-J) = "Y"
                   PERFORM CHECK-ONE-ORDER
               END-IF
           END-PERFORM

           MOVE SPACES TO DMDX-RPT-REC
           STRING
               "TOTAL matched=" WS-DMD-CT-OK
               " demand-without-order=" WS-DMD-CT-NOORD
               " quantity-differs=" WS-DMD-CT-QTY
               " order-without-demand=" WS-DMD-CT-NODMD
               DELIMITED SIZE
               INTO DMDX-RPT-REC
           END-STRING
           WRITE DMDX-RPT-REC
           CLOSE DMDX-RPT-FILE
           DISPLAY "  Zapotrzebowanie vs zamowienia: bez zamowienia "
               WS-DMD-CT-NOORD ", bez zapotrzebowania "
               WS-DMD-CT-NODMD " -> " TRIM(WS-DMDX-PATH)
           .

      *> -- Order WS-DMD-J: live when created this run and not
      *> -- deleted; its city is the first demand city named in
      *> -- the title --
       RESOLVE-ORDER-CITY.
           MOVE "N" TO WS-HO-LIVE(WS-DMD-J)
           MOVE SPACES TO WS-HO-CITY(WS-DMD-J)
           IF WS-HO-TS(WS-DMD-J) < WS-DMD-START
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DEL-CT
               IF WS-DEL-ORDER(WS-DMD-I) = WS-HO-ID(WS-DMD-J)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-HO-LIVE(WS-DMD-J)
           ADD 1 TO WS-DMD-RUN-ORD
           MOVE LOWER-CASE(WS-HO-TITLE(WS-DMD-J))
               TO WS-DMD-TITLE-LC
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CT
               OR WS-HO-CITY(WS-DMD-J) NOT = SPACES
               MOVE 0 TO WS-TALLY-CNT
               INSPECT WS-DMD-TITLE-LC TALLYING WS-TALLY-CNT
                   FOR ALL TRIM(WS-DMD-CITY(WS-DMD-I))
               IF WS-TALLY-CNT > 0
                   MOVE WS-DMD-CITY(WS-DMD-I)
                       TO WS-HO-CITY(WS-DMD-J)
               END-IF
           END-PERFORM
           .

      *> -- Demand line WS-DMD-I against the goods appended to
      *> -- this run's orders for the same city --
       CHECK-ONE-DEMAND.
           MOVE 0 TO WS-DMD-ORD
           MOVE 0 TO WS-DMD-CITY-ORD
           PERFORM VARYING WS-DMD-J FROM 1 BY 1
               UNTIL WS-DMD-J > WS-HO-CT
               IF WS-HO-LIVE(WS-DMD-J) = "Y"
               AND WS-HO-CITY(WS-DMD-J) = WS-DMD-CITY(WS-DMD-I)
                   ADD 1 TO WS-DMD-CITY-ORD
                   PERFORM VARYING WS-EVL-I FROM 1 BY 1
                       UNTIL WS-EVL-I > WS-EVL-CT
                       IF WS-EVL-KIND(WS-EVL-I) = "A"
                       AND WS-EVL-ORDER(WS-EVL-I)
                           = WS-HO-ID(WS-DMD-J)
                       AND WS-EVL-ITEM(WS-EVL-I)
                           = WS-DMD-GOOD(WS-DMD-I)
                           ADD WS-EVL-QTY(WS-EVL-I)
                               TO WS-DMD-ORD
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DMD-CITY-ORD = 0
                   MOVE "NO-ORDER" TO WS-DMD-STATUS
                   ADD 1 TO WS-DMD-CT-NOORD
               WHEN WS-DMD-ORD = 0
                   MOVE "NOT-ORDERED" TO WS-DMD-STATUS
                   ADD 1 TO WS-DMD-CT-NOORD
               WHEN WS-DMD-ORD NOT = WS-DMD-QTY(WS-DMD-I)
                   MOVE "QTY-DIFFERS" TO WS-DMD-STATUS
                   ADD 1 TO WS-DMD-CT-QTY
               WHEN OTHER
                   ADD 1 TO WS-DMD-CT-OK
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-DMD-ORD TO WS-DMD-ORD-ED
           MOVE SPACES TO DMDX-RPT-REC
           STRING
               TRIM(WS-DMD-STATUS)
               " city=" TRIM(WS-DMD-CITY(WS-DMD-I))
               " good=" TRIM(WS-DMD-GOOD(WS-DMD-I))
               " needed=" WS-DMD-QTY(WS-DMD-I)
               " ordered=" TRIM(WS-DMD-ORD-ED)
               " source=" TRIM(WS-DMD-SRC(WS-DMD-I))
               DELIMITED SIZE
               INTO DMDX-RPT-REC
           END-STRING
           WRITE DMDX-RPT-REC
           .

      *> -- Live order WS-DMD-J: no documented city at all, or
      *> -- goods on it that its city did not ask for --
       CHECK-ONE-ORDER.
           IF WS-HO-CITY(WS-DMD-J) = SPACES
               ADD 1 TO WS-DMD-CT-NODMD
               MOVE SPACES TO DMDX-RPT-REC
               STRING
                   "ORDER-NO-DEMAND order=" TRIM(WS-HO-ID(WS-DMD-J))
                   " destination=" TRIM(WS-HO-DEST(WS-DMD-J))
                   " title=" TRIM(WS-HO-TITLE(WS-DMD-J))
                   DELIMITED SIZE
                   INTO DMDX-RPT-REC
               END-STRING
               WRITE DMDX-RPT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EVL-I FROM 1 BY 1
               UNTIL WS-EVL-I > WS-EVL-CT
               IF WS-EVL-KIND(WS-EVL-I) = "A"
               AND WS-EVL-ORDER(WS-EVL-I) = WS-HO-ID(WS-DMD-J)
                   PERFORM CHECK-ORDER-ITEM
               END-IF
           END-PERFORM
           .

       CHECK-ORDER-ITEM.
      *>   Once per order and good
           MOVE "N" TO WS-DMD-DUP
           PERFORM VARYING WS-DMD-HIT FROM 1 BY 1
               UNTIL WS-DMD-HIT >= WS-EVL-I
               OR WS-DMD-DUP = "Y"
               IF WS-EVL-KIND(WS-DMD-HIT) = "A"
               AND WS-EVL-ORDER(WS-DMD-HIT)
                   = WS-EVL-ORDER(WS-EVL-I)
               AND WS-EVL-ITEM(WS-DMD-HIT)
                   = WS-EVL-ITEM(WS-EVL-I)
                   MOVE "Y" TO WS-DMD-DUP
               END-IF
           END-PERFORM
           IF WS-DMD-DUP = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DMD-I FROM 1 BY 1
               UNTIL WS-DMD-I > WS-DMD-CT
               IF WS-DMD-CITY(WS-DMD-I) = WS-HO-CITY(WS-DMD-J)
               AND WS-DMD-GOOD(WS-DMD-I) = WS-EVL-ITEM(WS-EVL-I)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-DMD-CT-NODMD
           MOVE WS-EVL-QTY(WS-EVL-I) TO WS-DMD-ORD-ED
           MOVE SPACES TO DMDX-RPT-REC
           STRING
               "ITEM-NO-DEMAND order=" TRIM(WS-HO-ID(WS-DMD-J))
               " city=" TRIM(WS-HO-CITY(WS-DMD-J))
               " good=" TRIM(WS-EVL-ITEM(WS-EVL-I))
               " ordered=" TRIM(WS-DMD-ORD-ED)
               DELIMITED SIZE
               INTO DMDX-RPT-REC
           END-STRING
           WRITE DMDX-RPT-REC
           .

      *> ============================================================
      *> DBMIRROR-LOOKUP
      *> Scan the local mirror log for a prior "Q:"/"R:" pair whose
           PERFORM SEND-HUB-REQUEST
           PERFORM STORE-TOOL-RESULT
           PERFORM WRITE-ORDER-LEDGER

      *>   The created order's id, for the three-way match
           PERFORM TRACK-CREATE-EVENT
           .

      *> ============================================================
      *> a downstream complaint.
      *> ============================================================
       WRITE-ORDER-LEDGER.
           PERFORM CHECK-LEDGER-GUARD
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           CLOSE LEDGER-FILE
           .

      *> -- A TEST environment profile never appends to the
      *> -- production order ledger (RUNLOG-GUARD-PATH), and
      *> -- nothing is appended to a closed month --
       CHECK-LEDGER-GUARD.
           MOVE WS-LEDGER-PATH TO WS-RUNLOG-GUARD-PATH
           PERFORM RUNLOG-GUARD-PATH
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               DISPLAY "  UWAGA: profil testowy - "
                   TRIM(WS-LEDGER-PATH)
                   " poza katalogiem danych, nie zapisany"
               EXIT PARAGRAPH
           END-IF
           MOVE "orders_ledger.log" TO WS-PERIOD-LEDGER
           MOVE CURRENT-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               MOVE "N" TO WS-RUNLOG-GUARD-OK
           END-IF
           .

      *> ============================================================
      *> RECONCILE-ORDER-LEDGER: Fetch the final orders list from the
      *> Hub and append it to the ledger as the authoritative closing
       RECONCILE-ORDER-LEDGER.
           PERFORM TOOL-ORDERS-GET

           PERFORM CHECK-LEDGER-GUARD
           IF WS-RUNLOG-GUARD-OK NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
               STRING
                   "curl -s "
                   "-o hub_resp.json"
                   " " TRIM(WS-HUBLOG-CURL-W)
                   " -X POST "
                   TRIM(WS-VERIFY-URL)
                   " -H " WS-QT
               PERFORM READ-JSON-FILE
               MOVE "work.tmp"
                   TO WS-WORK-PATH
               MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
               MOVE WS-JBUF TO WS-HUBLOG-RESP
               COMPUTE WS-HUBLOG-ATTEMPT = WS-RETRY-CT + 1
               PERFORM RECORD-HUB-SUBMISSION

      *>       Check for 503
               MOVE 0 TO WS-TALLY-CNT
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
       COPY PERIOD-PROC.
