      *> 2. Parse response for tool_calls
      *> 3. Execute tool call via hub API, append result
      *> 4. Loop until no more tool_calls or flag found
      *> Before the agent runs, planned route changes from
      *> railway_planned.dat (route|status|effective|expiry|
      *> requester) that have come due are applied, expired ones
      *> are put back to the status they replaced, and the result
      *> is confirmed with a fresh route-state snapshot. Only a
      *> confirmed change is marked applied (or expired); one the
      *> snapshot does not confirm keeps its state and is tried
      *> again on the next run.
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
           SELECT ROLLBACK-FILE ASSIGN TO WS-RBK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RBK-FS.
           SELECT PLANNED-FILE ASSIGN TO WS-PLN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-FS.
           SELECT PLANNED-LOG-FILE ASSIGN TO WS-PLN-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLN-LOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-REC           PIC X(99000).

       FD  ROLLBACK-FILE.
       01  ROLLBACK-REC            PIC X(300).

       FD  PLANNED-FILE.
       01  PLANNED-REC             PIC X(300).

       FD  PLANNED-LOG-FILE.
       01  PLANNED-LOG-REC         PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(50).
       01  WS-SNAP-TS              PIC X(21).
       01  WS-RBK-WRITTEN          PIC 9(2).

      *> -- Effective-dated planned route changes. The program
      *> -- keeps its own bookkeeping in two trailing columns:
      *> -- route|status|effective|expiry|requester|state|prior
      *> -- state P = pending, A = applied (prior = status it
      *> -- replaced), E = expired and restored, S = skipped
      *> -- (expired before it ever came due) --
       01  WS-PLN-PATH             PIC X(100) VALUE
           "railway_planned.dat".
       01  WS-PLN-FS               PIC XX.
       01  WS-PLN-LOG-PATH         PIC X(100) VALUE
           "railway_planned.log".
       01  WS-PLN-LOG-FS           PIC XX.
       01  WS-PLN-MAX              PIC 9(2) VALUE 50.
       01  WS-PLN-CT               PIC 9(2) VALUE 0.
       01  WS-PLN-TABLE.
           05  WS-PLN-ENT OCCURS 50 TIMES.
               10  WS-PLN-ROUTE    PIC X(20).
               10  WS-PLN-STATUS   PIC X(50).
               10  WS-PLN-EFF      PIC 9(8).
               10  WS-PLN-EXP      PIC 9(8).
               10  WS-PLN-REQ      PIC X(40).
               10  WS-PLN-STATE    PIC X.
               10  WS-PLN-PRIOR    PIC X(50).
               10  WS-PLN-ACTED    PIC X.
               10  WS-PLN-EXPECT   PIC X(50).
       01  WS-PLN-COMMENTS         PIC 9(2) VALUE 0.
       01  WS-PLN-CMT-TABLE.
           05  WS-PLN-CMT OCCURS 20 TIMES PIC X(300).
       01  WS-PLN-LINE             PIC X(300).
       01  WS-PLN-F1               PIC X(20).
       01  WS-PLN-F2               PIC X(50).
       01  WS-PLN-F3               PIC X(10).
       01  WS-PLN-F4               PIC X(10).
       01  WS-PLN-F5               PIC X(40).
       01  WS-PLN-F6               PIC X(5).
       01  WS-PLN-F7               PIC X(50).
       01  WS-PLN-EOF              PIC X.
       01  WS-PLN-I                PIC 9(2).
       01  WS-PLN-TODAY            PIC 9(8).
       01  WS-PLN-TS               PIC X(21).
       01  WS-PLN-ACT-CT           PIC 9(2) VALUE 0.
       01  WS-PLN-BAD-CT           PIC 9(2) VALUE 0.
       01  WS-PLN-SET-VALUE        PIC X(50).
       01  WS-PLN-VERB             PIC X(8).
       01  WS-PLN-OK               PIC X.
       01  WS-PLN-FOUND            PIC X.

      *> -- System command --
       01  WS-CMD                  PIC X(4000).

           END-STRING
           COMPUTE WS-MSGS-LEN = WS-PTR - 1

      *>   Planned openings/closures that are due tonight, then
      *>   the known-good state of every route before the agent
      *>   makes any change of its own
           PERFORM LOAD-PLANNED-CHANGES

      *>   Known-good state of every route before any change
           PERFORM SNAPSHOT-ROUTE-STATES

           IF WS-PLN-CT > 0
               PERFORM APPLY-PLANNED-CHANGES
               IF WS-PLN-ACT-CT > 0
                   DISPLAY "Potwierdzenie zmian planowych:"
                   PERFORM SNAPSHOT-ROUTE-STATES
                   PERFORM CONFIRM-PLANNED-CHANGES
               END-IF
               PERFORM REWRITE-PLANNED-FILE
               MOVE "N" TO WS-FLAG-FOUND
           END-IF

      *>   === AGENT LOOP ===
           PERFORM VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > WS-MAX-STEPS
               DISPLAY "Agent finished."
               DISPLAY "=== DONE ==="
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "LLM-NO-ANSWER" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "hard cap reached without flag"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
               IF WS-PLN-BAD-CT > 0
                   MOVE SPACES TO WS-RUNLOG-RESULT
                   STRING
                       "hard cap reached without flag; "
                       WS-PLN-BAD-CT
                       " planned change(s) not confirmed"
                       DELIMITED SIZE
                       INTO WS-RUNLOG-RESULT
                   END-STRING
               END-IF
               PERFORM RUNLOG-END
               MOVE 1 TO RETURN-CODE
               STOP RUN
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
      *>   A planned closure the railway did not take is a safety
      *>   problem, not a footnote
           IF WS-PLN-BAD-CT > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-SAFETY" TO WS-RUNLOG-REASON
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   WS-PLN-BAD-CT
                   " planned route change(s) not confirmed"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

           PERFORM READ-HTTP-HEADERS
           MOVE "work.tmp" TO WS-WORK-PATH

      *>   Read response body (503/429 bodies too, for the ledger)
           MOVE "resp.json" TO WS-WORK-PATH
           PERFORM READ-RESPONSE-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           MOVE WS-PAYLOAD TO WS-HUBLOG-BODY
           MOVE WS-RESP-BUF TO WS-HUBLOG-RESP
           IF WS-STATUS-CODE IS NUMERIC
               MOVE WS-STATUS-CODE TO WS-HUBLOG-STATUS
           END-IF
           MOVE WS-ATTEMPT TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION

      *>   Handle 503
           IF WS-STATUS-CODE = "503"
               DISPLAY "  [" WS-ATTEMPT "] 503, wait 1s"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  => "
               TRIM(WS-RESP-BUF)(1:500)

               MOVE 1 TO WS-SNAP-CT
               MOVE "X-01" TO WS-SNAP-ROUTE(1)
           END-IF
      *>   Routes with planned changes are watched as well
           PERFORM VARYING WS-PLN-I FROM 1 BY 1
               UNTIL WS-PLN-I > WS-PLN-CT
               PERFORM ADD-PLANNED-SNAP-ROUTE
           END-PERFORM

           DISPLAY "Snapshot stanu tras ("
               WS-SNAP-CT "):"
               " (" WS-RBK-WRITTEN " akcji)"
           .

      *> -- Route of planned change WS-PLN-I into the snapshot
      *> -- list unless it is already there --
       ADD-PLANNED-SNAP-ROUTE.
           MOVE "N" TO WS-PLN-FOUND
           PERFORM VARYING WS-SNAP-I FROM 1 BY 1
               UNTIL WS-SNAP-I > WS-SNAP-CT
               IF WS-SNAP-ROUTE(WS-SNAP-I) =
                  WS-PLN-ROUTE(WS-PLN-I)
                   MOVE "Y" TO WS-PLN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLN-FOUND = "N"
           AND WS-SNAP-CT < WS-SNAP-MAX
               ADD 1 TO WS-SNAP-CT
               MOVE WS-PLN-ROUTE(WS-PLN-I)
                   TO WS-SNAP-ROUTE(WS-SNAP-CT)
           END-IF
           .

      *> ============================================================
      *> LOAD-PLANNED-CHANGES: railway_planned.dat into
      *> WS-PLN-TABLE. Dates are YYYYMMDD; a blank expiry means
      *> the change stays until someone plans another one.
      *> ============================================================
       LOAD-PLANNED-CHANGES.
           MOVE 0 TO WS-PLN-CT
           MOVE 0 TO WS-PLN-COMMENTS
           MOVE "N" TO WS-PLN-EOF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLN-TODAY
           OPEN INPUT PLANNED-FILE
           IF WS-PLN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLN-EOF = "Y"
               READ PLANNED-FILE INTO WS-PLN-LINE
                   AT END
                       MOVE "Y" TO WS-PLN-EOF
                   NOT AT END
                       IF WS-PLN-LINE(1:1) = "#"
                           IF WS-PLN-COMMENTS < 20
                               ADD 1 TO WS-PLN-COMMENTS
                               MOVE WS-PLN-LINE
                                   TO WS-PLN-CMT(WS-PLN-COMMENTS)
                           END-IF
                       ELSE
                           IF WS-PLN-LINE NOT = SPACES
                           AND WS-PLN-CT < WS-PLN-MAX
                               PERFORM PARSE-PLANNED-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLANNED-FILE
           DISPLAY "Zmiany planowe: " WS-PLN-CT
               " w " TRIM(WS-PLN-PATH)
           .

       PARSE-PLANNED-LINE.
           MOVE SPACES TO WS-PLN-F1 WS-PLN-F2 WS-PLN-F3
                          WS-PLN-F4 WS-PLN-F5 WS-PLN-F6
                          WS-PLN-F7
           UNSTRING WS-PLN-LINE DELIMITED BY "|"
               INTO WS-PLN-F1 WS-PLN-F2 WS-PLN-F3
                    WS-PLN-F4 WS-PLN-F5 WS-PLN-F6
                    WS-PLN-F7
           END-UNSTRING
           IF WS-PLN-F1 = SPACES OR WS-PLN-F2 = SPACES
           OR WS-PLN-F3(1:8) IS NOT NUMERIC
               DISPLAY "  Pominieto bledna linie: "
                   TRIM(WS-PLN-LINE)
               EXIT PARAGRAPH
           END-IF
           IF WS-PLN-F4 NOT = SPACES
           AND WS-PLN-F4(1:8) IS NOT NUMERIC
               DISPLAY "  Pominieto bledna linie: "
                   TRIM(WS-PLN-LINE)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLN-CT
           MOVE TRIM(WS-PLN-F1) TO WS-PLN-ROUTE(WS-PLN-CT)
           MOVE TRIM(WS-PLN-F2) TO WS-PLN-STATUS(WS-PLN-CT)
           MOVE WS-PLN-F3(1:8) TO WS-PLN-EFF(WS-PLN-CT)
           IF WS-PLN-F4 = SPACES
               MOVE 0 TO WS-PLN-EXP(WS-PLN-CT)
           ELSE
               MOVE WS-PLN-F4(1:8) TO WS-PLN-EXP(WS-PLN-CT)
           END-IF
           MOVE TRIM(WS-PLN-F5) TO WS-PLN-REQ(WS-PLN-CT)
           MOVE TRIM(WS-PLN-F6) TO WS-PLN-STATE(WS-PLN-CT)
           IF WS-PLN-STATE(WS-PLN-CT) = SPACE
               MOVE "P" TO WS-PLN-STATE(WS-PLN-CT)
           END-IF
           MOVE TRIM(WS-PLN-F7) TO WS-PLN-PRIOR(WS-PLN-CT)
           MOVE "N" TO WS-PLN-ACTED(WS-PLN-CT)
           MOVE SPACES TO WS-PLN-EXPECT(WS-PLN-CT)
           .

      *> ============================================================
      *> APPLY-PLANNED-CHANGES: in file order, restore every
      *> applied change whose expiry has arrived and apply every
      *> pending change that has come due. The prior status comes
      *> from tonight's snapshot.
      *> ============================================================
       APPLY-PLANNED-CHANGES.
           MOVE 0 TO WS-PLN-ACT-CT
           PERFORM VARYING WS-PLN-I FROM 1 BY 1
               UNTIL WS-PLN-I > WS-PLN-CT
               EVALUATE TRUE
                   WHEN WS-PLN-STATE(WS-PLN-I) = "A"
                   AND WS-PLN-EXP(WS-PLN-I) > 0
                   AND WS-PLN-EXP(WS-PLN-I) <= WS-PLN-TODAY
                       PERFORM RESTORE-ONE-PLANNED
                   WHEN WS-PLN-STATE(WS-PLN-I) = "P"
                   AND WS-PLN-EXP(WS-PLN-I) > 0
                   AND WS-PLN-EXP(WS-PLN-I) <= WS-PLN-TODAY
                       MOVE "S" TO WS-PLN-STATE(WS-PLN-I)
                       DISPLAY "  " TRIM(WS-PLN-ROUTE(WS-PLN-I))
                           ": zmiana wygasla przed terminem"
                           " - pominieta"
                   WHEN WS-PLN-STATE(WS-PLN-I) = "P"
                   AND WS-PLN-EFF(WS-PLN-I) <= WS-PLN-TODAY
                       PERFORM APPLY-ONE-PLANNED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           .

       APPLY-ONE-PLANNED.
           PERFORM FIND-SNAP-FOR-PLANNED
           IF WS-PLN-FOUND = "Y"
               MOVE WS-SNAP-VALUE(WS-SNAP-I)
                   TO WS-PLN-PRIOR(WS-PLN-I)
           ELSE
               MOVE "?" TO WS-PLN-PRIOR(WS-PLN-I)
           END-IF
           MOVE WS-PLN-STATUS(WS-PLN-I) TO WS-PLN-SET-VALUE
           MOVE "APPLY" TO WS-PLN-VERB
           PERFORM SEND-PLANNED-STATUS
           .

      *> -- Expired: back to whatever the change replaced; a
      *> -- prior status that was never read cannot be restored
      *> -- blindly and is left for the operator --
       RESTORE-ONE-PLANNED.
           IF TRIM(WS-PLN-PRIOR(WS-PLN-I)) = SPACES
           OR TRIM(WS-PLN-PRIOR(WS-PLN-I)) = "?"
               MOVE "E" TO WS-PLN-STATE(WS-PLN-I)
               ADD 1 TO WS-PLN-BAD-CT
               DISPLAY "  !! " TRIM(WS-PLN-ROUTE(WS-PLN-I))
                   ": brak statusu sprzed zmiany"
                   " - przywroc recznie"
               MOVE "RESTORE" TO WS-PLN-VERB
               MOVE "?" TO WS-PLN-SET-VALUE
               MOVE "N" TO WS-PLN-OK
               PERFORM WRITE-PLANNED-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PLN-PRIOR(WS-PLN-I) TO WS-PLN-SET-VALUE
           MOVE "RESTORE" TO WS-PLN-VERB
           PERFORM SEND-PLANNED-STATUS
           .

      *> -- reconfigure / setstatus / save for one route, the
      *> -- same sequence the railway API documents for manual
      *> -- changes --
       SEND-PLANNED-STATUS.
           DISPLAY "  " TRIM(WS-PLN-VERB) " "
               TRIM(WS-PLN-ROUTE(WS-PLN-I)) " -> "
               TRIM(WS-PLN-SET-VALUE)
               " (" TRIM(WS-PLN-REQ(WS-PLN-I)) ")"
           MOVE WS-PLN-ROUTE(WS-PLN-I) TO WS-TC-ROUTE
           MOVE "reconfigure" TO WS-TC-ACTION
           MOVE SPACES TO WS-TC-VALUE
           PERFORM BUILD-ACTION-JSON
           PERFORM SEND-ACTION-WITH-RETRY
           MOVE "setstatus" TO WS-TC-ACTION
           MOVE WS-PLN-SET-VALUE TO WS-TC-VALUE
           PERFORM BUILD-ACTION-JSON
           PERFORM SEND-ACTION-WITH-RETRY
           MOVE "save" TO WS-TC-ACTION
           MOVE SPACES TO WS-TC-VALUE
           PERFORM BUILD-ACTION-JSON
           PERFORM SEND-ACTION-WITH-RETRY
           MOVE "Y" TO WS-PLN-ACTED(WS-PLN-I)
           MOVE WS-PLN-SET-VALUE TO WS-PLN-EXPECT(WS-PLN-I)
           ADD 1 TO WS-PLN-ACT-CT
           .

       FIND-SNAP-FOR-PLANNED.
           MOVE "N" TO WS-PLN-FOUND
           PERFORM VARYING WS-SNAP-I FROM 1 BY 1
               UNTIL WS-SNAP-I > WS-SNAP-CT
               OR WS-PLN-FOUND = "Y"
               IF WS-SNAP-ROUTE(WS-SNAP-I) =
                  WS-PLN-ROUTE(WS-PLN-I)
               AND WS-SNAP-OK(WS-SNAP-I) = "Y"
                   MOVE "Y" TO WS-PLN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLN-FOUND = "Y"
               SUBTRACT 1 FROM WS-SNAP-I
           END-IF
           .

      *> ============================================================
      *> CONFIRM-PLANNED-CHANGES: every change acted on tonight
      *> against the post-change snapshot; the last change per
      *> route is the one that has to hold. A pending entry was
      *> being applied, an applied one restored; the new state is
      *> set only once that is confirmed (or superseded).
      *> ============================================================
       CONFIRM-PLANNED-CHANGES.
           PERFORM VARYING WS-PLN-I FROM 1 BY 1
               UNTIL WS-PLN-I > WS-PLN-CT
               IF WS-PLN-ACTED(WS-PLN-I) = "Y"
                   PERFORM CONFIRM-ONE-PLANNED
               END-IF
           END-PERFORM
           .

       CONFIRM-ONE-PLANNED.
           IF WS-PLN-STATE(WS-PLN-I) = "P"
               MOVE "APPLY" TO WS-PLN-VERB
           ELSE
               MOVE "RESTORE" TO WS-PLN-VERB
           END-IF
           MOVE WS-PLN-EXPECT(WS-PLN-I) TO WS-PLN-SET-VALUE
           MOVE "N" TO WS-PLN-OK
           PERFORM FIND-SNAP-FOR-PLANNED
           IF WS-PLN-FOUND = "Y"
           AND UPPER-CASE(TRIM(WS-SNAP-VALUE(WS-SNAP-I))) =
               UPPER-CASE(TRIM(WS-PLN-EXPECT(WS-PLN-I)))
               MOVE "Y" TO WS-PLN-OK
           END-IF
      *>   A later change to the same route tonight supersedes
           PERFORM VARYING WS-SNAP-I FROM WS-PLN-I BY 1
               UNTIL WS-SNAP-I >= WS-PLN-CT
               IF WS-PLN-ROUTE(WS-SNAP-I + 1) =
                  WS-PLN-ROUTE(WS-PLN-I)
               AND WS-PLN-ACTED(WS-SNAP-I + 1) = "Y"
                   MOVE "-" TO WS-PLN-OK
               END-IF
           END-PERFORM
           IF WS-PLN-OK = "N"
               ADD 1 TO WS-PLN-BAD-CT
               DISPLAY "  !! " TRIM(WS-PLN-ROUTE(WS-PLN-I))
                   ": oczekiwano "
                   TRIM(WS-PLN-EXPECT(WS-PLN-I))
                   " - NIE POTWIERDZONO, ponowienie w nastepnym"
                   " przebiegu"
           ELSE
               DISPLAY "  " TRIM(WS-PLN-ROUTE(WS-PLN-I))
                   ": " TRIM(WS-PLN-VERB) " potwierdzone"
               IF WS-PLN-VERB = "APPLY"
                   MOVE "A" TO WS-PLN-STATE(WS-PLN-I)
               ELSE
                   MOVE "E" TO WS-PLN-STATE(WS-PLN-I)
               END-IF
           END-IF
           PERFORM WRITE-PLANNED-LOG
           .

      *> -- ts|route|APPLY/RESTORE|status|requester|confirmed --
       WRITE-PLANNED-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-PLN-TS
           OPEN EXTEND PLANNED-LOG-FILE
           IF WS-PLN-LOG-FS NOT = "00"
               OPEN OUTPUT PLANNED-LOG-FILE
           END-IF
           IF WS-PLN-LOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PLANNED-LOG-REC
           STRING
               WS-PLN-TS(1:14) "|"
               TRIM(WS-PLN-ROUTE(WS-PLN-I)) "|"
               TRIM(WS-PLN-VERB) "|"
               TRIM(WS-PLN-SET-VALUE) "|"
               TRIM(WS-PLN-REQ(WS-PLN-I)) "|"
               WS-PLN-OK
               DELIMITED SIZE
               INTO PLANNED-LOG-REC
           END-STRING
           WRITE PLANNED-LOG-REC
           CLOSE PLANNED-LOG-FILE
           .

      *> -- Planned-changes file back out with its bookkeeping
      *> -- columns, comments kept at the top --
       REWRITE-PLANNED-FILE.
           OPEN OUTPUT PLANNED-FILE
           IF WS-PLN-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PLN-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PLN-I FROM 1 BY 1
               UNTIL WS-PLN-I > WS-PLN-COMMENTS
               MOVE WS-PLN-CMT(WS-PLN-I) TO PLANNED-REC
               WRITE PLANNED-REC
           END-PERFORM
           PERFORM VARYING WS-PLN-I FROM 1 BY 1
               UNTIL WS-PLN-I > WS-PLN-CT
               MOVE SPACES TO PLANNED-REC
               IF WS-PLN-EXP(WS-PLN-I) = 0
                   STRING
                       TRIM(WS-PLN-ROUTE(WS-PLN-I)) "|"
                       TRIM(WS-PLN-STATUS(WS-PLN-I)) "|"
                       WS-PLN-EFF(WS-PLN-I) "||"
                       TRIM(WS-PLN-REQ(WS-PLN-I)) "|"
                       WS-PLN-STATE(WS-PLN-I) "|"
                       TRIM(WS-PLN-PRIOR(WS-PLN-I))
                       DELIMITED SIZE
                       INTO PLANNED-REC
                   END-STRING
               ELSE
                   STRING
                       TRIM(WS-PLN-ROUTE(WS-PLN-I)) "|"
                       TRIM(WS-PLN-STATUS(WS-PLN-I)) "|"
                       WS-PLN-EFF(WS-PLN-I) "|"
                       WS-PLN-EXP(WS-PLN-I) "|"
                       TRIM(WS-PLN-REQ(WS-PLN-I)) "|"
                       WS-PLN-STATE(WS-PLN-I) "|"
                       TRIM(WS-PLN-PRIOR(WS-PLN-I))
                       DELIMITED SIZE
                       INTO PLANNED-REC
                   END-STRING
               END-IF
               WRITE PLANNED-REC
           END-PERFORM
           CLOSE PLANNED-FILE
           .

      *> ============================================================
      *> READ-RESPONSE-FILE: Read response body into WS-RESP-BUF
      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
