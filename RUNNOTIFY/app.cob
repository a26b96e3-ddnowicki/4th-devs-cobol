      *> 1. Tail batch_run.log from the position saved in
      *>    runnotify_state.dat, so each record is seen once
      *> 2. Match new records against notify_routes.dat
      *>    (progid-or-*|match-or-*|tier1-url[|tier2|tier3]); the
      *>    match column is a status (ERR, FAIL ...), a reason
      *>    category (HUB-REJECT, BUDGET ...) or a single reason
      *>    code, looked up from the record's REASON:<code> tag in
      *>    the shared catalog (reason_codes.dat)
      *> 3. Queue each match, then POST it to the webhook - the
      *>    category and operator action first when the record
      *>    carries a reason code, then the run's one-line result;
      *>    unacknowledged queue entries are replayed on the next
      *>    run
      *> 4. Every attempt lands in runnotify_delivery.log with the
      *>    HTTP status, so a silent webhook outage is visible
      *> 5. Escalation: each notified failure opens an incident in
      *>    (default 30) is re-sent one tier up, and a repeat
      *>    failure of the same program also promotes a tier - so
      *>    sleeping through the 02:00 page wakes somebody else
      *> 6. A route whose tier-1 URL is NONE mutes what it matches:
      *>    the record is skipped whatever other route covers it.
      *>    *|ENDPOINT-HELD|NONE keeps the programs BATCHCTL holds
      *>    behind an endpoint outage quiet - ENDPROBE's own
      *>    ENDPOINT-DOWN record is the one page for the outage
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT REASON-CODE-FILE ASSIGN TO WS-RSN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-FILE.
       01  WORK-REC                 PIC X(1000).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY RSNCODE-WS.
       01  WS-QT                   PIC X(1) VALUE '"'.

       01  WS-ROUTES-PATH          PIC X(100) VALUE
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-PROGID    PIC X(30).
               10  WS-RT-STATUS    PIC X(20).
               10  WS-RT-URL       PIC X(200).
               10  WS-RT-URL2      PIC X(200).
               10  WS-RT-URL3      PIC X(200).
       01  WS-RT-I                 PIC 9(3).
       01  WS-RT-HIT               PIC X(1).

      *> -- Operator acknowledgements (progid|initials[|note]) --
       01  WS-ACKS-PATH            PIC X(100) VALUE
       01  WS-NOTIF-STATUS         PIC X(10).
       01  WS-NOTIF-URL            PIC X(200).
       01  WS-NOTIF-TEXT           PIC X(300).
       01  WS-NOTIF-PTR            PIC 9(3).
       01  WS-REC-TRACKED          PIC X.
       01  WS-NOTIF-SENT           PIC X.
       01  WS-NOTIF-BODY           PIC X(700).

       01  WS-CT-MATCHED           PIC 9(5) VALUE 0.
       01  WS-CT-SENT              PIC 9(5) VALUE 0.
       01  WS-CT-FAILED            PIC 9(5) VALUE 0.
       01  WS-CT-MUTED             PIC 9(5) VALUE 0.
       01  WS-RES-PTR              PIC 9(3).
       01  WS-CT-ED                PIC Z(4)9.
       01  WS-CT-ED2               PIC Z(4)9.

           DISPLAY "=== RUNNOTIFY - powiadomienia o awariach ==="

           PERFORM LOAD-ROUTES
           PERFORM RSN-LOAD-CATALOG
           IF WS-ROUTE-CNT = 0
               MOVE "OK" TO WS-RUNLOG-STATUS
               MOVE "no routes configured"
           MOVE WS-CT-FAILED TO WS-CT-ED2
           IF WS-CT-FAILED > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "NOTIFY-FAILED" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           IF WS-CT-MUTED > 0
               MOVE WS-CT-MUTED TO WS-CT-ED
               COMPUTE WS-RES-PTR =
                   LENGTH(TRIM(WS-RUNLOG-RESULT TRAILING)) + 1
               STRING
                   ", muted " TRIM(WS-CT-ED)
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
                   WITH POINTER WS-RES-PTR
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           DISPLAY "=== DONE ==="
           STOP RUN.

      *> ============================================================
      *> LOAD-ROUTES: progid-or-*|match-or-*|webhook-url...
      *> ============================================================
       LOAD-ROUTES.
           MOVE "N" TO WS-ROUTES-EOF
               OR TRIM(WS-LOG-STATUS) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RUN-LOG-REC TO WS-RSN-LINE
           PERFORM RSN-FROM-RECORD
           MOVE "N" TO WS-REC-TRACKED

      *>   A matching NONE route mutes the record outright, ahead
      *>   of any route that would page for it
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-ROUTE-CNT
               IF TRIM(WS-RT-URL(WS-RT-I)) = "NONE"
                   PERFORM ROUTE-MATCHES-RECORD
                   IF WS-RT-HIT = "Y"
                       ADD 1 TO WS-CT-MUTED
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-ROUTE-CNT
               PERFORM ROUTE-MATCHES-RECORD
               IF WS-RT-HIT = "Y"
                   ADD 1 TO WS-CT-MATCHED
                   PERFORM QUEUE-AND-SEND-NOTIF
               END-IF
           END-PERFORM
           .

      *> -- Does route WS-RT-I cover the current record? --
       ROUTE-MATCHES-RECORD.
           MOVE "N" TO WS-RT-HIT
           IF (TRIM(WS-RT-PROGID(WS-RT-I)) = "*"
               OR TRIM(WS-RT-PROGID(WS-RT-I)) =
                  TRIM(WS-LOG-PROGID))
           AND (TRIM(WS-RT-STATUS(WS-RT-I)) = "*"
               OR TRIM(WS-RT-STATUS(WS-RT-I)) =
                  TRIM(WS-LOG-STATUS)
               OR (WS-RSN-CATEGORY NOT = SPACES
                   AND WS-RT-STATUS(WS-RT-I) =
                       WS-RSN-CATEGORY)
               OR (WS-RSN-CODE NOT = SPACES
                   AND WS-RT-STATUS(WS-RT-I) =
                       WS-RSN-CODE))
               MOVE "Y" TO WS-RT-HIT
           END-IF
           .

      *> ============================================================
      *> QUEUE-AND-SEND-NOTIF: queue first, send, acknowledge -
      *> a crash between the two leaves the entry for replay.
           MOVE TRIM(WS-LOG-PROGID) TO WS-NOTIF-PROGID
           MOVE TRIM(WS-LOG-STATUS) TO WS-NOTIF-STATUS

      *>   One record is one failure: a second route matching it
      *>   (a category route next to a status route) must not
      *>   count as a repeat and promote the tier
           IF WS-REC-TRACKED = "N"
               PERFORM TRACK-INCIDENT
               MOVE "Y" TO WS-REC-TRACKED
           END-IF
           MOVE WS-INC-TIER(WS-INC-CUR) TO WS-ESC-TIER
           PERFORM PICK-TIER-URL
           MOVE WS-TIER-URL TO WS-NOTIF-URL

           MOVE SPACES TO WS-NOTIF-TEXT
           MOVE 1 TO WS-NOTIF-PTR
           IF WS-ESC-TIER > 1
               STRING
                   "[tier " WS-ESC-TIER "] "
                   DELIMITED SIZE
                   INTO WS-NOTIF-TEXT
                   WITH POINTER WS-NOTIF-PTR
               END-STRING
           END-IF
           STRING
               TRIM(WS-LOG-PROGID) " "
               TRIM(WS-LOG-STATUS) ": "
               DELIMITED SIZE
               INTO WS-NOTIF-TEXT
               WITH POINTER WS-NOTIF-PTR
           END-STRING
      *>   The catalog's category and action tell on-call what to
      *>   do; the program's own result text follows as detail
           IF WS-RSN-FOUND = "Y"
               STRING
                   TRIM(WS-RSN-CATEGORY) ": "
                   TRIM(WS-RSN-ACTION) " ("
                   TRIM(WS-RSN-CODE) ") - "
                   DELIMITED SIZE
                   INTO WS-NOTIF-TEXT
                   WITH POINTER WS-NOTIF-PTR
               END-STRING
           END-IF
           STRING
               TRIM(WS-LOG-RESULT)
               DELIMITED SIZE
               INTO WS-NOTIF-TEXT
               WITH POINTER WS-NOTIF-PTR
           END-STRING

           ADD 1 TO WS-PEND-SEQ
           MOVE WS-PEND-SEQ TO WS-PEND-SEQ-X
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.
       COPY RSNCODE-PROC.
