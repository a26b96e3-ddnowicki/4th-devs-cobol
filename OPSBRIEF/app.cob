      *> 4. Write one prioritized briefing (grown queues first,
      *>    then by open-item count) so nothing sits unworked
      *>    because nobody opened that one file
      *> 5. opsbrief_state.dat (label|count|oldest|age-hours|grew)
      *>    is tomorrow's baseline and what OPSPAGE puts on the
      *>    operations status page
      *> 6. Non-OK runs in the shared run log over the last 24
      *>    hours are grouped by the category of their REASON:<code>
      *>    tag (reason_codes.dat) with the operator action, so the
      *>    briefing says why the night failed, not only that it did
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REASON-CODE-FILE ASSIGN TO WS-RSN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSN-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       FD  REASON-CODE-FILE.
       01  REASON-CODE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY RSNCODE-WS.

       01  WS-CONFIG-PATH          PIC X(100) VALUE
           "ops_queues.dat".
       01  WS-PICK-B               PIC 9(3).
       01  WS-PICK-BETTER          PIC X(1).

      *> -- Last 24 hours of non-OK runs grouped by cause --
       01  WS-LOG-LINE             PIC X(300).
       01  WS-LOG-PROGID           PIC X(20).
       01  WS-LOG-START            PIC X(20).
       01  WS-LOG-END              PIC X(20).
       01  WS-LOG-STATUS           PIC X(8).
       01  WS-FAIL-TOTAL           PIC 9(5) VALUE 0.
       01  WS-CAUSE-MAX            PIC 9(3) VALUE 40.
       01  WS-CAUSE-CT             PIC 9(3) VALUE 0.
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENT OCCURS 40 TIMES.
               10  WS-CAUSE-CAT    PIC X(12).
               10  WS-CAUSE-NUM    PIC 9(5).
               10  WS-CAUSE-CODE   PIC X(20).
               10  WS-CAUSE-PROG   PIC X(20).
       01  WS-CAUSE-CUR            PIC 9(3).

      *> -- Indexes and helpers --
       01  WS-IDX                  PIC 9(3).
       01  WS-JDX                  PIC 9(3).
               DISPLAY "  BLAD: pusta lub brakujaca lista kolejek "
                   TRIM(WS-CONFIG-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing ops_queues.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END

           PERFORM LOAD-PREVIOUS-STATE
           PERFORM SCAN-ALL-QUEUES
           PERFORM RSN-LOAD-CATALOG
           PERFORM SCAN-FAILURE-CAUSES
           PERFORM ORDER-QUEUES
           PERFORM WRITE-BRIEFING
           PERFORM SAVE-CURRENT-STATE
               "queues=" WS-QUE-COUNT
               " open=" WS-TOTAL-OPEN
               " grew=" WS-GREW-COUNT
               " failed24h=" WS-FAIL-TOTAL
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
               + WS-TS-SS
           .

      *> ============================================================
      *> Group last night's non-OK runs by cause. Every record in
      *> the shared run log started within the last 24 hours with
      *> a status other than OK, INFO or SKIP is looked up by its
      *> REASON:<code> tag; untagged failures count as UNCODED.
      *> ============================================================
       SCAN-FAILURE-CAUSES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-LOG-FILE
           IF WS-RUNLOG-FS NOT = "00"
               DISPLAY "  UWAGA: brak dziennika przebiegow "
                   TRIM(WS-RUNLOG-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RUN-LOG-FILE INTO WS-LOG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-FAILURE-CAUSE
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE
           .

      *> -- One run-log record onto the category table --
       COUNT-FAILURE-CAUSE.
           MOVE SPACES TO WS-LOG-PROGID WS-LOG-START
                          WS-LOG-END WS-LOG-STATUS
           UNSTRING WS-LOG-LINE DELIMITED BY "|"
               INTO WS-LOG-PROGID
                    WS-LOG-START
                    WS-LOG-END
                    WS-LOG-STATUS
           END-UNSTRING
           IF TRIM(WS-LOG-STATUS) = "OK"
           OR TRIM(WS-LOG-STATUS) = "INFO"
           OR TRIM(WS-LOG-STATUS) = "SKIP"
           OR WS-LOG-STATUS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-TS-WORK
           MOVE WS-LOG-START TO WS-TS-WORK
           PERFORM TS-TO-SECONDS
           IF WS-TS-BAD = "Y"
           OR WS-NOW-SECONDS - WS-TS-SECONDS > 86400
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOG-LINE TO WS-RSN-LINE
           PERFORM RSN-FROM-RECORD
           IF WS-RSN-CODE = SPACES
               MOVE "(none)" TO WS-RSN-CODE
           END-IF
           IF WS-RSN-CATEGORY = SPACES
               MOVE "UNCODED" TO WS-RSN-CATEGORY
           END-IF
           ADD 1 TO WS-FAIL-TOTAL

           MOVE 0 TO WS-CAUSE-CUR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAUSE-CT OR WS-CAUSE-CUR > 0
               IF WS-CAUSE-CAT(WS-IDX) = WS-RSN-CATEGORY
                   MOVE WS-IDX TO WS-CAUSE-CUR
               END-IF
           END-PERFORM
           IF WS-CAUSE-CUR = 0
               IF WS-CAUSE-CT >= WS-CAUSE-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CAUSE-CT
               MOVE WS-CAUSE-CT TO WS-CAUSE-CUR
               MOVE WS-RSN-CATEGORY TO WS-CAUSE-CAT(WS-CAUSE-CUR)
               MOVE 0 TO WS-CAUSE-NUM(WS-CAUSE-CUR)
           END-IF
           ADD 1 TO WS-CAUSE-NUM(WS-CAUSE-CUR)
      *>   The latest code and program in each category lead the
      *>   line; the log is in time order so the last one wins
           MOVE WS-RSN-CODE TO WS-CAUSE-CODE(WS-CAUSE-CUR)
           MOVE WS-LOG-PROGID TO WS-CAUSE-PROG(WS-CAUSE-CUR)
           .

      *> ============================================================
      *> Order the briefing: queues that grew overnight first, then
      *> by open-item count descending (selection sort of indexes).
               PERFORM WRITE-QUEUE-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "--- Failures by cause (last 24h) ---" TO REPORT-REC
           WRITE REPORT-REC
           IF WS-CAUSE-CT = 0
               MOVE "     (none)" TO REPORT-REC
               WRITE REPORT-REC
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CAUSE-CT
               PERFORM WRITE-CAUSE-LINE
           END-PERFORM

           CLOSE REPORT-FILE
           DISPLAY "  Odprawa zapisana do: "
               TRIM(WS-REPORT-PATH)
           END-IF
           .

      *> -- One category: count, then the action for its latest
      *> -- code so the reader knows what to do about it --
       WRITE-CAUSE-LINE.
           MOVE WS-CAUSE-NUM(WS-IDX) TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "  !! " WS-CAUSE-CAT(WS-IDX)
               " failed=" TRIM(WS-CNT-DISP)
               " (last: " TRIM(WS-CAUSE-PROG(WS-IDX))
               " " TRIM(WS-CAUSE-CODE(WS-IDX)) ")"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE WS-CAUSE-CODE(WS-IDX) TO WS-RSN-CODE
           PERFORM RSN-LOOKUP
           IF WS-RSN-FOUND = "Y"
               MOVE SPACES TO REPORT-REC
               STRING
                   "       " TRIM(WS-RSN-CATEGORY) ": "
                   TRIM(WS-RSN-ACTION)
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF
           .

      *> ============================================================
      *> Save today's counts so tomorrow's briefing can flag growth.
      *> The oldest item, its age and the growth flag ride along
      *> for the status page; LOAD-PREVIOUS-STATE reads only the
      *> first two fields.
      *> ============================================================
       SAVE-CURRENT-STATE.
           OPEN OUTPUT STATE-FILE
                   MOVE SPACES TO STATE-REC
                   STRING
                       TRIM(WS-QUE-LABEL(WS-IDX)) "|"
                       WS-QUE-ITEMS(WS-IDX) "|"
                       WS-QUE-OLDEST(WS-IDX) "|"
                       WS-QUE-AGE-HRS(WS-IDX) "|"
                       WS-QUE-GREW(WS-IDX)
                       DELIMITED SIZE
                       INTO STATE-REC
                   END-STRING
           .

       COPY RUNLOG-PROC.
       COPY RSNCODE-PROC.
