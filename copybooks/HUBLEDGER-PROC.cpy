      *> ============================================================
      *> HUBLEDGER-PROC.cpy - Append one line per Hub /verify
      *> submission to the shared ledger:
      *>   ts|program|task|fingerprint|http|attempt|message|flag
      *> The fingerprint is the answer length plus a rolling hash
      *> of the request body from its "answer" key on, so the same
      *> answer gives the same fingerprint whatever the key. Any
      *> {FLG:...} in the response is captured; FLAGREG builds the
      *> morning flag register from this file.
      *> COPY in PROCEDURE DIVISION (after last task paragraph).
      *> The caller declares its own HUB-LEDGER-FILE/HUB-LEDGER-REC
      *> SELECT/FD over WS-HUBLOG-IO-PATH with FILE STATUS
      *> WS-HUBLOG-FS, the same way it declares API-COST-FILE for
      *> APICOST-PROC.cpy. Per submission: append WS-HUBLOG-CURL-W
      *> to the curl command (or set WS-HUBLOG-STATUS when the
      *> status is already known), then move the request body to
      *> WS-HUBLOG-BODY, the raw response to WS-HUBLOG-RESP, the
      *> attempt number to WS-HUBLOG-ATTEMPT and PERFORM
      *> RECORD-HUB-SUBMISSION.
      *> HUB_SUBMIT_LOG points the ledger at the shared file the
      *> way API_COST_LOG does for the API usage ledger.
      *> Parallel group members share the ledger, so each line is
      *> appended under an exclusive lock with the bounded wait of
      *> RUNLOG-PROC (BATCH_LOCK_WAIT); a line that cannot get the
      *> lock is dropped whole and the run-log result carries
      *> LOCK-TIMEOUT hub_submissions.log.
      *> ============================================================
       RECORD-HUB-SUBMISSION.
           PERFORM HUBLOG-LOAD-ENV
           IF WS-HUBLOG-PROGID = SPACES
               MOVE WS-RUNLOG-PROGID TO WS-HUBLOG-PROGID
           END-IF
           IF WS-HUBLOG-STATUS = 0
               PERFORM HUBLOG-READ-HTTP-STATUS
           END-IF

      *>   Task: caller's, else the request's own "task"
           MOVE WS-HUBLOG-BODY TO WS-HUBLOG-SCAN
           IF WS-HUBLOG-TASK = SPACES
               MOVE "task" TO WS-HUBLOG-KEY
               MOVE 4 TO WS-HUBLOG-KLEN
               PERFORM HUBLOG-SCAN-STRING
               MOVE WS-HUBLOG-VAL TO WS-HUBLOG-TASK
           END-IF
           PERFORM HUBLOG-FINGERPRINT

      *>   Hub message and any captured flag
           MOVE WS-HUBLOG-RESP TO WS-HUBLOG-SCAN
           MOVE "message" TO WS-HUBLOG-KEY
           MOVE 7 TO WS-HUBLOG-KLEN
           PERFORM HUBLOG-SCAN-STRING
           MOVE WS-HUBLOG-VAL TO WS-HUBLOG-MSG
           IF WS-HUBLOG-MSG = SPACES
               IF WS-HUBLOG-RESP = SPACES
                   MOVE "(no response)" TO WS-HUBLOG-MSG
               ELSE
                   MOVE TRIM(WS-HUBLOG-RESP) TO WS-HUBLOG-MSG
               END-IF
           END-IF
           INSPECT WS-HUBLOG-MSG REPLACING ALL "|" BY "/"
           PERFORM HUBLOG-FIND-FLAG
           INSPECT WS-HUBLOG-FLAG REPLACING ALL "|" BY "/"

           MOVE FUNCTION CURRENT-DATE TO WS-HUBLOG-TS
           MOVE WS-HUBLOG-PATH TO WS-HUBLOG-IO-PATH
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN EXTEND SHARING WITH NO OTHER HUB-LEDGER-FILE
           IF WS-HUBLOG-FS = "35"
               OPEN OUTPUT SHARING WITH NO OTHER HUB-LEDGER-FILE
           END-IF
           PERFORM UNTIL WS-HUBLOG-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN EXTEND SHARING WITH NO OTHER HUB-LEDGER-FILE
               IF WS-HUBLOG-FS = "35"
                   OPEN OUTPUT SHARING WITH NO OTHER
                       HUB-LEDGER-FILE
               END-IF
           END-PERFORM
           IF WS-HUBLOG-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-HUBLOG-PATH) " (status "
                   WS-HUBLOG-FS ") - zgloszenie pominiete"
               IF WS-HUBLOG-FS = "61"
                   MOVE "hub_submissions.log"
                       TO WS-RUNLOG-LOCK-MISS(33:19)
               END-IF
           ELSE
               MOVE SPACES TO HUB-LEDGER-REC
               STRING
                   WS-HUBLOG-TS(1:14) "|"
                   TRIM(WS-HUBLOG-PROGID) "|"
                   TRIM(WS-HUBLOG-TASK) "|"
                   TRIM(WS-HUBLOG-FPRINT) "|"
                   WS-HUBLOG-STATUS "|"
                   WS-HUBLOG-ATTEMPT "|"
                   TRIM(WS-HUBLOG-MSG) "|"
                   TRIM(WS-HUBLOG-FLAG)
                   DELIMITED SIZE
                   INTO HUB-LEDGER-REC
               END-STRING
               WRITE HUB-LEDGER-REC
               CLOSE HUB-LEDGER-FILE
           END-IF
      *>   One-shot: the next submission starts clean
           MOVE 0 TO WS-HUBLOG-STATUS
           MOVE 1 TO WS-HUBLOG-ATTEMPT
           MOVE SPACES TO WS-HUBLOG-RESP
           .

      *> -- HTTP status captured by WS-HUBLOG-CURL-W; the file is
      *> -- emptied once read so a later call never reuses it --
       HUBLOG-READ-HTTP-STATUS.
           MOVE WS-HUBLOG-HTTP-PATH TO WS-HUBLOG-IO-PATH
           OPEN INPUT HUB-LEDGER-FILE
           IF WS-HUBLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HUBLOG-STAT-TXT
           READ HUB-LEDGER-FILE INTO WS-HUBLOG-LINE
               NOT AT END
                   MOVE TRIM(WS-HUBLOG-LINE) TO WS-HUBLOG-STAT-TXT
           END-READ
           CLOSE HUB-LEDGER-FILE
           IF TRIM(WS-HUBLOG-STAT-TXT) IS NUMERIC
               COMPUTE WS-HUBLOG-STATUS =
                   NUMVAL(WS-HUBLOG-STAT-TXT)
           END-IF
           OPEN OUTPUT HUB-LEDGER-FILE
           CLOSE HUB-LEDGER-FILE
           .

      *> -- Length + rolling hash of the answer part of the body --
       HUBLOG-FINGERPRINT.
           MOVE 0 TO WS-HUBLOG-BLEN
           IF WS-HUBLOG-BODY NOT = SPACES
               MOVE LENGTH(TRIM(WS-HUBLOG-BODY TRAILING))
                   TO WS-HUBLOG-BLEN
           END-IF
           MOVE "answer" TO WS-HUBLOG-KEY
           MOVE 6 TO WS-HUBLOG-KLEN
           PERFORM HUBLOG-FIND-KEY
           IF WS-HUBLOG-HIT > 0
               MOVE WS-HUBLOG-HIT TO WS-HUBLOG-BSTART
           ELSE
               MOVE 1 TO WS-HUBLOG-BSTART
           END-IF
           MOVE 0 TO WS-HUBLOG-HASH
           PERFORM VARYING WS-HUBLOG-P FROM WS-HUBLOG-BSTART BY 1
               UNTIL WS-HUBLOG-P > WS-HUBLOG-BLEN
               COMPUTE WS-HUBLOG-HWORK =
                   WS-HUBLOG-HASH * 31
                   + ORD(WS-HUBLOG-BODY(WS-HUBLOG-P:1))
               COMPUTE WS-HUBLOG-HASH =
                   MOD(WS-HUBLOG-HWORK, 4294967291)
           END-PERFORM
           IF WS-HUBLOG-BLEN >= WS-HUBLOG-BSTART
               COMPUTE WS-HUBLOG-P =
                   WS-HUBLOG-BLEN - WS-HUBLOG-BSTART + 1
           ELSE
               MOVE 0 TO WS-HUBLOG-P
           END-IF
           MOVE SPACES TO WS-HUBLOG-FPRINT
           STRING WS-HUBLOG-P "-" WS-HUBLOG-HASH
               DELIMITED SIZE INTO WS-HUBLOG-FPRINT
           END-STRING
           .

      *> -- Position just past "<key>" in the scan buffer, or 0 --
       HUBLOG-FIND-KEY.
           MOVE 0 TO WS-HUBLOG-HIT
           PERFORM VARYING WS-HUBLOG-Q FROM 1 BY 1
               UNTIL WS-HUBLOG-Q > 16000 - WS-HUBLOG-KLEN - 1
               OR WS-HUBLOG-HIT > 0
               IF WS-HUBLOG-SCAN(WS-HUBLOG-Q:1) = X"22"
               AND WS-HUBLOG-SCAN(WS-HUBLOG-Q + 1:
                   WS-HUBLOG-KLEN) =
                   WS-HUBLOG-KEY(1:WS-HUBLOG-KLEN)
               AND WS-HUBLOG-SCAN(WS-HUBLOG-Q + 1
                   + WS-HUBLOG-KLEN:1) = X"22"
                   COMPUTE WS-HUBLOG-HIT =
                       WS-HUBLOG-Q + WS-HUBLOG-KLEN + 2
               END-IF
           END-PERFORM
           .

      *> -- String value of "<key>" in the scan buffer (first 200
      *> -- characters; escaped quotes kept as written) --
       HUBLOG-SCAN-STRING.
           MOVE SPACES TO WS-HUBLOG-VAL
           PERFORM HUBLOG-FIND-KEY
           IF WS-HUBLOG-HIT = 0
               EXIT PARAGRAPH
           END-IF
      *>   Skip the colon and blanks up to the opening quote
           PERFORM VARYING WS-HUBLOG-Q FROM WS-HUBLOG-HIT BY 1
               UNTIL WS-HUBLOG-Q > 16000
               OR WS-HUBLOG-SCAN(WS-HUBLOG-Q:1) = X"22"
               IF WS-HUBLOG-SCAN(WS-HUBLOG-Q:1) NOT = ":"
               AND WS-HUBLOG-SCAN(WS-HUBLOG-Q:1) NOT = SPACE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-HUBLOG-Q
           MOVE 0 TO WS-HUBLOG-VLEN
           PERFORM VARYING WS-HUBLOG-Q FROM WS-HUBLOG-Q BY 1
               UNTIL WS-HUBLOG-Q > 16000
               OR WS-HUBLOG-VLEN >= 200
               OR (WS-HUBLOG-SCAN(WS-HUBLOG-Q:1) = X"22"
                   AND WS-HUBLOG-SCAN(WS-HUBLOG-Q - 1:1)
                       NOT = X"5C")
               ADD 1 TO WS-HUBLOG-VLEN
               MOVE WS-HUBLOG-SCAN(WS-HUBLOG-Q:1)
                   TO WS-HUBLOG-VAL(WS-HUBLOG-VLEN:1)
           END-PERFORM
           .

      *> -- First {FLG:...} anywhere in the response --
       HUBLOG-FIND-FLAG.
           MOVE SPACES TO WS-HUBLOG-FLAG
           MOVE 0 TO WS-HUBLOG-HIT
           PERFORM VARYING WS-HUBLOG-Q FROM 1 BY 1
               UNTIL WS-HUBLOG-Q > 7995
               OR WS-HUBLOG-HIT > 0
               IF WS-HUBLOG-RESP(WS-HUBLOG-Q:5) = "{FLG:"
                   MOVE WS-HUBLOG-Q TO WS-HUBLOG-HIT
               END-IF
           END-PERFORM
           IF WS-HUBLOG-HIT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HUBLOG-VLEN
           PERFORM VARYING WS-HUBLOG-Q FROM WS-HUBLOG-HIT BY 1
               UNTIL WS-HUBLOG-Q > 8000
               OR WS-HUBLOG-VLEN >= 100
               ADD 1 TO WS-HUBLOG-VLEN
               MOVE WS-HUBLOG-RESP(WS-HUBLOG-Q:1)
                   TO WS-HUBLOG-FLAG(WS-HUBLOG-VLEN:1)
               IF WS-HUBLOG-RESP(WS-HUBLOG-Q:1) = "}"
                   MOVE 8000 TO WS-HUBLOG-Q
               END-IF
           END-PERFORM
           .

       HUBLOG-LOAD-ENV.
           IF WS-HUBLOG-ENVDONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HUBLOG-ENVDONE
           MOVE SPACES TO WS-HUBLOG-ENVPATH
           ACCEPT WS-HUBLOG-ENVPATH
               FROM ENVIRONMENT "HUB_SUBMIT_LOG"
           IF WS-HUBLOG-ENVPATH NOT = SPACES
               MOVE WS-HUBLOG-ENVPATH TO WS-HUBLOG-PATH
           END-IF
           .
