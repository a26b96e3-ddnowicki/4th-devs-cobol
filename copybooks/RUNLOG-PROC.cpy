      *> the first statement of the entry paragraph, and RUNLOG-END
      *> with WS-RUNLOG-STATUS/WS-RUNLOG-RESULT set right before
      *> STOP RUN.
      *> A run launched for an operator rerun request (BATCH_RERUN_ID
      *> set) appends a sixth field, RERUN:<request id>; readers
      *> that split five fields never see it. A run under a named
      *> environment profile (BATCH_ENV_PROFILE) also carries
      *> ENV:<profile>, after any RERUN:<id>.
      *> A non-OK run carries REASON:<code> last when the program
      *> set WS-RUNLOG-REASON at its failure exit - a code from the
      *> shared catalog (RSNCODE-PROC) that gives the category,
      *> severity and operator action.
      *> Appends take an exclusive lock on the log (RUNLOG-OPEN-
      *> APPEND) so parallel group members never interleave lines:
      *> a writer finding the lock held retries once a second for
      *> up to BATCH_LOCK_WAIT seconds (default 10). A record lost
      *> that way is never half-written - the program exits with
      *> RETURN-CODE 75 and the controller's wrapper records
      *> FAIL|LOCK-TIMEOUT for it. A missed API usage or control
      *> record turns an OK run into WARN with the result prefixed
      *> LOCK-TIMEOUT <file>. A ledger posting refused because its
      *> month is closed (PERIOD-PROC) does the same with
      *> PERIOD-CLOSED <file>.
      *> ============================================================
       RUNLOG-BEGIN.
           MOVE FUNCTION CURRENT-DATE
           IF WS-RUNLOG-ENVPATH NOT = SPACES
               MOVE WS-RUNLOG-ENVPATH TO WS-RUNLOG-PATH
           END-IF
           MOVE SPACES TO WS-RUNLOG-RERUN-ID
           ACCEPT WS-RUNLOG-RERUN-ID
               FROM ENVIRONMENT "BATCH_RERUN_ID"
           MOVE SPACES TO WS-RUNLOG-ENV-PROFILE
           ACCEPT WS-RUNLOG-ENV-PROFILE
               FROM ENVIRONMENT "BATCH_ENV_PROFILE"
           MOVE SPACES TO WS-RUNLOG-LOCK-ENV
           ACCEPT WS-RUNLOG-LOCK-ENV
               FROM ENVIRONMENT "BATCH_LOCK_WAIT"
           IF WS-RUNLOG-LOCK-ENV NOT = SPACES
           AND TRIM(WS-RUNLOG-LOCK-ENV) IS NUMERIC
               MOVE NUMVAL(WS-RUNLOG-LOCK-ENV)
                   TO WS-RUNLOG-LOCK-WAIT
           END-IF
           .

       RUNLOG-END.
           MOVE WS-RUNLOG-RESULT TO WS-MASK-BUF
           PERFORM MASK-SECRET-BUFFER
           MOVE WS-MASK-BUF(1:80) TO WS-RUNLOG-RESULT
           IF WS-RUNLOG-LOCK-MISS NOT = SPACES
               IF TRIM(WS-RUNLOG-STATUS) = "OK"
                   MOVE "WARN" TO WS-RUNLOG-STATUS
               END-IF
               IF WS-RUNLOG-REASON = SPACES
                   MOVE "LOCK-TIMEOUT" TO WS-RUNLOG-REASON
               END-IF
               MOVE SPACES TO WS-MASK-BUF
               STRING
                   "LOCK-TIMEOUT " TRIM(WS-RUNLOG-LOCK-MISS) "; "
                   TRIM(WS-RUNLOG-RESULT)
                   DELIMITED SIZE
                   INTO WS-MASK-BUF
               END-STRING
               MOVE WS-MASK-BUF(1:80) TO WS-RUNLOG-RESULT
           END-IF
           IF WS-RUNLOG-PERIOD-MISS NOT = SPACES
               IF TRIM(WS-RUNLOG-STATUS) = "OK"
                   MOVE "WARN" TO WS-RUNLOG-STATUS
               END-IF
               IF WS-RUNLOG-REASON = SPACES
                   MOVE "PERIOD-CLOSED" TO WS-RUNLOG-REASON
               END-IF
               MOVE SPACES TO WS-MASK-BUF
               STRING
                   "PERIOD-CLOSED " TRIM(WS-RUNLOG-PERIOD-MISS) "; "
                   TRIM(WS-RUNLOG-RESULT)
                   DELIMITED SIZE
                   INTO WS-MASK-BUF
               END-STRING
               MOVE WS-MASK-BUF(1:80) TO WS-RUNLOG-RESULT
           END-IF
           PERFORM RUNLOG-OPEN-APPEND
           IF WS-RUNLOG-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-RUNLOG-PATH) " (status "
                   WS-RUNLOG-FS ") - wynik: "
                   TRIM(WS-RUNLOG-STATUS) " "
                   TRIM(WS-RUNLOG-RESULT)
               MOVE 75 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RUN-LOG-REC
           STRING
               DELIMITED SIZE
               INTO RUN-LOG-REC
           END-STRING
           PERFORM RUNLOG-STAMP-REC
           IF TRIM(WS-RUNLOG-STATUS) NOT = "OK"
               PERFORM RUNLOG-STAMP-REASON
           END-IF
           WRITE RUN-LOG-REC
           CLOSE RUN-LOG-FILE
           .

      *> ============================================================
      *> RUNLOG-STAMP-REC: append this run's tags to the five-field
      *> record in RUN-LOG-REC - RERUN:<id> first (readers look for
      *> it in the sixth field), then ENV:<profile>
      *> ============================================================
       RUNLOG-STAMP-REC.
           IF WS-RUNLOG-RERUN-ID NOT = SPACES
               MOVE SPACES TO WS-MASK-BUF
               STRING
                   TRIM(RUN-LOG-REC) "|RERUN:"
                   TRIM(WS-RUNLOG-RERUN-ID)
                   DELIMITED SIZE
                   INTO WS-MASK-BUF
               END-STRING
               MOVE WS-MASK-BUF TO RUN-LOG-REC
           END-IF
           PERFORM RUNLOG-STAMP-ENV
           .

       RUNLOG-STAMP-ENV.
           IF WS-RUNLOG-ENV-PROFILE NOT = SPACES
               MOVE SPACES TO WS-MASK-BUF
               STRING
                   TRIM(RUN-LOG-REC) "|ENV:"
                   TRIM(WS-RUNLOG-ENV-PROFILE)
                   DELIMITED SIZE
                   INTO WS-MASK-BUF
               END-STRING
               MOVE WS-MASK-BUF TO RUN-LOG-REC
           END-IF
           .

      *> -- REASON:<code> goes last, after RERUN:/ENV: --
       RUNLOG-STAMP-REASON.
           IF WS-RUNLOG-REASON NOT = SPACES
               MOVE SPACES TO WS-MASK-BUF
               STRING
                   TRIM(RUN-LOG-REC) "|REASON:"
                   TRIM(WS-RUNLOG-REASON)
                   DELIMITED SIZE
                   INTO WS-MASK-BUF
               END-STRING
               MOVE WS-MASK-BUF TO RUN-LOG-REC
           END-IF
           .

      *> ============================================================
      *> RUNLOG-GUARD-PATH: may this run write the production file
      *> WS-RUNLOG-GUARD-PATH? Under a TEST profile
      *> (BATCH_ENV_CLASS=TEST, exported by BATCHCTL and
      *> ENVLOAD-PROC) only inside the profile's data root
      *> (BATCH_DATA_ROOT): the working directory must lie under
      *> it and the path be relative or under it too. A named
      *> profile other than PROD whose class is unknown is treated
      *> as TEST. WS-RUNLOG-GUARD-OK = "Y" means go ahead.
      *> ============================================================
       RUNLOG-GUARD-PATH.
           MOVE "Y" TO WS-RUNLOG-GUARD-OK
           MOVE SPACES TO WS-RUNLOG-GUARD-CLASS
           ACCEPT WS-RUNLOG-GUARD-CLASS
               FROM ENVIRONMENT "BATCH_ENV_CLASS"
           MOVE SPACES TO WS-RUNLOG-ENVPATH
           ACCEPT WS-RUNLOG-ENVPATH
               FROM ENVIRONMENT "BATCH_ENV_PROFILE"
           IF WS-RUNLOG-GUARD-CLASS = SPACES
               IF WS-RUNLOG-ENVPATH = SPACES
               OR TRIM(WS-RUNLOG-ENVPATH) = "PROD"
                   EXIT PARAGRAPH
               END-IF
               MOVE "TEST" TO WS-RUNLOG-GUARD-CLASS
           END-IF
           IF TRIM(WS-RUNLOG-GUARD-CLASS) NOT = "TEST"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RUNLOG-GUARD-OK
           MOVE SPACES TO WS-RUNLOG-GUARD-ROOT
           ACCEPT WS-RUNLOG-GUARD-ROOT
               FROM ENVIRONMENT "BATCH_DATA_ROOT"
           IF WS-RUNLOG-GUARD-ROOT(1:1) NOT = "/"
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-RUNLOG-GUARD-ROOT))
               TO WS-RUNLOG-GUARD-LEN
           IF WS-RUNLOG-GUARD-LEN > 1
           AND WS-RUNLOG-GUARD-ROOT(WS-RUNLOG-GUARD-LEN:1) = "/"
               SUBTRACT 1 FROM WS-RUNLOG-GUARD-LEN
           END-IF
           MOVE SPACES TO WS-RUNLOG-GUARD-CWD
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE 250 BY REFERENCE WS-RUNLOG-GUARD-CWD
           END-CALL
      *>   Under the root means the root itself or below it -
      *>   /srv/test2 is not under /srv/test
           IF WS-RUNLOG-GUARD-CWD(1:WS-RUNLOG-GUARD-LEN) NOT =
              WS-RUNLOG-GUARD-ROOT(1:WS-RUNLOG-GUARD-LEN)
           OR (WS-RUNLOG-GUARD-CWD(WS-RUNLOG-GUARD-LEN + 1:1)
                  NOT = "/"
               AND WS-RUNLOG-GUARD-CWD(WS-RUNLOG-GUARD-LEN + 1:1)
                  NOT = SPACE)
               EXIT PARAGRAPH
           END-IF
           IF WS-RUNLOG-GUARD-PATH(1:1) = "/"
               IF WS-RUNLOG-GUARD-PATH(1:WS-RUNLOG-GUARD-LEN) NOT =
                  WS-RUNLOG-GUARD-ROOT(1:WS-RUNLOG-GUARD-LEN)
               OR WS-RUNLOG-GUARD-PATH(WS-RUNLOG-GUARD-LEN + 1:1)
                  NOT = "/"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "Y" TO WS-RUNLOG-GUARD-OK
           .

      *> ============================================================
      *> RUNLOG-OPEN-APPEND: open the shared run log for one append
      *> under an exclusive lock (created on first use). While
      *> another writer holds it (status 61) retry once a second up
      *> to WS-RUNLOG-LOCK-WAIT times; the caller checks
      *> WS-RUNLOG-FS = "00" before writing and closes right after.
      *> ============================================================
       RUNLOG-OPEN-APPEND.
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN EXTEND SHARING WITH NO OTHER RUN-LOG-FILE
           IF WS-RUNLOG-FS = "35"
               OPEN OUTPUT SHARING WITH NO OTHER RUN-LOG-FILE
           END-IF
           PERFORM UNTIL WS-RUNLOG-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN EXTEND SHARING WITH NO OTHER RUN-LOG-FILE
               IF WS-RUNLOG-FS = "35"
                   OPEN OUTPUT SHARING WITH NO OTHER RUN-LOG-FILE
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> MASK-REGISTER-SECRET: remember a credential (in
      *> WS-MASK-NEW) so MASK-SECRET-BUFFER stars it out of
