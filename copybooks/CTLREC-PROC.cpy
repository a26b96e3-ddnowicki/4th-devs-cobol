      *> in = out + rejects and pages on anything that does not tie.
      *> BATCH_CONTROL_FILE points every program at one shared file
      *> regardless of working directory, like BATCH_RUN_LOG does.
      *> Records written by an operator rerun carry a seventh field
      *> RERUN:<request id> (WS-RUNLOG-RERUN-ID, see RUNLOG-PROC).
      *> The append runs under an exclusive lock with the same
      *> bounded wait as the run log; a record that cannot get the
      *> lock is not written and the run-log result says so
      *> (LOCK-TIMEOUT batch_control.dat).
      *> ============================================================
       WRITE-CONTROL-RECORD.
           IF WS-CTLREC-ENVDONE = "N"
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CTLREC-TS
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN EXTEND SHARING WITH NO OTHER CONTROL-REC-FILE
           IF WS-CTLREC-FS = "35"
               OPEN OUTPUT SHARING WITH NO OTHER CONTROL-REC-FILE
           END-IF
           PERFORM UNTIL WS-CTLREC-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN EXTEND SHARING WITH NO OTHER CONTROL-REC-FILE
               IF WS-CTLREC-FS = "35"
                   OPEN OUTPUT SHARING WITH NO OTHER
                       CONTROL-REC-FILE
               END-IF
           END-PERFORM
           IF WS-CTLREC-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-CTLREC-PATH) " (status "
                   WS-CTLREC-FS ") - rekord "
                   TRIM(WS-CTLREC-FILELBL) " pominiety"
               IF WS-CTLREC-FS = "61"
                   MOVE "batch_control.dat"
                       TO WS-RUNLOG-LOCK-MISS(15:17)
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROL-REC-REC
               DELIMITED SIZE
               INTO CONTROL-REC-REC
           END-STRING
           IF WS-RUNLOG-RERUN-ID NOT = SPACES
               MOVE SPACES TO WS-CTLREC-LINE
               STRING
                   TRIM(CONTROL-REC-REC) "|RERUN:"
                   TRIM(WS-RUNLOG-RERUN-ID)
                   DELIMITED SIZE
                   INTO WS-CTLREC-LINE
               END-STRING
               MOVE WS-CTLREC-LINE TO CONTROL-REC-REC
           END-IF
           WRITE CONTROL-REC-REC
           CLOSE CONTROL-REC-FILE
           .
