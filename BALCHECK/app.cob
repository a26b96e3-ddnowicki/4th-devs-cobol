      *> Only tonight's records (same date as the run) are
      *> balanced; the file is then truncated so tomorrow starts
      *> clean.
      *> Records from an operator rerun (seventh field RERUN:<id>,
      *> written when BATCHCTL ran the program for a rerun
      *> request) are balanced whatever their date - a daytime
      *> rerun lands before the next night's check - and are shown
      *> as reruns, apart from the scheduled run's records.
      *> ============================================================

       ENVIRONMENT DIVISION.
       01  WS-CL-OUT               PIC X(10).
       01  WS-CL-REJ               PIC X(10).
       01  WS-CL-TS                PIC X(16).
       01  WS-CL-TAG               PIC X(30).
       01  WS-CL-RUN-NOTE          PIC X(30).
       01  WS-CL-IN-N              PIC 9(7).
       01  WS-CL-OUT-N             PIC 9(7).
       01  WS-CL-REJ-N             PIC 9(7).
       01  WS-TONIGHT-RECS         PIC 9(5) VALUE 0.
       01  WS-STALE-RECS           PIC 9(5) VALUE 0.
       01  WS-OOB-CT               PIC 9(5) VALUE 0.
       01  WS-RERUN-RECS           PIC 9(5) VALUE 0.
       01  WS-TODAY                PIC X(8).

       PROCEDURE DIVISION.
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "report write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               "  checked=" WS-TONIGHT-RECS
               " out-of-balance=" WS-OOB-CT
               " stale-skipped=" WS-STALE-RECS
               " of-them-reruns=" WS-RERUN-RECS
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE

      *>   Balanced records are consumed: start clean tomorrow.
      *>   Truncate under the writers' lock so a late append is
      *>   never cut in half; if the lock stays held, keep the file
      *>   (tomorrow's check skips its records as stale)
           MOVE 0 TO WS-RUNLOG-LOCK-TRY
           OPEN OUTPUT SHARING WITH NO OTHER CONTROL-REC-FILE
           PERFORM UNTIL WS-CTLREC-FS NOT = "61"
               OR WS-RUNLOG-LOCK-TRY >= WS-RUNLOG-LOCK-WAIT
               ADD 1 TO WS-RUNLOG-LOCK-TRY
               CALL "C$SLEEP" USING 1
               OPEN OUTPUT SHARING WITH NO OTHER CONTROL-REC-FILE
           END-PERFORM
           IF WS-CTLREC-FS = "00"
               CLOSE CONTROL-REC-FILE
           ELSE
               DISPLAY "  UWAGA: nie mozna wyczyscic "
                   TRIM(WS-CTLREC-PATH) " (status "
                   WS-CTLREC-FS ")"
               IF WS-CTLREC-FS = "61"
                   MOVE "batch_control.dat"
                       TO WS-RUNLOG-LOCK-MISS(15:17)
               END-IF
           END-IF

           DISPLAY "  Rekordow kontrolnych: "

           IF WS-OOB-CT > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "DATA-OUT-OF-BALANCE" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           MOVE SPACES TO WS-CL-PROGID WS-CL-LABEL
                          WS-CL-IN WS-CL-OUT
                          WS-CL-REJ WS-CL-TS
                          WS-CL-TAG WS-CL-RUN-NOTE
           UNSTRING WS-CL-LINE DELIMITED BY "|"
               INTO WS-CL-PROGID
                    WS-CL-LABEL
                    WS-CL-OUT
                    WS-CL-REJ
                    WS-CL-TS
                    WS-CL-TAG
           END-UNSTRING
           IF WS-CL-PROGID = SPACES
           OR TRIM(WS-CL-IN) NOT NUMERIC
      *>   Only tonight's records are balanced; anything older
      *>   is a leftover from a night this step did not run and
      *>   gets noted rather than failing tonight's balance
           IF WS-CL-TAG(1:6) = "RERUN:"
               ADD 1 TO WS-RERUN-RECS
               STRING " (rerun " TRIM(WS-CL-TAG(7:24)) ")"
                   DELIMITED SIZE
                   INTO WS-CL-RUN-NOTE
               END-STRING
           END-IF
           IF WS-CL-TS(1:8) IS NUMERIC
           AND WS-CL-TS(1:8) NOT = WS-TODAY
           AND WS-CL-TAG(1:6) NOT = "RERUN:"
               ADD 1 TO WS-STALE-RECS
               MOVE SPACES TO REPORT-REC
               STRING
                   " in=" WS-CL-IN-N
                   " out=" WS-CL-OUT-N
                   " rej=" WS-CL-REJ-N
                   WS-CL-RUN-NOTE
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
                   " out=" WS-CL-OUT-N
                   " rej=" WS-CL-REJ-N
                   " diff=" TRIM(WS-CL-DIFF-D)
                   WS-CL-RUN-NOTE
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               DISPLAY "  !! " TRIM(WS-CL-PROGID)
                   " " TRIM(WS-CL-LABEL)
                   " nie bilansuje sie ("
                   TRIM(WS-CL-DIFF-D) ")" TRIM(WS-CL-RUN-NOTE)
           END-IF
           WRITE REPORT-REC
           .
