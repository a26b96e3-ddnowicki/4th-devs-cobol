      *> Retries on curl failure or a 5xx-looking response, with a
      *> short backoff between attempts, so a transient Hub blip
      *> doesn't fail the caller's submission outright.
      *> Every attempt is written to the shared Hub submission
      *> ledger, so callers also COPY HUBLEDGER-WS/HUBLEDGER-PROC
      *> and declare HUB-LEDGER-FILE.
      *> ============================================================
       SEND-HUB-REQUEST.
           MOVE "hub_req.tmp" TO WS-WORK-PATH
               END-IF

               PERFORM SEND-HUB-REQUEST-ATTEMPT
               PERFORM LOG-HUB-REQUEST-ATTEMPT

               IF WS-HUB-STATUS = 0
               OR WS-HUB-STATUS >= 500
           MOVE "work.tmp" TO WS-WORK-PATH
           .

      *> -- Ledger line for the attempt just made --
       LOG-HUB-REQUEST-ATTEMPT.
           MOVE "hub_resp.json" TO WS-WORK-PATH
           PERFORM READ-JSON-FILE
           MOVE "work.tmp" TO WS-WORK-PATH
           MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
           MOVE SPACES TO WS-HUBLOG-RESP
           IF WS-JLEN > 0
               MOVE WS-JBUF(1:WS-JLEN) TO WS-HUBLOG-RESP
           END-IF
           MOVE WS-HUB-STATUS TO WS-HUBLOG-STATUS
           MOVE WS-HUB-RETRY TO WS-HUBLOG-ATTEMPT
           PERFORM RECORD-HUB-SUBMISSION
           .

      *> ============================================================
      *> SEND-HUB-REQUEST-ATTEMPT: One curl attempt against /verify.
      *> HTTP status lands in WS-HUB-STATUS (0 if curl itself failed
