      *> ============================================================
      *> ENVLOAD-PROC.cpy - Load and Validate Environment Variables
      *> COPY in PROCEDURE DIVISION (after last task paragraph)
      *> A named environment profile (BATCH_ENV_PROFILE, see
      *> LOAD-ENV-PROFILE) overrides the endpoints and credential
      *> store taken from the environment, so a drill never has to
      *> repoint HUB_API_URL and the LLM endpoints by hand.
      *> ============================================================
       LOAD-ENV-VARS.
           ACCEPT WS-HUB-KEY
           ACCEPT WS-HTTP-API-KEY
               FROM ENVIRONMENT "HTTP_API_KEY"

           PERFORM LOAD-ENV-PROFILE

      *>   Blank env keys fall back to the encrypted store
           IF WS-HUB-KEY = SPACES
               OR WS-OPENAI-KEY = SPACES
           PERFORM MASK-REGISTER-SECRET
           .

      *> ============================================================
      *> LOAD-ENV-PROFILE: apply the profile named in
      *> BATCH_ENV_PROFILE from env_profiles.dat (BATCH_ENV_FILE,
      *> which BATCHCTL exports; ../BATCHCTL/env_profiles.dat from
      *> a program directory otherwise). Lines are
      *> profile|setting|value:
      *>   CLASS            PROD or TEST (blank: TEST unless the
      *>                    profile is called PROD)
      *>   HUB_API_URL      hub endpoint
      *>   OPENAI_API_URL   LLM endpoint, OPENAI_API_URL2 the
      *>                    failover one (LLMFAIL-PROC)
      *>   CRED_STORE       credential store file; keys then come
      *>                    only from that store, never from the
      *>                    shell's HUB_API_KEY/OPENAI_API_KEY
      *>   DATA_ROOT        absolute directory all state and output
      *>                    lives under (BATCHCTL seeds it)
      *> Profile values win over the environment, and are put back
      *> into it for the shared copybooks that read it themselves.
      *> A TEST profile must have a data root and refuses to run
      *> outside it, so it never touches production files. An
      *> unknown profile stops the run like a missing key does.
      *> ============================================================
       LOAD-ENV-PROFILE.
           MOVE SPACES TO WS-ENVP-NAME
           ACCEPT WS-ENVP-NAME
               FROM ENVIRONMENT "BATCH_ENV_PROFILE"
           IF WS-ENVP-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENVP-NAME TO WS-RUNLOG-ENV-PROFILE
           MOVE SPACES TO WS-CA-ENVPATH
           ACCEPT WS-CA-ENVPATH
               FROM ENVIRONMENT "BATCH_ENV_FILE"
           IF WS-CA-ENVPATH NOT = SPACES
               MOVE WS-CA-ENVPATH TO WS-ENVP-FILE
           END-IF
           MOVE SPACES TO WS-ENVP-CLASS WS-ENVP-ROOT
           MOVE "N" TO WS-ENVP-FOUND

      *>   Whole file through the byte-stream routines, like the
      *>   credential store (no FD needed in the caller)
           MOVE 0 TO WS-CS-RAWLEN
           MOVE SPACES TO WS-CS-RAW
           MOVE 1 TO WS-CS-FLAGS
           CALL "CBL_OPEN_FILE" USING
               WS-ENVP-FILE WS-CS-FLAGS 0 0 WS-CS-HANDLE
               RETURNING WS-CS-RC
           END-CALL
           IF WS-CS-RC = 0
               MOVE 0 TO WS-CS-OFFSET
               MOVE 12000 TO WS-CS-NBYTES
               CALL "CBL_READ_FILE" USING
                   WS-CS-HANDLE WS-CS-OFFSET WS-CS-NBYTES
                   0 WS-CS-RAW
                   RETURNING WS-CS-RC
               END-CALL
               CALL "CBL_CLOSE_FILE" USING WS-CS-HANDLE
               END-CALL
               MOVE LENGTH(TRIM(WS-CS-RAW TRAILING))
                   TO WS-CS-RAWLEN
           END-IF

           MOVE 1 TO WS-CS-POS
           PERFORM UNTIL WS-CS-POS > WS-CS-RAWLEN
               PERFORM NEXT-PROFILE-LINE
               IF WS-ENVP-F-PROF = WS-ENVP-NAME
                   MOVE "Y" TO WS-ENVP-FOUND
                   PERFORM APPLY-PROFILE-SETTING
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CS-RAW

           IF WS-ENVP-FOUND = "N"
               IF TRIM(WS-ENVP-NAME) = "PROD"
      *>           The default profile needs no entry: the
      *>           environment as set is production
                   MOVE "PROD" TO WS-ENVP-CLASS
               ELSE
                   DISPLAY "ERR: nieznany profil srodowiska "
                       TRIM(WS-ENVP-NAME) " w "
                       TRIM(WS-ENVP-FILE)
                   STOP RUN
               END-IF
           END-IF
           IF WS-ENVP-CLASS = SPACES
               IF TRIM(WS-ENVP-NAME) = "PROD"
                   MOVE "PROD" TO WS-ENVP-CLASS
               ELSE
                   MOVE "TEST" TO WS-ENVP-CLASS
               END-IF
           END-IF
           SET ENVIRONMENT "BATCH_ENV_CLASS" TO WS-ENVP-CLASS
           SET ENVIRONMENT "BATCH_DATA_ROOT" TO WS-ENVP-ROOT

           IF TRIM(WS-ENVP-CLASS) = "TEST"
               IF WS-ENVP-ROOT(1:1) NOT = "/"
                   DISPLAY "ERR: profil " TRIM(WS-ENVP-NAME)
                       " bez katalogu danych (DATA_ROOT)"
                   STOP RUN
               END-IF
               MOVE "." TO WS-RUNLOG-GUARD-PATH
               PERFORM RUNLOG-GUARD-PATH
               IF WS-RUNLOG-GUARD-OK NOT = "Y"
                   DISPLAY "ERR: profil " TRIM(WS-ENVP-NAME)
                       " - uruchomienie poza katalogiem danych "
                       TRIM(WS-ENVP-ROOT)
                   STOP RUN
               END-IF
           END-IF
           DISPLAY "Profil srodowiska: " TRIM(WS-ENVP-NAME)
               " (" TRIM(WS-ENVP-CLASS) ")"
           .

      *> -- Next line of the profile file into profile/setting/value
       NEXT-PROFILE-LINE.
           MOVE SPACES TO WS-CS-LINE
           MOVE 0 TO WS-CS-LLEN
           PERFORM UNTIL WS-CS-POS > WS-CS-RAWLEN
               OR WS-CS-RAW(WS-CS-POS:1) = X"0A"
               IF WS-CS-LLEN < 500
                   ADD 1 TO WS-CS-LLEN
                   MOVE WS-CS-RAW(WS-CS-POS:1)
                       TO WS-CS-LINE(WS-CS-LLEN:1)
               END-IF
               ADD 1 TO WS-CS-POS
           END-PERFORM
           ADD 1 TO WS-CS-POS
           MOVE SPACES TO WS-ENVP-F-PROF WS-ENVP-F-KEY
                          WS-ENVP-F-VAL
           IF WS-CS-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-CS-LINE DELIMITED BY "|"
               INTO WS-ENVP-F-PROF WS-ENVP-F-KEY
                    WS-ENVP-F-VAL
           END-UNSTRING
           .

      *> -- One setting of the selected profile; blank values leave
      *> -- the environment's own setting in force --
       APPLY-PROFILE-SETTING.
           IF WS-ENVP-F-VAL = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRIM(WS-ENVP-F-KEY)
           WHEN "CLASS"
               MOVE WS-ENVP-F-VAL TO WS-ENVP-CLASS
           WHEN "HUB_API_URL"
               MOVE WS-ENVP-F-VAL TO WS-HUB-URL
               SET ENVIRONMENT "HUB_API_URL" TO WS-ENVP-F-VAL
           WHEN "OPENAI_API_URL"
               MOVE WS-ENVP-F-VAL TO WS-OPENAI-URL
               SET ENVIRONMENT "OPENAI_API_URL" TO WS-ENVP-F-VAL
           WHEN "OPENAI_API_URL2"
               SET ENVIRONMENT "OPENAI_API_URL2" TO WS-ENVP-F-VAL
           WHEN "CRED_STORE"
               MOVE WS-ENVP-F-VAL TO WS-CS-PATH
               MOVE SPACES TO WS-HUB-KEY
                              WS-OPENAI-KEY
                              WS-HTTP-API-KEY
           WHEN "DATA_ROOT"
               MOVE WS-ENVP-F-VAL TO WS-ENVP-ROOT
           WHEN OTHER
               DISPLAY "UWAGA: profil " TRIM(WS-ENVP-NAME)
                   ": nieznane ustawienie "
                   TRIM(WS-ENVP-F-KEY)
           END-EVALUATE
           .

      *> ============================================================
      *> LOAD-CRED-STORE: credentials from credential_store.enc
      *> (CREDSTORE maintains it). The CHECK entry must decrypt to
