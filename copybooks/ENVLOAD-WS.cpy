       01  WS-ENV-OVERRIDE          PIC X(30).
       01  WS-ENV-NUM-STR           PIC X(10).

      *> -- Environment profile (BATCH_ENV_PROFILE) from the shop's
      *> -- env_profiles.dat (BATCH_ENV_FILE): profile|setting|value
      *> -- with CLASS (PROD/TEST), HUB_API_URL, OPENAI_API_URL,
      *> -- OPENAI_API_URL2, CRED_STORE and DATA_ROOT --
       01  WS-ENVP-NAME              PIC X(20).
       01  WS-ENVP-FILE              PIC X(200) VALUE
           "../BATCHCTL/env_profiles.dat".
       01  WS-ENVP-CLASS             PIC X(8).
       01  WS-ENVP-ROOT              PIC X(200).
       01  WS-ENVP-FOUND             PIC X.
       01  WS-ENVP-F-PROF            PIC X(20).
       01  WS-ENVP-F-KEY             PIC X(20).
       01  WS-ENVP-F-VAL             PIC X(200).

      *> -- Encrypted credential store (credential_store.enc,
      *> -- unlocked with CRED_STORE_KEY; CRED_STORE_KEY_OLD is
      *> -- also accepted during a rotation grace window) --
