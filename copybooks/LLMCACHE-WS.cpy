      *> ============================================================
      *> LLMCACHE-WS.cpy - Fields for the shared LLM response cache
      *> COPY in WORKING-STORAGE SECTION (before LLMCACHE-PROC use)
      *> The caller sets WS-LLMC-REQ-PATH (the request body file
      *> curl posts), WS-LLMC-RESP-PATH (where curl writes the
      *> response), WS-LLMC-MODEL, and its own default time to
      *> live in WS-LLMC-TTL-HRS (0 = never cache).
      *> LLM_CACHE_TTL_HOURS overrides the TTL for a run,
      *> LLM_CACHE_BYPASS=Y forces a fresh answer (the fresh answer
      *> is still stored), LLM_CACHE_DIR points the cache at a
      *> shared directory.
      *> ============================================================
       01  WS-LLMC-DIR              PIC X(200) VALUE "llm_cache".
       01  WS-LLMC-IO-PATH          PIC X(200).
       01  WS-LLMC-FS               PIC XX.
       01  WS-LLMC-ENVDONE          PIC X VALUE "N".
       01  WS-LLMC-ENVVAL           PIC X(200).
       01  WS-LLMC-REQ-PATH         PIC X(200).
       01  WS-LLMC-RESP-PATH        PIC X(200).
       01  WS-LLMC-MODEL            PIC X(40).
       01  WS-LLMC-TTL-HRS          PIC 9(5) VALUE 24.
       01  WS-LLMC-BYPASS           PIC X VALUE "N".
      *> -- Result of LLM-CACHE-LOOKUP: HIT = "Y" means the stored
      *> -- response is already in WS-LLMC-RESP-PATH --
       01  WS-LLMC-HIT              PIC X VALUE "N".
       01  WS-LLMC-HITS             PIC 9(5) VALUE 0.
       01  WS-LLMC-LOOKUPS          PIC 9(5) VALUE 0.
       01  WS-LLMC-STORES           PIC 9(5) VALUE 0.
      *> -- Working fields --
       01  WS-LLMC-KEY              PIC X(64).
       01  WS-LLMC-LINE             PIC X(400).
       01  WS-LLMC-EOF              PIC X.
       01  WS-LLMC-I-KEY            PIC X(64).
       01  WS-LLMC-I-MODEL          PIC X(40).
       01  WS-LLMC-I-TS             PIC X(14).
       01  WS-LLMC-FOUND-TS         PIC X(14).
       01  WS-LLMC-TS               PIC X(21).
       01  WS-LLMC-CMD              PIC X(800).
       01  WS-LLMC-SECS-NOW         PIC 9(12).
       01  WS-LLMC-SECS-THEN        PIC 9(12).
       01  WS-LLMC-SECS-TS          PIC X(14).
       01  WS-LLMC-SECS             PIC 9(12).
       01  WS-LLMC-AGE              PIC S9(12).
       01  WS-LLMC-DISP             PIC ZZZZ9.
       01  WS-LLMC-DISP2            PIC ZZZZ9.
