      *> -- escaped blob (so every " is already \" and newlines are
      *> -- already \n).
       01  WS-LLM-SCAN-SYSTEM-PROMPT PIC X(6000).

      *> -- Prompt library versions behind the three texts above
      *> -- ("builtin" = the LOAD-PROMPT-CONSTANTS wording), for
      *> -- the API usage ledger --
       01  WS-LLM-HINT-PVER        PIC X(30).
       01  WS-LLM-SCAN-PVER        PIC X(12).
