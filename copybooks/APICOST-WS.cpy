       01  WS-APICOST-REQBYTES      PIC 9(7).
       01  WS-APICOST-RESPBYTES     PIC 9(7).
       01  WS-APICOST-TS            PIC X(21).
      *> -- Library prompt(s) and version(s) behind the call --
       01  WS-APICOST-PROMPT        PIC X(60) VALUE SPACES.
       01  WS-APICOST-PVER          PIC X(30) VALUE SPACES.

      *> -- Token usage (providers bill by token, not byte): move
      *> -- the raw response into WS-APICOST-SCAN-BUF and PERFORM
