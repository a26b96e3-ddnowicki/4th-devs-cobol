      *> ============================================================
      *> PROMPTLIB-WS.cpy - Fields for the shared prompt library
      *> COPY in WORKING-STORAGE SECTION (before PROMPTLIB-PROC use)
      *> Set WS-PLIB-NAME (and WS-PLIB-MODE) and PERFORM
      *> PROMPT-LOAD: WS-PLIB-FOUND = "Y" hands back the version in
      *> force in WS-PLIB-TEXT(1:WS-PLIB-TLEN); "N" leaves the
      *> caller on its built-in wording, version "builtin".
      *> ============================================================
       01  WS-PLIB-PATH             PIC X(200) VALUE
           "../PROMPTLIB/prompt_library.dat".
       01  WS-PLIB-FS               PIC XX.
       01  WS-PLIB-ENVDONE          PIC X VALUE "N".
       01  WS-PLIB-ENVVAL           PIC X(200).
       01  WS-PLIB-ASOF             PIC X(8).

      *> -- In: prompt name; text mode J = JSON string content
      *> -- (quotes and backslashes escaped, line breaks as \n),
      *> -- R = raw text (line breaks as real newlines) --
       01  WS-PLIB-NAME             PIC X(40).
       01  WS-PLIB-MODE             PIC X(1) VALUE "J".

      *> -- Out --
       01  WS-PLIB-FOUND            PIC X(1).
       01  WS-PLIB-VERSION          PIC X(12).
       01  WS-PLIB-EFFECTIVE        PIC X(8).
       01  WS-PLIB-TEXT             PIC X(40000).
       01  WS-PLIB-TLEN             PIC 9(5).
       01  WS-PLIB-TMAX             PIC 9(5) VALUE 39990.

      *> -- Library line work fields --
       01  WS-PLIB-LINE             PIC X(1000).
       01  WS-PLIB-F-NAME           PIC X(40).
       01  WS-PLIB-F-VER            PIC X(12).
       01  WS-PLIB-F-EFF            PIC X(8).
       01  WS-PLIB-PTR              PIC 9(4).
       01  WS-PLIB-LLEN             PIC 9(4).
       01  WS-PLIB-I                PIC 9(4).
       01  WS-PLIB-C                PIC X(1).
       01  WS-PLIB-EOF              PIC X(1).
       01  WS-PLIB-PEND-SP          PIC X(1).
