      *> ============================================================
      *> PROMPTLIB-PROC.cpy - Load a named prompt from the shared,
      *> versioned prompt library (PROMPTLIB/prompt_library.dat)
      *> COPY in PROCEDURE DIVISION (after last task paragraph).
      *> The caller declares its own PROMPT-LIB-FILE/PROMPT-LIB-REC
      *> SELECT/FD over WS-PLIB-PATH (FILE STATUS WS-PLIB-FS).
      *>
      *> Library lines: name|version|effective-yyyymmdd|text
      *>   - the version in force is the one with the latest
      *>     effective date on or before today (PROMPT_AS_OF=
      *>     YYYYMMDD looks at another day - e.g. to try a version
      *>     dated ahead before it takes effect); on equal dates
      *>     the later line wins
      *>   - a version's text is every line carrying its name and
      *>     version, in file order: consecutive lines join with
      *>     one space, an empty text is a line break
      *>   - text "=" defines nothing: it puts an existing version
      *>     back in force from that date, which is how a wording
      *>     change is rolled back without touching the program
      *> PROMPT_LIBRARY names another library file.
      *> Every load is shown in the run output with its version;
      *> the caller copies WS-PLIB-NAME/WS-PLIB-VERSION into the
      *> API usage ledger fields (WS-APICOST-PROMPT/-PVER).
      *> ============================================================
       PROMPT-LOAD.
           PERFORM PLIB-LOAD-ENV
           MOVE "N" TO WS-PLIB-FOUND
           MOVE "builtin" TO WS-PLIB-VERSION
           MOVE SPACES TO WS-PLIB-EFFECTIVE
           MOVE SPACES TO WS-PLIB-TEXT
           MOVE 0 TO WS-PLIB-TLEN

      *>   Pass 1: which version is in force
           OPEN INPUT PROMPT-LIB-FILE
           IF WS-PLIB-FS NOT = "00"
               DISPLAY "  UWAGA: brak biblioteki promptow "
                   TRIM(WS-PLIB-PATH) " - "
                   TRIM(WS-PLIB-NAME) " wbudowany"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLIB-EOF
           PERFORM UNTIL WS-PLIB-EOF = "Y"
               READ PROMPT-LIB-FILE INTO WS-PLIB-LINE
                   AT END
                       MOVE "Y" TO WS-PLIB-EOF
                   NOT AT END
                       PERFORM PLIB-SPLIT-LINE
                       IF WS-PLIB-F-NAME = WS-PLIB-NAME
                       AND WS-PLIB-F-EFF IS NUMERIC
                       AND WS-PLIB-F-EFF <= WS-PLIB-ASOF
                       AND WS-PLIB-F-EFF >= WS-PLIB-EFFECTIVE
                       AND WS-PLIB-F-VER NOT = SPACES
                           MOVE WS-PLIB-F-EFF
                               TO WS-PLIB-EFFECTIVE
                           MOVE WS-PLIB-F-VER
                               TO WS-PLIB-VERSION
                           MOVE "Y" TO WS-PLIB-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMPT-LIB-FILE
           IF WS-PLIB-FOUND NOT = "Y"
               DISPLAY "  Prompt " TRIM(WS-PLIB-NAME)
                   ": brak wersji w mocy - wersja wbudowana"
               EXIT PARAGRAPH
           END-IF

      *>   Pass 2: the text of that version
           OPEN INPUT PROMPT-LIB-FILE
           MOVE "N" TO WS-PLIB-EOF
           MOVE "N" TO WS-PLIB-PEND-SP
           PERFORM UNTIL WS-PLIB-EOF = "Y"
               READ PROMPT-LIB-FILE INTO WS-PLIB-LINE
                   AT END
                       MOVE "Y" TO WS-PLIB-EOF
                   NOT AT END
                       PERFORM PLIB-SPLIT-LINE
                       IF WS-PLIB-F-NAME = WS-PLIB-NAME
                       AND WS-PLIB-F-VER = WS-PLIB-VERSION
                           PERFORM PLIB-APPEND-TEXT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROMPT-LIB-FILE

           IF WS-PLIB-TLEN = 0
               DISPLAY "  UWAGA: prompt " TRIM(WS-PLIB-NAME)
                   " " TRIM(WS-PLIB-VERSION)
                   " bez tresci - wersja wbudowana"
               MOVE "N" TO WS-PLIB-FOUND
               MOVE "builtin" TO WS-PLIB-VERSION
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  Prompt " TRIM(WS-PLIB-NAME) " "
               TRIM(WS-PLIB-VERSION) " (od "
               WS-PLIB-EFFECTIVE ")"
           .

      *> -- name|version|effective| then the text from the pointer
      *> -- on (the text itself may hold "|") --
       PLIB-SPLIT-LINE.
           MOVE SPACES TO WS-PLIB-F-NAME
                          WS-PLIB-F-VER
                          WS-PLIB-F-EFF
           MOVE 0 TO WS-PLIB-LLEN
           IF WS-PLIB-LINE(1:1) = "#"
           OR WS-PLIB-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PLIB-PTR
           UNSTRING WS-PLIB-LINE DELIMITED BY "|"
               INTO WS-PLIB-F-NAME
                    WS-PLIB-F-VER
                    WS-PLIB-F-EFF
               WITH POINTER WS-PLIB-PTR
           END-UNSTRING
           MOVE LENGTH(TRIM(WS-PLIB-LINE TRAILING))
               TO WS-PLIB-LLEN
           .

      *> -- One library line onto WS-PLIB-TEXT --
       PLIB-APPEND-TEXT.
           IF WS-PLIB-PTR > WS-PLIB-LLEN
      *>       Empty text: a line break
               IF WS-PLIB-MODE = "J"
                   IF WS-PLIB-TLEN < WS-PLIB-TMAX
                       MOVE X"5C" TO
                           WS-PLIB-TEXT(WS-PLIB-TLEN + 1:1)
                       MOVE "n" TO
                           WS-PLIB-TEXT(WS-PLIB-TLEN + 2:1)
                       ADD 2 TO WS-PLIB-TLEN
                   END-IF
               ELSE
                   IF WS-PLIB-TLEN < WS-PLIB-TMAX
                       ADD 1 TO WS-PLIB-TLEN
                       MOVE X"0A" TO
                           WS-PLIB-TEXT(WS-PLIB-TLEN:1)
                   END-IF
               END-IF
               MOVE "N" TO WS-PLIB-PEND-SP
               EXIT PARAGRAPH
           END-IF
      *>   "=" only re-activates a version, it carries no text
           IF WS-PLIB-LINE(WS-PLIB-PTR:) = "="
               EXIT PARAGRAPH
           END-IF

           IF WS-PLIB-PEND-SP = "Y"
           AND WS-PLIB-TLEN < WS-PLIB-TMAX
               ADD 1 TO WS-PLIB-TLEN
               MOVE SPACE TO WS-PLIB-TEXT(WS-PLIB-TLEN:1)
           END-IF
           PERFORM VARYING WS-PLIB-I FROM WS-PLIB-PTR BY 1
               UNTIL WS-PLIB-I > WS-PLIB-LLEN
               OR WS-PLIB-TLEN >= WS-PLIB-TMAX
               MOVE WS-PLIB-LINE(WS-PLIB-I:1) TO WS-PLIB-C
               IF WS-PLIB-MODE = "J"
               AND (WS-PLIB-C = X"22" OR WS-PLIB-C = X"5C")
                   ADD 1 TO WS-PLIB-TLEN
                   MOVE X"5C" TO WS-PLIB-TEXT(WS-PLIB-TLEN:1)
               END-IF
               ADD 1 TO WS-PLIB-TLEN
               MOVE WS-PLIB-C TO WS-PLIB-TEXT(WS-PLIB-TLEN:1)
           END-PERFORM
           MOVE "Y" TO WS-PLIB-PEND-SP
           .

      *> -- PROMPT_LIBRARY / PROMPT_AS_OF, once per run --
       PLIB-LOAD-ENV.
           IF WS-PLIB-ENVDONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PLIB-ENVDONE
           MOVE SPACES TO WS-PLIB-ENVVAL
           ACCEPT WS-PLIB-ENVVAL
               FROM ENVIRONMENT "PROMPT_LIBRARY"
           IF WS-PLIB-ENVVAL NOT = SPACES
               MOVE WS-PLIB-ENVVAL TO WS-PLIB-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PLIB-ASOF
           MOVE SPACES TO WS-PLIB-ENVVAL
           ACCEPT WS-PLIB-ENVVAL
               FROM ENVIRONMENT "PROMPT_AS_OF"
           IF WS-PLIB-ENVVAL(1:8) IS NUMERIC
               MOVE WS-PLIB-ENVVAL(1:8) TO WS-PLIB-ASOF
               DISPLAY "  Biblioteka promptow na dzien "
                   WS-PLIB-ASOF
           END-IF
           .
