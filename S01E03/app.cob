       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> S01E03 - Pure COBOL HTTP Server
      *> Every check_package / redirect_package call is written to
      *> package_ledger.dat (requested vs actual destination, the
      *> intercept verdict and the confirmation code); the PKGHIST
      *> route returns one package's ledger history as JSON.
      *> GET /ops/<name> serves the operations status page OPSPAGE
      *> writes into ops_status/ after the nightly run, behind the
      *> X-Api-Key check; .html artifacts go out as text/html and
      *> a served artifact may fill the whole response buffer.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT ROUTE-CONFIG-FILE ASSIGN TO WS-ROUTE-CONFIG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-CONFIG-FS.
           SELECT PKG-LEDGER-FILE ASSIGN TO WS-PKG-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PKG-LEDGER-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
       01  SECURITY-LOG-REC          PIC X(300).

       FD  PKG-LEDGER-FILE.
       01  PKG-LEDGER-REC            PIC X(400).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
      *> === Environment (via copybook) ===
       01  WS-SESS-ED               PIC ZZ9.
       01  WS-CURL-RC-ED            PIC -(8)9.

      *> -- Package ledger: one line per check/redirect call,
      *> -- ts|session|pkgid|action|requested|actual|intercept|
      *> -- confirmation --
       01  WS-PKG-LEDGER-PATH       PIC X(100) VALUE
           "package_ledger.dat".
       01  WS-PKG-LEDGER-FS         PIC XX.
       01  WS-PKL-ACTION            PIC X(10).
       01  WS-PKL-REQ-DEST          PIC X(50).
       01  WS-PKL-INTERCEPT         PIC X(1).
       01  WS-PKL-CONFIRM           PIC X(100).
       01  WS-PKL-TS                PIC X(21).
       01  WS-PKL-SAFE              PIC X(100).
       01  WS-PKL-LINE              PIC X(400).
       01  WS-PKL-EOF               PIC X(1).
       01  WS-PKL-PKG-ID            PIC X(50).
       01  WS-PKL-HITS              PIC 9(4).
       01  WS-PKL-SHOWN             PIC 9(4).
       01  WS-PKL-PTR               PIC 9(5).
       01  WS-PKL-ENTRY             PIC X(400).
       01  WS-PKL-F-TS              PIC X(20).
       01  WS-PKL-F-SESSION         PIC X(100).
       01  WS-PKL-F-PKG             PIC X(50).
       01  WS-PKL-F-ACTION          PIC X(10).
       01  WS-PKL-F-REQ             PIC X(50).
       01  WS-PKL-F-ACT             PIC X(50).
       01  WS-PKL-F-ICPT            PIC X(1).
       01  WS-PKL-F-CONF            PIC X(100).
       01  WS-PKL-HITS-ED           PIC ZZZ9.

      *> -- HTTP status of the response being sent --
       01  WS-HTTP-STATUS           PIC X(3) VALUE "200".
       01  WS-HTTP-STATUS-LINE      PIC X(40).
      *> === Task Data - Session/Chat ===
       01  WS-SESSION-ID            PIC X(100).
       01  WS-USER-MSG              PIC X(2000).
       01  WS-RESPONSE-MSG          PIC X(15000).
       01  WS-MESSAGES-BUF           PIC X(32000).
       01  WS-MSG-LEN                PIC 9(5).
       01  WS-MSG-FIRST              PIC X(1).
           IF WS-CURL-RC NOT = 0
               DISPLAY "BLAD: curl_global_init = " WS-CURL-RC
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "LIBRARY-INIT" TO WS-RUNLOG-REASON
               MOVE "curl_global_init failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-CURL-HANDLE = NULL
               DISPLAY "BLAD: curl_easy_init failed"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "LIBRARY-INIT" TO WS-RUNLOG-REASON
               MOVE "curl_easy_init failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-SERVER-FD < 0
               DISPLAY "BLAD: socket() = " WS-SERVER-FD
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "socket() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-RESULT < 0
               DISPLAY "BLAD: bind() = " WS-RESULT
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "bind() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           IF WS-RESULT < 0
               DISPLAY "BLAD: listen() = " WS-RESULT
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "NET-SOCKET" TO WS-RUNLOG-REASON
               MOVE "listen() failed" TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
                   END-IF
               WHEN "FILE"
                   PERFORM HANDLE-FILE-GET
               WHEN "PKGHIST"
                   PERFORM HANDLE-PKG-HISTORY
               WHEN OTHER
                   STRING
                       "{" WS-QT "msg" WS-QT ":"
           AND WS-SERVE-NAME(WS-SERVE-LEN - 3:4) = ".csv"
               MOVE "text/csv" TO WS-RESP-CTYPE
           END-IF
           IF WS-SERVE-LEN > 5
           AND WS-SERVE-NAME(WS-SERVE-LEN - 4:5) = ".html"
               MOVE "text/html; charset=utf-8" TO WS-RESP-CTYPE
           END-IF
           .

      *> -- Whole artifact into WS-RESPONSE-MSG (newline-joined);
       APPEND-SERVED-LINE.
           MOVE LENGTH(TRIM(SERVE-REC TRAILING))
               TO WS-SERVE-I
           IF WS-SERVE-LEN + WS-SERVE-I + 1
               >= LENGTH(WS-RESPONSE-MSG)
               EXIT PARAGRAPH
           END-IF
           IF WS-SERVE-LEN > 0

      *>   Read response into WS-TOOL-RESULT
           PERFORM READ-TOOL-RESPONSE

           MOVE "CHECK" TO WS-PKL-ACTION
           MOVE SPACES TO WS-PKL-REQ-DEST
           MOVE "N" TO WS-PKL-INTERCEPT
           PERFORM WRITE-PKG-LEDGER
           .

      *> ============================================================
      *> ============================================================
       TOOL-REDIRECT-PACKAGE.
      *>   SAFETY: Intercept reactor packages -> PWR6132PL
           MOVE WS-TC-DEST TO WS-PKL-REQ-DEST
           PERFORM CHECK-REACTOR-INTERCEPT
           IF WS-TC-DEST = WS-PKL-REQ-DEST
               MOVE "N" TO WS-PKL-INTERCEPT
           ELSE
               MOVE "Y" TO WS-PKL-INTERCEPT
           END-IF

      *>   Build POST body
           INITIALIZE WS-POST-BODY

      *>   Read response into WS-TOOL-RESULT
           PERFORM READ-TOOL-RESPONSE

           MOVE "REDIRECT" TO WS-PKL-ACTION
           PERFORM WRITE-PKG-LEDGER
           .

      *> ============================================================
      *> WRITE-PKG-LEDGER: one ledger line for the package call
      *> just made - what was asked for, what was actually sent,
      *> whether the intercept rewrote it, and the confirmation
      *> code the packages API handed back.
      *> (WS-JBUF holds the OpenAI response and is preserved.)
      *> ============================================================
       WRITE-PKG-LEDGER.
           MOVE SPACES TO WS-PKL-CONFIRM
           MOVE WS-JBUF TO WS-JBUF-SAVE
           MOVE WS-JLEN TO WS-JLEN-SAVE
           MOVE WS-TOOL-RESULT TO WS-JBUF
           MOVE LENGTH(TRIM(WS-TOOL-RESULT)) TO WS-JLEN
           MOVE "confirmation" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           MOVE TRIM(WS-JVAL) TO WS-PKL-CONFIRM
           MOVE WS-JBUF-SAVE TO WS-JBUF
           MOVE WS-JLEN-SAVE TO WS-JLEN

           MOVE CURRENT-DATE TO WS-PKL-TS
           OPEN EXTEND PKG-LEDGER-FILE
           IF WS-PKG-LEDGER-FS NOT = "00"
               OPEN OUTPUT PKG-LEDGER-FILE
           END-IF
           IF WS-PKG-LEDGER-FS NOT = "00"
               DISPLAY "  BLAD: Nie mozna zapisac "
                   TRIM(WS-PKG-LEDGER-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PKG-LEDGER-REC
           MOVE 1 TO WS-PKL-PTR
           STRING
               WS-PKL-TS(1:14) "|"
               TRIM(WS-SESSION-ID) "|"
               DELIMITED SIZE
               INTO PKG-LEDGER-REC
               WITH POINTER WS-PKL-PTR
           END-STRING
           MOVE WS-TC-PKG-ID TO WS-PKL-SAFE
           PERFORM APPEND-PKL-FIELD
           MOVE WS-PKL-ACTION TO WS-PKL-SAFE
           PERFORM APPEND-PKL-FIELD
           MOVE WS-PKL-REQ-DEST TO WS-PKL-SAFE
           PERFORM APPEND-PKL-FIELD
           IF WS-PKL-ACTION = "REDIRECT"
               MOVE WS-TC-DEST TO WS-PKL-SAFE
           ELSE
               MOVE SPACES TO WS-PKL-SAFE
           END-IF
           PERFORM APPEND-PKL-FIELD
           MOVE WS-PKL-INTERCEPT TO WS-PKL-SAFE
           PERFORM APPEND-PKL-FIELD
           MOVE WS-PKL-CONFIRM TO WS-PKL-SAFE
           INSPECT WS-PKL-SAFE REPLACING ALL "|" BY "/"
           INSPECT WS-PKL-SAFE REPLACING ALL WS-QT BY "'"
           INSPECT WS-PKL-SAFE REPLACING ALL "\" BY "/"
           STRING
               TRIM(WS-PKL-SAFE)
               DELIMITED SIZE
               INTO PKG-LEDGER-REC
               WITH POINTER WS-PKL-PTR
           END-STRING
           WRITE PKG-LEDGER-REC
           CLOSE PKG-LEDGER-FILE
           .

      *> -- WS-PKL-SAFE plus a trailing "|", with the characters
      *> -- that would break the ledger or the JSON replay made
      *> -- harmless --
       APPEND-PKL-FIELD.
           INSPECT WS-PKL-SAFE REPLACING ALL "|" BY "/"
           INSPECT WS-PKL-SAFE REPLACING ALL WS-QT BY "'"
           INSPECT WS-PKL-SAFE REPLACING ALL "\" BY "/"
           STRING
               TRIM(WS-PKL-SAFE) "|"
               DELIMITED SIZE
               INTO PKG-LEDGER-REC
               WITH POINTER WS-PKL-PTR
           END-STRING
           .

      *> ============================================================
      *> HANDLE-PKG-HISTORY: read-only ledger lookup. The package
      *> id is whatever follows the route prefix; the answer is
      *> every ledger line for it, oldest first, as JSON.
      *> ============================================================
       HANDLE-PKG-HISTORY.
           MOVE LENGTH(TRIM(WS-ROUTE-PATH(WS-ROUTE-HIT)))
               TO WS-RP-LEN
           SUBTRACT 1 FROM WS-RP-LEN
           MOVE SPACES TO WS-PKL-PKG-ID
           MOVE WS-HTTP-PATH(WS-RP-LEN + 1:) TO WS-PKL-PKG-ID
           IF TRIM(WS-PKL-PKG-ID) = SPACES
               MOVE "400" TO WS-HTTP-STATUS
               STRING
                   "{" WS-QT "msg" WS-QT ":"
                   WS-QT "package id required" WS-QT "}"
                   DELIMITED SIZE
                   INTO WS-RESPONSE-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-PKL-PKG-ID REPLACING ALL WS-QT BY "'"
           INSPECT WS-PKL-PKG-ID REPLACING ALL "\" BY "/"

           MOVE 0 TO WS-PKL-HITS
           MOVE 0 TO WS-PKL-SHOWN
           MOVE SPACES TO WS-RESPONSE-MSG
           MOVE 1 TO WS-PKL-PTR
           STRING
               "{" WS-QT "packageid" WS-QT ":"
               WS-QT TRIM(WS-PKL-PKG-ID) WS-QT ","
               WS-QT "history" WS-QT ":["
               DELIMITED SIZE
               INTO WS-RESPONSE-MSG
               WITH POINTER WS-PKL-PTR
           END-STRING

           MOVE "N" TO WS-PKL-EOF
           OPEN INPUT PKG-LEDGER-FILE
           IF WS-PKG-LEDGER-FS = "00"
               PERFORM UNTIL WS-PKL-EOF = "Y"
                   READ PKG-LEDGER-FILE INTO WS-PKL-LINE
                       AT END
                           MOVE "Y" TO WS-PKL-EOF
                       NOT AT END
                           PERFORM ADD-PKG-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PKG-LEDGER-FILE
           END-IF

           MOVE WS-PKL-HITS TO WS-PKL-HITS-ED
           STRING
               "]," WS-QT "entries" WS-QT ":"
               TRIM(WS-PKL-HITS-ED) "}"
               DELIMITED SIZE
               INTO WS-RESPONSE-MSG
               WITH POINTER WS-PKL-PTR
           END-STRING
           IF WS-PKL-HITS = 0
               MOVE "404" TO WS-HTTP-STATUS
           END-IF
           .

      *> -- One ledger line, if it is for the requested package;
      *> -- entries that would overflow the response are dropped
      *> -- (the count still reflects them) --
       ADD-PKG-HISTORY-ENTRY.
           MOVE SPACES TO WS-PKL-F-TS WS-PKL-F-SESSION
                          WS-PKL-F-PKG WS-PKL-F-ACTION
                          WS-PKL-F-REQ WS-PKL-F-ACT
                          WS-PKL-F-ICPT WS-PKL-F-CONF
           UNSTRING WS-PKL-LINE DELIMITED BY "|"
               INTO WS-PKL-F-TS WS-PKL-F-SESSION
                    WS-PKL-F-PKG WS-PKL-F-ACTION
                    WS-PKL-F-REQ WS-PKL-F-ACT
                    WS-PKL-F-ICPT WS-PKL-F-CONF
           END-UNSTRING
           IF TRIM(WS-PKL-F-PKG) NOT = TRIM(WS-PKL-PKG-ID)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PKL-HITS
           MOVE SPACES TO WS-PKL-ENTRY
           STRING
               "{" WS-QT "ts" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-TS) WS-QT ","
               WS-QT "session" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-SESSION) WS-QT ","
               WS-QT "action" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-ACTION) WS-QT ","
               WS-QT "requested" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-REQ) WS-QT ","
               WS-QT "sent" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-ACT) WS-QT ","
               WS-QT "intercepted" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-ICPT) WS-QT ","
               WS-QT "confirmation" WS-QT ":"
               WS-QT TRIM(WS-PKL-F-CONF) WS-QT "}"
               DELIMITED SIZE
               INTO WS-PKL-ENTRY
           END-STRING
           IF WS-PKL-PTR + LENGTH(TRIM(WS-PKL-ENTRY)) + 20
               > 4000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PKL-SHOWN
           IF WS-PKL-SHOWN > 1
               STRING "," DELIMITED SIZE
                   INTO WS-RESPONSE-MSG
                   WITH POINTER WS-PKL-PTR
               END-STRING
           END-IF
           STRING
               TRIM(WS-PKL-ENTRY)
               DELIMITED SIZE
               INTO WS-RESPONSE-MSG
               WITH POINTER WS-PKL-PTR
           END-STRING
           .

      *> ============================================================
