      *>    attachments: vision for images, whisper for
      *>    audio, base64 decode for text/json)
      *> 3. call_transmit - send final report
      *> Intelligence register: every coordinate pair, frequency,
      *>   phone number, place and person name found in a
      *>   processed attachment is appended to
      *>   radio_intel_register.dat with its evidence file,
      *>   speaker and date; coordinates near an S01E02 power
      *>   plant (RADIO_INTEL_PLANT_KM, default 5) or a watched
      *>   site are flagged HIGH
      *> Every Hub /verify submission is also appended to the
      *> shared submission ledger (HUBLEDGER-PROC).
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT HUB-LEDGER-FILE ASSIGN TO WS-HUBLOG-IO-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HUBLOG-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT TX-DECISION-FILE ASSIGN TO WS-TXDEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXDEC-FS.
           SELECT INTEL-FILE ASSIGN TO WS-INTEL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEL-FS.
           SELECT ISITE-FILE ASSIGN TO WS-ISITE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISITE-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(900000).

       FD  TX-DECISION-FILE.
       01  TX-DECISION-REC         PIC X(300).

       FD  INTEL-FILE.
       01  INTEL-REC               PIC X(300).

       FD  ISITE-FILE.
       01  ISITE-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       COPY LLMFAIL-WS.
      *> -- Config --
       01  WS-HUB-KEY              PIC X(100).
       01  WS-VOC-BUF              PIC X(420).
       01  WS-DECODED-TXT          PIC X(8000).

      *> -- Intelligence register: coordinates, frequencies,
      *> -- phones, places and people pulled from each processed
      *> -- attachment. radio_intel_register.dat:
      *> -- ts|evidence-file|speaker|type|value|priority|site.
      *> -- Coordinates are checked against S01E02's geocoded
      *> -- plant list and its watch sites; a hit is HIGH --
       01  WS-INTEL-PATH           PIC X(100) VALUE
           "radio_intel_register.dat".
       01  WS-INTEL-FS             PIC XX.
       01  WS-PLANTS-PATH          PIC X(100) VALUE
           "../S01E02/power_plants.dat".
       01  WS-WATCH-PATH           PIC X(100) VALUE
           "../S01E02/watch_sites.dat".
       01  WS-ISITE-PATH           PIC X(100).
       01  WS-ISITE-FS             PIC XX.
       01  WS-ISITE-EOF            PIC X.
       01  WS-ISITE-LOADED         PIC X VALUE "N".
       01  WS-ISITE-KIND           PIC X(5).
       01  WS-ISITE-F1             PIC X(50).
       01  WS-ISITE-F2             PIC X(20).
       01  WS-ISITE-F3             PIC X(20).
       01  WS-ISITE-F4             PIC X(20).
       01  WS-PLANT-KM             PIC 9(4)V9(2) VALUE 5.
       01  WS-PLANT-KM-ENV         PIC X(10).
       01  WS-ISITE-MAX            PIC 9(3) VALUE 80.
       01  WS-ISITE-CT             PIC 9(3) VALUE 0.
       01  WS-ISITE-TABLE.
           05  WS-ISITE-ENT OCCURS 80 TIMES.
               10  WS-ISITE-NAME   PIC X(50).
               10  WS-ISITE-TYPE   PIC X(5).
               10  WS-ISITE-LAT    PIC S9(3)V9(6).
               10  WS-ISITE-LON    PIC S9(3)V9(6).
               10  WS-ISITE-RADIUS PIC 9(4)V9(2).
       01  WS-ISITE-I              PIC 9(3).
       01  WS-INT-TEXT             PIC X(8000).
       01  WS-INT-LEN              PIC 9(6).
       01  WS-INT-POS              PIC 9(6).
       01  WS-INT-CH               PIC X.
       01  WS-INT-TS               PIC X(21).
       01  WS-INT-ATTACH           PIC X(60).
       01  WS-INT-SPEAKER          PIC X(10).
       01  WS-INT-TYPE             PIC X(6).
       01  WS-INT-VALUE            PIC X(100).
       01  WS-INT-PRIO             PIC X(6).
       01  WS-INT-SITE             PIC X(80).
       01  WS-INT-HIT              PIC X.
       01  WS-INT-CT               PIC 9(5) VALUE 0.
       01  WS-INT-HIGH             PIC 9(5) VALUE 0.
       01  WS-INT-KEY              PIC X(110).
       01  WS-INT-SEEN-CT          PIC 9(3).
       01  WS-INT-SEEN-I           PIC 9(3).
       01  WS-INT-SEEN-TABLE.
           05  WS-INT-SEEN OCCURS 200 TIMES
                                   PIC X(110).
      *> -- Word split of the attachment text --
       01  WS-ITK-MAX              PIC 9(4) VALUE 2000.
       01  WS-ITK-CT               PIC 9(4).
       01  WS-ITK-I                PIC 9(4).
       01  WS-ITK-J                PIC 9(4).
       01  WS-ITK-TABLE.
           05  WS-ITK-ENT OCCURS 2000 TIMES.
               10  WS-ITK          PIC X(40).
               10  WS-ITK-SENT     PIC X.
       01  WS-ITK-CUR              PIC X(40).
       01  WS-ITK-CLEN             PIC 9(2).
       01  WS-ITK-NEXT-SENT        PIC X.
       01  WS-ITK-END-SENT         PIC X.
       01  WS-ITK-TST              PIC X(40).
       01  WS-ITK-LOW              PIC X(40).
       01  WS-ITK-IS-CAP           PIC X.
       01  WS-ITK-DIGITS           PIC 9(2).
       01  WS-ITK-UNIT             PIC X(3).
       01  WS-ITK-TLEN             PIC 9(2).
      *> -- Locative words that put a place name after them, and
      *> -- forms of address that put a person name after them --
       01  WS-INT-PREP-LIST        PIC X(80) VALUE
           ",w,we,do,kolo,pod,nad,przy,obok,near,in,at,from,".
       01  WS-INT-TITLE-LIST.
           05  FILLER              PIC X(40) VALUE
               ",pan,pani,panem,pania,panu,agent,agentka".
           05  FILLER              PIC X(40) VALUE
               ",kapitan,major,pulkownik,mr,mrs,ms,dr,".
       01  WS-INT-NEEDLE           PIC X(42).
      *> -- Coordinate parsing --
       01  WS-IC-TOK               PIC X(40).
       01  WS-IC-LEN               PIC 9(2).
       01  WS-IC-OK                PIC X.
       01  WS-IC-NEG               PIC X.
       01  WS-IC-DOTS              PIC 9(2).
       01  WS-IC-INT               PIC X(40).
       01  WS-IC-FRAC              PIC X(40).
       01  WS-IC-VAL               PIC S9(3)V9(6).
       01  WS-IC-LAT               PIC S9(3)V9(6).
       01  WS-IC-LON               PIC S9(3)V9(6).
       01  WS-IC-LAT-D             PIC -(3)9.9(6).
       01  WS-IC-LON-D             PIC -(3)9.9(6).
       01  WS-IC-BEST              PIC S9(5)V9(2).
       01  WS-IC-DIST-D            PIC -(5)9.99.
      *> -- Phone number scan --
       01  WS-PH-DIGITS            PIC X(15).
       01  WS-PH-DCT               PIC 9(2).
       01  WS-PH-PLUS              PIC X.
      *> -- Great-circle distance --
       01  WS-IH-RADF              PIC S9(1)V9(10).
       01  WS-IH-LAT1              PIC S9(3)V9(6).
       01  WS-IH-LON1              PIC S9(3)V9(6).
       01  WS-IH-LAT2              PIC S9(3)V9(6).
       01  WS-IH-LON2              PIC S9(3)V9(6).
       01  WS-IH-DIST              PIC S9(5)V9(2).
       01  WS-IH-DLAT              PIC S9(3)V9(10).
       01  WS-IH-DLON              PIC S9(3)V9(10).
       01  WS-IH-A                 PIC S9(3)V9(15).
       01  WS-IH-SIN1              PIC S9(3)V9(15).
       01  WS-IH-SIN2              PIC S9(3)V9(15).
       01  WS-IH-COS1              PIC S9(3)V9(10).
       01  WS-IH-COS2              PIC S9(3)V9(10).

      *> -- Loop/misc vars --
       01  WS-I                    PIC 9(6).
       01  WS-K                    PIC 9(6).
           IF WS-HUB-KEY = SPACES
               DISPLAY "ERR: HUB_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-KEY = SPACES
               DISPLAY "ERR: OPENAI_API_KEY!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CRED-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_KEY"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-HUB-URL = SPACES
               DISPLAY "ERR: HUB_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing HUB_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-OPENAI-URL = SPACES
               DISPLAY "ERR: OPENAI_API_URL!"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "missing OPENAI_API_URL"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   WS-SESSION-MAX
                   " sessions."
           END-IF
           DISPLAY "Rejestr wywiadu: " WS-INT-CT
               " wpisow, HIGH: " WS-INT-HIGH
           DISPLAY "=== DONE ==="
           IF WS-FLAG-FOUND = "Y"
               MOVE "OK" TO WS-RUNLOG-STATUS
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           MOVE "image" TO WS-EVID-KIND
           MOVE WS-B64-PATH TO WS-EVID-SRC-FILE
           PERFORM EVIDENCE-ARCHIVE
           MOVE WS-VISION-DESC TO WS-INT-TEXT
           PERFORM REGISTER-INTEL
           .

      *> ============================================================
               INTO WS-EVID-SRC-FILE
           END-STRING
           PERFORM EVIDENCE-ARCHIVE
           MOVE WS-WHISPER-TXT TO WS-INT-TEXT
           PERFORM REGISTER-INTEL
           MOVE SPACES TO WS-EVID-SPEAKER
           .

           MOVE "decoded_text.tmp"
               TO WS-EVID-SRC-FILE
           PERFORM EVIDENCE-ARCHIVE
           MOVE WS-DECODED-TXT TO WS-INT-TEXT
           PERFORM REGISTER-INTEL
           .

      *> ============================================================
           MOVE "doc_decoded.pdf"
               TO WS-EVID-SRC-FILE
           PERFORM EVIDENCE-ARCHIVE
           MOVE WS-DECODED-TXT TO WS-INT-TEXT
           PERFORM REGISTER-INTEL
           .

      *> ============================================================
           MOVE "work.tmp" TO WS-WORK-PATH
           .

      *> ============================================================
      *> REGISTER-INTEL: pull coordinate pairs, frequencies, phone
      *> numbers, place names and person names out of the text of
      *> the attachment just archived (WS-INT-TEXT) and append
      *> each one to the intelligence register, tagged with the
      *> evidence file, the speaker (audio clips only) and the
      *> date. Expects EVIDENCE-ARCHIVE to have run first.
      *> ============================================================
       REGISTER-INTEL.
           IF WS-ISITE-LOADED = "N"
               PERFORM LOAD-INTEL-SITES
           END-IF
           IF WS-INT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-INT-TS
           MOVE SPACES TO WS-INT-ATTACH
           STRING TRIM(WS-EVID-DIR) "/"
               TRIM(WS-EVID-NUM-DSP) "_"
               TRIM(WS-EVID-KIND) ".raw"
               DELIMITED SIZE
               INTO WS-INT-ATTACH
           END-STRING
           MOVE "-" TO WS-INT-SPEAKER
           IF TRIM(WS-EVID-SPEAKER) NOT = SPACES
           AND WS-EVID-SPEAKER NOT = "SPK-?"
               MOVE WS-EVID-SPEAKER TO WS-INT-SPEAKER
           END-IF
           MOVE 0 TO WS-INT-SEEN-CT
           MOVE LENGTH(TRIM(WS-INT-TEXT TRAILING))
               TO WS-INT-LEN

           PERFORM SPLIT-INTEL-WORDS
           PERFORM SCAN-INTEL-PHONES
           PERFORM VARYING WS-ITK-I FROM 1 BY 1
               UNTIL WS-ITK-I > WS-ITK-CT
               PERFORM SCAN-INTEL-WORD
           END-PERFORM
           .

      *> -- Power plants (S01E02 geocoded list, fixed radius) and
      *> -- watched sites (own radius), loaded once per run --
       LOAD-INTEL-SITES.
           MOVE "Y" TO WS-ISITE-LOADED
           MOVE 0 TO WS-ISITE-CT
           COMPUTE WS-IH-RADF = PI / 180
           ACCEPT WS-PLANT-KM-ENV
               FROM ENVIRONMENT "RADIO_INTEL_PLANT_KM"
           IF WS-PLANT-KM-ENV NOT = SPACES
           AND TEST-NUMVAL(WS-PLANT-KM-ENV) = 0
               COMPUTE WS-PLANT-KM = NUMVAL(WS-PLANT-KM-ENV)
           END-IF

           MOVE "PLANT" TO WS-ISITE-KIND
           MOVE WS-PLANTS-PATH TO WS-ISITE-PATH
           PERFORM READ-INTEL-SITE-FILE
           MOVE "WATCH" TO WS-ISITE-KIND
           MOVE WS-WATCH-PATH TO WS-ISITE-PATH
           PERFORM READ-INTEL-SITE-FILE
           DISPLAY "    Obiekty do rejestru: " WS-ISITE-CT
           .

       READ-INTEL-SITE-FILE.
           MOVE "N" TO WS-ISITE-EOF
           OPEN INPUT ISITE-FILE
           IF WS-ISITE-FS NOT = "00"
               DISPLAY "    Brak pliku "
                   TRIM(WS-ISITE-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ISITE-EOF = "Y"
               READ ISITE-FILE
                   AT END
                       MOVE "Y" TO WS-ISITE-EOF
                   NOT AT END
                       IF ISITE-REC(1:1) NOT = "#"
                       AND ISITE-REC NOT = SPACES
                       AND WS-ISITE-CT < WS-ISITE-MAX
                           PERFORM PARSE-INTEL-SITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISITE-FILE
           .

      *> -- PLANT: city|code|lat|lon   WATCH: name|lat|lon|radius --
       PARSE-INTEL-SITE.
           MOVE SPACES TO WS-ISITE-F1 WS-ISITE-F2
                          WS-ISITE-F3 WS-ISITE-F4
           UNSTRING ISITE-REC DELIMITED BY "|"
               INTO WS-ISITE-F1 WS-ISITE-F2
                    WS-ISITE-F3 WS-ISITE-F4
           END-UNSTRING
           IF WS-ISITE-KIND = "PLANT"
               MOVE WS-ISITE-F3 TO WS-ISITE-F2
               MOVE WS-ISITE-F4 TO WS-ISITE-F3
               MOVE WS-PLANT-KM TO WS-IC-DIST-D
               MOVE TRIM(WS-IC-DIST-D) TO WS-ISITE-F4
           END-IF
           IF WS-ISITE-F1 = SPACES
           OR TEST-NUMVAL(WS-ISITE-F2) NOT = 0
           OR TEST-NUMVAL(WS-ISITE-F3) NOT = 0
           OR TEST-NUMVAL(WS-ISITE-F4) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ISITE-CT
           MOVE TRIM(WS-ISITE-F1)
               TO WS-ISITE-NAME(WS-ISITE-CT)
           MOVE WS-ISITE-KIND TO WS-ISITE-TYPE(WS-ISITE-CT)
           COMPUTE WS-ISITE-LAT(WS-ISITE-CT) =
               NUMVAL(WS-ISITE-F2)
           COMPUTE WS-ISITE-LON(WS-ISITE-CT) =
               NUMVAL(WS-ISITE-F3)
           COMPUTE WS-ISITE-RADIUS(WS-ISITE-CT) =
               NUMVAL(WS-ISITE-F4)
           .

      *> -- Split WS-INT-TEXT into words. A word ending in a full
      *> -- stop (or followed by ! ?) marks the next one as a
      *> -- sentence start, so capitalised sentence openers are
      *> -- not taken for names. A comma stays inside a number
      *> -- (145,5) unless the number already has a point --
       SPLIT-INTEL-WORDS.
           MOVE 0 TO WS-ITK-CT
           MOVE SPACES TO WS-ITK-CUR
           MOVE 0 TO WS-ITK-CLEN
           MOVE "Y" TO WS-ITK-NEXT-SENT
           PERFORM VARYING WS-INT-POS FROM 1 BY 1
               UNTIL WS-INT-POS > WS-INT-LEN
               MOVE WS-INT-TEXT(WS-INT-POS:1) TO WS-INT-CH
               EVALUATE TRUE
                   WHEN WS-INT-CH = WS-BS
      *>               JSON escape: \n breaks the line, the
      *>               escaped character itself is dropped
                       PERFORM END-INTEL-WORD
                       ADD 1 TO WS-INT-POS
                       IF WS-INT-POS <= WS-INT-LEN
                       AND WS-INT-TEXT(WS-INT-POS:1) = "n"
                           MOVE "Y" TO WS-ITK-NEXT-SENT
                       END-IF
                   WHEN WS-INT-CH = "!" OR "?" OR X"0A"
                       PERFORM END-INTEL-WORD
                       MOVE "Y" TO WS-ITK-NEXT-SENT
                   WHEN WS-INT-CH = ","
                       IF WS-ITK-CLEN > 0
                       AND WS-ITK-CUR(WS-ITK-CLEN:1) NUMERIC
                       AND WS-INT-POS < WS-INT-LEN
                       AND WS-INT-TEXT(WS-INT-POS + 1:1)
                           NUMERIC
                           MOVE 0 TO WS-IC-DOTS
                           INSPECT WS-ITK-CUR TALLYING WS-IC-DOTS
                               FOR ALL "."
                           IF WS-IC-DOTS = 0
                               PERFORM ADD-INTEL-CHAR
                           ELSE
                               PERFORM END-INTEL-WORD
                           END-IF
                       ELSE
                           PERFORM END-INTEL-WORD
                       END-IF
                   WHEN WS-INT-CH = SPACE OR X"09" OR X"0D"
                       OR ";" OR ":" OR "(" OR ")" OR "["
                       OR "]" OR "/" OR "*" OR "<" OR ">"
                       OR "{" OR "}" OR WS-QT
                       PERFORM END-INTEL-WORD
                   WHEN OTHER
                       PERFORM ADD-INTEL-CHAR
               END-EVALUATE
           END-PERFORM
           PERFORM END-INTEL-WORD
           .

       ADD-INTEL-CHAR.
           IF WS-ITK-CLEN < 40
               ADD 1 TO WS-ITK-CLEN
               MOVE WS-INT-CH TO WS-ITK-CUR(WS-ITK-CLEN:1)
           END-IF
           .

       END-INTEL-WORD.
           IF WS-ITK-CLEN = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ITK-END-SENT
           PERFORM UNTIL WS-ITK-CLEN = 0
               IF WS-ITK-CUR(WS-ITK-CLEN:1) = "."
                   MOVE "Y" TO WS-ITK-END-SENT
                   MOVE SPACE TO WS-ITK-CUR(WS-ITK-CLEN:1)
                   SUBTRACT 1 FROM WS-ITK-CLEN
               ELSE
                   IF WS-ITK-CUR(WS-ITK-CLEN:1) = "-"
                   OR WS-ITK-CUR(WS-ITK-CLEN:1) = "'"
                       MOVE SPACE
                           TO WS-ITK-CUR(WS-ITK-CLEN:1)
                       SUBTRACT 1 FROM WS-ITK-CLEN
                   ELSE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ITK-CLEN > 0
           AND WS-ITK-CT < WS-ITK-MAX
               ADD 1 TO WS-ITK-CT
               MOVE WS-ITK-CUR TO WS-ITK(WS-ITK-CT)
               MOVE WS-ITK-NEXT-SENT TO WS-ITK-SENT(WS-ITK-CT)
               MOVE "N" TO WS-ITK-NEXT-SENT
           END-IF
           IF WS-ITK-END-SENT = "Y"
               MOVE "Y" TO WS-ITK-NEXT-SENT
           END-IF
           MOVE SPACES TO WS-ITK-CUR
           MOVE 0 TO WS-ITK-CLEN
           .

      *> -- One word: coordinate pair, frequency, place after a
      *> -- locative word, person after a form of address, or two
      *> -- capitalised words inside a sentence (a name) --
       SCAN-INTEL-WORD.
           IF WS-ITK-I < WS-ITK-CT
               PERFORM TRY-INTEL-COORD
               IF WS-INT-HIT = "Y"
                   ADD 1 TO WS-ITK-I
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM TRY-INTEL-FREQ
           IF WS-INT-HIT = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-ITK-I >= WS-ITK-CT
               EXIT PARAGRAPH
           END-IF
           MOVE LOWER-CASE(WS-ITK(WS-ITK-I)) TO WS-ITK-LOW
           MOVE SPACES TO WS-INT-NEEDLE
           STRING "," TRIM(WS-ITK-LOW) ","
               DELIMITED SIZE
               INTO WS-INT-NEEDLE
           END-STRING

           MOVE 0 TO WS-TALLY-CNT
           INSPECT WS-INT-PREP-LIST TALLYING WS-TALLY-CNT
               FOR ALL TRIM(WS-INT-NEEDLE)
           IF WS-TALLY-CNT > 0
               MOVE "PLACE" TO WS-INT-TYPE
               PERFORM TAKE-INTEL-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-TALLY-CNT
           INSPECT WS-INT-TITLE-LIST TALLYING WS-TALLY-CNT
               FOR ALL TRIM(WS-INT-NEEDLE)
           IF WS-TALLY-CNT > 0
               MOVE "PERSON" TO WS-INT-TYPE
               PERFORM TAKE-INTEL-NAME
               EXIT PARAGRAPH
           END-IF

      *>   Bare name: two capitalised words, not opening a sentence
           IF WS-ITK-SENT(WS-ITK-I) = "Y"
           OR WS-ITK-SENT(WS-ITK-I + 1) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITK(WS-ITK-I) TO WS-ITK-TST
           PERFORM CHECK-INTEL-CAP
           IF WS-ITK-IS-CAP = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITK(WS-ITK-I + 1) TO WS-ITK-TST
           PERFORM CHECK-INTEL-CAP
           IF WS-ITK-IS-CAP = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "PERSON" TO WS-INT-TYPE
           MOVE SPACES TO WS-INT-VALUE
           STRING TRIM(WS-ITK(WS-ITK-I)) " "
               TRIM(WS-ITK(WS-ITK-I + 1))
               DELIMITED SIZE
               INTO WS-INT-VALUE
           END-STRING
           MOVE "NORMAL" TO WS-INT-PRIO
           MOVE SPACES TO WS-INT-SITE
           PERFORM WRITE-INTEL-ENTRY
           ADD 1 TO WS-ITK-I
           .

      *> -- Capitalised word(s) after WS-ITK-I become the value;
      *> -- a second one joins unless a sentence breaks between --
       TAKE-INTEL-NAME.
           COMPUTE WS-ITK-J = WS-ITK-I + 1
           MOVE WS-ITK(WS-ITK-J) TO WS-ITK-TST
           PERFORM CHECK-INTEL-CAP
           IF WS-ITK-IS-CAP = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-INT-VALUE
           MOVE TRIM(WS-ITK(WS-ITK-J)) TO WS-INT-VALUE
           IF WS-ITK-J < WS-ITK-CT
           AND WS-ITK-SENT(WS-ITK-J + 1) = "N"
               MOVE WS-ITK(WS-ITK-J + 1) TO WS-ITK-TST
               PERFORM CHECK-INTEL-CAP
               IF WS-ITK-IS-CAP = "Y"
                   ADD 1 TO WS-ITK-J
                   MOVE SPACES TO WS-INT-VALUE
                   STRING TRIM(WS-ITK(WS-ITK-J - 1)) " "
                       TRIM(WS-ITK(WS-ITK-J))
                       DELIMITED SIZE
                       INTO WS-INT-VALUE
                   END-STRING
               END-IF
           END-IF
           MOVE "NORMAL" TO WS-INT-PRIO
           MOVE SPACES TO WS-INT-SITE
           PERFORM WRITE-INTEL-ENTRY
           MOVE WS-ITK-J TO WS-ITK-I
           .

      *> -- Capitalised word: upper-case first letter (Polish
      *> -- capitals included), some lower case after it, no
      *> -- digits --
       CHECK-INTEL-CAP.
           MOVE "N" TO WS-ITK-IS-CAP
           MOVE LENGTH(TRIM(WS-ITK-TST)) TO WS-ITK-TLEN
           IF WS-ITK-TST = SPACES
           OR WS-ITK-TLEN < 2
               EXIT PARAGRAPH
           END-IF
           IF (WS-ITK-TST(1:1) < "A" OR WS-ITK-TST(1:1) > "Z")
           AND WS-ITK-TST(1:2) NOT = X"C581"
           AND WS-ITK-TST(1:2) NOT = X"C59A"
           AND WS-ITK-TST(1:2) NOT = X"C5BB"
           AND WS-ITK-TST(1:2) NOT = X"C5B9"
           AND WS-ITK-TST(1:2) NOT = X"C486"
           AND WS-ITK-TST(1:2) NOT = X"C393"
               EXIT PARAGRAPH
           END-IF
           IF WS-ITK-TST = UPPER-CASE(WS-ITK-TST)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ITK-DIGITS
           INSPECT WS-ITK-TST TALLYING WS-ITK-DIGITS
               FOR ALL "0" ALL "1" ALL "2" ALL "3" ALL "4"
                   ALL "5" ALL "6" ALL "7" ALL "8" ALL "9"
           IF WS-ITK-DIGITS = 0
               MOVE "Y" TO WS-ITK-IS-CAP
           END-IF
           .

      *> -- Coordinate pair: two decimal numbers (point or comma,
      *> -- two+ decimals, optional degree sign and N/S/E/W) in
      *> -- latitude/longitude range --
       TRY-INTEL-COORD.
           MOVE "N" TO WS-INT-HIT
           MOVE WS-ITK(WS-ITK-I) TO WS-IC-TOK
           PERFORM PARSE-INTEL-DEGREE
           IF WS-IC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-VAL TO WS-IC-LAT
           MOVE WS-ITK(WS-ITK-I + 1) TO WS-IC-TOK
           PERFORM PARSE-INTEL-DEGREE
           IF WS-IC-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IC-VAL TO WS-IC-LON
           IF WS-IC-LAT > 90 OR WS-IC-LAT < -90
           OR WS-IC-LON > 180 OR WS-IC-LON < -180
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-INT-HIT
           MOVE WS-IC-LAT TO WS-IC-LAT-D
           MOVE WS-IC-LON TO WS-IC-LON-D
           MOVE "COORD" TO WS-INT-TYPE
           MOVE SPACES TO WS-INT-VALUE
           STRING TRIM(WS-IC-LAT-D) "," TRIM(WS-IC-LON-D)
               DELIMITED SIZE
               INTO WS-INT-VALUE
           END-STRING
           PERFORM CHECK-INTEL-SITES
           PERFORM WRITE-INTEL-ENTRY
           .

       PARSE-INTEL-DEGREE.
           MOVE "N" TO WS-IC-OK
           MOVE "N" TO WS-IC-NEG
           IF WS-IC-TOK = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-IC-TOK)) TO WS-IC-LEN
           IF WS-IC-LEN > 1
               EVALUATE UPPER-CASE(WS-IC-TOK(WS-IC-LEN:1))
                   WHEN "S"
                   WHEN "W"
                       MOVE "Y" TO WS-IC-NEG
                       MOVE SPACE TO WS-IC-TOK(WS-IC-LEN:1)
                       SUBTRACT 1 FROM WS-IC-LEN
                   WHEN "N"
                   WHEN "E"
                       MOVE SPACE TO WS-IC-TOK(WS-IC-LEN:1)
                       SUBTRACT 1 FROM WS-IC-LEN
               END-EVALUATE
           END-IF
           IF WS-IC-LEN > 2
           AND WS-IC-TOK(WS-IC-LEN - 1:2) = X"C2B0"
               MOVE SPACES TO WS-IC-TOK(WS-IC-LEN - 1:2)
               SUBTRACT 2 FROM WS-IC-LEN
           END-IF
           INSPECT WS-IC-TOK REPLACING ALL "," BY "."
           MOVE 0 TO WS-IC-DOTS
           INSPECT WS-IC-TOK TALLYING WS-IC-DOTS FOR ALL "."
           IF WS-IC-DOTS NOT = 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IC-INT WS-IC-FRAC
           UNSTRING WS-IC-TOK DELIMITED BY "."
               INTO WS-IC-INT WS-IC-FRAC
           END-UNSTRING
           IF WS-IC-FRAC = SPACES
           OR LENGTH(TRIM(WS-IC-FRAC)) < 2
           OR TRIM(WS-IC-FRAC) NOT NUMERIC
           OR TEST-NUMVAL(WS-IC-TOK) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-IC-VAL = NUMVAL(WS-IC-TOK)
           IF WS-IC-NEG = "Y"
               COMPUTE WS-IC-VAL = 0 - WS-IC-VAL
           END-IF
           MOVE "Y" TO WS-IC-OK
           .

      *> -- Frequency: a number followed by (or ending in) a
      *> -- kHz/MHz/GHz unit --
       TRY-INTEL-FREQ.
           MOVE "N" TO WS-INT-HIT
           MOVE WS-ITK(WS-ITK-I) TO WS-ITK-TST
           IF WS-ITK-TST(1:1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE LENGTH(TRIM(WS-ITK-TST)) TO WS-ITK-TLEN
           MOVE SPACES TO WS-ITK-UNIT
           IF WS-ITK-TLEN > 3
               MOVE UPPER-CASE(WS-ITK-TST(WS-ITK-TLEN - 2:3))
                   TO WS-ITK-UNIT
           END-IF
           IF WS-ITK-UNIT = "KHZ" OR "MHZ" OR "GHZ"
               MOVE SPACES TO WS-ITK-TST(WS-ITK-TLEN - 2:3)
           ELSE
               IF WS-ITK-I >= WS-ITK-CT
                   EXIT PARAGRAPH
               END-IF
               MOVE UPPER-CASE(WS-ITK(WS-ITK-I + 1)(1:3))
                   TO WS-ITK-UNIT
               IF WS-ITK-UNIT NOT = "KHZ" AND "MHZ" AND "GHZ"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ITK-I
           END-IF
           MOVE "Y" TO WS-INT-HIT
           EVALUATE WS-ITK-UNIT
               WHEN "KHZ"  MOVE "kHz" TO WS-ITK-UNIT
               WHEN "MHZ"  MOVE "MHz" TO WS-ITK-UNIT
               WHEN "GHZ"  MOVE "GHz" TO WS-ITK-UNIT
           END-EVALUATE
           MOVE "FREQ" TO WS-INT-TYPE
           MOVE SPACES TO WS-INT-VALUE
           STRING TRIM(WS-ITK-TST) " " WS-ITK-UNIT
               DELIMITED SIZE
               INTO WS-INT-VALUE
           END-STRING
           MOVE "NORMAL" TO WS-INT-PRIO
           MOVE SPACES TO WS-INT-SITE
           PERFORM WRITE-INTEL-ENTRY
           .

      *> -- Phone numbers straight from the text: a digit run
      *> -- (single spaces or dashes allowed between groups) of
      *> -- 9 digits, or 11 with the 48 country code --
       SCAN-INTEL-PHONES.
           MOVE 0 TO WS-PH-DCT
           MOVE SPACES TO WS-PH-DIGITS
           MOVE "N" TO WS-PH-PLUS
           PERFORM VARYING WS-INT-POS FROM 1 BY 1
               UNTIL WS-INT-POS > WS-INT-LEN
               MOVE WS-INT-TEXT(WS-INT-POS:1) TO WS-INT-CH
               EVALUATE TRUE
                   WHEN WS-INT-CH NUMERIC
                       ADD 1 TO WS-PH-DCT
                       IF WS-PH-DCT <= 15
                           MOVE WS-INT-CH
                               TO WS-PH-DIGITS(WS-PH-DCT:1)
                       END-IF
                   WHEN (WS-INT-CH = SPACE OR "-")
                   AND WS-PH-DCT > 0
                   AND WS-INT-POS < WS-INT-LEN
                   AND WS-INT-TEXT(WS-INT-POS + 1:1) NUMERIC
                       CONTINUE
                   WHEN WS-INT-CH = "+"
                       PERFORM END-INTEL-PHONE
                       MOVE "Y" TO WS-PH-PLUS
                   WHEN OTHER
                       PERFORM END-INTEL-PHONE
               END-EVALUATE
           END-PERFORM
           PERFORM END-INTEL-PHONE
           .

       END-INTEL-PHONE.
           MOVE SPACES TO WS-INT-VALUE
           EVALUATE TRUE
               WHEN WS-PH-DCT = 9
                   MOVE WS-PH-DIGITS(1:9) TO WS-INT-VALUE
               WHEN WS-PH-DCT = 11
               AND WS-PH-DIGITS(1:2) = "48"
                   STRING "+48" WS-PH-DIGITS(3:9)
                       DELIMITED SIZE
                       INTO WS-INT-VALUE
                   END-STRING
           END-EVALUATE
           IF WS-INT-VALUE NOT = SPACES
               MOVE "PHONE" TO WS-INT-TYPE
               MOVE "NORMAL" TO WS-INT-PRIO
               MOVE SPACES TO WS-INT-SITE
               PERFORM WRITE-INTEL-ENTRY
           END-IF
           MOVE 0 TO WS-PH-DCT
           MOVE SPACES TO WS-PH-DIGITS
           MOVE "N" TO WS-PH-PLUS
           .

      *> -- Nearest plant/watched site whose radius covers the
      *> -- coordinate (WS-IC-LAT/LON) makes the entry HIGH --
       CHECK-INTEL-SITES.
           MOVE "NORMAL" TO WS-INT-PRIO
           MOVE SPACES TO WS-INT-SITE
           MOVE 99999 TO WS-IC-BEST
           PERFORM VARYING WS-ISITE-I FROM 1 BY 1
               UNTIL WS-ISITE-I > WS-ISITE-CT
               MOVE WS-IC-LAT TO WS-IH-LAT1
               MOVE WS-IC-LON TO WS-IH-LON1
               MOVE WS-ISITE-LAT(WS-ISITE-I) TO WS-IH-LAT2
               MOVE WS-ISITE-LON(WS-ISITE-I) TO WS-IH-LON2
               PERFORM INTEL-HAVERSINE
               IF WS-IH-DIST <= WS-ISITE-RADIUS(WS-ISITE-I)
               AND WS-IH-DIST < WS-IC-BEST
                   MOVE WS-IH-DIST TO WS-IC-BEST
                   MOVE "HIGH" TO WS-INT-PRIO
                   MOVE WS-IH-DIST TO WS-IC-DIST-D
                   MOVE SPACES TO WS-INT-SITE
                   STRING
                       TRIM(WS-ISITE-TYPE(WS-ISITE-I)) ":"
                       TRIM(WS-ISITE-NAME(WS-ISITE-I)) " "
                       TRIM(WS-IC-DIST-D) "km"
                       DELIMITED SIZE
                       INTO WS-INT-SITE
                   END-STRING
               END-IF
           END-PERFORM
           .

       INTEL-HAVERSINE.
           COMPUTE WS-IH-DLAT =
               (WS-IH-LAT2 - WS-IH-LAT1) * WS-IH-RADF
           COMPUTE WS-IH-DLON =
               (WS-IH-LON2 - WS-IH-LON1) * WS-IH-RADF
           COMPUTE WS-IH-SIN1 = SIN(WS-IH-DLAT / 2)
           COMPUTE WS-IH-SIN1 = WS-IH-SIN1 * WS-IH-SIN1
           COMPUTE WS-IH-SIN2 = SIN(WS-IH-DLON / 2)
           COMPUTE WS-IH-SIN2 = WS-IH-SIN2 * WS-IH-SIN2
           COMPUTE WS-IH-COS1 = COS(WS-IH-LAT1 * WS-IH-RADF)
           COMPUTE WS-IH-COS2 = COS(WS-IH-LAT2 * WS-IH-RADF)
           COMPUTE WS-IH-A = WS-IH-SIN1 +
               WS-IH-COS1 * WS-IH-COS2 * WS-IH-SIN2
           COMPUTE WS-IH-DIST =
               6371 * 2 * ASIN(SQRT(WS-IH-A))
           .

      *> -- Append one register line; the same type+value is
      *> -- written once per attachment --
       WRITE-INTEL-ENTRY.
           MOVE SPACES TO WS-INT-KEY
           STRING TRIM(WS-INT-TYPE) "|" TRIM(WS-INT-VALUE)
               DELIMITED SIZE
               INTO WS-INT-KEY
           END-STRING
           PERFORM VARYING WS-INT-SEEN-I FROM 1 BY 1
               UNTIL WS-INT-SEEN-I > WS-INT-SEEN-CT
               IF WS-INT-SEEN(WS-INT-SEEN-I) = WS-INT-KEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-INT-SEEN-CT < 200
               ADD 1 TO WS-INT-SEEN-CT
               MOVE WS-INT-KEY TO WS-INT-SEEN(WS-INT-SEEN-CT)
           END-IF

           OPEN EXTEND INTEL-FILE
           IF WS-INTEL-FS NOT = "00"
               OPEN OUTPUT INTEL-FILE
               IF WS-INTEL-FS = "00"
                   MOVE SPACES TO INTEL-REC
                   STRING "# ts|evidence|speaker|type|value|"
                       "priority|site"
                       DELIMITED SIZE
                       INTO INTEL-REC
                   END-STRING
                   WRITE INTEL-REC
               END-IF
           END-IF
           IF WS-INTEL-FS NOT = "00"
               DISPLAY "    BLAD: nie mozna zapisac "
                   TRIM(WS-INTEL-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INTEL-REC
           STRING
               WS-INT-TS(1:14) "|"
               TRIM(WS-INT-ATTACH) "|"
               TRIM(WS-INT-SPEAKER) "|"
               TRIM(WS-INT-TYPE) "|"
               TRIM(WS-INT-VALUE) "|"
               TRIM(WS-INT-PRIO) "|"
               TRIM(WS-INT-SITE)
               DELIMITED SIZE
               INTO INTEL-REC
           END-STRING
           WRITE INTEL-REC
           CLOSE INTEL-FILE
           ADD 1 TO WS-INT-CT
           IF WS-INT-PRIO = "HIGH"
               ADD 1 TO WS-INT-HIGH
               DISPLAY "    !! Wywiad HIGH: "
                   TRIM(WS-INT-TYPE) " "
                   TRIM(WS-INT-VALUE) " ("
                   TRIM(WS-INT-SITE) ")"
           ELSE
               DISPLAY "    Wywiad: "
                   TRIM(WS-INT-TYPE) " "
                   TRIM(WS-INT-VALUE)
           END-IF
           .

      *> ============================================================
      *> TOOL-TRANSMIT: Send final report
      *> ============================================================
               STRING
                   "curl -s "
                   "-o hub_resp.json"
                   " " TRIM(WS-HUBLOG-CURL-W)
                   " -X POST "
                   TRIM(WS-VERIFY-URL)
                   " -H " WS-QT
               PERFORM READ-JSON-FILE
               MOVE "work.tmp"
                   TO WS-WORK-PATH
               MOVE WS-HUB-BODY TO WS-HUBLOG-BODY
               MOVE WS-JBUF TO WS-HUBLOG-RESP
               COMPUTE WS-HUBLOG-ATTEMPT = WS-RETRY-CT + 1
               PERFORM RECORD-HUB-SUBMISSION

      *>       Check for 503 in first 200
      *>       bytes only (avoid false match
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
