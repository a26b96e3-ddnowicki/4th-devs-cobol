      *> Tools: get_suspects, get_power_plants,
      *>   get_closest_suspect_to_plant, get_access_level,
      *>   submit_answer
      *> Roster cross-reference: joins S01E01's roster snapshot
      *>   (people_roster_state.dat, XREF_ROSTER_PATH) with the
      *>   suspects by name + birth year -> roster_suspect_xref.txt
      *> Location history: every observed position is appended to
      *>   suspect_loc_history.dat; movement_report.txt gives per
      *>   suspect distance travelled, dwell streaks near a plant
      *>   (FINDHIM_DWELL_KM, default 5) and long jumps
      *>   (FINDHIM_JUMP_KM, default 100)
      *> Plant list: every run rewrites power_plants.dat
      *>   (city|code|lat|lon) after geocoding so other desks can
      *>   check positions against the plants without the Hub
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
           SELECT DIST-REPORT-FILE ASSIGN TO WS-DIST-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
           SELECT XROSTER-FILE ASSIGN TO WS-XROSTER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FS.
           SELECT XREF-FILE ASSIGN TO WS-XREF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FS.
           SELECT LOCHIST-FILE ASSIGN TO WS-LOCHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCHIST-FS.
           SELECT MOVE-RPT-FILE ASSIGN TO WS-MOVE-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVE-RPT-FS.
           SELECT PLANT-LIST-FILE ASSIGN TO WS-PLANT-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANT-LIST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  ALERT-FILE.
       01  ALERT-REC                PIC X(250).

       FD  XROSTER-FILE.
       01  XROSTER-REC              PIC X(1400).

       FD  XREF-FILE.
       01  XREF-REC                 PIC X(300).

       FD  LOCHIST-FILE.
       01  LOCHIST-REC              PIC X(200).

       FD  MOVE-RPT-FILE.
       01  MOVE-RPT-REC             PIC X(250).

       FD  PLANT-LIST-FILE.
       01  PLANT-LIST-REC           PIC X(120).

       FD  GEOCACHE-FILE.
       01  GEOCACHE-REC            PIC X(150).


       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.

              10 WS-SU-M-CITY      PIC X(50).
              10 WS-SU-M-DIST      PIC S9(5)V9(2).
              10 WS-SU-M-OK        PIC X.
              10 WS-SU-ACCESS      PIC X(20).
              10 WS-SU-XR-HIT      PIC X.

      *> === Task Data - Plants ===
       01  WS-PLANT-CT             PIC 9(2) VALUE 0.
              10 WS-PL-CODE        PIC X(20).
              10 WS-PL-LAT         PIC S9(3)V9(6).
              10 WS-PL-LON         PIC S9(3)V9(6).
      *> -- Geocoded plant list handed to other programs --
       01  WS-PLANT-LIST-PATH      PIC X(100) VALUE
           "power_plants.dat".
       01  WS-PLANT-LIST-FS        PIC XX.
       01  WS-PLANT-LAT-D          PIC -(3)9.9(6).
       01  WS-PLANT-LON-D          PIC -(3)9.9(6).

      *> === Haversine ===
       01  WS-PI-V                 PIC S9(1)V9(10)
       01  WS-ALERT-LAT-D          PIC -(3)9.9(6).
       01  WS-ALERT-LON-D          PIC -(3)9.9(6).

      *> -- Roster/suspect cross-reference: S01E01's roster
      *> -- snapshot (name|surname|gender|birthdate|birthplace|
      *> -- job|tags|transport) joined to the suspect table by
      *> -- name, surname and birth year --
       01  WS-XROSTER-PATH         PIC X(200) VALUE
           "../S01E01/people_roster_state.dat".
       01  WS-XREF-PATH            PIC X(100) VALUE
           "roster_suspect_xref.txt".
       01  WS-XREF-FS              PIC XX.
       01  WS-XR-MAX               PIC 9(3) VALUE 300.
       01  WS-XR-CT                PIC 9(3) VALUE 0.
       01  WS-XR-TABLE.
           05  WS-XR-ENT OCCURS 300 TIMES.
               10  WS-XR-NAME      PIC X(50).
               10  WS-XR-SURNAME   PIC X(50).
               10  WS-XR-BYEAR     PIC 9(4).
               10  WS-XR-TAGS      PIC X(100).
               10  WS-XR-TRANSPORT PIC X.
               10  WS-XR-HIT       PIC X.
       01  WS-XR-LINE              PIC X(1400).
       01  WS-XR-F-NAME            PIC X(50).
       01  WS-XR-F-SURNAME         PIC X(50).
       01  WS-XR-F-GENDER          PIC X(10).
       01  WS-XR-F-BDATE           PIC X(20).
       01  WS-XR-F-BPLACE          PIC X(100).
       01  WS-XR-F-JOB             PIC X(500).
       01  WS-XR-F-TAGS            PIC X(100).
       01  WS-XR-F-TRANSPORT       PIC X(5).
       01  WS-XR-I                 PIC 9(3).
       01  WS-XR-EOF               PIC X.
       01  WS-XR-BOTH              PIC 9(3).
       01  WS-XR-ROSTER-ONLY       PIC 9(3).
       01  WS-XR-SUSP-ONLY         PIC 9(3).
       01  WS-XR-DIST-D            PIC -(5)9.99.
       01  WS-XR-PLANT             PIC X(70).
       01  WS-XR-ACCESS            PIC X(20).

      *> -- Suspect location history (one line per observed
      *> -- position: rundate|name|surname|byear|lat|lon) and the
      *> -- movement report built from it --
       01  WS-LOCHIST-PATH         PIC X(100) VALUE
           "suspect_loc_history.dat".
       01  WS-LOCHIST-FS           PIC XX.
       01  WS-MOVE-RPT-PATH        PIC X(100) VALUE
           "movement_report.txt".
       01  WS-MOVE-RPT-FS          PIC XX.
       01  WS-LH-TODAY             PIC 9(8).
       01  WS-LH-ENV               PIC X(10).
       01  WS-LH-DWELL-KM          PIC 9(4)V9(2) VALUE 5.
       01  WS-LH-JUMP-KM           PIC 9(5)V9(2) VALUE 100.
       01  WS-LH-LAT-D             PIC -(3)9.9(6).
       01  WS-LH-LON-D             PIC -(3)9.9(6).
       01  WS-LH-LINE              PIC X(200).
       01  WS-LH-EOF               PIC X.
       01  WS-LH-F-DATE            PIC X(10).
       01  WS-LH-F-NAME            PIC X(50).
       01  WS-LH-F-SURNAME         PIC X(50).
       01  WS-LH-F-BYEAR           PIC X(6).
       01  WS-LH-F-LAT             PIC X(15).
       01  WS-LH-F-LON             PIC X(15).
       01  WS-LH-HAVE-PREV         PIC X.
       01  WS-LH-PREV-LAT          PIC S9(3)V9(6).
       01  WS-LH-PREV-LON          PIC S9(3)V9(6).
       01  WS-LH-PREV-DATE         PIC X(10).
       01  WS-LH-CUR-LAT           PIC S9(3)V9(6).
       01  WS-LH-CUR-LON           PIC S9(3)V9(6).
       01  WS-LH-OBS               PIC 9(5).
       01  WS-LH-RUNS              PIC 9(5).
       01  WS-LH-TOTAL-KM          PIC 9(7)V9(2).
       01  WS-LH-NEAR-DIST         PIC S9(5)V9(2).
       01  WS-LH-NEAR-PLANT        PIC X(50).
       01  WS-LH-RUN-DATE          PIC X(10).
       01  WS-LH-RUN-DIST          PIC S9(5)V9(2).
       01  WS-LH-RUN-PLANT         PIC X(50).
       01  WS-LH-STREAK            PIC 9(5).
       01  WS-LH-STREAK-PLANT      PIC X(50).
       01  WS-LH-MAX-STREAK        PIC 9(5).
       01  WS-LH-MAX-PLANT         PIC X(50).
       01  WS-LH-JUMP-CT           PIC 9(3).
       01  WS-LH-JUMP-MAX          PIC 9(3) VALUE 20.
       01  WS-LH-JUMPS.
           05  WS-LH-JUMP-LINE     PIC X(120) OCCURS 20 TIMES.
       01  WS-LH-JI                PIC 9(3).
       01  WS-LH-KM-D              PIC -(6)9.99.
       01  WS-LH-CT-D              PIC Z(4)9.

      *> -- Bubble-sort scratch fields for the distance table --
       01  WS-SORT-I                PIC 9(3).
       01  WS-SORT-J                PIC 9(3).

           COMPUTE WS-RADF = WS-PI-V / 180

      *>   Location history: run date and movement thresholds
           MOVE CURRENT-DATE(1:8) TO WS-LH-TODAY
           ACCEPT WS-LH-ENV FROM ENVIRONMENT "FINDHIM_DWELL_KM"
           IF WS-LH-ENV NOT = SPACES
           AND TEST-NUMVAL(WS-LH-ENV) = 0
               COMPUTE WS-LH-DWELL-KM = NUMVAL(WS-LH-ENV)
           END-IF
           MOVE SPACES TO WS-LH-ENV
           ACCEPT WS-LH-ENV FROM ENVIRONMENT "FINDHIM_JUMP_KM"
           IF WS-LH-ENV NOT = SPACES
           AND TEST-NUMVAL(WS-LH-ENV) = 0
               COMPUTE WS-LH-JUMP-KM = NUMVAL(WS-LH-ENV)
           END-IF

      *>   Roster snapshot for the cross-reference
           ACCEPT WS-XR-LINE
               FROM ENVIRONMENT "XREF_ROSTER_PATH"
           IF WS-XR-LINE NOT = SPACES
               MOVE WS-XR-LINE TO WS-XROSTER-PATH
           END-IF

      *>   Suspects path
           ACCEPT WS-SUSPECTS-PATH
               FROM ENVIRONMENT "SUSPECTS_PATH"
      *>   Run the agent
           PERFORM RUN-AGENT

      *>   Weekly analyst join: roster vs suspects
           PERFORM WRITE-ROSTER-XREF

           DISPLAY " "
           DISPLAY "=== ZAKONCZONO ==="
           IF WS-AG-ERROR = "Y"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "LLM-NO-ANSWER" TO WS-RUNLOG-REASON
               MOVE "agent loop ended on error"
                   TO WS-RUNLOG-RESULT
           ELSE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-SUSP-CT
               MOVE SPACES TO WS-SU-ACCESS(WS-SUSP-CT)

               MOVE WS-JBUF TO WS-JBUF-SAVE
               MOVE WS-JLEN TO WS-JLEN-SAVE
                   TRIM(WS-DISP-LAT) ", "
                   TRIM(WS-DISP-LON)
           END-PERFORM
           PERFORM WRITE-PLANT-LIST
           .

      *> ============================================================
      *> WRITE-PLANT-LIST: geocoded plants -> power_plants.dat
      *> (city|code|lat|lon); plants that never geocoded are left
      *> out so nobody matches against 0,0
      *> ============================================================
       WRITE-PLANT-LIST.
           OPEN OUTPUT PLANT-LIST-FILE
           IF WS-PLANT-LIST-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-PLANT-LIST-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "# Power plants: city|code|lat|lon"
               TO PLANT-LIST-REC
           WRITE PLANT-LIST-REC
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-PLANT-CT
               IF WS-PL-LAT(WS-I) NOT = 0
               OR WS-PL-LON(WS-I) NOT = 0
                   MOVE WS-PL-LAT(WS-I) TO WS-PLANT-LAT-D
                   MOVE WS-PL-LON(WS-I) TO WS-PLANT-LON-D
                   MOVE SPACES TO PLANT-LIST-REC
                   STRING
                       TRIM(WS-PL-CITY(WS-I)) "|"
                       TRIM(WS-PL-CODE(WS-I)) "|"
                       TRIM(WS-PLANT-LAT-D) "|"
                       TRIM(WS-PLANT-LON-D)
                       DELIMITED SIZE
                       INTO PLANT-LIST-REC
                   END-STRING
                   WRITE PLANT-LIST-REC
               END-IF
           END-PERFORM
           CLOSE PLANT-LIST-FILE
           .

      *> ============================================================
               PERFORM WRITE-DIST-REPORT
           END-IF

           PERFORM WRITE-MOVEMENT-REPORT
           PERFORM WRITE-GEOJSON-EXPORT
           PERFORM WRITE-JURISDICTION-REPORT

               COMPUTE WS-LOC-LON =
                   NUMVAL(TRIM(WS-JVAL))

               PERFORM APPEND-LOC-HISTORY

      *>       Remember a plottable position for the GeoJSON
      *>       export (the best-match location wins later)
               IF WS-SU-M-OK(WS-I) = "N"
               MOVE '{"error":"no access data"}'
                   TO WS-TOOL-RESULT
               MOVE 26 TO WS-TOOL-RESULT-LEN
           ELSE
               PERFORM KEEP-SUSPECT-ACCESS
           END-IF
           .

      *> -- Remember the access level on the suspect it belongs to
      *> -- (WS-JBUF still holds access.json) for the roster xref --
       KEEP-SUSPECT-ACCESS.
           MOVE "accessLevel" TO WS-KEY-SEARCH
           MOVE 1 TO WS-JPOS
           PERFORM FIND-JSON-VAL
           IF TRIM(WS-JVAL) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-SUSP-CT
               IF UPPER-CASE(TRIM(WS-SU-NAME(WS-J))) =
                  UPPER-CASE(TRIM(WS-TA-NAME))
               AND UPPER-CASE(TRIM(WS-SU-SURNAME(WS-J))) =
                  UPPER-CASE(TRIM(WS-TA-SURNAME))
               AND WS-SU-BYEAR(WS-J) = WS-TA-BYEAR
                   MOVE TRIM(WS-JVAL) TO WS-SU-ACCESS(WS-J)
               END-IF
           END-PERFORM
           .

      *> ============================================================
               "curl -s --max-time "
               WS-CURL-TIMEOUT-SEC
               " -o submit.json"
               " " TRIM(WS-HUBLOG-CURL-W)
               " -X POST "
               TRIM(WS-VERIFY-URL)
               " -H " WS-QT
           MOVE "work.tmp" TO WS-WORK-PATH
           DISPLAY "  Response: "
               TRIM(WS-JBUF)
           MOVE WS-TMP TO WS-HUBLOG-BODY
           MOVE WS-JBUF TO WS-HUBLOG-RESP
           PERFORM RECORD-HUB-SUBMISSION

           MOVE SPACES TO WS-TOOL-RESULT
           MOVE TRIM(WS-JBUF)
           END-PERFORM
           DISPLAY "  Alertow: " WS-ALERT-CT
               " -> " TRIM(WS-ALERT-PATH)
           PERFORM WRITE-MOVEMENT-REPORT
           .

      *> -- watch_sites.dat: site-name|lat|lon|radius-km --
           MOVE "N" TO WS-RG-DONE(WS-RG-CT)
           .

      *> ============================================================
      *> WRITE-ROSTER-XREF: join S01E01's roster snapshot with the
      *> suspect table on name + surname + birth year. People on
      *> both lists get their transport tag, closest plant and
      *> access level (fetched here when the agent never asked);
      *> then roster people who are not suspects and suspects who
      *> are not on the roster.
      *> ============================================================
       WRITE-ROSTER-XREF.
           DISPLAY " "
           DISPLAY "--- Roster x podejrzani ---"
           PERFORM LOAD-XREF-ROSTER
           IF WS-XR-CT = 0
               DISPLAY "  Brak " TRIM(WS-XROSTER-PATH)
                   " - raport xref pominiety"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-XREF-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== Roster / suspect cross-reference ==="
               TO XREF-REC
           WRITE XREF-REC
           MOVE 0 TO WS-XR-BOTH
           MOVE 0 TO WS-XR-ROSTER-ONLY
           MOVE 0 TO WS-XR-SUSP-ONLY

           MOVE SPACES TO XREF-REC
           WRITE XREF-REC
           MOVE "--- ON BOTH LISTS ---" TO XREF-REC
           WRITE XREF-REC
           MOVE
           "  name surname (born)|transport|tags|plant|dist-km|access"
               TO XREF-REC
           WRITE XREF-REC
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SUSP-CT
               MOVE "N" TO WS-SU-XR-HIT(WS-I)
               PERFORM FIND-XREF-ROSTER
               IF WS-XR-I > 0
                   MOVE "Y" TO WS-SU-XR-HIT(WS-I)
                   MOVE "Y" TO WS-XR-HIT(WS-XR-I)
                   ADD 1 TO WS-XR-BOTH
                   IF WS-SU-ACCESS(WS-I) = SPACES
                       PERFORM FETCH-XREF-ACCESS
                   END-IF
                   PERFORM WRITE-XREF-BOTH-LINE
               END-IF
           END-PERFORM
           IF WS-XR-BOTH = 0
               MOVE "  (none)" TO XREF-REC
               WRITE XREF-REC
           END-IF

           MOVE SPACES TO XREF-REC
           WRITE XREF-REC
           MOVE "--- ROSTER ONLY (not a suspect) ---" TO XREF-REC
           WRITE XREF-REC
           PERFORM VARYING WS-XR-I FROM 1 BY 1
               UNTIL WS-XR-I > WS-XR-CT
               IF WS-XR-HIT(WS-XR-I) = "N"
                   ADD 1 TO WS-XR-ROSTER-ONLY
                   MOVE SPACES TO XREF-REC
                   STRING
                       "  " TRIM(WS-XR-NAME(WS-XR-I))
                       " " TRIM(WS-XR-SURNAME(WS-XR-I))
                       " (" WS-XR-BYEAR(WS-XR-I) ")|"
                       "transport=" WS-XR-TRANSPORT(WS-XR-I) "|"
                       TRIM(WS-XR-TAGS(WS-XR-I))
                       DELIMITED SIZE
                       INTO XREF-REC
                   END-STRING
                   WRITE XREF-REC
               END-IF
           END-PERFORM
           IF WS-XR-ROSTER-ONLY = 0
               MOVE "  (none)" TO XREF-REC
               WRITE XREF-REC
           END-IF

           MOVE SPACES TO XREF-REC
           WRITE XREF-REC
           MOVE "--- SUSPECTS NOT ON ROSTER ---" TO XREF-REC
           WRITE XREF-REC
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SUSP-CT
               IF WS-SU-XR-HIT(WS-I) = "N"
                   ADD 1 TO WS-XR-SUSP-ONLY
                   PERFORM SET-XREF-PLANT
                   MOVE SPACES TO XREF-REC
                   STRING
                       "  " TRIM(WS-SU-NAME(WS-I))
                       " " TRIM(WS-SU-SURNAME(WS-I))
                       " (" WS-SU-BYEAR(WS-I) ")|"
                       TRIM(WS-XR-PLANT)
                       DELIMITED SIZE
                       INTO XREF-REC
                   END-STRING
                   WRITE XREF-REC
               END-IF
           END-PERFORM
           IF WS-XR-SUSP-ONLY = 0
               MOVE "  (none)" TO XREF-REC
               WRITE XREF-REC
           END-IF

           CLOSE XREF-FILE
           DISPLAY "  Na obu listach: " WS-XR-BOTH
               ", tylko roster: " WS-XR-ROSTER-ONLY
               ", tylko podejrzani: " WS-XR-SUSP-ONLY
               " -> " TRIM(WS-XREF-PATH)
           .

      *> -- Roster row for suspect WS-I (0 = not on roster) --
       FIND-XREF-ROSTER.
           MOVE 0 TO WS-J
           PERFORM VARYING WS-XR-I FROM 1 BY 1
               UNTIL WS-XR-I > WS-XR-CT
               OR WS-J > 0
               IF UPPER-CASE(TRIM(WS-XR-NAME(WS-XR-I))) =
                  UPPER-CASE(TRIM(WS-SU-NAME(WS-I)))
               AND UPPER-CASE(TRIM(WS-XR-SURNAME(WS-XR-I))) =
                  UPPER-CASE(TRIM(WS-SU-SURNAME(WS-I)))
               AND WS-XR-BYEAR(WS-XR-I) = WS-SU-BYEAR(WS-I)
                   MOVE 1 TO WS-J
               END-IF
           END-PERFORM
           IF WS-J = 0
               MOVE 0 TO WS-XR-I
           ELSE
               SUBTRACT 1 FROM WS-XR-I
           END-IF
           .

      *> -- Ask /api/accesslevel for suspect WS-I through the same
      *> -- tool path the agent uses --
       FETCH-XREF-ACCESS.
           MOVE TRIM(WS-SU-NAME(WS-I)) TO WS-ESC-IN
           PERFORM JSON-ESCAPE-STR
           MOVE WS-ESC-OUT TO WS-TMP2
           MOVE WS-ESC-OLEN TO WS-K
           MOVE SPACES TO WS-TOOL-ARGS
           STRING "{" WS-QT "name" WS-QT ":"
               WS-QT WS-TMP2(1:WS-K) WS-QT ","
               DELIMITED SIZE INTO WS-TOOL-ARGS
           END-STRING
           MOVE TRIM(WS-SU-SURNAME(WS-I)) TO WS-ESC-IN
           PERFORM JSON-ESCAPE-STR
           MOVE SPACES TO WS-TMP
           STRING TRIM(WS-TOOL-ARGS)
               WS-QT "surname" WS-QT ":"
               WS-QT WS-ESC-OUT(1:WS-ESC-OLEN) WS-QT ","
               WS-QT "birth_year" WS-QT ":"
               WS-SU-BYEAR(WS-I) "}"
               DELIMITED SIZE INTO WS-TMP
           END-STRING
           MOVE WS-TMP TO WS-TOOL-ARGS
           MOVE SPACES TO WS-TOOL-RESULT
           MOVE 0 TO WS-TOOL-RESULT-LEN
           PERFORM TOOL-GET-ACCESS-LEVEL
           .

       WRITE-XREF-BOTH-LINE.
           PERFORM SET-XREF-PLANT
           MOVE WS-SU-ACCESS(WS-I) TO WS-XR-ACCESS
           IF WS-XR-ACCESS = SPACES
               MOVE "unknown" TO WS-XR-ACCESS
           END-IF
           MOVE SPACES TO XREF-REC
           STRING
               "  " TRIM(WS-SU-NAME(WS-I))
               " " TRIM(WS-SU-SURNAME(WS-I))
               " (" WS-SU-BYEAR(WS-I) ")|"
               "transport=" WS-XR-TRANSPORT(WS-XR-I) "|"
               TRIM(WS-XR-TAGS(WS-XR-I)) "|"
               TRIM(WS-XR-PLANT) "|"
               "access=" TRIM(WS-XR-ACCESS)
               DELIMITED SIZE
               INTO XREF-REC
           END-STRING
           WRITE XREF-REC
           .

      *> -- "plant|dist" for suspect WS-I, or the no-match text --
       SET-XREF-PLANT.
           MOVE SPACES TO WS-XR-PLANT
           IF WS-SU-M-OK(WS-I) = "Y"
               MOVE WS-SU-M-DIST(WS-I) TO WS-XR-DIST-D
               STRING
                   TRIM(WS-SU-M-CITY(WS-I)) "|"
                   TRIM(WS-XR-DIST-D)
                   DELIMITED SIZE
                   INTO WS-XR-PLANT
               END-STRING
           ELSE
               MOVE "no plant within 20km|-" TO WS-XR-PLANT
           END-IF
           .

      *> -- people_roster_state.dat into WS-XR-TABLE --
       LOAD-XREF-ROSTER.
           MOVE 0 TO WS-XR-CT
           MOVE "N" TO WS-XR-EOF
           OPEN INPUT XROSTER-FILE
           IF WS-XREF-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-XR-EOF = "Y"
               READ XROSTER-FILE INTO WS-XR-LINE
                   AT END
                       MOVE "Y" TO WS-XR-EOF
                   NOT AT END
                       IF WS-XR-LINE(1:1) NOT = "#"
                       AND WS-XR-LINE NOT = SPACES
                       AND WS-XR-CT < WS-XR-MAX
                           PERFORM PARSE-XREF-ROSTER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XROSTER-FILE
           DISPLAY "  Roster: " WS-XR-CT " osob z "
               TRIM(WS-XROSTER-PATH)
           .

       PARSE-XREF-ROSTER-LINE.
           MOVE SPACES TO WS-XR-F-NAME WS-XR-F-SURNAME
                          WS-XR-F-GENDER WS-XR-F-BDATE
                          WS-XR-F-BPLACE WS-XR-F-JOB
                          WS-XR-F-TAGS WS-XR-F-TRANSPORT
           UNSTRING WS-XR-LINE DELIMITED BY "|"
               INTO WS-XR-F-NAME WS-XR-F-SURNAME
                    WS-XR-F-GENDER WS-XR-F-BDATE
                    WS-XR-F-BPLACE WS-XR-F-JOB
                    WS-XR-F-TAGS WS-XR-F-TRANSPORT
           END-UNSTRING
           IF WS-XR-F-NAME = SPACES
           OR WS-XR-F-BDATE(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-XR-CT
           MOVE WS-XR-F-NAME TO WS-XR-NAME(WS-XR-CT)
           MOVE WS-XR-F-SURNAME TO WS-XR-SURNAME(WS-XR-CT)
           MOVE WS-XR-F-BDATE(1:4) TO WS-XR-BYEAR(WS-XR-CT)
           MOVE WS-XR-F-TAGS TO WS-XR-TAGS(WS-XR-CT)
           MOVE WS-XR-F-TRANSPORT(1:1)
               TO WS-XR-TRANSPORT(WS-XR-CT)
           MOVE "N" TO WS-XR-HIT(WS-XR-CT)
           .

      *> -- One observed position (WS-LOC-LAT/LON of suspect WS-I)
      *> -- onto the end of the location history --
       APPEND-LOC-HISTORY.
           OPEN EXTEND LOCHIST-FILE
           IF WS-LOCHIST-FS NOT = "00"
               OPEN OUTPUT LOCHIST-FILE
           END-IF
           IF WS-LOCHIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOC-LAT TO WS-LH-LAT-D
           MOVE WS-LOC-LON TO WS-LH-LON-D
           MOVE SPACES TO LOCHIST-REC
           STRING
               WS-LH-TODAY "|"
               TRIM(WS-SU-NAME(WS-I)) "|"
               TRIM(WS-SU-SURNAME(WS-I)) "|"
               WS-SU-BYEAR(WS-I) "|"
               TRIM(WS-LH-LAT-D) "|"
               TRIM(WS-LH-LON-D)
               DELIMITED SIZE
               INTO LOCHIST-REC
           END-STRING
           WRITE LOCHIST-REC
           CLOSE LOCHIST-FILE
           .

      *> ============================================================
      *> WRITE-MOVEMENT-REPORT: replay the location history per
      *> suspect - total km between consecutive observations, the
      *> longest and the current streak of runs spent within
      *> FINDHIM_DWELL_KM of the same plant, and every jump longer
      *> than FINDHIM_JUMP_KM. Someone parked next to a plant for a
      *> week outranks someone who drove past it once.
      *> ============================================================
       WRITE-MOVEMENT-REPORT.
           OPEN OUTPUT MOVE-RPT-FILE
           IF WS-MOVE-RPT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-MOVE-RPT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "=== Suspect movement report ===" TO MOVE-RPT-REC
           WRITE MOVE-RPT-REC
           MOVE WS-LH-DWELL-KM TO WS-LH-KM-D
           MOVE SPACES TO MOVE-RPT-REC
           STRING "dwell radius km: " TRIM(WS-LH-KM-D)
               DELIMITED SIZE INTO MOVE-RPT-REC
           END-STRING
           WRITE MOVE-RPT-REC
           MOVE WS-LH-JUMP-KM TO WS-LH-KM-D
           MOVE SPACES TO MOVE-RPT-REC
           STRING "jump threshold km: " TRIM(WS-LH-KM-D)
               DELIMITED SIZE INTO MOVE-RPT-REC
           END-STRING
           WRITE MOVE-RPT-REC

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-SUSP-CT
               PERFORM REPLAY-SUSPECT-HISTORY
               PERFORM WRITE-MOVEMENT-LINES
           END-PERFORM

           CLOSE MOVE-RPT-FILE
           DISPLAY "  Raport ruchu zapisany do "
               TRIM(WS-MOVE-RPT-PATH)
           .

      *> -- Scan the whole history for suspect WS-I in file order --
       REPLAY-SUSPECT-HISTORY.
           MOVE 0 TO WS-LH-OBS WS-LH-RUNS WS-LH-TOTAL-KM
           MOVE 0 TO WS-LH-STREAK WS-LH-MAX-STREAK
           MOVE 0 TO WS-LH-JUMP-CT
           MOVE SPACES TO WS-LH-STREAK-PLANT WS-LH-MAX-PLANT
           MOVE SPACES TO WS-LH-RUN-DATE WS-LH-RUN-PLANT
           MOVE "N" TO WS-LH-HAVE-PREV
           MOVE "N" TO WS-LH-EOF
           OPEN INPUT LOCHIST-FILE
           IF WS-LOCHIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LH-EOF = "Y"
               READ LOCHIST-FILE INTO WS-LH-LINE
                   AT END
                       MOVE "Y" TO WS-LH-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-OBSERVATION
               END-READ
           END-PERFORM
           CLOSE LOCHIST-FILE
           IF WS-LH-RUN-DATE NOT = SPACES
               PERFORM CLOSE-HISTORY-RUN
           END-IF
           .

       REPLAY-ONE-OBSERVATION.
           MOVE SPACES TO WS-LH-F-DATE WS-LH-F-NAME
                          WS-LH-F-SURNAME WS-LH-F-BYEAR
                          WS-LH-F-LAT WS-LH-F-LON
           UNSTRING WS-LH-LINE DELIMITED BY "|"
               INTO WS-LH-F-DATE WS-LH-F-NAME
                    WS-LH-F-SURNAME WS-LH-F-BYEAR
                    WS-LH-F-LAT WS-LH-F-LON
           END-UNSTRING
           IF TRIM(WS-LH-F-NAME) NOT = TRIM(WS-SU-NAME(WS-I))
           OR TRIM(WS-LH-F-SURNAME) NOT =
              TRIM(WS-SU-SURNAME(WS-I))
           OR TEST-NUMVAL(WS-LH-F-BYEAR) NOT = 0
           OR TEST-NUMVAL(WS-LH-F-LAT) NOT = 0
           OR TEST-NUMVAL(WS-LH-F-LON) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF NUMVAL(WS-LH-F-BYEAR) NOT = WS-SU-BYEAR(WS-I)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LH-CUR-LAT = NUMVAL(WS-LH-F-LAT)
           COMPUTE WS-LH-CUR-LON = NUMVAL(WS-LH-F-LON)
           ADD 1 TO WS-LH-OBS

      *>   A new run date closes the previous run's dwell verdict
           IF WS-LH-F-DATE NOT = WS-LH-RUN-DATE
               IF WS-LH-RUN-DATE NOT = SPACES
                   PERFORM CLOSE-HISTORY-RUN
               END-IF
               MOVE WS-LH-F-DATE TO WS-LH-RUN-DATE
               MOVE SPACES TO WS-LH-RUN-PLANT
               MOVE +99999 TO WS-LH-RUN-DIST
               ADD 1 TO WS-LH-RUNS
           END-IF

           IF WS-LH-HAVE-PREV = "Y"
               MOVE WS-LH-PREV-LAT TO WS-H-LAT1
               MOVE WS-LH-PREV-LON TO WS-H-LON1
               MOVE WS-LH-CUR-LAT TO WS-H-LAT2
               MOVE WS-LH-CUR-LON TO WS-H-LON2
               PERFORM HAVERSINE
               ADD WS-H-DIST TO WS-LH-TOTAL-KM
               IF WS-H-DIST > WS-LH-JUMP-KM
                   PERFORM NOTE-HISTORY-JUMP
               END-IF
           END-IF
           MOVE "Y" TO WS-LH-HAVE-PREV
           MOVE WS-LH-CUR-LAT TO WS-LH-PREV-LAT
           MOVE WS-LH-CUR-LON TO WS-LH-PREV-LON
           MOVE WS-LH-F-DATE TO WS-LH-PREV-DATE

      *>   Nearest plant to this position; the closest one inside
      *>   the dwell radius stands for the whole run
           MOVE +99999 TO WS-LH-NEAR-DIST
           MOVE SPACES TO WS-LH-NEAR-PLANT
           PERFORM VARYING WS-J FROM 1 BY 1
               UNTIL WS-J > WS-PLANT-CT
               MOVE WS-LH-CUR-LAT TO WS-H-LAT1
               MOVE WS-LH-CUR-LON TO WS-H-LON1
               MOVE WS-PL-LAT(WS-J) TO WS-H-LAT2
               MOVE WS-PL-LON(WS-J) TO WS-H-LON2
               PERFORM HAVERSINE
               IF WS-H-DIST < WS-LH-NEAR-DIST
                   MOVE WS-H-DIST TO WS-LH-NEAR-DIST
                   MOVE WS-PL-CITY(WS-J) TO WS-LH-NEAR-PLANT
               END-IF
           END-PERFORM
           IF WS-LH-NEAR-DIST <= WS-LH-DWELL-KM
           AND WS-LH-NEAR-DIST < WS-LH-RUN-DIST
               MOVE WS-LH-NEAR-DIST TO WS-LH-RUN-DIST
               MOVE WS-LH-NEAR-PLANT TO WS-LH-RUN-PLANT
           END-IF
           .

      *> -- Jump longer than the threshold: WS-H-DIST from the
      *> -- previous observation --
       NOTE-HISTORY-JUMP.
           ADD 1 TO WS-LH-JUMP-CT
           IF WS-LH-JUMP-CT > WS-LH-JUMP-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-H-DIST TO WS-LH-KM-D
           MOVE SPACES TO WS-LH-JUMP-LINE(WS-LH-JUMP-CT)
           STRING
               "    JUMP " TRIM(WS-LH-PREV-DATE)
               " -> " TRIM(WS-LH-F-DATE) ": "
               TRIM(WS-LH-KM-D) "km"
               DELIMITED SIZE
               INTO WS-LH-JUMP-LINE(WS-LH-JUMP-CT)
           END-STRING
           .

      *> -- End of one run date: extend, restart or break the
      *> -- dwell streak --
       CLOSE-HISTORY-RUN.
           IF WS-LH-RUN-PLANT = SPACES
               MOVE 0 TO WS-LH-STREAK
               MOVE SPACES TO WS-LH-STREAK-PLANT
           ELSE
               IF WS-LH-RUN-PLANT = WS-LH-STREAK-PLANT
                   ADD 1 TO WS-LH-STREAK
               ELSE
                   MOVE 1 TO WS-LH-STREAK
                   MOVE WS-LH-RUN-PLANT TO WS-LH-STREAK-PLANT
               END-IF
           END-IF
           IF WS-LH-STREAK > WS-LH-MAX-STREAK
               MOVE WS-LH-STREAK TO WS-LH-MAX-STREAK
               MOVE WS-LH-STREAK-PLANT TO WS-LH-MAX-PLANT
           END-IF
           .

       WRITE-MOVEMENT-LINES.
           MOVE SPACES TO MOVE-RPT-REC
           WRITE MOVE-RPT-REC
           MOVE WS-LH-TOTAL-KM TO WS-LH-KM-D
           MOVE WS-LH-RUNS TO WS-LH-CT-D
           MOVE SPACES TO MOVE-RPT-REC
           STRING
               TRIM(WS-SU-NAME(WS-I)) " "
               TRIM(WS-SU-SURNAME(WS-I))
               " (" WS-SU-BYEAR(WS-I) "): runs="
               TRIM(WS-LH-CT-D)
               " total-km=" TRIM(WS-LH-KM-D)
               DELIMITED SIZE
               INTO MOVE-RPT-REC
           END-STRING
           WRITE MOVE-RPT-REC
           IF WS-LH-OBS = 0
               MOVE "    no observations on file" TO MOVE-RPT-REC
               WRITE MOVE-RPT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO MOVE-RPT-REC
           IF WS-LH-MAX-STREAK = 0
               MOVE "    dwell: never within radius of a plant"
                   TO MOVE-RPT-REC
           ELSE
               MOVE WS-LH-MAX-STREAK TO WS-LH-CT-D
               STRING
                   "    dwell: longest " TRIM(WS-LH-CT-D)
                   " run(s) at " TRIM(WS-LH-MAX-PLANT)
                   DELIMITED SIZE
                   INTO MOVE-RPT-REC
               END-STRING
           END-IF
           WRITE MOVE-RPT-REC
           IF WS-LH-STREAK > 0
               MOVE WS-LH-STREAK TO WS-LH-CT-D
               MOVE SPACES TO MOVE-RPT-REC
               STRING
                   "    dwell: current " TRIM(WS-LH-CT-D)
                   " run(s) at " TRIM(WS-LH-STREAK-PLANT)
                   DELIMITED SIZE
                   INTO MOVE-RPT-REC
               END-STRING
               WRITE MOVE-RPT-REC
           END-IF

           MOVE WS-LH-JUMP-CT TO WS-LH-CT-D
           MOVE SPACES TO MOVE-RPT-REC
           STRING "    jumps: " TRIM(WS-LH-CT-D)
               DELIMITED SIZE INTO MOVE-RPT-REC
           END-STRING
           WRITE MOVE-RPT-REC
           PERFORM VARYING WS-LH-JI FROM 1 BY 1
               UNTIL WS-LH-JI > WS-LH-JUMP-CT
               OR WS-LH-JI > WS-LH-JUMP-MAX
               MOVE WS-LH-JUMP-LINE(WS-LH-JI) TO MOVE-RPT-REC
               WRITE MOVE-RPT-REC
           END-PERFORM
           .

      *> ============================================================
      *> HAVERSINE: Distance between two GPS points
      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
