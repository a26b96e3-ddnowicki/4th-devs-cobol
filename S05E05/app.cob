      *> 4. Each jump: configure date, syncRatio,
      *>    AI-interpret stabilization, set PWR/PT,
      *>    poll internalMode+fluxDensity, activate
      *> Every poll and each activation is appended to
      *> jump_telemetry.dat; jump_timeline.txt shows per jump how
      *> long the device took to stabilize, peak flux/overshoot and
      *> the last minute before activation.
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
           SELECT DRIFT-RPT-FILE ASSIGN TO WS-DRIFT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRIFT-FS.
           SELECT TELEMETRY-FILE ASSIGN TO WS-TELEM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TELEM-FS.
           SELECT TIMELINE-RPT-FILE ASSIGN TO WS-TLRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TLRPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  HUB-LEDGER-FILE.
       01  HUB-LEDGER-REC           PIC X(600).

       FD  WORK-FILE.
       01  WORK-REC                PIC X(64000).

       FD  DRIFT-RPT-FILE.
       01  DRIFT-RPT-REC           PIC X(200).

       FD  TELEMETRY-FILE.
       01  TELEMETRY-REC           PIC X(200).

       FD  TIMELINE-RPT-FILE.
       01  TIMELINE-RPT-REC        PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY HUBLEDGER-WS.
       01  WS-QT                    PIC X(1) VALUE '"'.
      *> === Environment (via copybook) ===
       COPY ENVLOAD-WS.
       01  WS-NEED-CFG-ESC         PIC X(4000).
       01  WS-NEED-CFG-LEN         PIC 9(5).

      *> -- Device telemetry: every mode/flux poll and the
      *> -- activation are recorded with the seconds elapsed since
      *> -- the date was configured and the PWR/PT settings in
      *> -- force, so a failed jump can be replayed afterwards --
       01  WS-TELEM-PATH           PIC X(100) VALUE
           "jump_telemetry.dat".
       01  WS-TELEM-FS             PIC XX.
       01  WS-TLRPT-PATH           PIC X(100) VALUE
           "jump_timeline.txt".
       01  WS-TLRPT-FS             PIC XX.
       01  WS-TM-RUN-TS            PIC X(14).
       01  WS-TM-NOW.
           05  WS-TM-NOW-DATE      PIC 9(8).
           05  WS-TM-NOW-HH        PIC 9(2).
           05  WS-TM-NOW-MI        PIC 9(2).
           05  WS-TM-NOW-SS        PIC 9(2).
           05  FILLER              PIC X(7).
       01  WS-TM-T0                PIC 9(5) VALUE 0.
       01  WS-TM-TNOW              PIC 9(5).
       01  WS-TM-SECS              PIC 9(5).
       01  WS-TM-PHASE             PIC X(4).
       01  WS-TM-POLL              PIC 9(2).
       01  WS-TM-TRY               PIC 9(1).
       01  WS-TM-MODE              PIC X(10).
       01  WS-TM-FLUX              PIC X(10).
       01  WS-TM-SAVE-JPOS         PIC 9(7).
       01  WS-TM-CT                PIC 9(3) VALUE 0.
       01  WS-TM-TABLE.
           05  WS-TM-ENT OCCURS 600 TIMES.
               10  WS-TM-E-JUMP    PIC 9(2).
               10  WS-TM-E-TRY     PIC 9(1).
               10  WS-TM-E-PHASE   PIC X(4).
               10  WS-TM-E-POLL    PIC 9(2).
               10  WS-TM-E-SECS    PIC 9(5).
               10  WS-TM-E-MODE    PIC X(10).
               10  WS-TM-E-FLUX    PIC X(10).
               10  WS-TM-E-PWR     PIC 9(3).
               10  WS-TM-E-PTA     PIC X(5).
               10  WS-TM-E-PTB     PIC X(5).
               10  WS-TM-E-TGT     PIC 9(1).
       01  WS-TM-I                 PIC 9(3).
       01  WS-TM-J                 PIC 9(2).
       01  WS-TM-K                 PIC 9(1).
       01  WS-TM-N                 PIC 9(3).
       01  WS-TM-MODE-AT           PIC X(6).
       01  WS-TM-FLUX-AT           PIC X(6).
       01  WS-TM-ACT-AT            PIC X(6).
       01  WS-TM-ACT-SECS          PIC 9(5).
       01  WS-TM-HAS-ACT           PIC X.
       01  WS-TM-FLUX-NUM          PIC 9(5)V9(2).
       01  WS-TM-FLUX-MAX          PIC 9(5)V9(2).
       01  WS-TM-FLUX-MAX-DSP      PIC Z(4)9.99.
       01  WS-TM-OVERSHOOT         PIC X.
       01  WS-TM-MARK              PIC X.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE "S05E05-TIMETRAVEL" TO WS-RUNLOG-PROGID

      *>   Get current date
           MOVE CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE(1:14) TO WS-TM-RUN-TS
           MOVE WS-CURR-DATE(1:4)
               TO WS-YEAR-STR
           MOVE WS-CURR-DATE(5:2)
                   TO WS-RUNLOG-RESULT
           ELSE
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
               MOVE "completed without flag"
                   TO WS-RUNLOG-RESULT
           END-IF
           PERFORM WRITE-DRIFT-REPORT
           PERFORM WRITE-TELEMETRY-TIMELINE
           PERFORM RUNLOG-END
           STOP RUN.

      *>   Step 2: Configure year
           DISPLAY " "
           DISPLAY "  [2] Configure date"
           PERFORM TELEMETRY-MARK-CONFIGURE
           MOVE WS-YEAR TO WS-NUM-STR
           PERFORM SEND-VERIFY-CONFIGURE-YEAR

           DISPLAY " "
           DISPLAY "  [11] Active mode"
           PERFORM BACKEND-SET-ACTIVE
           COMPUTE WS-TM-TRY = WS-STAB-RETRY - 1
           MOVE "ACT" TO WS-TM-PHASE
           PERFORM RECORD-TELEMETRY
           CALL "C$SLEEP" USING 2

      *>   Step 14: Time travel
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   TRIM(WS-WORK-PATH)
                   " FS=" WS-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "could not open work file"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               PERFORM FIND-JSON-VAL
               MOVE TRIM(WS-JVAL)
                   TO WS-CUR-MODE
               MOVE WS-STAB-RETRY TO WS-TM-TRY
               MOVE "MODE" TO WS-TM-PHASE
               PERFORM RECORD-TELEMETRY

               DISPLAY "    Poll "
                   WS-POLL-CT
                       TO WS-FLUX-VAL
               END-IF

               MOVE WS-STAB-RETRY TO WS-TM-TRY
               MOVE "FLUX" TO WS-TM-PHASE
               PERFORM RECORD-TELEMETRY

               DISPLAY "    Poll "
                   WS-POLL-CT
                   ": flux="
           END-IF
           .

      *> ============================================================
      *> TELEMETRY-MARK-CONFIGURE / TELEMETRY-ELAPSED: seconds since
      *> the date was configured for the current jump (midnight
      *> wrap handled)
      *> ============================================================
       TELEMETRY-MARK-CONFIGURE.
           MOVE FUNCTION CURRENT-DATE TO WS-TM-NOW
           COMPUTE WS-TM-T0 =
               WS-TM-NOW-HH * 3600 + WS-TM-NOW-MI * 60
               + WS-TM-NOW-SS
           .

       TELEMETRY-ELAPSED.
           MOVE FUNCTION CURRENT-DATE TO WS-TM-NOW
           COMPUTE WS-TM-TNOW =
               WS-TM-NOW-HH * 3600 + WS-TM-NOW-MI * 60
               + WS-TM-NOW-SS
           IF WS-TM-TNOW >= WS-TM-T0
               COMPUTE WS-TM-SECS = WS-TM-TNOW - WS-TM-T0
           ELSE
               COMPUTE WS-TM-SECS =
                   WS-TM-TNOW + 86400 - WS-TM-T0
           END-IF
           .

      *> ============================================================
      *> RECORD-TELEMETRY: one line per poll / activation:
      *> run|jump|try|phase|poll|t+secs|internalMode|fluxDensity|
      *> PWR|PTA|PTB. The reading not being polled for is taken
      *> from the same response when present.
      *> Input: WS-TM-PHASE (MODE/FLUX/ACT), WS-TM-TRY
      *> ============================================================
       RECORD-TELEMETRY.
           PERFORM TELEMETRY-ELAPSED
           MOVE WS-JPOS TO WS-TM-SAVE-JPOS
           EVALUATE WS-TM-PHASE
               WHEN "MODE"
                   MOVE WS-CUR-MODE TO WS-TM-MODE
                   MOVE "fluxDensity" TO WS-KEY-SEARCH
                   MOVE 1 TO WS-JPOS
                   PERFORM FIND-JSON-VAL
                   MOVE TRIM(WS-JVAL) TO WS-TM-FLUX
               WHEN "FLUX"
                   MOVE WS-FLUX-VAL TO WS-TM-FLUX
                   MOVE "internalMode" TO WS-KEY-SEARCH
                   MOVE 1 TO WS-JPOS
                   PERFORM FIND-JSON-VAL
                   MOVE TRIM(WS-JVAL) TO WS-TM-MODE
               WHEN OTHER
                   MOVE WS-CUR-MODE TO WS-TM-MODE
                   MOVE WS-FLUX-VAL TO WS-TM-FLUX
           END-EVALUATE
           MOVE WS-TM-SAVE-JPOS TO WS-JPOS
           IF WS-TM-PHASE = "ACT"
               MOVE 0 TO WS-TM-POLL
           ELSE
               MOVE WS-POLL-CT TO WS-TM-POLL
           END-IF

           IF WS-TM-CT < 600
               ADD 1 TO WS-TM-CT
               MOVE WS-JUMP-IDX TO WS-TM-E-JUMP(WS-TM-CT)
               MOVE WS-TM-TRY TO WS-TM-E-TRY(WS-TM-CT)
               MOVE WS-TM-PHASE TO WS-TM-E-PHASE(WS-TM-CT)
               MOVE WS-TM-POLL TO WS-TM-E-POLL(WS-TM-CT)
               MOVE WS-TM-SECS TO WS-TM-E-SECS(WS-TM-CT)
               MOVE WS-TM-MODE TO WS-TM-E-MODE(WS-TM-CT)
               MOVE WS-TM-FLUX TO WS-TM-E-FLUX(WS-TM-CT)
               MOVE WS-PWR TO WS-TM-E-PWR(WS-TM-CT)
               MOVE WS-PTA TO WS-TM-E-PTA(WS-TM-CT)
               MOVE WS-PTB TO WS-TM-E-PTB(WS-TM-CT)
               MOVE WS-TARGET-MODE TO WS-TM-E-TGT(WS-TM-CT)
           END-IF

           OPEN EXTEND TELEMETRY-FILE
           IF WS-TELEM-FS NOT = "00"
               OPEN OUTPUT TELEMETRY-FILE
           END-IF
           IF WS-TELEM-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-TELEM-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TELEMETRY-REC
           STRING
               WS-TM-RUN-TS "|"
               WS-JUMP-IDX "|"
               WS-TM-TRY "|"
               TRIM(WS-TM-PHASE) "|"
               WS-TM-POLL "|"
               WS-TM-SECS "|"
               "mode=" TRIM(WS-TM-MODE) "|"
               "flux=" TRIM(WS-TM-FLUX) "|"
               "PWR=" WS-PWR "|"
               "PTA=" TRIM(WS-PTA) "|"
               "PTB=" TRIM(WS-PTB)
               DELIMITED SIZE
               INTO TELEMETRY-REC
           END-STRING
           WRITE TELEMETRY-REC
           CLOSE TELEMETRY-FILE
           .

      *> ============================================================
      *> WRITE-TELEMETRY-TIMELINE: per jump and attempt, how long
      *> the device took to reach the target mode and flux 100,
      *> the peak flux (overshoot = any reading above 100), and the
      *> readings of the last 60 seconds before activation marked
      *> with '*'
      *> ============================================================
       WRITE-TELEMETRY-TIMELINE.
           IF WS-TM-CT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TIMELINE-RPT-FILE
           IF WS-TLRPT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-TLRPT-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TIMELINE-RPT-REC
           STRING
               "=== CHRONOS jump timeline run "
               WS-TM-RUN-TS " ==="
               DELIMITED SIZE
               INTO TIMELINE-RPT-REC
           END-STRING
           WRITE TIMELINE-RPT-REC
           PERFORM VARYING WS-TM-J FROM 1 BY 1
               UNTIL WS-TM-J > WS-NUM-JUMPS
               PERFORM VARYING WS-TM-K FROM 1 BY 1
                   UNTIL WS-TM-K > 5
                   PERFORM WRITE-TIMELINE-ATTEMPT
               END-PERFORM
           END-PERFORM
           CLOSE TIMELINE-RPT-FILE
           DISPLAY "  Os czasu skokow -> "
               TRIM(WS-TLRPT-PATH)
           .

       WRITE-TIMELINE-ATTEMPT.
           MOVE 0 TO WS-TM-N
           MOVE "never" TO WS-TM-MODE-AT
           MOVE "never" TO WS-TM-FLUX-AT
           MOVE "-" TO WS-TM-ACT-AT
           MOVE "N" TO WS-TM-HAS-ACT
           MOVE 0 TO WS-TM-ACT-SECS
           MOVE 0 TO WS-TM-FLUX-MAX
           MOVE "N" TO WS-TM-OVERSHOOT
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TM-CT
               IF WS-TM-E-JUMP(WS-TM-I) = WS-TM-J
               AND WS-TM-E-TRY(WS-TM-I) = WS-TM-K
                   ADD 1 TO WS-TM-N
                   PERFORM SCAN-TIMELINE-READING
               END-IF
           END-PERFORM
           IF WS-TM-N = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TM-FLUX-MAX TO WS-TM-FLUX-MAX-DSP
           MOVE SPACES TO TIMELINE-RPT-REC
           WRITE TIMELINE-RPT-REC
           MOVE SPACES TO TIMELINE-RPT-REC
           STRING
               "JUMP " WS-TM-J " try " WS-TM-K
               " target " WS-JT-YEAR(WS-TM-J) "-"
               WS-JT-MONTH(WS-TM-J) "-" WS-JT-DAY(WS-TM-J)
               " readings=" WS-TM-N
               DELIMITED SIZE
               INTO TIMELINE-RPT-REC
           END-STRING
           WRITE TIMELINE-RPT-REC
           MOVE SPACES TO TIMELINE-RPT-REC
           STRING
               "  mode at t+" TRIM(WS-TM-MODE-AT)
               "  flux=100 at t+" TRIM(WS-TM-FLUX-AT)
               "  peak flux " TRIM(WS-TM-FLUX-MAX-DSP)
               "  overshoot=" WS-TM-OVERSHOOT
               "  activated t+" TRIM(WS-TM-ACT-AT)
               DELIMITED SIZE
               INTO TIMELINE-RPT-REC
           END-STRING
           WRITE TIMELINE-RPT-REC

           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > WS-TM-CT
               IF WS-TM-E-JUMP(WS-TM-I) = WS-TM-J
               AND WS-TM-E-TRY(WS-TM-I) = WS-TM-K
                   MOVE " " TO WS-TM-MARK
                   IF WS-TM-HAS-ACT = "Y"
                   AND WS-TM-E-SECS(WS-TM-I) + 60
                       >= WS-TM-ACT-SECS
                   AND WS-TM-E-SECS(WS-TM-I)
                       <= WS-TM-ACT-SECS
                       MOVE "*" TO WS-TM-MARK
                   END-IF
                   MOVE SPACES TO TIMELINE-RPT-REC
                   STRING
                       " " WS-TM-MARK " t+"
                       WS-TM-E-SECS(WS-TM-I) " "
                       WS-TM-E-PHASE(WS-TM-I) " poll "
                       WS-TM-E-POLL(WS-TM-I)
                       " mode=" WS-TM-E-MODE(WS-TM-I)
                       " need=" WS-TM-E-TGT(WS-TM-I)
                       " flux=" WS-TM-E-FLUX(WS-TM-I)
                       " PWR=" WS-TM-E-PWR(WS-TM-I)
                       " PTA=" WS-TM-E-PTA(WS-TM-I)
                       " PTB=" WS-TM-E-PTB(WS-TM-I)
                       DELIMITED SIZE
                       INTO TIMELINE-RPT-REC
                   END-STRING
                   WRITE TIMELINE-RPT-REC
               END-IF
           END-PERFORM
           .

       SCAN-TIMELINE-READING.
           IF WS-TM-E-PHASE(WS-TM-I) = "ACT"
               MOVE "Y" TO WS-TM-HAS-ACT
               MOVE WS-TM-E-SECS(WS-TM-I) TO WS-TM-ACT-SECS
               MOVE WS-TM-E-SECS(WS-TM-I) TO WS-TM-ACT-AT
           END-IF
           IF WS-TM-MODE-AT = "never"
           AND TRIM(WS-TM-E-MODE(WS-TM-I)) NOT = SPACES
           AND TRIM(WS-TM-E-MODE(WS-TM-I)) =
               WS-TM-E-TGT(WS-TM-I)
               MOVE WS-TM-E-SECS(WS-TM-I) TO WS-TM-MODE-AT
           END-IF
           IF TRIM(WS-TM-E-FLUX(WS-TM-I)) NOT = SPACES
           AND TEST-NUMVAL(TRIM(WS-TM-E-FLUX(WS-TM-I))) = 0
               MOVE NUMVAL(TRIM(WS-TM-E-FLUX(WS-TM-I)))
                   TO WS-TM-FLUX-NUM
               IF WS-TM-FLUX-NUM > WS-TM-FLUX-MAX
                   MOVE WS-TM-FLUX-NUM TO WS-TM-FLUX-MAX
               END-IF
               IF WS-TM-FLUX-NUM > 100
                   MOVE "Y" TO WS-TM-OVERSHOOT
               END-IF
               IF WS-TM-FLUX-AT = "never"
               AND WS-TM-FLUX-NUM = 100
                   MOVE WS-TM-E-SECS(WS-TM-I) TO WS-TM-FLUX-AT
               END-IF
           END-IF
           .

      *> ============================================================
      *> CHECK-FLAG-IN-JBUF: Scan JBUF for FLG:
      *> ============================================================
       COPY LLMFAIL-PROC.

       COPY RUNLOG-PROC.
       COPY HUBLEDGER-PROC.
