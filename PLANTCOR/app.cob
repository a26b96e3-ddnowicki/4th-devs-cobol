       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANTCOR.
      *> ============================================================
      *> PLANTCOR - Failure events against sensor anomalies
      *> S02E03 keeps what broke (failure_history.log) and S03E01
      *> keeps what the sensors saw (sensor_anomaly_events.dat:
      *> reading-ts|sensor-id|type|reading|sev); nobody read the
      *> two side by side. This step does, after both have run:
      *> 1. Load the failure history, one event per date+time+
      *>    message (the history repeats an event on every run
      *>    that saw it). The component is the first token of the
      *>    message made of capitals and digits (ECCS8, WTANK07);
      *>    the signature is the message lower-cased with digits
      *>    folded to "#", as in S02E03's chronic report.
      *> 2. Load the anomaly events (one per sensor+time+type) and
      *>    place each sensor on a component from
      *>    plant_components.dat (sensor-type|id-pattern|component,
      *>    "*" = any; a specific id-pattern beats "*"). Sensors
      *>    not placed count as plant-wide and line up with every
      *>    component.
      *> 3. Write plantcor_report.txt: per component one merged
      *>    timeline (FAIL and ANOM lines in time order, anomalies
      *>    in the lead window marked with the lead time to the
      *>    failure), then the sensor-type / failure-signature
      *>    pairs ranked by how many failures had that anomaly
      *>    type in the PLANTCOR_WINDOW_HOURS (default 6) before.
      *> 4. The tables hold the newest 500 failures and 3000
      *>    anomalies: past that, each newer event takes the place
      *>    of the oldest one held, and the run ends WARN
      *>    DATA-TRUNCATED with the number of events let go.
      *> PLANTCOR_FAILURE_FILE, PLANTCOR_ANOMALY_FILE override the
      *> ../S02E03 and ../S03E01 default paths; PLANTCOR_TOP caps
      *> the ranking (default 20).
      *> ============================================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO WS-RUNLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FS.
           SELECT FAILURE-FILE ASSIGN TO WS-FAIL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAIL-FS.
           SELECT ANOMALY-FILE ASSIGN TO WS-ANOM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOM-FS.
           SELECT COMPMAP-FILE ASSIGN TO WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  FAILURE-FILE.
       01  FAILURE-REC              PIC X(800).

       FD  ANOMALY-FILE.
       01  ANOMALY-REC              PIC X(150).

       FD  COMPMAP-FILE.
       01  COMPMAP-REC              PIC X(150).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(250).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

       01  WS-FAIL-PATH            PIC X(200) VALUE
           "../S02E03/failure_history.log".
       01  WS-FAIL-FS              PIC XX.
       01  WS-ANOM-PATH            PIC X(200) VALUE
           "../S03E01/sensor_anomaly_events.dat".
       01  WS-ANOM-FS              PIC XX.
       01  WS-MAP-PATH             PIC X(200) VALUE
           "plant_components.dat".
       01  WS-MAP-FS               PIC XX.
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "plantcor_report.txt".
       01  WS-FILE-STATUS          PIC XX.
       01  WS-ENVPATH              PIC X(200).
       01  WS-ENV-NUM              PIC X(10).
       01  WS-EOF-FLAG             PIC X.

      *> -- Lead window and ranking cap --
       01  WS-WINDOW-HRS           PIC 9(3) VALUE 6.
       01  WS-WINDOW-MIN           PIC 9(6) VALUE 360.
       01  WS-TOP-N                PIC 9(3) VALUE 20.
       01  WS-WINDOW-D             PIC ZZ9.

      *> -- Failure events (deduplicated) --
       01  WS-FT-MAX               PIC 9(4) VALUE 500.
       01  WS-FT-CT                PIC 9(4) VALUE 0.
       01  WS-FT-TABLE.
           05  WS-FT-ENT OCCURS 500 TIMES.
               10  WS-FT-MIN       PIC 9(9).
               10  WS-FT-STAMP     PIC X(16).
               10  WS-FT-SEV       PIC X(10).
               10  WS-FT-MSG       PIC X(200).
               10  WS-FT-COMP      PIC X(20).
               10  WS-FT-SIG       PIC X(60).
       01  WS-FT-I                 PIC 9(4).
       01  WS-FT-J                 PIC 9(4).
       01  WS-FT-SLOT              PIC 9(4).
       01  WS-FT-DROPPED           PIC 9(5) VALUE 0.
       01  WS-FL-LINE              PIC X(800).
       01  WS-FL-SEV               PIC X(10).
       01  WS-FL-MSG               PIC X(300).
       01  WS-FL-REST              PIC X(500).
       01  WS-FL-RUN               PIC X(40).
       01  WS-FL-WHEN              PIC X(60).
       01  WS-FL-DUPS              PIC 9(5) VALUE 0.

      *> -- Anomaly events (deduplicated) --
       01  WS-AN-MAX               PIC 9(4) VALUE 3000.
       01  WS-AN-CT                PIC 9(4) VALUE 0.
       01  WS-AN-TABLE.
           05  WS-AN-ENT OCCURS 3000 TIMES.
               10  WS-AN-MIN       PIC 9(9).
               10  WS-AN-STAMP     PIC X(16).
               10  WS-AN-SENSOR    PIC X(30).
               10  WS-AN-TYPE      PIC X(25).
               10  WS-AN-READ      PIC X(15).
               10  WS-AN-SEV       PIC X(4).
               10  WS-AN-COMP      PIC X(20).
       01  WS-AN-I                 PIC 9(4).
       01  WS-AN-J                 PIC 9(4).
       01  WS-AN-SLOT              PIC 9(4).
       01  WS-AN-DROPPED           PIC 9(5) VALUE 0.
       01  WS-DROP-CT              PIC 9(5).
       01  WS-AL-LINE              PIC X(150).
       01  WS-AL-TS                PIC X(20).
       01  WS-AL-SENSOR            PIC X(30).
       01  WS-AL-TYPE              PIC X(25).
       01  WS-AL-READ              PIC X(15).
       01  WS-AL-SEV               PIC X(4).
       01  WS-AL-DUPS              PIC 9(5) VALUE 0.

      *> -- Sensor-to-component map --
       01  WS-MP-CT                PIC 9(3) VALUE 0.
       01  WS-MP-TABLE.
           05  WS-MP-ENT OCCURS 100 TIMES.
               10  WS-MP-TYPE      PIC X(25).
               10  WS-MP-PAT       PIC X(30).
               10  WS-MP-COMP      PIC X(20).
       01  WS-MP-I                 PIC 9(3).
       01  WS-MP-HIT               PIC 9(3).
       01  WS-MP-PATLEN            PIC 9(3).
       01  WS-MP-LINE              PIC X(150).

      *> -- Timestamp to minutes --
       01  WS-TM-RAW               PIC X(60).
       01  WS-TM-DIGITS            PIC X(12).
       01  WS-TM-I                 PIC 9(3).
       01  WS-TM-K                 PIC 9(3).
       01  WS-TM-MIN               PIC 9(9).
       01  WS-TM-OK                PIC X.
       01  WS-TM-STAMP             PIC X(16).

      *> -- Component token and signature --
       01  WS-TK-MSG               PIC X(300).
       01  WS-TK-WORD              PIC X(40).
       01  WS-TK-PTR               PIC 9(4).
       01  WS-TK-I                 PIC 9(3).
       01  WS-TK-LEN               PIC 9(3).
       01  WS-TK-CH                PIC X.
       01  WS-TK-ALPHA             PIC X.
       01  WS-TK-DIGIT             PIC X.
       01  WS-TK-BAD               PIC X.
       01  WS-TK-COMP              PIC X(20).
       01  WS-SG-IN                PIC X(320).
       01  WS-SG-OUT               PIC X(60).
       01  WS-SG-I                 PIC 9(3).
       01  WS-SG-O                 PIC 9(3).
       01  WS-SG-CH                PIC X.
       01  WS-SG-PREV-SP           PIC X.

      *> -- Components to report --
       01  WS-CP-CT                PIC 9(3) VALUE 0.
       01  WS-CP-TABLE.
           05  WS-CP-NAME OCCURS 200 TIMES
                                   PIC X(20).
       01  WS-CP-I                 PIC 9(3).
       01  WS-CP-NEW               PIC X(20).
       01  WS-CP-HIT               PIC X.

      *> -- One component's timeline (kind F/A + table index) --
       01  WS-TL-CT                PIC 9(4) VALUE 0.
       01  WS-TL-TABLE.
           05  WS-TL-ENT OCCURS 3500 TIMES.
               10  WS-TL-MIN       PIC 9(9).
               10  WS-TL-KIND      PIC X.
               10  WS-TL-IDX       PIC 9(4).
       01  WS-TL-I                 PIC 9(4).
       01  WS-TL-J                 PIC 9(4).
       01  WS-TL-HOLD.
           05  WS-TL-H-MIN         PIC 9(9).
           05  WS-TL-H-KIND        PIC X.
           05  WS-TL-H-IDX         PIC 9(4).
       01  WS-TL-FAILS             PIC 9(4).
       01  WS-TL-INWIN             PIC X.
       01  WS-TL-LEAD              PIC 9(6).
       01  WS-TL-BEST              PIC 9(6).
       01  WS-TL-SCOPE             PIC X(12).
       01  WS-TL-LEAD-H            PIC Z(3)9.
       01  WS-TL-LEAD-M            PIC 99.

      *> -- Sensor-type / failure-signature pairs --
       01  WS-PR-MAX               PIC 9(4) VALUE 1000.
       01  WS-PR-CT                PIC 9(4) VALUE 0.
       01  WS-PR-TABLE.
           05  WS-PR-ENT OCCURS 1000 TIMES.
               10  WS-PR-TYPE      PIC X(25).
               10  WS-PR-SIG       PIC X(60).
               10  WS-PR-HITS      PIC 9(5).
               10  WS-PR-LEADSUM   PIC 9(9).
               10  WS-PR-LASTFT    PIC 9(4).
               10  WS-PR-DONE      PIC X.
       01  WS-PR-I                 PIC 9(4).
       01  WS-PR-CUR               PIC 9(4).
       01  WS-PR-BEST              PIC 9(4).
       01  WS-PR-RANK              PIC 9(3).
       01  WS-PR-SIGFAILS          PIC 9(5).
       01  WS-PR-AVG               PIC 9(5)V9.
       01  WS-PR-AVG-D             PIC Z(4)9.9.
       01  WS-PR-BEST-AVG          PIC 9(5)V9.
       01  WS-PR-CMP-AVG           PIC 9(5)V9.
       01  WS-PR-RANK-D            PIC Z(2)9.
       01  WS-PR-LEAD              PIC 9(6).

      *> -- Display helpers --
       01  WS-CT-D                 PIC Z(4)9.

       PROCEDURE DIVISION.
       MAIN-PLANTCOR.
           MOVE "PLANTCOR" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== PLANTCOR: awarie a anomalie czujnikow ==="

           MOVE SPACES TO WS-ENVPATH
           ACCEPT WS-ENVPATH
               FROM ENVIRONMENT "PLANTCOR_FAILURE_FILE"
           IF WS-ENVPATH NOT = SPACES
               MOVE WS-ENVPATH TO WS-FAIL-PATH
           END-IF
           MOVE SPACES TO WS-ENVPATH
           ACCEPT WS-ENVPATH
               FROM ENVIRONMENT "PLANTCOR_ANOMALY_FILE"
           IF WS-ENVPATH NOT = SPACES
               MOVE WS-ENVPATH TO WS-ANOM-PATH
           END-IF
           MOVE SPACES TO WS-ENV-NUM
           ACCEPT WS-ENV-NUM
               FROM ENVIRONMENT "PLANTCOR_WINDOW_HOURS"
           IF WS-ENV-NUM NOT = SPACES
           AND TRIM(WS-ENV-NUM) IS NUMERIC
           AND NUMVAL(WS-ENV-NUM) > 0
           AND NUMVAL(WS-ENV-NUM) < 1000
               COMPUTE WS-WINDOW-HRS = NUMVAL(WS-ENV-NUM)
           END-IF
           COMPUTE WS-WINDOW-MIN = WS-WINDOW-HRS * 60
           MOVE WS-WINDOW-HRS TO WS-WINDOW-D
           MOVE SPACES TO WS-ENV-NUM
           ACCEPT WS-ENV-NUM
               FROM ENVIRONMENT "PLANTCOR_TOP"
           IF WS-ENV-NUM NOT = SPACES
           AND TRIM(WS-ENV-NUM) IS NUMERIC
           AND NUMVAL(WS-ENV-NUM) > 0
           AND NUMVAL(WS-ENV-NUM) < 1000
               COMPUTE WS-TOP-N = NUMVAL(WS-ENV-NUM)
           END-IF

           PERFORM LOAD-COMPONENT-MAP
           PERFORM LOAD-FAILURE-EVENTS
           PERFORM LOAD-ANOMALY-EVENTS
           DISPLAY "  Awarii: " WS-FT-CT
               "  anomalii: " WS-AN-CT
               "  okno: " TRIM(WS-WINDOW-D) " h"
           IF WS-FT-DROPPED > 0 OR WS-AN-DROPPED > 0
               DISPLAY "  UWAGA: tabele pelne - pominieto najstarsze"
                   " (awarii " WS-FT-DROPPED
                   ", anomalii " WS-AN-DROPPED ")"
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "report write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           MOVE "=== Failure / sensor anomaly correlation ==="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "  failures=" WS-FT-CT
               " anomalies=" WS-AN-CT
               " lead-window=" TRIM(WS-WINDOW-D) "h"
               " components-mapped=" WS-MP-CT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-FT-DROPPED > 0 OR WS-AN-DROPPED > 0
               MOVE SPACES TO REPORT-REC
               STRING
                   "  (table full: oldest events left out -"
                   " failures=" WS-FT-DROPPED
                   " anomalies=" WS-AN-DROPPED ")"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
           END-IF

           IF WS-FT-CT = 0 OR WS-AN-CT = 0
               MOVE "  (nothing to correlate: one of the inputs"
                   & " is empty or missing)"
                   TO REPORT-REC
               WRITE REPORT-REC
           END-IF

           PERFORM COLLECT-COMPONENTS
           PERFORM VARYING WS-CP-I FROM 1 BY 1
               UNTIL WS-CP-I > WS-CP-CT
               PERFORM WRITE-COMPONENT-TIMELINE
           END-PERFORM

           PERFORM SCORE-PAIRS
           PERFORM WRITE-PAIR-RANKING
           CLOSE REPORT-FILE

           DISPLAY "  Par typ/sygnatura: " WS-PR-CT
           DISPLAY "  Raport: " TRIM(WS-REPORT-PATH)

           MOVE "OK" TO WS-RUNLOG-STATUS
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "failures=" WS-FT-CT
               " anomalies=" WS-AN-CT
               " pairs=" WS-PR-CT
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           IF WS-FT-DROPPED > 0 OR WS-AN-DROPPED > 0
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "DATA-TRUNCATED" TO WS-RUNLOG-REASON
               COMPUTE WS-DROP-CT = WS-FT-DROPPED + WS-AN-DROPPED
               MOVE SPACES TO WS-RUNLOG-RESULT
               STRING
                   "failures=" WS-FT-CT
                   " anomalies=" WS-AN-CT
                   " pairs=" WS-PR-CT
                   " dropped-oldest=" WS-DROP-CT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> LOAD-COMPONENT-MAP: sensor-type|id-pattern|component
      *> ============================================================
       LOAD-COMPONENT-MAP.
           MOVE 0 TO WS-MP-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COMPMAP-FILE
           IF WS-MAP-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-MAP-PATH)
                   " - wszystkie czujniki ogolne"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ COMPMAP-FILE INTO WS-MP-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-MP-LINE(1:1) NOT = "#"
                       AND WS-MP-LINE NOT = SPACES
                       AND WS-MP-CT < 100
                           ADD 1 TO WS-MP-CT
                           UNSTRING WS-MP-LINE
                               DELIMITED BY "|"
                               INTO WS-MP-TYPE(WS-MP-CT)
                                    WS-MP-PAT(WS-MP-CT)
                                    WS-MP-COMP(WS-MP-CT)
                           END-UNSTRING
                           IF WS-MP-COMP(WS-MP-CT) = SPACES
                               SUBTRACT 1 FROM WS-MP-CT
                           ELSE
                               MOVE UPPER-CASE(TRIM(
                                   WS-MP-COMP(WS-MP-CT)))
                                   TO WS-MP-COMP(WS-MP-CT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPMAP-FILE
           .

      *> ============================================================
      *> LOAD-FAILURE-EVENTS: SEV|MSG|run-date [date time] ...
      *> ============================================================
       LOAD-FAILURE-EVENTS.
           MOVE 0 TO WS-FT-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FAILURE-FILE
           IF WS-FAIL-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-FAIL-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FAILURE-FILE INTO WS-FL-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-FAILURE
               END-READ
           END-PERFORM
           CLOSE FAILURE-FILE
           .

       LOAD-ONE-FAILURE.
           IF WS-FL-LINE = SPACES
           OR WS-FL-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FL-SEV WS-FL-MSG WS-FL-REST
           UNSTRING WS-FL-LINE DELIMITED BY "|"
               INTO WS-FL-SEV WS-FL-MSG WS-FL-REST
           END-UNSTRING
      *>   The event's own time sits in the first [...] group
           MOVE SPACES TO WS-FL-RUN WS-FL-WHEN
           UNSTRING WS-FL-REST DELIMITED BY "[" OR "]"
               INTO WS-FL-RUN WS-FL-WHEN
           END-UNSTRING
           MOVE WS-FL-WHEN TO WS-TM-RAW
           PERFORM STAMP-TO-MINUTES
           IF WS-TM-OK NOT = "Y"
           OR WS-FL-MSG = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FT-J FROM 1 BY 1
               UNTIL WS-FT-J > WS-FT-CT
               IF WS-FT-MIN(WS-FT-J) = WS-TM-MIN
               AND WS-FT-MSG(WS-FT-J) = WS-FL-MSG(1:200)
                   ADD 1 TO WS-FL-DUPS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
      *>   Table full: the newest events are the ones that
      *>   matter, so this one replaces the oldest held
           IF WS-FT-CT >= WS-FT-MAX
               ADD 1 TO WS-FT-DROPPED
               MOVE 1 TO WS-FT-SLOT
               PERFORM VARYING WS-FT-J FROM 2 BY 1
                   UNTIL WS-FT-J > WS-FT-CT
                   IF WS-FT-MIN(WS-FT-J) < WS-FT-MIN(WS-FT-SLOT)
                       MOVE WS-FT-J TO WS-FT-SLOT
                   END-IF
               END-PERFORM
               IF WS-TM-MIN <= WS-FT-MIN(WS-FT-SLOT)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-FT-CT
               MOVE WS-FT-CT TO WS-FT-SLOT
           END-IF
           MOVE WS-TM-MIN TO WS-FT-MIN(WS-FT-SLOT)
           MOVE WS-TM-STAMP TO WS-FT-STAMP(WS-FT-SLOT)
           MOVE TRIM(WS-FL-SEV) TO WS-FT-SEV(WS-FT-SLOT)
           MOVE WS-FL-MSG(1:200) TO WS-FT-MSG(WS-FT-SLOT)
           MOVE WS-FL-MSG TO WS-TK-MSG
           PERFORM FIND-COMPONENT-TOKEN
           MOVE WS-TK-COMP TO WS-FT-COMP(WS-FT-SLOT)
           PERFORM BUILD-FAILURE-SIGNATURE
           MOVE WS-SG-OUT TO WS-FT-SIG(WS-FT-SLOT)
           .

      *> ============================================================
      *> LOAD-ANOMALY-EVENTS: ts14|sensor|type|reading|sev
      *> ============================================================
       LOAD-ANOMALY-EVENTS.
           MOVE 0 TO WS-AN-CT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ANOMALY-FILE
           IF WS-ANOM-FS NOT = "00"
               DISPLAY "  Brak " TRIM(WS-ANOM-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ANOMALY-FILE INTO WS-AL-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-ANOMALY
               END-READ
           END-PERFORM
           CLOSE ANOMALY-FILE
           .

       LOAD-ONE-ANOMALY.
           IF WS-AL-LINE = SPACES
           OR WS-AL-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AL-TS WS-AL-SENSOR WS-AL-TYPE
                          WS-AL-READ WS-AL-SEV
           UNSTRING WS-AL-LINE DELIMITED BY "|"
               INTO WS-AL-TS WS-AL-SENSOR WS-AL-TYPE
                    WS-AL-READ WS-AL-SEV
           END-UNSTRING
           MOVE WS-AL-TS TO WS-TM-RAW
           PERFORM STAMP-TO-MINUTES
           IF WS-TM-OK NOT = "Y"
           OR WS-AL-SENSOR = SPACES
               EXIT PARAGRAPH
           END-IF
      *>   A restarted S03E01 run re-reads the same files
           PERFORM VARYING WS-AN-J FROM 1 BY 1
               UNTIL WS-AN-J > WS-AN-CT
               IF WS-AN-MIN(WS-AN-J) = WS-TM-MIN
               AND WS-AN-SENSOR(WS-AN-J) = WS-AL-SENSOR
               AND WS-AN-TYPE(WS-AN-J) = WS-AL-TYPE
                   ADD 1 TO WS-AL-DUPS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
      *>   Table full: the newest readings win, as for failures
           IF WS-AN-CT >= WS-AN-MAX
               ADD 1 TO WS-AN-DROPPED
               MOVE 1 TO WS-AN-SLOT
               PERFORM VARYING WS-AN-J FROM 2 BY 1
                   UNTIL WS-AN-J > WS-AN-CT
                   IF WS-AN-MIN(WS-AN-J) < WS-AN-MIN(WS-AN-SLOT)
                       MOVE WS-AN-J TO WS-AN-SLOT
                   END-IF
               END-PERFORM
               IF WS-TM-MIN <= WS-AN-MIN(WS-AN-SLOT)
                   EXIT PARAGRAPH
               END-IF
           ELSE
               ADD 1 TO WS-AN-CT
               MOVE WS-AN-CT TO WS-AN-SLOT
           END-IF
           MOVE WS-TM-MIN TO WS-AN-MIN(WS-AN-SLOT)
           MOVE WS-TM-STAMP TO WS-AN-STAMP(WS-AN-SLOT)
           MOVE WS-AL-SENSOR TO WS-AN-SENSOR(WS-AN-SLOT)
           MOVE WS-AL-TYPE TO WS-AN-TYPE(WS-AN-SLOT)
           MOVE WS-AL-READ TO WS-AN-READ(WS-AN-SLOT)
           MOVE WS-AL-SEV TO WS-AN-SEV(WS-AN-SLOT)
           PERFORM MAP-SENSOR-COMPONENT
           .

      *> -- Specific id-pattern beats "*", like sensor_master --
       MAP-SENSOR-COMPONENT.
           MOVE 0 TO WS-MP-HIT
           PERFORM VARYING WS-MP-I FROM 1 BY 1
               UNTIL WS-MP-I > WS-MP-CT
               IF TRIM(WS-MP-TYPE(WS-MP-I)) = "*"
               OR TRIM(WS-MP-TYPE(WS-MP-I)) =
                  TRIM(WS-AL-TYPE)
                   IF TRIM(WS-MP-PAT(WS-MP-I)) = "*"
                   OR WS-MP-PAT(WS-MP-I) = SPACES
                       IF WS-MP-HIT = 0
                           MOVE WS-MP-I TO WS-MP-HIT
                       END-IF
                   ELSE
                       MOVE LENGTH(TRIM(WS-MP-PAT(WS-MP-I)))
                           TO WS-MP-PATLEN
                       IF WS-AL-SENSOR(1:WS-MP-PATLEN) =
                          TRIM(WS-MP-PAT(WS-MP-I))
                           MOVE WS-MP-I TO WS-MP-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MP-HIT > 0
               MOVE WS-MP-COMP(WS-MP-HIT)
                   TO WS-AN-COMP(WS-AN-SLOT)
           ELSE
               MOVE "*" TO WS-AN-COMP(WS-AN-SLOT)
           END-IF
           .

      *> ============================================================
      *> STAMP-TO-MINUTES: first 12 digits of WS-TM-RAW as
      *> YYYYMMDDHHMM -> minutes since day 1 (INTEGER-OF-DATE),
      *> plus a "YYYY-MM-DD HH:MM" display stamp
      *> ============================================================
       STAMP-TO-MINUTES.
           MOVE "N" TO WS-TM-OK
           MOVE SPACES TO WS-TM-DIGITS
           MOVE 1 TO WS-TM-K
           PERFORM VARYING WS-TM-I FROM 1 BY 1
               UNTIL WS-TM-I > 60
               OR WS-TM-K > 12
               IF WS-TM-RAW(WS-TM-I:1) >= "0"
               AND WS-TM-RAW(WS-TM-I:1) <= "9"
                   MOVE WS-TM-RAW(WS-TM-I:1)
                       TO WS-TM-DIGITS(WS-TM-K:1)
                   ADD 1 TO WS-TM-K
               END-IF
           END-PERFORM
           INSPECT WS-TM-DIGITS(9:4) REPLACING ALL SPACE BY "0"
           IF WS-TM-DIGITS IS NOT NUMERIC
           OR WS-TM-DIGITS(1:8) < "19000101"
           OR TEST-DATE-YYYYMMDD(NUMVAL(WS-TM-DIGITS(1:8)))
              NOT = 0
           OR WS-TM-DIGITS(9:2) > "23"
           OR WS-TM-DIGITS(11:2) > "59"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TM-MIN =
               INTEGER-OF-DATE(NUMVAL(WS-TM-DIGITS(1:8))) * 1440
               + NUMVAL(WS-TM-DIGITS(9:2)) * 60
               + NUMVAL(WS-TM-DIGITS(11:2))
           MOVE SPACES TO WS-TM-STAMP
           STRING
               WS-TM-DIGITS(1:4) "-" WS-TM-DIGITS(5:2) "-"
               WS-TM-DIGITS(7:2) " " WS-TM-DIGITS(9:2) ":"
               WS-TM-DIGITS(11:2)
               DELIMITED SIZE
               INTO WS-TM-STAMP
           END-STRING
           MOVE "Y" TO WS-TM-OK
           .

      *> ============================================================
      *> FIND-COMPONENT-TOKEN: first word of capitals and digits
      *> carrying at least one of each (ECCS8, WTANK07); PLANT
      *> when the message names no component
      *> ============================================================
       FIND-COMPONENT-TOKEN.
           MOVE "PLANT" TO WS-TK-COMP
           MOVE 1 TO WS-TK-PTR
           PERFORM UNTIL WS-TK-PTR > 300
               OR WS-TK-COMP NOT = "PLANT"
               MOVE SPACES TO WS-TK-WORD
               UNSTRING WS-TK-MSG DELIMITED BY ALL SPACE
                   INTO WS-TK-WORD
                   WITH POINTER WS-TK-PTR
               END-UNSTRING
               IF WS-TK-WORD NOT = SPACES
                   PERFORM CHECK-COMPONENT-WORD
               END-IF
           END-PERFORM
           .

       CHECK-COMPONENT-WORD.
      *>   Drop the punctuation a word can trail ("ECCS8:")
           MOVE LENGTH(TRIM(WS-TK-WORD)) TO WS-TK-LEN
           PERFORM UNTIL WS-TK-LEN = 0
               OR (WS-TK-WORD(WS-TK-LEN:1) NOT = "."
               AND WS-TK-WORD(WS-TK-LEN:1) NOT = ","
               AND WS-TK-WORD(WS-TK-LEN:1) NOT = ":"
               AND WS-TK-WORD(WS-TK-LEN:1) NOT = ";"
               AND WS-TK-WORD(WS-TK-LEN:1) NOT = ")")
               MOVE SPACE TO WS-TK-WORD(WS-TK-LEN:1)
               SUBTRACT 1 FROM WS-TK-LEN
           END-PERFORM
           IF WS-TK-LEN < 3 OR WS-TK-LEN > 20
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TK-ALPHA WS-TK-DIGIT WS-TK-BAD
           PERFORM VARYING WS-TK-I FROM 1 BY 1
               UNTIL WS-TK-I > WS-TK-LEN
               MOVE WS-TK-WORD(WS-TK-I:1) TO WS-TK-CH
               EVALUATE TRUE
                   WHEN WS-TK-CH >= "A" AND WS-TK-CH <= "Z"
                       MOVE "Y" TO WS-TK-ALPHA
                   WHEN WS-TK-CH >= "0" AND WS-TK-CH <= "9"
                       MOVE "Y" TO WS-TK-DIGIT
                   WHEN WS-TK-CH = "-" OR WS-TK-CH = "_"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-TK-BAD
               END-EVALUATE
           END-PERFORM
           IF WS-TK-ALPHA = "Y" AND WS-TK-DIGIT = "Y"
           AND WS-TK-BAD = "N"
               MOVE WS-TK-WORD(1:WS-TK-LEN) TO WS-TK-COMP
           END-IF
           .

      *> -- Lower-case, digits folded to "#", blanks collapsed --
       BUILD-FAILURE-SIGNATURE.
           MOVE SPACES TO WS-SG-IN
           STRING
               LOWER-CASE(TRIM(WS-FL-SEV)) ":"
               LOWER-CASE(TRIM(WS-FL-MSG))
               DELIMITED SIZE
               INTO WS-SG-IN
           END-STRING
           MOVE SPACES TO WS-SG-OUT
           MOVE 0 TO WS-SG-O
           MOVE "Y" TO WS-SG-PREV-SP
           PERFORM VARYING WS-SG-I FROM 1 BY 1
               UNTIL WS-SG-I > 320
               OR WS-SG-O >= 60
               MOVE WS-SG-IN(WS-SG-I:1) TO WS-SG-CH
               EVALUATE TRUE
                   WHEN WS-SG-CH = SPACE
                       IF WS-SG-PREV-SP = "N"
                           ADD 1 TO WS-SG-O
                           MOVE SPACE TO WS-SG-OUT(WS-SG-O:1)
                       END-IF
                       MOVE "Y" TO WS-SG-PREV-SP
                   WHEN WS-SG-CH >= "0"
                   AND WS-SG-CH <= "9"
                       ADD 1 TO WS-SG-O
                       MOVE "#" TO WS-SG-OUT(WS-SG-O:1)
                       MOVE "N" TO WS-SG-PREV-SP
                   WHEN OTHER
                       ADD 1 TO WS-SG-O
                       MOVE WS-SG-CH TO WS-SG-OUT(WS-SG-O:1)
                       MOVE "N" TO WS-SG-PREV-SP
               END-EVALUATE
           END-PERFORM
           .

      *> ============================================================
      *> COLLECT-COMPONENTS: every failing component, then every
      *> mapped component that only has anomalies
      *> ============================================================
       COLLECT-COMPONENTS.
           MOVE 0 TO WS-CP-CT
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-CT
               MOVE WS-FT-COMP(WS-FT-I) TO WS-CP-NEW
               PERFORM ADD-COMPONENT
           END-PERFORM
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-CT
               IF WS-AN-COMP(WS-AN-I) NOT = "*"
                   MOVE WS-AN-COMP(WS-AN-I) TO WS-CP-NEW
                   PERFORM ADD-COMPONENT
               END-IF
           END-PERFORM
           .

       ADD-COMPONENT.
           MOVE "N" TO WS-CP-HIT
           PERFORM VARYING WS-CP-I FROM 1 BY 1
               UNTIL WS-CP-I > WS-CP-CT
               IF WS-CP-NAME(WS-CP-I) = WS-CP-NEW
                   MOVE "Y" TO WS-CP-HIT
               END-IF
           END-PERFORM
           IF WS-CP-HIT = "N" AND WS-CP-CT < 200
               ADD 1 TO WS-CP-CT
               MOVE WS-CP-NEW TO WS-CP-NAME(WS-CP-CT)
           END-IF
           .

      *> ============================================================
      *> WRITE-COMPONENT-TIMELINE: the component's failures, its
      *> own anomalies, and plant-wide anomalies that fall in the
      *> lead window of one of its failures - one list, in time
      *> order, anomalies before a failure marked with the lead
      *> ============================================================
       WRITE-COMPONENT-TIMELINE.
           MOVE 0 TO WS-TL-CT WS-TL-FAILS
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-CT
               IF WS-FT-COMP(WS-FT-I) = WS-CP-NAME(WS-CP-I)
                   ADD 1 TO WS-TL-CT WS-TL-FAILS
                   MOVE WS-FT-MIN(WS-FT-I) TO WS-TL-MIN(WS-TL-CT)
                   MOVE "F" TO WS-TL-KIND(WS-TL-CT)
                   MOVE WS-FT-I TO WS-TL-IDX(WS-TL-CT)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AN-I FROM 1 BY 1
               UNTIL WS-AN-I > WS-AN-CT
               IF WS-AN-COMP(WS-AN-I) = WS-CP-NAME(WS-CP-I)
                   PERFORM ADD-TIMELINE-ANOMALY
               ELSE
                   IF WS-AN-COMP(WS-AN-I) = "*"
                       PERFORM FIND-ANOMALY-LEAD
                       IF WS-TL-INWIN = "Y"
                           PERFORM ADD-TIMELINE-ANOMALY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TL-CT = 0
               EXIT PARAGRAPH
           END-IF

      *>   Insertion sort on time; a failure sorts after anomalies
      *>   stamped in the same minute
           PERFORM VARYING WS-TL-I FROM 2 BY 1
               UNTIL WS-TL-I > WS-TL-CT
               MOVE WS-TL-ENT(WS-TL-I) TO WS-TL-HOLD
               MOVE WS-TL-I TO WS-TL-J
               PERFORM UNTIL WS-TL-J < 2
                   OR WS-TL-MIN(WS-TL-J - 1) < WS-TL-H-MIN
                   OR (WS-TL-MIN(WS-TL-J - 1) = WS-TL-H-MIN
                   AND WS-TL-KIND(WS-TL-J - 1) <= WS-TL-H-KIND)
                   MOVE WS-TL-ENT(WS-TL-J - 1)
                       TO WS-TL-ENT(WS-TL-J)
                   SUBTRACT 1 FROM WS-TL-J
               END-PERFORM
               MOVE WS-TL-HOLD TO WS-TL-ENT(WS-TL-J)
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-TL-FAILS TO WS-CT-D
           MOVE SPACES TO REPORT-REC
           STRING
               "--- " TRIM(WS-CP-NAME(WS-CP-I))
               " (failures: " TRIM(WS-CT-D) ") ---"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-TL-I FROM 1 BY 1
               UNTIL WS-TL-I > WS-TL-CT
               PERFORM WRITE-TIMELINE-LINE
           END-PERFORM
           .

       ADD-TIMELINE-ANOMALY.
           IF WS-TL-CT < 3500
               ADD 1 TO WS-TL-CT
               MOVE WS-AN-MIN(WS-AN-I) TO WS-TL-MIN(WS-TL-CT)
               MOVE "A" TO WS-TL-KIND(WS-TL-CT)
               MOVE WS-AN-I TO WS-TL-IDX(WS-TL-CT)
           END-IF
           .

      *> -- Shortest lead from anomaly WS-AN-I to a failure of
      *> -- component WS-CP-I inside the window (WS-TL-BEST) --
       FIND-ANOMALY-LEAD.
           MOVE "N" TO WS-TL-INWIN
           MOVE 999999 TO WS-TL-BEST
           PERFORM VARYING WS-FT-J FROM 1 BY 1
               UNTIL WS-FT-J > WS-FT-CT
               IF WS-FT-COMP(WS-FT-J) = WS-CP-NAME(WS-CP-I)
               AND WS-FT-MIN(WS-FT-J) >= WS-AN-MIN(WS-AN-I)
               AND WS-FT-MIN(WS-FT-J) - WS-AN-MIN(WS-AN-I)
                   <= WS-WINDOW-MIN
                   COMPUTE WS-TL-LEAD =
                       WS-FT-MIN(WS-FT-J) - WS-AN-MIN(WS-AN-I)
                   IF WS-TL-LEAD < WS-TL-BEST
                       MOVE WS-TL-LEAD TO WS-TL-BEST
                   END-IF
                   MOVE "Y" TO WS-TL-INWIN
               END-IF
           END-PERFORM
           .

       WRITE-TIMELINE-LINE.
           MOVE SPACES TO REPORT-REC
           IF WS-TL-KIND(WS-TL-I) = "F"
               MOVE WS-TL-IDX(WS-TL-I) TO WS-FT-I
               STRING
                   "  " WS-FT-STAMP(WS-FT-I)
                   "  FAIL  [" TRIM(WS-FT-SEV(WS-FT-I)) "] "
                   TRIM(WS-FT-MSG(WS-FT-I))
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TL-IDX(WS-TL-I) TO WS-AN-I
           IF WS-AN-COMP(WS-AN-I) = "*"
               MOVE " plant-wide" TO WS-TL-SCOPE
           ELSE
               MOVE SPACES TO WS-TL-SCOPE
           END-IF
           PERFORM FIND-ANOMALY-LEAD
           IF WS-TL-INWIN = "Y"
               COMPUTE WS-TL-LEAD-H = WS-TL-BEST / 60
               COMPUTE WS-TL-LEAD-M =
                   WS-TL-BEST - (WS-TL-BEST / 60) * 60
               STRING
                   "  " WS-AN-STAMP(WS-AN-I)
                   "  ANOM  " TRIM(WS-AN-TYPE(WS-AN-I))
                   " sensor " TRIM(WS-AN-SENSOR(WS-AN-I))
                   " = " TRIM(WS-AN-READ(WS-AN-I))
                   " " TRIM(WS-AN-SEV(WS-AN-I))
                   WS-TL-SCOPE
                   "  <- " TRIM(WS-TL-LEAD-H) "h"
                   WS-TL-LEAD-M "m before failure"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           ELSE
               STRING
                   "  " WS-AN-STAMP(WS-AN-I)
                   "  ANOM  " TRIM(WS-AN-TYPE(WS-AN-I))
                   " sensor " TRIM(WS-AN-SENSOR(WS-AN-I))
                   " = " TRIM(WS-AN-READ(WS-AN-I))
                   " " TRIM(WS-AN-SEV(WS-AN-I))
                   WS-TL-SCOPE
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
           END-IF
           WRITE REPORT-REC
           .

      *> ============================================================
      *> SCORE-PAIRS: for every failure, each anomaly type seen on
      *> its component (or plant-wide) inside the lead window
      *> counts once for the type/signature pair, with the
      *> shortest lead added to the pair's lead total
      *> ============================================================
       SCORE-PAIRS.
           MOVE 0 TO WS-PR-CT
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-CT
               PERFORM VARYING WS-AN-I FROM 1 BY 1
                   UNTIL WS-AN-I > WS-AN-CT
                   IF (WS-AN-COMP(WS-AN-I) = "*"
                   OR WS-AN-COMP(WS-AN-I) = WS-FT-COMP(WS-FT-I)
                   OR WS-FT-COMP(WS-FT-I) = "PLANT")
                   AND WS-FT-MIN(WS-FT-I) >= WS-AN-MIN(WS-AN-I)
                   AND WS-FT-MIN(WS-FT-I) - WS-AN-MIN(WS-AN-I)
                       <= WS-WINDOW-MIN
                       COMPUTE WS-PR-LEAD =
                           WS-FT-MIN(WS-FT-I) - WS-AN-MIN(WS-AN-I)
                       PERFORM NOTE-PAIR
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       NOTE-PAIR.
           MOVE 0 TO WS-PR-CUR
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PR-CT
               OR WS-PR-CUR > 0
               IF WS-PR-TYPE(WS-PR-I) = WS-AN-TYPE(WS-AN-I)
               AND WS-PR-SIG(WS-PR-I) = WS-FT-SIG(WS-FT-I)
                   MOVE WS-PR-I TO WS-PR-CUR
               END-IF
           END-PERFORM
           IF WS-PR-CUR = 0
               IF WS-PR-CT >= WS-PR-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PR-CT
               MOVE WS-PR-CT TO WS-PR-CUR
               MOVE WS-AN-TYPE(WS-AN-I) TO WS-PR-TYPE(WS-PR-CUR)
               MOVE WS-FT-SIG(WS-FT-I) TO WS-PR-SIG(WS-PR-CUR)
               MOVE 0 TO WS-PR-HITS(WS-PR-CUR)
                         WS-PR-LEADSUM(WS-PR-CUR)
                         WS-PR-LASTFT(WS-PR-CUR)
               MOVE "N" TO WS-PR-DONE(WS-PR-CUR)
           END-IF
      *>   Second anomaly of the same type before the same
      *>   failure: keep only the shorter lead
           IF WS-PR-LASTFT(WS-PR-CUR) = WS-FT-I
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FT-I TO WS-PR-LASTFT(WS-PR-CUR)
           ADD 1 TO WS-PR-HITS(WS-PR-CUR)
           PERFORM FIND-PAIR-LEAD
           ADD WS-PR-LEAD TO WS-PR-LEADSUM(WS-PR-CUR)
           .

      *> -- Shortest lead of this anomaly type to failure WS-FT-I --
       FIND-PAIR-LEAD.
           PERFORM VARYING WS-AN-J FROM 1 BY 1
               UNTIL WS-AN-J > WS-AN-CT
               IF WS-AN-TYPE(WS-AN-J) = WS-AN-TYPE(WS-AN-I)
               AND (WS-AN-COMP(WS-AN-J) = "*"
               OR WS-AN-COMP(WS-AN-J) = WS-FT-COMP(WS-FT-I)
               OR WS-FT-COMP(WS-FT-I) = "PLANT")
               AND WS-FT-MIN(WS-FT-I) >= WS-AN-MIN(WS-AN-J)
               AND WS-FT-MIN(WS-FT-I) - WS-AN-MIN(WS-AN-J)
                   < WS-PR-LEAD
                   COMPUTE WS-PR-LEAD =
                       WS-FT-MIN(WS-FT-I) - WS-AN-MIN(WS-AN-J)
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> WRITE-PAIR-RANKING: most failures first, shorter average
      *> lead breaking ties
      *> ============================================================
       WRITE-PAIR-RANKING.
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "=== Sensor type / failure signature pairs"
               " (anomaly within " TRIM(WS-WINDOW-D)
               "h before the failure) ==="
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-PR-CT = 0
               MOVE "  (no anomaly fell inside a lead window)"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PR-RANK FROM 1 BY 1
               UNTIL WS-PR-RANK > WS-TOP-N
               OR WS-PR-RANK > WS-PR-CT
               PERFORM PICK-BEST-PAIR
               PERFORM WRITE-PAIR-LINE
           END-PERFORM
           .

       PICK-BEST-PAIR.
           MOVE 0 TO WS-PR-BEST
           PERFORM VARYING WS-PR-I FROM 1 BY 1
               UNTIL WS-PR-I > WS-PR-CT
               IF WS-PR-DONE(WS-PR-I) = "N"
                   COMPUTE WS-PR-CMP-AVG ROUNDED =
                       WS-PR-LEADSUM(WS-PR-I)
                       / WS-PR-HITS(WS-PR-I) / 60
                   EVALUATE TRUE
                       WHEN WS-PR-BEST = 0
                           MOVE WS-PR-I TO WS-PR-BEST
                           MOVE WS-PR-CMP-AVG TO WS-PR-BEST-AVG
                       WHEN WS-PR-HITS(WS-PR-I) >
                            WS-PR-HITS(WS-PR-BEST)
                           MOVE WS-PR-I TO WS-PR-BEST
                           MOVE WS-PR-CMP-AVG TO WS-PR-BEST-AVG
                       WHEN WS-PR-HITS(WS-PR-I) =
                            WS-PR-HITS(WS-PR-BEST)
                       AND WS-PR-CMP-AVG < WS-PR-BEST-AVG
                           MOVE WS-PR-I TO WS-PR-BEST
                           MOVE WS-PR-CMP-AVG TO WS-PR-BEST-AVG
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-PR-DONE(WS-PR-BEST)
           .

       WRITE-PAIR-LINE.
      *>   How many failures carry this signature at all
           MOVE 0 TO WS-PR-SIGFAILS
           PERFORM VARYING WS-FT-I FROM 1 BY 1
               UNTIL WS-FT-I > WS-FT-CT
               IF WS-FT-SIG(WS-FT-I) = WS-PR-SIG(WS-PR-BEST)
                   ADD 1 TO WS-PR-SIGFAILS
               END-IF
           END-PERFORM
           MOVE WS-PR-RANK TO WS-PR-RANK-D
           MOVE WS-PR-BEST-AVG TO WS-PR-AVG-D
           MOVE SPACES TO REPORT-REC
           STRING
               "  " WS-PR-RANK-D ". "
               TRIM(WS-PR-TYPE(WS-PR-BEST))
               " -> " TRIM(WS-PR-SIG(WS-PR-BEST))
               "  together=" WS-PR-HITS(WS-PR-BEST)
               " of " WS-PR-SIGFAILS
               " avg-lead=" TRIM(WS-PR-AVG-D) "h"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

       COPY RUNLOG-PROC.
