       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMON.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> FILEMON - Data-file growth and capacity monitor
      *> Ledgers, logs, caches and archives grow without limit;
      *> this step watches them so the disk never fills unnoticed.
      *> 1. Read filemon_watch.dat (label|path|max-size-mb|
      *>    max-growth-mb-per-day; a directory counts as a whole)
      *>    and measure every entry (du -sk), plus the free space
      *>    of the filesystem named on the DISK line (df -Pk)
      *> 2. Record today's sizes in filemon_history.dat
      *>    (yyyymmdd|label|kb, disk as yyyymmdd|DISK|used|avail),
      *>    replacing an earlier snapshot of the same day and
      *>    dropping snapshots older than FILEMON_KEEP_DAYS
      *>    (default 90)
      *> 3. Growth per day over the last FILEMON_WINDOW_DAYS
      *>    (default 7) per entry and for the filesystem, and the
      *>    projected days until the filesystem is full
      *> 4. filemon_report.txt lists the fastest-growing entries
      *>    first; an entry over its size or growth limit ends the
      *>    run WARN, a disk projected full inside the DISK
      *>    line's warn-days WARN and inside err-days ERR - so
      *>    RUNNOTIFY pages before the disk fills, not after
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
           SELECT WATCH-FILE ASSIGN TO WS-WATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FS.
           SELECT MEASURE-FILE ASSIGN TO WS-MEASURE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEASURE-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  WATCH-FILE.
       01  WATCH-REC                PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-REC              PIC X(100).

       FD  MEASURE-FILE.
       01  MEASURE-REC              PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

       01  WS-WATCH-PATH           PIC X(100) VALUE
           "filemon_watch.dat".
       01  WS-HIST-PATH            PIC X(100) VALUE
           "filemon_history.dat".
       01  WS-MEASURE-PATH         PIC X(100) VALUE
           "filemon_measure.tmp".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "filemon_report.txt".
       01  WS-FILE-STATUS          PIC XX.
       01  WS-HIST-FS              PIC XX.
       01  WS-MEASURE-FS           PIC XX.
       01  WS-EOF-FLAG             PIC X(1).
       01  WS-LINE                 PIC X(300).
       01  WS-CMD                  PIC X(500).
       01  WS-ENV-NUM              PIC X(10).

      *> -- Window and retention (days) --
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 7.
       01  WS-KEEP-DAYS            PIC 9(4) VALUE 90.

      *> -- Today --
       01  WS-NOW-TS               PIC X(21).
       01  WS-TODAY                PIC 9(8).
       01  WS-TODAY-INT            PIC 9(7).
       01  WS-WINDOW-INT           PIC 9(7).
       01  WS-KEEP-INT             PIC 9(7).

      *> -- Watch list --
       01  WS-W-MAX                PIC 9(3) VALUE 50.
       01  WS-W-COUNT              PIC 9(3) VALUE 0.
       01  WS-W-TABLE.
           05  WS-W-ENT OCCURS 50 TIMES.
               10  WS-W-LABEL      PIC X(30).
               10  WS-W-PATH       PIC X(150).
               10  WS-W-MAX-MB     PIC 9(7).
               10  WS-W-MAX-GROW   PIC 9(7).
               10  WS-W-FOUND      PIC X(1).
               10  WS-W-KB         PIC 9(12).
               10  WS-W-BASE-DATE  PIC 9(8).
               10  WS-W-BASE-KB    PIC 9(12).
               10  WS-W-RATE       PIC S9(11)V9 COMP-3.
               10  WS-W-HAS-RATE   PIC X(1).
               10  WS-W-OVER-SIZE  PIC X(1).
               10  WS-W-OVER-GROW  PIC X(1).
       01  WS-FLD-LABEL            PIC X(30).
       01  WS-FLD-PATH             PIC X(150).
       01  WS-FLD-N1               PIC X(10).
       01  WS-FLD-N2               PIC X(10).

      *> -- Filesystem (DISK line) --
       01  WS-DISK-SET             PIC X(1) VALUE "N".
       01  WS-DISK-PATH            PIC X(150).
       01  WS-DISK-WARN-DAYS       PIC 9(5) VALUE 14.
       01  WS-DISK-ERR-DAYS        PIC 9(5) VALUE 3.
       01  WS-DISK-FOUND           PIC X(1) VALUE "N".
       01  WS-DISK-SIZE-KB         PIC 9(12) VALUE 0.
       01  WS-DISK-USED-KB         PIC 9(12) VALUE 0.
       01  WS-DISK-AVAIL-KB        PIC 9(12) VALUE 0.
       01  WS-DISK-PCT             PIC 9(3) VALUE 0.
       01  WS-DISK-BASE-DATE       PIC 9(8) VALUE 0.
       01  WS-DISK-BASE-USED       PIC 9(12) VALUE 0.
       01  WS-DISK-RATE            PIC S9(11)V9 COMP-3 VALUE 0.
       01  WS-DISK-RATE-SRC        PIC X(1) VALUE "N".
       01  WS-DISK-DAYS            PIC 9(7) VALUE 0.
       01  WS-DISK-VERDICT         PIC X(4) VALUE "OK".
       01  WS-DF-F1                PIC X(60).
       01  WS-DF-F2                PIC X(20).
       01  WS-DF-F3                PIC X(20).
       01  WS-DF-F4                PIC X(20).
       01  WS-DF-F5                PIC X(10).

      *> -- Size history --
       01  WS-H-MAX                PIC 9(4) VALUE 4000.
       01  WS-H-COUNT              PIC 9(4) VALUE 0.
       01  WS-H-TABLE.
           05  WS-H-ENT OCCURS 4000 TIMES.
               10  WS-H-DATE       PIC 9(8).
               10  WS-H-LABEL      PIC X(30).
               10  WS-H-V1         PIC 9(12).
               10  WS-H-V2         PIC 9(12).
       01  WS-HF-DATE              PIC X(10).
       01  WS-HF-LABEL             PIC X(30).
       01  WS-HF-V1                PIC X(14).
       01  WS-HF-V2                PIC X(14).
       01  WS-H-DROPPED            PIC 9(5) VALUE 0.

      *> -- Growth / ordering --
       01  WS-BASE-DATE            PIC 9(8).
       01  WS-BASE-V               PIC 9(12).
       01  WS-DAYS-APART           PIC 9(5).
       01  WS-FOUND-IN-WINDOW      PIC X(1).
       01  WS-ORD-TABLE.
           05  WS-ORD-IDX          PIC 9(3) OCCURS 50 TIMES.
       01  WS-ORD-BEST             PIC 9(3).
       01  WS-ORD-TMP              PIC 9(3).
       01  WS-SUM-RATE             PIC S9(11)V9 COMP-3.

      *> -- Verdict --
       01  WS-WARN-CT              PIC 9(3) VALUE 0.
       01  WS-MISSING-CT           PIC 9(3) VALUE 0.

      *> -- Display helpers --
       01  WS-MB-WORK              PIC S9(9)V9 COMP-3.
       01  WS-MB-DISP              PIC ZZZZZZZ9.9.
       01  WS-MB-DISP2             PIC ZZZZZZZ9.9.
       01  WS-RATE-DISP            PIC +(7)9.9.
       01  WS-DAYS-DISP            PIC ZZZZZZ9.
       01  WS-LIM-DISP             PIC ZZZZZZ9.
       01  WS-PCT-DISP             PIC ZZ9.
       01  WS-FLAG-TXT             PIC X(4).
       01  WS-IDX                  PIC 9(4).
       01  WS-JDX                  PIC 9(4).
       01  WS-CUR                  PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-FILEMON.
           MOVE "FILEMON" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== FILEMON: przyrost plikow i miejsce "
               "na dysku ==="

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = INTEGER-OF-DATE(WS-TODAY)
           PERFORM LOAD-FILEMON-ENV

           PERFORM LOAD-WATCH-LIST
           IF WS-W-COUNT = 0 AND WS-DISK-SET = "N"
               DISPLAY "  BLAD: pusta lub brakujaca lista "
                   TRIM(WS-WATCH-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing filemon_watch.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM MEASURE-ALL-ENTRIES
           PERFORM MEASURE-DISK
           PERFORM LOAD-HISTORY
           PERFORM COMPUTE-GROWTH
           PERFORM PROJECT-DISK-FULL
           PERFORM SAVE-HISTORY
           PERFORM ORDER-BY-GROWTH
           PERFORM WRITE-REPORT

           INITIALIZE WS-CMD
           STRING "rm -f " TRIM(WS-MEASURE-PATH)
               DELIMITED SIZE INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE WS-DISK-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO WS-RUNLOG-RESULT
           IF WS-DISK-RATE > 0
               STRING
                   "entries=" WS-W-COUNT
                   " over-limit=" WS-WARN-CT
                   " disk=" WS-DISK-PCT "%"
                   " full-in-days=" TRIM(WS-DAYS-DISP)
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               STRING
                   "entries=" WS-W-COUNT
                   " over-limit=" WS-WARN-CT
                   " disk=" WS-DISK-PCT "%"
                   " no-projection"
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           EVALUATE TRUE
               WHEN WS-DISK-VERDICT = "ERR"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "DISK-SPACE" TO WS-RUNLOG-REASON
               WHEN WS-DISK-VERDICT = "WARN"
               OR WS-WARN-CT > 0
                   MOVE "WARN" TO WS-RUNLOG-STATUS
                   MOVE "DISK-SPACE" TO WS-RUNLOG-REASON
               WHEN OTHER
                   MOVE "OK" TO WS-RUNLOG-STATUS
           END-EVALUATE
           DISPLAY "  Wynik: " TRIM(WS-RUNLOG-STATUS) " "
               TRIM(WS-RUNLOG-RESULT)
           PERFORM RUNLOG-END
           STOP RUN.

      *> -- FILEMON_WINDOW_DAYS / FILEMON_KEEP_DAYS --
       LOAD-FILEMON-ENV.
           MOVE SPACES TO WS-ENV-NUM
           ACCEPT WS-ENV-NUM FROM ENVIRONMENT "FILEMON_WINDOW_DAYS"
           IF TRIM(WS-ENV-NUM) IS NUMERIC
           AND NUMVAL(WS-ENV-NUM) > 0
               COMPUTE WS-WINDOW-DAYS = NUMVAL(WS-ENV-NUM)
           END-IF
           MOVE SPACES TO WS-ENV-NUM
           ACCEPT WS-ENV-NUM FROM ENVIRONMENT "FILEMON_KEEP_DAYS"
           IF TRIM(WS-ENV-NUM) IS NUMERIC
           AND NUMVAL(WS-ENV-NUM) > 0
               COMPUTE WS-KEEP-DAYS = NUMVAL(WS-ENV-NUM)
           END-IF
           IF WS-KEEP-DAYS < WS-WINDOW-DAYS
               MOVE WS-WINDOW-DAYS TO WS-KEEP-DAYS
           END-IF
           COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-WINDOW-DAYS
           COMPUTE WS-KEEP-INT = WS-TODAY-INT - WS-KEEP-DAYS
           .

      *> ============================================================
      *> Watch list: label|path|max-size-mb|max-growth-mb-per-day,
      *> DISK|path|warn-days|err-days for the filesystem.
      *> ============================================================
       LOAD-WATCH-LIST.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WATCH-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc "
                   TRIM(WS-WATCH-PATH) " Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ WATCH-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE(1:1) NOT = "#"
                       AND WS-LINE NOT = SPACES
                           PERFORM PARSE-WATCH-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCH-FILE
           DISPLAY "  Pozycji na liscie: " WS-W-COUNT
           .

       PARSE-WATCH-LINE.
           MOVE SPACES TO WS-FLD-LABEL WS-FLD-PATH
                          WS-FLD-N1 WS-FLD-N2
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-FLD-LABEL
                    WS-FLD-PATH
                    WS-FLD-N1
                    WS-FLD-N2
           END-UNSTRING
           IF WS-FLD-LABEL = SPACES OR WS-FLD-PATH = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz pominiety: "
                   TRIM(WS-LINE)
               EXIT PARAGRAPH
           END-IF
           IF TRIM(WS-FLD-N1) NOT NUMERIC
               MOVE "0" TO WS-FLD-N1
           END-IF
           IF TRIM(WS-FLD-N2) NOT NUMERIC
               MOVE "0" TO WS-FLD-N2
           END-IF

           IF TRIM(WS-FLD-LABEL) = "DISK"
               MOVE "Y" TO WS-DISK-SET
               MOVE TRIM(WS-FLD-PATH) TO WS-DISK-PATH
               IF NUMVAL(WS-FLD-N1) > 0
                   COMPUTE WS-DISK-WARN-DAYS = NUMVAL(WS-FLD-N1)
               END-IF
               IF NUMVAL(WS-FLD-N2) > 0
                   COMPUTE WS-DISK-ERR-DAYS = NUMVAL(WS-FLD-N2)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-W-COUNT >= WS-W-MAX
               DISPLAY "  UWAGA: przekroczono limit pozycji, "
                   "wiersz pominiety"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-W-COUNT
           MOVE TRIM(WS-FLD-LABEL) TO WS-W-LABEL(WS-W-COUNT)
           MOVE TRIM(WS-FLD-PATH) TO WS-W-PATH(WS-W-COUNT)
           COMPUTE WS-W-MAX-MB(WS-W-COUNT) = NUMVAL(WS-FLD-N1)
           COMPUTE WS-W-MAX-GROW(WS-W-COUNT) = NUMVAL(WS-FLD-N2)
           MOVE "N" TO WS-W-FOUND(WS-W-COUNT)
                       WS-W-HAS-RATE(WS-W-COUNT)
                       WS-W-OVER-SIZE(WS-W-COUNT)
                       WS-W-OVER-GROW(WS-W-COUNT)
           MOVE 0 TO WS-W-KB(WS-W-COUNT)
                     WS-W-BASE-DATE(WS-W-COUNT)
                     WS-W-BASE-KB(WS-W-COUNT)
                     WS-W-RATE(WS-W-COUNT)
           .

      *> ============================================================
      *> Size of every entry in KB (a directory as a whole)
      *> ============================================================
       MEASURE-ALL-ENTRIES.
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-W-COUNT
               PERFORM MEASURE-ONE-ENTRY
           END-PERFORM
           .

       MEASURE-ONE-ENTRY.
           INITIALIZE WS-CMD
           STRING
               "du -sk " TRIM(WS-W-PATH(WS-CUR))
               " 2>/dev/null | cut -f1 > "
               TRIM(WS-MEASURE-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           OPEN INPUT MEASURE-FILE
           IF WS-MEASURE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MEASURE-REC
           READ MEASURE-FILE
               AT END
                   MOVE SPACES TO MEASURE-REC
           END-READ
           CLOSE MEASURE-FILE
           IF TRIM(MEASURE-REC) = SPACES
           OR TRIM(MEASURE-REC) NOT NUMERIC
               ADD 1 TO WS-MISSING-CT
               DISPLAY "  Brak: " TRIM(WS-W-LABEL(WS-CUR))
                   " (" TRIM(WS-W-PATH(WS-CUR)) ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-W-FOUND(WS-CUR)
           COMPUTE WS-W-KB(WS-CUR) = NUMVAL(MEASURE-REC)
           IF WS-W-MAX-MB(WS-CUR) > 0
           AND WS-W-KB(WS-CUR) > WS-W-MAX-MB(WS-CUR) * 1024
               MOVE "Y" TO WS-W-OVER-SIZE(WS-CUR)
           END-IF
           .

      *> -- Filesystem size/used/available in KB (POSIX df) --
       MEASURE-DISK.
           IF WS-DISK-SET = "N"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-CMD
           STRING
               "df -Pk " TRIM(WS-DISK-PATH)
               " 2>/dev/null | tail -1 > "
               TRIM(WS-MEASURE-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           OPEN INPUT MEASURE-FILE
           IF WS-MEASURE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LINE
           READ MEASURE-FILE INTO WS-LINE
               AT END
                   MOVE SPACES TO WS-LINE
           END-READ
           CLOSE MEASURE-FILE
           MOVE SPACES TO WS-DF-F1 WS-DF-F2 WS-DF-F3
                          WS-DF-F4 WS-DF-F5
           UNSTRING WS-LINE DELIMITED BY ALL SPACE
               INTO WS-DF-F1 WS-DF-F2 WS-DF-F3
                    WS-DF-F4 WS-DF-F5
           END-UNSTRING
           IF TRIM(WS-DF-F2) NOT NUMERIC
           OR TRIM(WS-DF-F3) NOT NUMERIC
           OR TRIM(WS-DF-F4) NOT NUMERIC
               DISPLAY "  UWAGA: nie mozna odczytac miejsca na "
                   "dysku dla " TRIM(WS-DISK-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DISK-FOUND
           COMPUTE WS-DISK-SIZE-KB = NUMVAL(WS-DF-F2)
           COMPUTE WS-DISK-USED-KB = NUMVAL(WS-DF-F3)
           COMPUTE WS-DISK-AVAIL-KB = NUMVAL(WS-DF-F4)
           IF WS-DISK-USED-KB + WS-DISK-AVAIL-KB > 0
               COMPUTE WS-DISK-PCT ROUNDED =
                   WS-DISK-USED-KB * 100
                   / (WS-DISK-USED-KB + WS-DISK-AVAIL-KB)
           END-IF
           .

      *> ============================================================
      *> Earlier snapshots; today's (from an earlier run) are
      *> replaced and those past the keep window are dropped.
      *> ============================================================
       LOAD-HISTORY.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-FS NOT = "00"
               DISPLAY "  Brak historii rozmiarow - pierwszy "
                   "przebieg"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM APPLY-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           DISPLAY "  Migawek w historii: " WS-H-COUNT
           .

       APPLY-HISTORY-LINE.
           MOVE SPACES TO WS-HF-DATE WS-HF-LABEL WS-HF-V1 WS-HF-V2
           UNSTRING WS-LINE DELIMITED BY "|"
               INTO WS-HF-DATE
                    WS-HF-LABEL
                    WS-HF-V1
                    WS-HF-V2
           END-UNSTRING
           IF WS-HF-DATE(1:8) NOT NUMERIC
           OR TRIM(WS-HF-V1) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-HF-DATE(1:8) >= WS-TODAY
               EXIT PARAGRAPH
           END-IF
           IF TEST-DATE-YYYYMMDD(NUMVAL(WS-HF-DATE(1:8))) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF INTEGER-OF-DATE(NUMVAL(WS-HF-DATE(1:8)))
               < WS-KEEP-INT
               ADD 1 TO WS-H-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-H-COUNT >= WS-H-MAX
               ADD 1 TO WS-H-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-H-COUNT
           MOVE WS-HF-DATE(1:8) TO WS-H-DATE(WS-H-COUNT)
           MOVE WS-HF-LABEL TO WS-H-LABEL(WS-H-COUNT)
           COMPUTE WS-H-V1(WS-H-COUNT) = NUMVAL(WS-HF-V1)
           MOVE 0 TO WS-H-V2(WS-H-COUNT)
           IF TRIM(WS-HF-V2) IS NUMERIC
               COMPUTE WS-H-V2(WS-H-COUNT) = NUMVAL(WS-HF-V2)
           END-IF
           .

      *> ============================================================
      *> Growth per day: against the oldest snapshot inside the
      *> window, or the newest one before it when the window has
      *> none (weekends, a missed night).
      *> ============================================================
       COMPUTE-GROWTH.
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-W-COUNT
               IF WS-W-FOUND(WS-CUR) = "Y"
                   MOVE WS-W-LABEL(WS-CUR) TO WS-HF-LABEL
                   PERFORM FIND-BASE-SNAPSHOT
                   IF WS-BASE-DATE > 0
                       MOVE WS-BASE-DATE TO WS-W-BASE-DATE(WS-CUR)
                       MOVE WS-BASE-V TO WS-W-BASE-KB(WS-CUR)
                       COMPUTE WS-DAYS-APART = WS-TODAY-INT
                           - INTEGER-OF-DATE(WS-BASE-DATE)
                       COMPUTE WS-W-RATE(WS-CUR) ROUNDED =
                           (WS-W-KB(WS-CUR) - WS-BASE-V)
                           / WS-DAYS-APART
                       MOVE "Y" TO WS-W-HAS-RATE(WS-CUR)
                       IF WS-W-MAX-GROW(WS-CUR) > 0
                       AND WS-W-RATE(WS-CUR) >
                           WS-W-MAX-GROW(WS-CUR) * 1024
                           MOVE "Y" TO WS-W-OVER-GROW(WS-CUR)
                       END-IF
                   END-IF
                   IF WS-W-OVER-SIZE(WS-CUR) = "Y"
                   OR WS-W-OVER-GROW(WS-CUR) = "Y"
                       ADD 1 TO WS-WARN-CT
                   END-IF
               END-IF
           END-PERFORM
           .

      *> -- Base snapshot for label WS-HF-LABEL: WS-BASE-DATE = 0
      *> -- when there is none --
       FIND-BASE-SNAPSHOT.
           MOVE 0 TO WS-BASE-DATE WS-BASE-V
           MOVE "N" TO WS-FOUND-IN-WINDOW
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-H-COUNT
               IF WS-H-LABEL(WS-IDX) = WS-HF-LABEL
                   IF INTEGER-OF-DATE(WS-H-DATE(WS-IDX))
                       >= WS-WINDOW-INT
      *>               Inside the window: the oldest one
                       IF WS-FOUND-IN-WINDOW = "N"
                       OR WS-H-DATE(WS-IDX) < WS-BASE-DATE
                           MOVE WS-H-DATE(WS-IDX) TO WS-BASE-DATE
                           MOVE WS-H-V1(WS-IDX) TO WS-BASE-V
                           MOVE "Y" TO WS-FOUND-IN-WINDOW
                       END-IF
                   ELSE
      *>               Before the window: the newest one, only
      *>               while nothing inside it has turned up
                       IF WS-FOUND-IN-WINDOW = "N"
                       AND WS-H-DATE(WS-IDX) > WS-BASE-DATE
                           MOVE WS-H-DATE(WS-IDX) TO WS-BASE-DATE
                           MOVE WS-H-V1(WS-IDX) TO WS-BASE-V
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> ============================================================
      *> Days until the filesystem is full at the current rate of
      *> growth of its used space (the watched entries' combined
      *> growth stands in until there is disk history).
      *> ============================================================
       PROJECT-DISK-FULL.
           IF WS-DISK-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "DISK" TO WS-HF-LABEL
           PERFORM FIND-BASE-SNAPSHOT
           IF WS-BASE-DATE > 0
               MOVE WS-BASE-DATE TO WS-DISK-BASE-DATE
               MOVE WS-BASE-V TO WS-DISK-BASE-USED
               COMPUTE WS-DAYS-APART = WS-TODAY-INT
                   - INTEGER-OF-DATE(WS-BASE-DATE)
               COMPUTE WS-DISK-RATE ROUNDED =
                   (WS-DISK-USED-KB - WS-BASE-V) / WS-DAYS-APART
               MOVE "D" TO WS-DISK-RATE-SRC
           ELSE
               MOVE 0 TO WS-SUM-RATE
               PERFORM VARYING WS-CUR FROM 1 BY 1
                   UNTIL WS-CUR > WS-W-COUNT
                   IF WS-W-HAS-RATE(WS-CUR) = "Y"
                   AND WS-W-RATE(WS-CUR) > 0
                       ADD WS-W-RATE(WS-CUR) TO WS-SUM-RATE
                   END-IF
               END-PERFORM
               IF WS-SUM-RATE > 0
                   MOVE WS-SUM-RATE TO WS-DISK-RATE
                   MOVE "W" TO WS-DISK-RATE-SRC
               END-IF
           END-IF

           IF WS-DISK-RATE > 0
      *>       A trickle of growth on a big free volume can project
      *>       past the field; that is "never" for the verdict
               COMPUTE WS-DISK-DAYS =
                   WS-DISK-AVAIL-KB / WS-DISK-RATE
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-DISK-DAYS
               END-COMPUTE
               EVALUATE TRUE
                   WHEN WS-DISK-DAYS < WS-DISK-ERR-DAYS
                       MOVE "ERR" TO WS-DISK-VERDICT
                   WHEN WS-DISK-DAYS < WS-DISK-WARN-DAYS
                       MOVE "WARN" TO WS-DISK-VERDICT
               END-EVALUATE
           END-IF
           .

      *> ============================================================
      *> History rewritten: kept snapshots plus today's.
      *> ============================================================
       SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           IF WS-HIST-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-HIST-PATH) " Status: " WS-HIST-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-H-COUNT
               MOVE SPACES TO HISTORY-REC
               STRING
                   WS-H-DATE(WS-IDX) "|"
                   TRIM(WS-H-LABEL(WS-IDX)) "|"
                   WS-H-V1(WS-IDX) "|"
                   WS-H-V2(WS-IDX)
                   DELIMITED SIZE
                   INTO HISTORY-REC
               END-STRING
               WRITE HISTORY-REC
           END-PERFORM
           IF WS-DISK-FOUND = "Y"
               MOVE SPACES TO HISTORY-REC
               STRING
                   WS-TODAY "|DISK|"
                   WS-DISK-USED-KB "|"
                   WS-DISK-AVAIL-KB
                   DELIMITED SIZE
                   INTO HISTORY-REC
               END-STRING
               WRITE HISTORY-REC
           END-IF
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-W-COUNT
               IF WS-W-FOUND(WS-CUR) = "Y"
                   MOVE SPACES TO HISTORY-REC
                   STRING
                       WS-TODAY "|"
                       TRIM(WS-W-LABEL(WS-CUR)) "|"
                       WS-W-KB(WS-CUR) "|"
                       "000000000000"
                       DELIMITED SIZE
                       INTO HISTORY-REC
                   END-STRING
                   WRITE HISTORY-REC
               END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           IF WS-H-DROPPED > 0
               DISPLAY "  Usunieto starych migawek: " WS-H-DROPPED
           END-IF
           .

      *> ============================================================
      *> Fastest growth first; entries without a rate yet go last
      *> (selection sort of indexes).
      *> ============================================================
       ORDER-BY-GROWTH.
           PERFORM VARYING WS-CUR FROM 1 BY 1
               UNTIL WS-CUR > WS-W-COUNT
               MOVE WS-CUR TO WS-ORD-IDX(WS-CUR)
           END-PERFORM
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-W-COUNT
               MOVE WS-IDX TO WS-ORD-BEST
               PERFORM VARYING WS-JDX FROM WS-IDX BY 1
                   UNTIL WS-JDX > WS-W-COUNT
                   MOVE WS-ORD-IDX(WS-JDX) TO WS-CUR
                   MOVE WS-ORD-IDX(WS-ORD-BEST) TO WS-ORD-TMP
                   IF WS-W-HAS-RATE(WS-CUR) = "Y"
                   AND (WS-W-HAS-RATE(WS-ORD-TMP) = "N"
                    OR WS-W-RATE(WS-CUR) > WS-W-RATE(WS-ORD-TMP))
                       MOVE WS-JDX TO WS-ORD-BEST
                   END-IF
               END-PERFORM
               MOVE WS-ORD-IDX(WS-IDX) TO WS-ORD-TMP
               MOVE WS-ORD-IDX(WS-ORD-BEST) TO WS-ORD-IDX(WS-IDX)
               MOVE WS-ORD-TMP TO WS-ORD-IDX(WS-ORD-BEST)
           END-PERFORM
           .

      *> ============================================================
      *> filemon_report.txt
      *> ============================================================
       WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc raportu! "
                   "Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "=== FILEMON: data-file growth and capacity ==="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "Generated: " WS-NOW-TS(1:8)
               " " WS-NOW-TS(9:2) ":" WS-NOW-TS(11:2)
               "  Growth window: " TRIM(WS-DAYS-DISP) " days"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC

           PERFORM WRITE-DISK-LINES

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE "Entries, fastest growth first (MB, MB/day):"
               TO REPORT-REC
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-W-COUNT
               MOVE WS-ORD-IDX(WS-IDX) TO WS-CUR
               PERFORM WRITE-ENTRY-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Entries: " WS-W-COUNT
               "  over limit: " WS-WARN-CT
               "  missing: " WS-MISSING-CT
               "  disk: " TRIM(WS-DISK-VERDICT)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           CLOSE REPORT-FILE
           DISPLAY "  Raport: " TRIM(WS-REPORT-PATH)
           .

       WRITE-DISK-LINES.
           IF WS-DISK-FOUND NOT = "Y"
               MOVE "Disk: not measured (no DISK line or df failed)"
                   TO REPORT-REC
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MB-WORK ROUNDED = WS-DISK-USED-KB / 1024
           MOVE WS-MB-WORK TO WS-MB-DISP
           COMPUTE WS-MB-WORK ROUNDED = WS-DISK-AVAIL-KB / 1024
           MOVE WS-MB-WORK TO WS-MB-DISP2
           MOVE WS-DISK-PCT TO WS-PCT-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "Disk " TRIM(WS-DISK-PATH)
               ": used " TRIM(WS-MB-DISP) " MB ("
               TRIM(WS-PCT-DISP) "%), free "
               TRIM(WS-MB-DISP2) " MB"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

           MOVE SPACES TO REPORT-REC
           IF WS-DISK-RATE > 0
               COMPUTE WS-MB-WORK ROUNDED = WS-DISK-RATE / 1024
               MOVE WS-MB-WORK TO WS-RATE-DISP
               MOVE WS-DISK-DAYS TO WS-DAYS-DISP
               MOVE "  " TO WS-FLAG-TXT
               IF WS-DISK-VERDICT NOT = "OK"
                   MOVE "!!" TO WS-FLAG-TXT
               END-IF
               STRING
                   WS-FLAG-TXT(1:2) " growth " TRIM(WS-RATE-DISP)
                   " MB/day -> full in " TRIM(WS-DAYS-DISP)
                   " days"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               IF WS-DISK-RATE-SRC = "W"
                   MOVE SPACES TO WS-LINE
                   STRING
                       TRIM(REPORT-REC TRAILING)
                       " (watched entries only - no disk history"
                       " yet)"
                       DELIMITED SIZE
                       INTO WS-LINE
                   END-STRING
                   MOVE WS-LINE TO REPORT-REC
               END-IF
           ELSE
               MOVE "   used space not growing - no projection"
                   TO REPORT-REC
           END-IF
           WRITE REPORT-REC

           MOVE WS-DISK-WARN-DAYS TO WS-LIM-DISP
           MOVE WS-DISK-ERR-DAYS TO WS-DAYS-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "   limits: WARN under " TRIM(WS-LIM-DISP)
               " days, ERR under " TRIM(WS-DAYS-DISP)
               " days - verdict " TRIM(WS-DISK-VERDICT)
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           IF WS-DISK-VERDICT NOT = "OK"
               MOVE WS-DISK-DAYS TO WS-DAYS-DISP
               DISPLAY "  !! Dysk " TRIM(WS-DISK-PATH)
                   " zapelni sie za " TRIM(WS-DAYS-DISP) " dni"
           END-IF
           .

      *> -- One entry: size, growth, and which limit it broke --
       WRITE-ENTRY-LINE.
           MOVE SPACES TO REPORT-REC
           IF WS-W-FOUND(WS-CUR) NOT = "Y"
               STRING
                   "  ?? " WS-W-LABEL(WS-CUR)
                   " missing (" TRIM(WS-W-PATH(WS-CUR)) ")"
                   DELIMITED SIZE
                   INTO REPORT-REC
               END-STRING
               WRITE REPORT-REC
               EXIT PARAGRAPH
           END-IF

           MOVE "    " TO WS-FLAG-TXT
           IF WS-W-OVER-SIZE(WS-CUR) = "Y"
           OR WS-W-OVER-GROW(WS-CUR) = "Y"
               MOVE "!!  " TO WS-FLAG-TXT
           END-IF
           COMPUTE WS-MB-WORK ROUNDED = WS-W-KB(WS-CUR) / 1024
           MOVE WS-MB-WORK TO WS-MB-DISP
           STRING
               "  " WS-FLAG-TXT(1:3) WS-W-LABEL(WS-CUR)
               " size " WS-MB-DISP
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           MOVE SPACES TO WS-LINE
           IF WS-W-HAS-RATE(WS-CUR) = "Y"
               COMPUTE WS-MB-WORK ROUNDED =
                   WS-W-RATE(WS-CUR) / 1024
               MOVE WS-MB-WORK TO WS-RATE-DISP
               STRING
                   TRIM(REPORT-REC TRAILING)
                   "  growth " TRIM(WS-RATE-DISP) "/day since "
                   WS-W-BASE-DATE(WS-CUR)
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
           ELSE
               STRING
                   TRIM(REPORT-REC TRAILING)
                   "  growth: no earlier snapshot"
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
           END-IF
           MOVE WS-LINE TO REPORT-REC
           IF WS-W-OVER-SIZE(WS-CUR) = "Y"
               MOVE WS-W-MAX-MB(WS-CUR) TO WS-LIM-DISP
               MOVE SPACES TO WS-LINE
               STRING
                   TRIM(REPORT-REC TRAILING)
                   "  over size limit " TRIM(WS-LIM-DISP) " MB"
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO REPORT-REC
           END-IF
           IF WS-W-OVER-GROW(WS-CUR) = "Y"
               MOVE WS-W-MAX-GROW(WS-CUR) TO WS-LIM-DISP
               MOVE SPACES TO WS-LINE
               STRING
                   TRIM(REPORT-REC TRAILING)
                   "  over growth limit " TRIM(WS-LIM-DISP)
                   " MB/day"
                   DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
               MOVE WS-LINE TO REPORT-REC
           END-IF
           WRITE REPORT-REC
           IF WS-FLAG-TXT(1:2) = "!!"
               DISPLAY "  !! " TRIM(WS-W-LABEL(WS-CUR))
                   " ponad limit"
           END-IF
           .

      *> ============================================================
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.
