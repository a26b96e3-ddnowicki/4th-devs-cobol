       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGREG.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> FLAGREG - Morning captured-flag register
      *> 1. Read flag_programs.dat (program-id|task) - every task
      *>    program expected to submit to the Hub each night
      *> 2. Read the shared Hub submission ledger
      *>    (hub_submissions.log, written by HUBLEDGER-PROC:
      *>    ts|program|task|fingerprint|http|attempt|message|flag)
      *>    for one day - today, or FLAGREG_DATE=YYYYMMDD
      *> 3. Write flag_register.txt in three sections: programs
      *>    that captured their flag, programs that submitted but
      *>    got no flag (with the Hub's last message), and programs
      *>    that did not submit at all. Ledger programs missing
      *>    from the list are reported too, marked as unlisted
      *> HUB_SUBMIT_LOG (exported by BATCHCTL) names the ledger;
      *> run by hand it defaults to the controller's copy.
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
           SELECT PROGRAM-LIST-FILE ASSIGN TO WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO WS-LEDGER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  PROGRAM-LIST-FILE.
       01  PROGRAM-LIST-REC         PIC X(200).

       FD  LEDGER-FILE.
       01  LEDGER-REC               PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-REC               PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

       01  WS-LIST-PATH            PIC X(100) VALUE
           "flag_programs.dat".
       01  WS-LEDGER-PATH          PIC X(200) VALUE
           "../BATCHCTL/hub_submissions.log".
       01  WS-REPORT-PATH          PIC X(100) VALUE
           "flag_register.txt".
       01  WS-FILE-STATUS          PIC XX.
       01  WS-LEDGER-FS            PIC XX.
       01  WS-ENV-VAL              PIC X(200).

      *> -- Register date (YYYYMMDD) --
       01  WS-NOW-TS               PIC X(21).
       01  WS-REG-DATE             PIC X(8).

      *> -- Program table: the expected list plus any unlisted
      *> -- program that shows up in the ledger --
       01  WS-PRG-MAX              PIC 9(3) VALUE 60.
       01  WS-PRG-COUNT            PIC 9(3) VALUE 0.
       01  WS-PRG-TABLE.
           05  WS-PRG-ENTRY OCCURS 60 TIMES.
               10  WS-PRG-ID       PIC X(30).
               10  WS-PRG-TASK     PIC X(40).
               10  WS-PRG-LISTED   PIC X(1).
               10  WS-PRG-SUBS     PIC 9(4).
               10  WS-PRG-LAST-TS  PIC X(14).
               10  WS-PRG-LAST-HTTP PIC X(3).
               10  WS-PRG-LAST-ATT PIC X(2).
               10  WS-PRG-LAST-MSG PIC X(200).
               10  WS-PRG-FLAG     PIC X(100).
               10  WS-PRG-FLAG-TS  PIC X(14).

      *> -- Line parsing --
       01  WS-CFG-LINE             PIC X(200).
       01  WS-LED-LINE             PIC X(600).
       01  WS-FLD-PROG             PIC X(30).
       01  WS-FLD-TASK             PIC X(40).
       01  WS-FLD-TS               PIC X(14).
       01  WS-FLD-FPRINT           PIC X(16).
       01  WS-FLD-HTTP             PIC X(3).
       01  WS-FLD-ATT              PIC X(2).
       01  WS-FLD-MSG              PIC X(200).
       01  WS-FLD-FLAG             PIC X(100).
       01  WS-EOF-FLAG             PIC X(1).

      *> -- Indexes and counters --
       01  WS-IDX                  PIC 9(3).
       01  WS-CUR                  PIC 9(3).
       01  WS-LED-TODAY            PIC 9(5) VALUE 0.
       01  WS-FLAG-COUNT           PIC 9(3) VALUE 0.
       01  WS-NOFLAG-COUNT         PIC 9(3) VALUE 0.
       01  WS-SILENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-SUBS-DISP            PIC ZZZ9.
       01  WS-CNT-DISP             PIC ZZ9.
       01  WS-UNLISTED-TXT         PIC X(12).

       PROCEDURE DIVISION.
       MAIN-REGISTER.
           MOVE "FLAGREG" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN

           DISPLAY "=== FLAGREG: rejestr przechwyconych flag ==="

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           MOVE WS-NOW-TS(1:8) TO WS-REG-DATE
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "FLAGREG_DATE"
           IF WS-ENV-VAL(1:8) IS NUMERIC
               MOVE WS-ENV-VAL(1:8) TO WS-REG-DATE
           END-IF
           MOVE SPACES TO WS-ENV-VAL
           ACCEPT WS-ENV-VAL FROM ENVIRONMENT "HUB_SUBMIT_LOG"
           IF WS-ENV-VAL NOT = SPACES
               MOVE WS-ENV-VAL TO WS-LEDGER-PATH
           END-IF
           DISPLAY "  Dzien: " WS-REG-DATE
               "  Rejestr: " TRIM(WS-LEDGER-PATH)

           PERFORM LOAD-PROGRAM-LIST
           IF WS-PRG-COUNT = 0
               DISPLAY "  BLAD: pusta lub brakujaca lista programow "
                   TRIM(WS-LIST-PATH)
               MOVE "FAIL" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing flag_programs.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           PERFORM SCAN-LEDGER
           PERFORM COUNT-OUTCOMES
           PERFORM WRITE-REGISTER

           IF WS-NOFLAG-COUNT = 0 AND WS-SILENT-COUNT = 0
               MOVE "OK" TO WS-RUNLOG-STATUS
           ELSE
               MOVE "WARN" TO WS-RUNLOG-STATUS
               MOVE "HUB-NO-FLAG" TO WS-RUNLOG-REASON
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               "date=" WS-REG-DATE
               " flags=" WS-FLAG-COUNT
               " noflag=" WS-NOFLAG-COUNT
               " silent=" WS-SILENT-COUNT
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> Load the expected-submitter list into the program table.
      *> Line format: program-id|task
      *> Lines starting with "#" are comments.
      *> ============================================================
       LOAD-PROGRAM-LIST.
           MOVE 0 TO WS-PRG-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PROGRAM-LIST-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc listy programow! "
                   "Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PROGRAM-LIST-FILE INTO WS-CFG-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CFG-LINE(1:1) NOT = "#"
                       AND WS-CFG-LINE NOT = SPACES
                           PERFORM PARSE-PROGRAM-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PROGRAM-LIST-FILE
           DISPLAY "  Programow na liscie: " WS-PRG-COUNT
           .

      *> -- Parse one list line into the table --
       PARSE-PROGRAM-LINE.
           MOVE SPACES TO WS-FLD-PROG WS-FLD-TASK
           UNSTRING WS-CFG-LINE DELIMITED BY "|"
               INTO WS-FLD-PROG
                    WS-FLD-TASK
           END-UNSTRING

           IF WS-FLD-PROG = SPACES
               DISPLAY "  UWAGA: niepoprawny wiersz listy "
                   "pominiety: " TRIM(WS-CFG-LINE)
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-PROGRAM-ENTRY
           IF WS-CUR > 0
               MOVE "Y" TO WS-PRG-LISTED(WS-CUR)
           END-IF
           .

      *> -- New table entry for WS-FLD-PROG/WS-FLD-TASK; WS-CUR is
      *> -- its index, or 0 when the table is full --
       ADD-PROGRAM-ENTRY.
           IF WS-PRG-COUNT >= WS-PRG-MAX
               DISPLAY "  UWAGA: przekroczono limit programow, "
                   "pominiety: " TRIM(WS-FLD-PROG)
               MOVE 0 TO WS-CUR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PRG-COUNT
           MOVE WS-PRG-COUNT TO WS-CUR
           MOVE TRIM(WS-FLD-PROG) TO WS-PRG-ID(WS-CUR)
           MOVE TRIM(WS-FLD-TASK) TO WS-PRG-TASK(WS-CUR)
           MOVE "N" TO WS-PRG-LISTED(WS-CUR)
           MOVE 0 TO WS-PRG-SUBS(WS-CUR)
           MOVE SPACES TO WS-PRG-LAST-TS(WS-CUR)
           MOVE SPACES TO WS-PRG-LAST-HTTP(WS-CUR)
           MOVE SPACES TO WS-PRG-LAST-ATT(WS-CUR)
           MOVE SPACES TO WS-PRG-LAST-MSG(WS-CUR)
           MOVE SPACES TO WS-PRG-FLAG(WS-CUR)
           MOVE SPACES TO WS-PRG-FLAG-TS(WS-CUR)
           .

      *> ============================================================
      *> Fold the day's ledger lines into the program table: count
      *> submissions, keep the latest status/attempt/message and the
      *> first flag captured. A missing ledger just means nobody
      *> submitted.
      *> ============================================================
       SCAN-LEDGER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               DISPLAY "  Brak rejestru zgloszen: "
                   TRIM(WS-LEDGER-PATH)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LEDGER-FILE INTO WS-LED-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LED-LINE(1:8) = WS-REG-DATE
                           PERFORM APPLY-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LEDGER-FILE
           DISPLAY "  Zgloszen z dnia: " WS-LED-TODAY
           .

      *> -- One ledger line: ts|program|task|fingerprint|http
      *> -- |attempt|message|flag --
       APPLY-LEDGER-LINE.
           MOVE SPACES TO WS-FLD-TS WS-FLD-PROG WS-FLD-TASK
               WS-FLD-FPRINT WS-FLD-HTTP WS-FLD-ATT
               WS-FLD-MSG WS-FLD-FLAG
           UNSTRING WS-LED-LINE DELIMITED BY "|"
               INTO WS-FLD-TS
                    WS-FLD-PROG
                    WS-FLD-TASK
                    WS-FLD-FPRINT
                    WS-FLD-HTTP
                    WS-FLD-ATT
                    WS-FLD-MSG
                    WS-FLD-FLAG
           END-UNSTRING
           IF WS-FLD-PROG = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LED-TODAY

           MOVE 0 TO WS-CUR
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT OR WS-CUR > 0
               IF TRIM(WS-FLD-PROG) = TRIM(WS-PRG-ID(WS-IDX))
                   MOVE WS-IDX TO WS-CUR
               END-IF
           END-PERFORM
           IF WS-CUR = 0
               PERFORM ADD-PROGRAM-ENTRY
               IF WS-CUR = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-PRG-SUBS(WS-CUR)
           IF WS-FLD-TASK NOT = SPACES
               MOVE WS-FLD-TASK TO WS-PRG-TASK(WS-CUR)
           END-IF
           IF WS-FLD-TS >= WS-PRG-LAST-TS(WS-CUR)
           OR WS-PRG-LAST-TS(WS-CUR) = SPACES
               MOVE WS-FLD-TS TO WS-PRG-LAST-TS(WS-CUR)
               MOVE WS-FLD-HTTP TO WS-PRG-LAST-HTTP(WS-CUR)
               MOVE WS-FLD-ATT TO WS-PRG-LAST-ATT(WS-CUR)
               MOVE WS-FLD-MSG TO WS-PRG-LAST-MSG(WS-CUR)
           END-IF
           IF WS-FLD-FLAG NOT = SPACES
           AND WS-PRG-FLAG(WS-CUR) = SPACES
               MOVE WS-FLD-FLAG TO WS-PRG-FLAG(WS-CUR)
               MOVE WS-FLD-TS TO WS-PRG-FLAG-TS(WS-CUR)
           END-IF
           .

      *> -- Tally the three register sections --
       COUNT-OUTCOMES.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               EVALUATE TRUE
                   WHEN WS-PRG-FLAG(WS-IDX) NOT = SPACES
                       ADD 1 TO WS-FLAG-COUNT
                   WHEN WS-PRG-SUBS(WS-IDX) > 0
                       ADD 1 TO WS-NOFLAG-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SILENT-COUNT
               END-EVALUATE
           END-PERFORM
           DISPLAY "  Flagi: " WS-FLAG-COUNT
               "  Bez flagi: " WS-NOFLAG-COUNT
               "  Bez zgloszenia: " WS-SILENT-COUNT
           .

      *> ============================================================
      *> Write the flag register: captured, submitted without a
      *> flag, did not submit.
      *> ============================================================
       WRITE-REGISTER.
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-REPORT-PATH)
                   " Status: " WS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "=== FLAGREG: captured-flag register ==="
               TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "Date: " WS-REG-DATE
               "  Generated: " WS-NOW-TS(1:8)
               " " WS-NOW-TS(9:2) ":" WS-NOW-TS(11:2)
               "  Programs: " WS-PRG-COUNT
               "  Submissions: " WS-LED-TODAY
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC

      *>   Section 1: flag captured
           MOVE WS-FLAG-COUNT TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "FLAG CAPTURED (" TRIM(WS-CNT-DISP) ")"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               IF WS-PRG-FLAG(WS-IDX) NOT = SPACES
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-PERFORM

      *>   Section 2: submitted, no flag
           MOVE WS-NOFLAG-COUNT TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "SUBMITTED, NO FLAG (" TRIM(WS-CNT-DISP) ")"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               IF WS-PRG-FLAG(WS-IDX) = SPACES
               AND WS-PRG-SUBS(WS-IDX) > 0
                   PERFORM WRITE-NOFLAG-LINE
               END-IF
           END-PERFORM

      *>   Section 3: did not submit
           MOVE WS-SILENT-COUNT TO WS-CNT-DISP
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "DID NOT SUBMIT (" TRIM(WS-CNT-DISP) ")"
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PRG-COUNT
               IF WS-PRG-SUBS(WS-IDX) = 0
                   MOVE SPACES TO REPORT-REC
                   STRING
                       "  " WS-PRG-ID(WS-IDX)
                       " " TRIM(WS-PRG-TASK(WS-IDX))
                       DELIMITED SIZE
                       INTO REPORT-REC
                   END-STRING
                   WRITE REPORT-REC
               END-IF
           END-PERFORM

           CLOSE REPORT-FILE
           DISPLAY "  Rejestr flag zapisany do: "
               TRIM(WS-REPORT-PATH)
           .

      *> -- Section 1 line: program, task, flag, when --
       WRITE-FLAG-LINE.
           PERFORM SET-UNLISTED-TXT
           MOVE WS-PRG-SUBS(WS-IDX) TO WS-SUBS-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "  " WS-PRG-ID(WS-IDX)
               " " TRIM(WS-PRG-TASK(WS-IDX))
               "  " TRIM(WS-PRG-FLAG(WS-IDX))
               "  at " WS-PRG-FLAG-TS(WS-IDX)(9:2)
               ":" WS-PRG-FLAG-TS(WS-IDX)(11:2)
               "  submissions=" TRIM(WS-SUBS-DISP)
               WS-UNLISTED-TXT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> -- Section 2 line: program, task, last status, then the
      *> -- Hub's last message on its own line --
       WRITE-NOFLAG-LINE.
           PERFORM SET-UNLISTED-TXT
           MOVE WS-PRG-SUBS(WS-IDX) TO WS-SUBS-DISP
           MOVE SPACES TO REPORT-REC
           STRING
               "  " WS-PRG-ID(WS-IDX)
               " " TRIM(WS-PRG-TASK(WS-IDX))
               "  last http=" WS-PRG-LAST-HTTP(WS-IDX)
               " attempt=" WS-PRG-LAST-ATT(WS-IDX)
               " at " WS-PRG-LAST-TS(WS-IDX)(9:2)
               ":" WS-PRG-LAST-TS(WS-IDX)(11:2)
               "  submissions=" TRIM(WS-SUBS-DISP)
               WS-UNLISTED-TXT
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           MOVE SPACES TO REPORT-REC
           STRING
               "      hub: " TRIM(WS-PRG-LAST-MSG(WS-IDX))
               DELIMITED SIZE
               INTO REPORT-REC
           END-STRING
           WRITE REPORT-REC
           .

      *> -- Programs seen in the ledger but not on the list --
       SET-UNLISTED-TXT.
           IF WS-PRG-LISTED(WS-IDX) = "Y"
               MOVE SPACES TO WS-UNLISTED-TXT
           ELSE
               MOVE " (unlisted)" TO WS-UNLISTED-TXT
           END-IF
           .

       COPY RUNLOG-PROC.
