      *> WORKORDR - Maintain the maintenance work-order file fed by
      *> S03E01-SENSORS range failures (workorders.dat:
      *> wo|sensor|type|reading|sev|status|opened|assignee|closed
      *> |recurrence[|note]). S03E01 opens orders and bumps
      *> recurrence; S03E02-FIRMWARE opens firmware orders
      *> (severity FW, VM name in the sensor field, failing step
      *> as the type, diff summary as the note) for failed fleet
      *> repairs and closes them itself once the VM repairs
      *> cleanly. This program is how operations works them:
      *>   WORKORDR_ACTION=LIST              all orders (or
      *>       WORKORDR_STATUS=OPEN to filter)
      *>   WORKORDR_ACTION=ASSIGN            WORKORDR_WO=nnnnn,
      *>       WORKORDR_ASSIGNEE=initials
      *>   WORKORDR_ACTION=CLOSE             WORKORDR_WO=nnnnn
      *>   WORKORDR_ACTION=PM                scheduled run: open
      *>       preventive orders that have come due from
      *>       pm_plan.dat and report overdue ones
      *> Preventive orders carry severity PM, the plan task in the
      *> type field and the due date (YYYYMMDD) in the reading
      *> field; LIST shows them apart from failure-driven orders.
      *> pm_plan.dat: sensor-type|id-pattern|task|schedule|assignee
      *> where schedule is an interval in days (e.g. 90), a fixed
      *> date YYYYMMDD, or MMDD for the same day every year. A PM
      *> still OPEN is never reopened; the next interval counts
      *> from the day the previous one was closed.
      *> WORKORDR_PM_PLAN overrides the plan path.
      *> Every change is stamped into workorder_audit.log with the
      *> operator (WORKORDR_OPERATOR or USER), like SENSMAST's.
      *> WORKORDER_FILE overrides the default path
      *> ../S03E01/workorders.dat.
      *> An order cannot be closed in a month MONTHEND has already
      *> closed (PERIOD-PROC): it stays OPEN and the run ends WARN
      *> PERIOD-CLOSED.
      *> ============================================================

       ENVIRONMENT DIVISION.
           SELECT WO-AUDIT-FILE ASSIGN TO WS-WO-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-AUDIT-FS.
           SELECT PM-PLAN-FILE ASSIGN TO WS-PM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PM-FS.
           SELECT PERIOD-FILE ASSIGN TO WS-PERIOD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  WO-AUDIT-FILE.
       01  WO-AUDIT-REC             PIC X(250).

       FD  PM-PLAN-FILE.
       01  PM-PLAN-REC              PIC X(250).

       FD  PERIOD-FILE.
       01  PERIOD-REC               PIC X(200).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.
       COPY PERIOD-WS.

       01  WS-WO-PATH              PIC X(200) VALUE
           "../S03E01/workorders.dat".
               10  WS-WO-ASSIGNEE  PIC X(20).
               10  WS-WO-CLOSED    PIC X(14).
               10  WS-WO-RECUR     PIC 9(4).
               10  WS-WO-NOTE      PIC X(80).
       01  WS-WO-I                 PIC 9(3).
       01  WS-WO-CUR               PIC 9(3).
       01  WS-WO-LINE              PIC X(250).
       01  WS-WO-F10               PIC X(10).
       01  WS-WO-ACTION            PIC X(10).
       01  WS-LISTED               PIC 9(3) VALUE 0.
       01  WS-WO-MAXNUM            PIC 9(5) VALUE 0.

      *> -- Preventive maintenance plan (pm_plan.dat) --
       01  WS-PM-PATH              PIC X(200) VALUE "pm_plan.dat".
       01  WS-PM-FS                PIC XX.
       01  WS-PM-EOF               PIC X.
       01  WS-PM-LINE              PIC X(250).
       01  WS-PM-MAX               PIC 9(3) VALUE 100.
       01  WS-PM-CT                PIC 9(3) VALUE 0.
       01  WS-PM-TABLE.
           05  WS-PM-ENT OCCURS 100 TIMES.
               10  WS-PM-STYPE     PIC X(25).
               10  WS-PM-PATTERN   PIC X(30).
               10  WS-PM-TASK      PIC X(25).
               10  WS-PM-SCHED     PIC X(10).
               10  WS-PM-ASSIGNEE  PIC X(20).
       01  WS-PM-I                 PIC 9(3).
       01  WS-PM-TARGET            PIC X(30).
       01  WS-PM-TODAY             PIC 9(8).
       01  WS-PM-DUE               PIC 9(8).
       01  WS-PM-LAST-CLOSED       PIC 9(8).
       01  WS-PM-INTERVAL          PIC 9(5).
       01  WS-PM-HAS-OPEN          PIC X.
       01  WS-PM-HAS-DUE           PIC X.
       01  WS-PM-SCHED-OK          PIC X.
       01  WS-PM-OPENED-CT         PIC 9(3) VALUE 0.
       01  WS-PM-OVERDUE-CT        PIC 9(3) VALUE 0.
       01  WS-PM-DAYS-LATE         PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-WORKORDR.
                   PERFORM FIND-WANTED-ORDER
                   PERFORM DO-CLOSE
                   PERFORM WRITE-WORK-ORDERS
               WHEN "PM"
                   PERFORM DO-PM-SCHEDULE
                   IF WS-PM-OPENED-CT > 0
                       PERFORM WRITE-WORK-ORDERS
                   END-IF
                   PERFORM REPORT-PM-OVERDUE
               WHEN OTHER
                   DISPLAY "Uzycie: WORKORDR_ACTION="
                       "LIST|ASSIGN|CLOSE|PM"
                   DISPLAY "        WORKORDR_WO=nnnnn "
                       "WORKORDR_ASSIGNEE=xx"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "unknown action"
                       TO WS-RUNLOG-RESULT
                   PERFORM RUNLOG-END

           MOVE "OK" TO WS-RUNLOG-STATUS
           MOVE SPACES TO WS-RUNLOG-RESULT
           IF UPPER-CASE(TRIM(WS-ACTION)) = "PM"
               STRING
                   "PM by " TRIM(WS-OPERATOR)
                   " opened=" WS-PM-OPENED-CT
                   " overdue=" WS-PM-OVERDUE-CT
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           ELSE
               STRING
                   TRIM(WS-ACTION) " by "
                   TRIM(WS-OPERATOR)
                   DELIMITED SIZE
                   INTO WS-RUNLOG-RESULT
               END-STRING
           END-IF
           PERFORM RUNLOG-END
           STOP RUN.

           END-IF
           ADD 1 TO WS-WO-CT
           MOVE SPACES TO WS-WO-F1 WS-WO-F10
           MOVE SPACES TO WS-WO-NOTE(WS-WO-CT)
           UNSTRING WS-WO-LINE DELIMITED BY "|"
               INTO WS-WO-F1
                    WS-WO-SENSOR(WS-WO-CT)
                    WS-WO-ASSIGNEE(WS-WO-CT)
                    WS-WO-CLOSED(WS-WO-CT)
                    WS-WO-F10
                    WS-WO-NOTE(WS-WO-CT)
           END-UNSTRING
           IF TRIM(WS-WO-F1) IS NUMERIC
               COMPUTE WS-WO-NUM(WS-WO-CT) =
               SUBTRACT 1 FROM WS-WO-CT
               EXIT PARAGRAPH
           END-IF
           IF WS-WO-NUM(WS-WO-CT) > WS-WO-MAXNUM
               MOVE WS-WO-NUM(WS-WO-CT) TO WS-WO-MAXNUM
           END-IF
           IF TRIM(WS-WO-F10) IS NUMERIC
               COMPUTE WS-WO-RECUR(WS-WO-CT) =
                   NUMVAL(WS-WO-F10)
           END-IF
           .

      *> -- Failure-driven orders first, preventive (PM) after --
       DO-LIST.
           MOVE 0 TO WS-LISTED
           DISPLAY "--- Zlecenia awaryjne ---"
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               IF WS-WO-SEV(WS-WO-I) NOT = "PM"
               AND (WS-STATUS-FILTER = SPACES
               OR TRIM(WS-WO-STATUS(WS-WO-I)) =
                  UPPER-CASE(TRIM(WS-STATUS-FILTER)))
                   ADD 1 TO WS-LISTED
                   IF WS-WO-SEV(WS-WO-I) = "FW"
                       DISPLAY "  WO " WS-WO-NUM(WS-WO-I)
                           " [" TRIM(WS-WO-STATUS(WS-WO-I))
                           "/FW] VM "
                           TRIM(WS-WO-SENSOR(WS-WO-I))
                           " krok " TRIM(WS-WO-TYPE(WS-WO-I))
                           " otwarte "
                           WS-WO-OPENED(WS-WO-I)(1:8)
                           " nawroty "
                           WS-WO-RECUR(WS-WO-I)
                           " przydz. "
                           TRIM(WS-WO-ASSIGNEE(WS-WO-I))
                       DISPLAY "      "
                           TRIM(WS-WO-NOTE(WS-WO-I))
                   ELSE
                       DISPLAY "  WO " WS-WO-NUM(WS-WO-I)
                           " [" TRIM(WS-WO-STATUS(WS-WO-I))
                           "/" TRIM(WS-WO-SEV(WS-WO-I))
                           "] czujnik "
                           TRIM(WS-WO-SENSOR(WS-WO-I))
                           " " TRIM(WS-WO-TYPE(WS-WO-I))
                           "=" TRIM(WS-WO-READING(WS-WO-I))
                           " otwarte "
                           WS-WO-OPENED(WS-WO-I)(1:8)
                           " nawroty "
                           WS-WO-RECUR(WS-WO-I)
                           " przydz. "
                           TRIM(WS-WO-ASSIGNEE(WS-WO-I))
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "--- Zlecenia prewencyjne (PM) ---"
           MOVE CURRENT-DATE(1:8) TO WS-PM-TODAY
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               IF WS-WO-SEV(WS-WO-I) = "PM"
               AND (WS-STATUS-FILTER = SPACES
               OR TRIM(WS-WO-STATUS(WS-WO-I)) =
                  UPPER-CASE(TRIM(WS-STATUS-FILTER)))
                   ADD 1 TO WS-LISTED
                   IF WS-WO-STATUS(WS-WO-I) = "OPEN"
                   AND WS-WO-READING(WS-WO-I)(1:8) < WS-PM-TODAY
                       DISPLAY "  WO " WS-WO-NUM(WS-WO-I)
                           " [" TRIM(WS-WO-STATUS(WS-WO-I))
                           "/PM] " TRIM(WS-WO-SENSOR(WS-WO-I))
                           " " TRIM(WS-WO-TYPE(WS-WO-I))
                           " termin "
                           WS-WO-READING(WS-WO-I)(1:8)
                           " ZALEGLE przydz. "
                           TRIM(WS-WO-ASSIGNEE(WS-WO-I))
                   ELSE
                       DISPLAY "  WO " WS-WO-NUM(WS-WO-I)
                           " [" TRIM(WS-WO-STATUS(WS-WO-I))
                           "/PM] " TRIM(WS-WO-SENSOR(WS-WO-I))
                           " " TRIM(WS-WO-TYPE(WS-WO-I))
                           " termin "
                           WS-WO-READING(WS-WO-I)(1:8)
                           " przydz. "
                           TRIM(WS-WO-ASSIGNEE(WS-WO-I))
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Wyswietlono: " WS-LISTED
           OR TRIM(WS-WANT-WO) NOT NUMERIC
               DISPLAY "BLAD: ustaw WORKORDR_WO=nnnnn"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing WORKORDR_WO"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-WO-CUR = 0
               DISPLAY "BLAD: brak zlecenia " WS-WANT-WO-N
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "work order not found"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           IF WS-ASSIGNEE = SPACES
               DISPLAY "BLAD: ustaw WORKORDR_ASSIGNEE"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing WORKORDR_ASSIGNEE"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
           .

       DO-CLOSE.
      *>   Filed under the close date (field 9)
           MOVE "workorders.dat" TO WS-PERIOD-LEDGER
           MOVE CURRENT-DATE(1:6) TO WS-PERIOD-POST-MONTH
           PERFORM PERIOD-CHECK-POSTING
           IF WS-PERIOD-CLOSED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "CLOSED" TO WS-WO-STATUS(WS-WO-CUR)
           MOVE CURRENT-DATE(1:14)
               TO WS-WO-CLOSED(WS-WO-CUR)
               DISPLAY "BLAD: nie mozna zapisac "
                   TRIM(WS-WO-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "workorder write failed"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
                   DELIMITED SIZE
                   INTO WORKORDER-REC
               END-STRING
               IF WS-WO-NOTE(WS-WO-I) NOT = SPACES
                   MOVE SPACES TO WS-WO-LINE
                   STRING
                       TRIM(WORKORDER-REC) "|"
                       TRIM(WS-WO-NOTE(WS-WO-I))
                       DELIMITED SIZE
                       INTO WS-WO-LINE
                   END-STRING
                   MOVE WS-WO-LINE TO WORKORDER-REC
               END-IF
               WRITE WORKORDER-REC
           END-PERFORM
           CLOSE WORKORDER-FILE
           .

      *> ============================================================
      *> Preventive maintenance: for each plan line work out the
      *> due date and open a PM order when today has reached it.
      *> An entry whose target/task already has an OPEN PM is
      *> left alone; interval entries count from the last close
      *> (or are due at once when the task has never been done),
      *> fixed-date entries open once per date.
      *> ============================================================
       DO-PM-SCHEDULE.
           MOVE CURRENT-DATE(1:8) TO WS-PM-TODAY
           PERFORM LOAD-PM-PLAN
           PERFORM VARYING WS-PM-I FROM 1 BY 1
               UNTIL WS-PM-I > WS-PM-CT
               PERFORM CHECK-PM-ENTRY
           END-PERFORM
           DISPLAY "Otwarto zlecen PM: " WS-PM-OPENED-CT
           .

       LOAD-PM-PLAN.
           MOVE 0 TO WS-PM-CT
           MOVE "N" TO WS-PM-EOF
           MOVE SPACES TO WS-WO-ENVPATH
           ACCEPT WS-WO-ENVPATH
               FROM ENVIRONMENT "WORKORDR_PM_PLAN"
           IF WS-WO-ENVPATH NOT = SPACES
               MOVE WS-WO-ENVPATH TO WS-PM-PATH
           END-IF
           OPEN INPUT PM-PLAN-FILE
           IF WS-PM-FS NOT = "00"
               DISPLAY "Brak " TRIM(WS-PM-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PM-EOF = "Y"
               READ PM-PLAN-FILE INTO WS-PM-LINE
                   AT END
                       MOVE "Y" TO WS-PM-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-PM-ENTRY
               END-READ
           END-PERFORM
           CLOSE PM-PLAN-FILE
           DISPLAY "Pozycji planu PM: " WS-PM-CT
           .

       LOAD-ONE-PM-ENTRY.
           IF WS-PM-LINE(1:1) = "#"
           OR WS-PM-LINE = SPACES
           OR WS-PM-CT >= WS-PM-MAX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PM-CT
           MOVE SPACES TO WS-PM-ENT(WS-PM-CT)
           UNSTRING WS-PM-LINE DELIMITED BY "|"
               INTO WS-PM-STYPE(WS-PM-CT)
                    WS-PM-PATTERN(WS-PM-CT)
                    WS-PM-TASK(WS-PM-CT)
                    WS-PM-SCHED(WS-PM-CT)
                    WS-PM-ASSIGNEE(WS-PM-CT)
           END-UNSTRING
           IF WS-PM-TASK(WS-PM-CT) = SPACES
           OR WS-PM-SCHED(WS-PM-CT) = SPACES
               DISPLAY "  UWAGA: pominieto pozycje planu: "
                   TRIM(WS-PM-LINE)
               SUBTRACT 1 FROM WS-PM-CT
           END-IF
           .

      *> -- Target is the id pattern, or the type when pattern "*" --
       CHECK-PM-ENTRY.
           IF TRIM(WS-PM-PATTERN(WS-PM-I)) = "*"
           OR WS-PM-PATTERN(WS-PM-I) = SPACES
               MOVE WS-PM-STYPE(WS-PM-I) TO WS-PM-TARGET
           ELSE
               MOVE WS-PM-PATTERN(WS-PM-I) TO WS-PM-TARGET
           END-IF

           MOVE "N" TO WS-PM-HAS-OPEN
           MOVE "N" TO WS-PM-HAS-DUE
           MOVE 0 TO WS-PM-LAST-CLOSED
           PERFORM COMPUTE-PM-DUE
           IF WS-PM-SCHED-OK NOT = "Y"
               DISPLAY "  UWAGA: zly termin w planie PM: "
                   TRIM(WS-PM-SCHED(WS-PM-I))
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               IF WS-WO-SEV(WS-WO-I) = "PM"
               AND TRIM(WS-WO-SENSOR(WS-WO-I)) =
                   TRIM(WS-PM-TARGET)
               AND TRIM(WS-WO-TYPE(WS-WO-I)) =
                   TRIM(WS-PM-TASK(WS-PM-I))
                   IF WS-WO-STATUS(WS-WO-I) = "OPEN"
                       MOVE "Y" TO WS-PM-HAS-OPEN
                   END-IF
                   IF WS-WO-READING(WS-WO-I)(1:8) =
                      WS-PM-DUE
                       MOVE "Y" TO WS-PM-HAS-DUE
                   END-IF
                   IF WS-WO-CLOSED(WS-WO-I)(1:8) IS NUMERIC
                   AND WS-WO-CLOSED(WS-WO-I)(1:8) >
                       WS-PM-LAST-CLOSED
                       MOVE WS-WO-CLOSED(WS-WO-I)(1:8)
                           TO WS-PM-LAST-CLOSED
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PM-HAS-OPEN = "Y"
               EXIT PARAGRAPH
           END-IF

      *>   Interval tasks: next due is last close + interval
           IF WS-PM-INTERVAL > 0
               IF WS-PM-LAST-CLOSED > 0
                   COMPUTE WS-PM-DUE = DATE-OF-INTEGER(
                       INTEGER-OF-DATE(WS-PM-LAST-CLOSED)
                       + WS-PM-INTERVAL)
               ELSE
                   MOVE WS-PM-TODAY TO WS-PM-DUE
               END-IF
           ELSE
               IF WS-PM-HAS-DUE = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-PM-DUE > WS-PM-TODAY
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-PM-ORDER
           .

      *> -- Schedule: nnn days, YYYYMMDD once, or MMDD yearly --
       COMPUTE-PM-DUE.
           MOVE "Y" TO WS-PM-SCHED-OK
           MOVE 0 TO WS-PM-INTERVAL
           MOVE 0 TO WS-PM-DUE
           IF TRIM(WS-PM-SCHED(WS-PM-I)) NOT NUMERIC
               MOVE "N" TO WS-PM-SCHED-OK
               EXIT PARAGRAPH
           END-IF
           EVALUATE LENGTH(TRIM(WS-PM-SCHED(WS-PM-I)))
               WHEN 8
                   MOVE TRIM(WS-PM-SCHED(WS-PM-I)) TO WS-PM-DUE
               WHEN 4
                   STRING WS-PM-TODAY(1:4)
                       TRIM(WS-PM-SCHED(WS-PM-I))
                       DELIMITED SIZE INTO WS-PM-DUE
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-PM-INTERVAL =
                       NUMVAL(WS-PM-SCHED(WS-PM-I))
                   IF WS-PM-INTERVAL = 0
                       MOVE "N" TO WS-PM-SCHED-OK
                   END-IF
           END-EVALUATE
           IF WS-PM-DUE > 0
           AND TEST-DATE-YYYYMMDD(WS-PM-DUE) NOT = 0
               MOVE "N" TO WS-PM-SCHED-OK
           END-IF
           .

       OPEN-PM-ORDER.
           IF WS-WO-CT >= WS-WO-MAX
               DISPLAY "  UWAGA: tablica zlecen pelna"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WO-CT
           MOVE WS-WO-CT TO WS-WO-CUR
           ADD 1 TO WS-WO-MAXNUM
           MOVE WS-WO-MAXNUM TO WS-WO-NUM(WS-WO-CUR)
           MOVE WS-PM-TARGET TO WS-WO-SENSOR(WS-WO-CUR)
           MOVE WS-PM-TASK(WS-PM-I) TO WS-WO-TYPE(WS-WO-CUR)
           MOVE WS-PM-DUE TO WS-WO-READING(WS-WO-CUR)
           MOVE "PM" TO WS-WO-SEV(WS-WO-CUR)
           MOVE "OPEN" TO WS-WO-STATUS(WS-WO-CUR)
           MOVE CURRENT-DATE(1:14)
               TO WS-WO-OPENED(WS-WO-CUR)
           MOVE WS-PM-ASSIGNEE(WS-PM-I)
               TO WS-WO-ASSIGNEE(WS-WO-CUR)
           MOVE SPACES TO WS-WO-CLOSED(WS-WO-CUR)
           MOVE 0 TO WS-WO-RECUR(WS-WO-CUR)
           MOVE SPACES TO WS-WO-NOTE(WS-WO-CUR)
           ADD 1 TO WS-PM-OPENED-CT
           MOVE "PMOPEN" TO WS-WO-ACTION
           PERFORM WRITE-WO-AUDIT
           DISPLAY "  Otwarto PM WO " WS-WO-NUM(WS-WO-CUR)
               " " TRIM(WS-PM-TARGET)
               " " TRIM(WS-PM-TASK(WS-PM-I))
               " termin " WS-PM-DUE
           .

      *> -- Open PMs whose due date has already passed --
       REPORT-PM-OVERDUE.
           MOVE 0 TO WS-PM-OVERDUE-CT
           DISPLAY "--- Zalegle zlecenia PM ---"
           PERFORM VARYING WS-WO-I FROM 1 BY 1
               UNTIL WS-WO-I > WS-WO-CT
               IF WS-WO-SEV(WS-WO-I) = "PM"
               AND WS-WO-STATUS(WS-WO-I) = "OPEN"
               AND WS-WO-READING(WS-WO-I)(1:8) IS NUMERIC
               AND WS-WO-READING(WS-WO-I)(1:8) < WS-PM-TODAY
                   ADD 1 TO WS-PM-OVERDUE-CT
                   COMPUTE WS-PM-DAYS-LATE =
                       INTEGER-OF-DATE(WS-PM-TODAY)
                       - INTEGER-OF-DATE(NUMVAL(
                           WS-WO-READING(WS-WO-I)(1:8)))
                   DISPLAY "  WO " WS-WO-NUM(WS-WO-I)
                       " " TRIM(WS-WO-SENSOR(WS-WO-I))
                       " " TRIM(WS-WO-TYPE(WS-WO-I))
                       " termin " WS-WO-READING(WS-WO-I)(1:8)
                       " spoznione dni " WS-PM-DAYS-LATE
                       " przydz. "
                       TRIM(WS-WO-ASSIGNEE(WS-WO-I))
               END-IF
           END-PERFORM
           DISPLAY "Zaleglych PM: " WS-PM-OVERDUE-CT
           .

      *> -- One audit line per change: when, who, what --
       WRITE-WO-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TS
      *> Shared nightly batch run-log helper (RUNLOG-BEGIN/RUNLOG-END)
      *> ============================================================
       COPY RUNLOG-PROC.
       COPY PERIOD-PROC.
