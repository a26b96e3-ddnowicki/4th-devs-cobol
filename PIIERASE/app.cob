       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIIERASE.
       AUTHOR. CLAUDE-COBOL-PORT.
      *> ============================================================
      *> PIIERASE - Erasure / pseudonymization of one person across
      *> every file that carries personal data
      *> The person is given as ERASE_NAME, ERASE_SURNAME and
      *> ERASE_BYEAR; ERASE_ACTION picks what happens to the
      *> records that refer to them:
      *>   SCAN (default) - find and count only, nothing changes
      *>   DELETE         - the records are dropped
      *>   PSEUDONYMIZE   - name and surname are replaced by a
      *>                    stable token ANON-nnnnnnnnn (the same
      *>                    person always gets the same token), any
      *>                    "Name Surname" mention likewise
      *> 1. Read erase_registry.dat (label|path|format|keys), paths
      *>    relative to the repo root, globs allowed
      *> 2. Each path covers the live file, its LOGARCH archives
      *>    (<path>.<yyyymmdd>.arc) and its copies in every
      *>    STATESNAP bundle - otherwise a restore brings the data
      *>    straight back. The same set is worked again under every
      *>    DATA_ROOT named in env_profiles.dat (BATCH_ENV_FILE, as
      *>    ENVLOAD reads it): BATCHCTL seeds a profile's data root
      *>    with a full copy of the program directories, personal
      *>    data included
      *> 3. Per file format:
      *>    PIPE / CSV - keys give the name,surname,birth field
      *>       numbers (birth 0 = no birth field; several people
      *>       per record as groups separated by ";"); a record
      *>       matches on name + surname, and on the birth year
      *>       whenever the record carries one. An optional fourth
      *>       number is the person's alias field (";"-separated
      *>       "Name Surname" list, as people_master keeps for
      *>       merged identities): the record also matches when
      *>       the list holds the person, and on a match the whole
      *>       list becomes the token along with name and surname
      *>    TEXT - a line matches when it mentions "Name Surname"
      *>       as whole words (no birth year to check)
      *>    A PIPE / CSV record of somebody else that only mentions
      *>    "Name Surname" (history, reasons) is never deleted:
      *>    DELETE and PSEUDONYMIZE both replace the mention with
      *>    the token and keep the record
      *> 4. Each changed file is written to a side file, the record
      *>    count verified, and only then moved over the original
      *> 5. erase_certificate_<ts>.txt lists every file looked at
      *>    with its record counts; it names the person only by
      *>    token and birth year. One line per run goes to
      *>    erase_register.dat.
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
           SELECT REGISTRY-FILE ASSIGN TO WS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FS.
           SELECT FILELIST-FILE ASSIGN TO WS-FILELIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILELIST-FS.
           SELECT DATA-FILE ASSIGN TO WS-DATA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-FS.
           SELECT WORK-FILE ASSIGN TO WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FS.
           SELECT CERT-FILE ASSIGN TO WS-CERT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FS.
           SELECT ERASE-REG-FILE ASSIGN TO WS-ERASE-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASE-REG-FS.
           SELECT ENV-PROFILE-FILE ASSIGN TO WS-ENVP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENVP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
       01  RUN-LOG-REC              PIC X(300).

       FD  REGISTRY-FILE.
       01  REGISTRY-REC             PIC X(300).

       FD  FILELIST-FILE.
       01  FILELIST-REC             PIC X(300).

       FD  DATA-FILE.
       01  DATA-REC                 PIC X(4200).

       FD  WORK-FILE.
       01  WORK-REC                 PIC X(4200).

       FD  CERT-FILE.
       01  CERT-REC                 PIC X(300).

       FD  ERASE-REG-FILE.
       01  ERASE-REG-REC            PIC X(200).

       FD  ENV-PROFILE-FILE.
       01  ENV-PROFILE-REC          PIC X(300).

       WORKING-STORAGE SECTION.
       COPY RUNLOG-WS.

       01  WS-REGISTRY-PATH        PIC X(100) VALUE
           "erase_registry.dat".
       01  WS-REGISTRY-FS          PIC XX.
       01  WS-FILELIST-PATH        PIC X(100) VALUE
           "erase_files.tmp".
       01  WS-FILELIST-FS          PIC XX.
       01  WS-FILELIST-EOF         PIC X.
       01  WS-CERT-PATH            PIC X(100).
       01  WS-CERT-FS              PIC XX.
       01  WS-ERASE-REG-PATH       PIC X(100) VALUE
           "erase_register.dat".
       01  WS-ERASE-REG-FS         PIC XX.
      *> -- Repo root and the STATESNAP bundle directory under it --
       01  WS-ROOT-DIR             PIC X(100) VALUE "..".
       01  WS-SNAP-DIR             PIC X(100) VALUE
           "STATESNAP/state_snapshots".
       01  WS-NOW-TS               PIC X(21).
       01  WS-CMD                  PIC X(1000).

      *> -- Roots the registry paths are worked under: the repo
      *> -- root, then every profile data root (env_profiles.dat
      *> -- profile|DATA_ROOT|dir) other than the one this run
      *> -- itself lives in --
       01  WS-ENVP-PATH            PIC X(200) VALUE
           "../BATCHCTL/env_profiles.dat".
       01  WS-ENVP-FS              PIC XX.
       01  WS-ENVP-EOF             PIC X.
       01  WS-ENVP-LINE            PIC X(300).
       01  WS-ENVP-F1              PIC X(20).
       01  WS-ENVP-F2              PIC X(20).
       01  WS-ENVP-F3              PIC X(200).
       01  WS-ENVP-HERE            PIC X(200).
       01  WS-DR-MAX               PIC 9(2) VALUE 10.
       01  WS-DR-COUNT             PIC 9(2) VALUE 0.
       01  WS-DR-TABLE.
           05  WS-DR-DIR           PIC X(200) OCCURS 10 TIMES.
       01  WS-DR-I                 PIC 9(2).
       01  WS-DR-J                 PIC 9(2).
       01  WS-DR-DUP               PIC X.

      *> -- The person and the action --
       01  WS-ER-NAME              PIC X(40).
       01  WS-ER-SURNAME           PIC X(60).
       01  WS-ER-BYEAR             PIC X(4).
       01  WS-ER-ACTION            PIC X(14).
       01  WS-ER-NAME-UP           PIC X(40).
       01  WS-ER-SURNAME-UP        PIC X(60).
       01  WS-ER-FULL-UP           PIC X(101).
       01  WS-ER-FULL-LEN          PIC 9(3).
       01  WS-TOKEN                PIC X(14).
       01  WS-TOKEN-LEN            PIC 9(2).
       01  WS-ANON-SURNAME         PIC X(4) VALUE "ANON".

      *> -- Stable token: rolling hash of NAME|SURNAME|YEAR --
       01  WS-HASH-SRC             PIC X(110).
       01  WS-HASH-LEN             PIC 9(3).
       01  WS-HASH                 PIC 9(12).
       01  WS-HASH-I               PIC 9(3).
       01  WS-HASH-OUT             PIC 9(9).

      *> -- Registry --
       01  WS-RG-MAX               PIC 9(2) VALUE 40.
       01  WS-RG-COUNT             PIC 9(2) VALUE 0.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 40 TIMES.
               10  WS-RG-LABEL     PIC X(20).
               10  WS-RG-PATH      PIC X(150).
               10  WS-RG-FORMAT    PIC X(4).
               10  WS-RG-KEYS      PIC X(40).
       01  WS-RG-I                 PIC 9(2).
       01  WS-RG-LINE              PIC X(300).
       01  WS-RG-EOF               PIC X.

      *> -- Key groups of the current registry entry --
       01  WS-KG-MAX               PIC 9(1) VALUE 4.
       01  WS-KG-COUNT             PIC 9(1).
       01  WS-KG-TABLE.
           05  WS-KG-ENTRY OCCURS 4 TIMES.
               10  WS-KG-NAME      PIC 9(2).
               10  WS-KG-SURN      PIC 9(2).
               10  WS-KG-BIRTH     PIC 9(2).
               10  WS-KG-ALIAS     PIC 9(2).
               10  WS-KG-HIT       PIC X.
       01  WS-KG-I                 PIC 9(1).
       01  WS-KG-PTR               PIC 9(3).
       01  WS-KG-ITEM              PIC X(12).
       01  WS-KG-A                 PIC X(4).
       01  WS-KG-B                 PIC X(4).
       01  WS-KG-C                 PIC X(4).
       01  WS-KG-D                 PIC X(4).
       01  WS-KEYS-OK              PIC X.

      *> -- File under work --
       01  WS-DATA-PATH            PIC X(300).
       01  WS-DATA-FS              PIC XX.
       01  WS-DATA-EOF             PIC X.
       01  WS-WORK-PATH            PIC X(300).
       01  WS-WORK-FS              PIC XX.
       01  WS-DATA-KIND            PIC X(8).
       01  WS-PATH-LEN             PIC 9(3).
       01  WS-FILE-OK              PIC X.

      *> -- Line under work and its field positions --
       01  WS-LINE                 PIC X(4200).
       01  WS-LINE-UP              PIC X(4200).
       01  WS-NEW-LINE             PIC X(4200).
       01  WS-LINE-LEN             PIC 9(4).
       01  WS-NEW-PTR              PIC 9(4).
       01  WS-DELIM                PIC X.
       01  WS-FP-MAX               PIC 9(2) VALUE 30.
       01  WS-FP-COUNT             PIC 9(2).
       01  WS-FP-TABLE.
           05  WS-FP-ENTRY OCCURS 30 TIMES.
               10  WS-FP-START     PIC 9(4).
               10  WS-FP-LEN       PIC 9(4).
               10  WS-FP-REPL      PIC X.
       01  WS-FP-I                 PIC 9(2).
       01  WS-FP-N                 PIC 9(2).
       01  WS-SCAN-P               PIC 9(4).
       01  WS-SCAN-CH              PIC X.
       01  WS-IN-QUOTES            PIC X.
       01  WS-FLD-VAL              PIC X(300).
       01  WS-FLD-UP               PIC X(300).
       01  WS-REC-HIT              PIC X.
       01  WS-REC-MENTION          PIC X.

      *> -- Whole-word "NAME SURNAME" search --
       01  WS-FIND-P               PIC 9(4).
       01  WS-FIND-LAST            PIC 9(4).
       01  WS-FIND-AT              PIC 9(4).
       01  WS-FIND-CH              PIC X.
       01  WS-FIND-OK              PIC X.
       01  WS-MENTION-CT           PIC 9(3).

      *> -- ";NAME SURNAME;" inside an alias list --
       01  WS-AK-PAD               PIC X(304).
       01  WS-AK-KEY               PIC X(103).
       01  WS-AK-KLEN              PIC 9(3).
       01  WS-AK-TALLY             PIC 9(3).

      *> -- Counters: per file and per run --
       01  WS-CT-TOTAL             PIC 9(7).
       01  WS-CT-MATCH             PIC 9(7).
       01  WS-CT-MENTION           PIC 9(7).
       01  WS-CT-WRITTEN           PIC 9(7).
       01  WS-CT-CHECK             PIC 9(7).
       01  WS-TOT-FILES            PIC 9(5) VALUE 0.
       01  WS-TOT-HIT-FILES        PIC 9(5) VALUE 0.
       01  WS-TOT-RECORDS          PIC 9(7) VALUE 0.
       01  WS-TOT-MENTIONS         PIC 9(7) VALUE 0.
       01  WS-TOT-ERRORS           PIC 9(5) VALUE 0.
       01  WS-TOT-LIVE             PIC 9(7) VALUE 0.
       01  WS-TOT-ARCH             PIC 9(7) VALUE 0.
       01  WS-TOT-SNAP             PIC 9(7) VALUE 0.
       01  WS-CT-ED                PIC Z(6)9.
       01  WS-CT-ED2               PIC Z(6)9.
       01  WS-CT-ED3               PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PIIERASE.
           MOVE "PIIERASE" TO WS-RUNLOG-PROGID
           PERFORM RUNLOG-BEGIN
           DISPLAY "=== PIIERASE: usuwanie danych osobowych ==="
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS

           PERFORM READ-PERSON
           IF WS-RUNLOG-STATUS = "ERR"
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           PERFORM MAKE-TOKEN

           PERFORM LOAD-REGISTRY
           PERFORM LOAD-DATA-ROOTS
           IF WS-RG-COUNT = 0
               DISPLAY "  BLAD: pusty lub brakujacy rejestr "
                   TRIM(WS-REGISTRY-PATH)
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "CONFIG-MISSING" TO WS-RUNLOG-REASON
               MOVE "empty or missing erase_registry.dat"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF

           MOVE SPACES TO WS-CERT-PATH
           STRING
               "erase_certificate_" WS-NOW-TS(1:14) ".txt"
               DELIMITED SIZE
               INTO WS-CERT-PATH
           END-STRING
           OPEN OUTPUT CERT-FILE
           IF WS-CERT-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-CERT-PATH)
                   " Status: " WS-CERT-FS
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
               MOVE "cannot write erasure certificate"
                   TO WS-RUNLOG-RESULT
               PERFORM RUNLOG-END
               STOP RUN
           END-IF
           PERFORM WRITE-CERT-HEADER

           PERFORM VARYING WS-RG-I FROM 1 BY 1
               UNTIL WS-RG-I > WS-RG-COUNT
               PERFORM PROCESS-REGISTRY-ENTRY
           END-PERFORM

           PERFORM WRITE-CERT-TOTALS
           CLOSE CERT-FILE
           PERFORM APPEND-ERASE-REGISTER

           MOVE WS-TOT-RECORDS TO WS-CT-ED
           MOVE WS-TOT-HIT-FILES TO WS-CT-ED2
           DISPLAY "  " TRIM(WS-ER-ACTION) " " TRIM(WS-TOKEN)
               ": rekordow " TRIM(WS-CT-ED)
               " w plikach " TRIM(WS-CT-ED2)
               " -> " TRIM(WS-CERT-PATH)

           IF WS-TOT-ERRORS > 0
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "WRITE-FAILED" TO WS-RUNLOG-REASON
           ELSE
               MOVE "OK" TO WS-RUNLOG-STATUS
           END-IF
           MOVE SPACES TO WS-RUNLOG-RESULT
           STRING
               TRIM(WS-ER-ACTION)
               " " TRIM(WS-TOKEN)
               " files=" TRIM(WS-CT-ED2)
               " records=" TRIM(WS-CT-ED)
               " errors=" WS-TOT-ERRORS
               DELIMITED SIZE
               INTO WS-RUNLOG-RESULT
           END-STRING
           PERFORM RUNLOG-END
           STOP RUN.

      *> ============================================================
      *> READ-PERSON: the person and the action from the
      *> environment; a missing name or a bad year is an ERR run
      *> ============================================================
       READ-PERSON.
           ACCEPT WS-ER-NAME FROM ENVIRONMENT "ERASE_NAME"
           ACCEPT WS-ER-SURNAME FROM ENVIRONMENT "ERASE_SURNAME"
           ACCEPT WS-ER-BYEAR FROM ENVIRONMENT "ERASE_BYEAR"
           ACCEPT WS-ER-ACTION FROM ENVIRONMENT "ERASE_ACTION"
           IF WS-ER-ACTION = SPACES
               MOVE "SCAN" TO WS-ER-ACTION
           END-IF
           MOVE UPPER-CASE(TRIM(WS-ER-ACTION)) TO WS-ER-ACTION
           IF WS-ER-ACTION = "PSEUDO"
               MOVE "PSEUDONYMIZE" TO WS-ER-ACTION
           END-IF

           IF WS-ER-NAME = SPACES OR WS-ER-SURNAME = SPACES
               DISPLAY "  BLAD: ustaw ERASE_NAME i ERASE_SURNAME"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "missing ERASE_NAME / ERASE_SURNAME"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-ER-BYEAR IS NOT NUMERIC
           OR WS-ER-BYEAR < "1800"
               DISPLAY "  BLAD: ERASE_BYEAR musi byc rokiem YYYY"
               MOVE "ERR" TO WS-RUNLOG-STATUS
               MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
               MOVE "ERASE_BYEAR is not a YYYY year"
                   TO WS-RUNLOG-RESULT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRIM(WS-ER-ACTION)
               WHEN "SCAN"
               WHEN "DELETE"
               WHEN "PSEUDONYMIZE"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "  ERASE_ACTION: SCAN, DELETE lub "
                       "PSEUDONYMIZE"
                   MOVE "ERR" TO WS-RUNLOG-STATUS
                   MOVE "PARM-INVALID" TO WS-RUNLOG-REASON
                   MOVE "unknown ERASE_ACTION"
                       TO WS-RUNLOG-RESULT
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE UPPER-CASE(TRIM(WS-ER-NAME)) TO WS-ER-NAME-UP
           MOVE UPPER-CASE(TRIM(WS-ER-SURNAME))
               TO WS-ER-SURNAME-UP
           MOVE SPACES TO WS-ER-FULL-UP
           STRING
               TRIM(WS-ER-NAME-UP) " " TRIM(WS-ER-SURNAME-UP)
               DELIMITED SIZE
               INTO WS-ER-FULL-UP
           END-STRING
           MOVE LENGTH(TRIM(WS-ER-FULL-UP)) TO WS-ER-FULL-LEN
           .

      *> ============================================================
      *> MAKE-TOKEN: ANON-nnnnnnnnn from a rolling hash of
      *> NAME|SURNAME|YEAR, so the same person gets the same token
      *> on every run and in every file
      *> ============================================================
       MAKE-TOKEN.
           MOVE SPACES TO WS-HASH-SRC
           STRING
               TRIM(WS-ER-NAME-UP) "|"
               TRIM(WS-ER-SURNAME-UP) "|"
               WS-ER-BYEAR
               DELIMITED SIZE
               INTO WS-HASH-SRC
           END-STRING
           MOVE LENGTH(TRIM(WS-HASH-SRC)) TO WS-HASH-LEN
           MOVE 7 TO WS-HASH
           PERFORM VARYING WS-HASH-I FROM 1 BY 1
               UNTIL WS-HASH-I > WS-HASH-LEN
               COMPUTE WS-HASH =
                   MOD(WS-HASH * 31
                       + ORD(WS-HASH-SRC(WS-HASH-I:1)),
                       999999937)
           END-PERFORM
           MOVE WS-HASH TO WS-HASH-OUT
           MOVE SPACES TO WS-TOKEN
           STRING
               "ANON-" WS-HASH-OUT
               DELIMITED SIZE
               INTO WS-TOKEN
           END-STRING
           MOVE LENGTH(TRIM(WS-TOKEN)) TO WS-TOKEN-LEN
           DISPLAY "  Osoba: " TRIM(WS-TOKEN)
               " (rocznik " WS-ER-BYEAR ") akcja: "
               TRIM(WS-ER-ACTION)
           .

      *> ============================================================
      *> LOAD-REGISTRY: label|path|format|keys per line, "#" lines
      *> are comments
      *> ============================================================
       LOAD-REGISTRY.
           MOVE 0 TO WS-RG-COUNT
           MOVE "N" TO WS-RG-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc "
                   TRIM(WS-REGISTRY-PATH)
                   " Status: " WS-REGISTRY-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RG-EOF = "Y"
               READ REGISTRY-FILE INTO WS-RG-LINE
                   AT END
                       MOVE "Y" TO WS-RG-EOF
                   NOT AT END
                       IF WS-RG-LINE(1:1) NOT = "#"
                       AND WS-RG-LINE NOT = SPACES
                           PERFORM PARSE-REGISTRY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE
           DISPLAY "  Pozycji rejestru: " WS-RG-COUNT
           .

       PARSE-REGISTRY-LINE.
           IF WS-RG-COUNT >= WS-RG-MAX
               DISPLAY "  UWAGA: przekroczono limit rejestru, "
                   "wiersz pominiety"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           UNSTRING WS-RG-LINE DELIMITED BY "|"
               INTO WS-RG-LABEL(WS-RG-COUNT)
                    WS-RG-PATH(WS-RG-COUNT)
                    WS-RG-FORMAT(WS-RG-COUNT)
                    WS-RG-KEYS(WS-RG-COUNT)
           END-UNSTRING
           MOVE UPPER-CASE(TRIM(WS-RG-FORMAT(WS-RG-COUNT)))
               TO WS-RG-FORMAT(WS-RG-COUNT)
           IF WS-RG-PATH(WS-RG-COUNT) = SPACES
               DISPLAY "  UWAGA: wiersz rejestru bez sciezki "
                   "pominiety: " TRIM(WS-RG-LINE)
               SUBTRACT 1 FROM WS-RG-COUNT
           END-IF
           .

      *> ============================================================
      *> LOAD-DATA-ROOTS: the repo root first, then each distinct
      *> DATA_ROOT of env_profiles.dat. The data root this run was
      *> started in (BATCH_DATA_ROOT) is already the repo root.
      *> ============================================================
       LOAD-DATA-ROOTS.
           MOVE 1 TO WS-DR-COUNT
           MOVE WS-ROOT-DIR TO WS-DR-DIR(1)
           MOVE SPACES TO WS-ENVP-HERE
           ACCEPT WS-ENVP-HERE FROM ENVIRONMENT "BATCH_DATA_ROOT"
           MOVE SPACES TO WS-ENVP-F3
           ACCEPT WS-ENVP-F3 FROM ENVIRONMENT "BATCH_ENV_FILE"
           IF WS-ENVP-F3 NOT = SPACES
               MOVE WS-ENVP-F3 TO WS-ENVP-PATH
           END-IF
           OPEN INPUT ENV-PROFILE-FILE
           IF WS-ENVP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENVP-EOF
           PERFORM UNTIL WS-ENVP-EOF = "Y"
               READ ENV-PROFILE-FILE INTO WS-ENVP-LINE
                   AT END
                       MOVE "Y" TO WS-ENVP-EOF
                   NOT AT END
                       PERFORM ADD-DATA-ROOT
               END-READ
           END-PERFORM
           CLOSE ENV-PROFILE-FILE
           PERFORM VARYING WS-DR-J FROM 2 BY 1
               UNTIL WS-DR-J > WS-DR-COUNT
               DISPLAY "  Katalog danych profilu: "
                   TRIM(WS-DR-DIR(WS-DR-J))
           END-PERFORM
           .

       ADD-DATA-ROOT.
           IF WS-ENVP-LINE(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ENVP-F1 WS-ENVP-F2 WS-ENVP-F3
           UNSTRING WS-ENVP-LINE DELIMITED BY "|"
               INTO WS-ENVP-F1 WS-ENVP-F2 WS-ENVP-F3
           END-UNSTRING
           IF TRIM(WS-ENVP-F2) NOT = "DATA_ROOT"
           OR WS-ENVP-F3(1:1) NOT = "/"
           OR TRIM(WS-ENVP-F3) = TRIM(WS-ENVP-HERE)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DR-DUP
           PERFORM VARYING WS-DR-J FROM 1 BY 1
               UNTIL WS-DR-J > WS-DR-COUNT
               IF TRIM(WS-DR-DIR(WS-DR-J)) = TRIM(WS-ENVP-F3)
                   MOVE "Y" TO WS-DR-DUP
               END-IF
           END-PERFORM
           IF WS-DR-DUP = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-DR-COUNT >= WS-DR-MAX
               DISPLAY "  UWAGA: za duzo katalogow danych - "
                   TRIM(WS-ENVP-F3) " pominiety"
               ADD 1 TO WS-TOT-ERRORS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DR-COUNT
           MOVE TRIM(WS-ENVP-F3) TO WS-DR-DIR(WS-DR-COUNT)
           .

      *> ============================================================
      *> PROCESS-REGISTRY-ENTRY: expand the path to the live file,
      *> its archives and its snapshot copies under every root,
      *> then work each one
      *> ============================================================
       PROCESS-REGISTRY-ENTRY.
           PERFORM PARSE-KEY-GROUPS
           IF WS-KEYS-OK = "N"
               DISPLAY "  BLAD: niepoprawne klucze "
                   TRIM(WS-RG-KEYS(WS-RG-I)) " - "
                   TRIM(WS-RG-LABEL(WS-RG-I)) " pominiety"
               ADD 1 TO WS-TOT-ERRORS
               MOVE SPACES TO CERT-REC
               STRING
                   TRIM(WS-RG-LABEL(WS-RG-I))
                   ": BAD REGISTRY KEYS, not processed"
                   DELIMITED SIZE
                   INTO CERT-REC
               END-STRING
               WRITE CERT-REC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DR-I FROM 1 BY 1
               UNTIL WS-DR-I > WS-DR-COUNT
               PERFORM PROCESS-ENTRY-UNDER-ROOT
           END-PERFORM
           .

       PROCESS-ENTRY-UNDER-ROOT.
           INITIALIZE WS-CMD
           STRING
               "ls -1d "
               TRIM(WS-DR-DIR(WS-DR-I)) "/"
               TRIM(WS-RG-PATH(WS-RG-I))
               " "
               TRIM(WS-DR-DIR(WS-DR-I)) "/"
               TRIM(WS-RG-PATH(WS-RG-I))
               ".*.arc "
               TRIM(WS-DR-DIR(WS-DR-I)) "/" TRIM(WS-SNAP-DIR)
               "/bundle_*/" TRIM(WS-RG-PATH(WS-RG-I))
               " > " TRIM(WS-FILELIST-PATH)
               " 2>/dev/null"
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD

           MOVE "N" TO WS-FILELIST-EOF
           OPEN INPUT FILELIST-FILE
           IF WS-FILELIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILELIST-EOF = "Y"
               READ FILELIST-FILE
                   AT END
                       MOVE "Y" TO WS-FILELIST-EOF
                   NOT AT END
                       IF TRIM(FILELIST-REC) NOT = SPACES
                           MOVE TRIM(FILELIST-REC)
                               TO WS-DATA-PATH
                           PERFORM PROCESS-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILELIST-FILE
           INITIALIZE WS-CMD
           STRING
               "rm -f " TRIM(WS-FILELIST-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

      *> -- Keys "n,s,b[,a];n,s,b[,a]" into the key-group table; TEXT
      *> -- entries need none --
       PARSE-KEY-GROUPS.
           MOVE "Y" TO WS-KEYS-OK
           MOVE 0 TO WS-KG-COUNT
           INITIALIZE WS-KG-TABLE
           EVALUATE WS-RG-FORMAT(WS-RG-I)
               WHEN "TEXT"
                   EXIT PARAGRAPH
               WHEN "PIPE"
               WHEN "CSV"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-KEYS-OK
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 1 TO WS-KG-PTR
           PERFORM UNTIL WS-KG-PTR > 40
               OR WS-KG-COUNT >= WS-KG-MAX
               MOVE SPACES TO WS-KG-ITEM
               UNSTRING WS-RG-KEYS(WS-RG-I) DELIMITED BY ";"
                   INTO WS-KG-ITEM
                   WITH POINTER WS-KG-PTR
               END-UNSTRING
               IF WS-KG-ITEM NOT = SPACES
                   MOVE SPACES TO WS-KG-A WS-KG-B WS-KG-C WS-KG-D
                   UNSTRING WS-KG-ITEM DELIMITED BY ","
                       INTO WS-KG-A WS-KG-B WS-KG-C WS-KG-D
                   END-UNSTRING
                   IF TRIM(WS-KG-C) = SPACES
                       MOVE "0" TO WS-KG-C
                   END-IF
                   IF TRIM(WS-KG-D) = SPACES
                       MOVE "0" TO WS-KG-D
                   END-IF
                   IF TRIM(WS-KG-A) IS NOT NUMERIC
                   OR TRIM(WS-KG-B) IS NOT NUMERIC
                   OR TRIM(WS-KG-C) IS NOT NUMERIC
                   OR TRIM(WS-KG-D) IS NOT NUMERIC
                       MOVE "N" TO WS-KEYS-OK
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-KG-COUNT
                   COMPUTE WS-KG-NAME(WS-KG-COUNT) =
                       NUMVAL(WS-KG-A)
                   COMPUTE WS-KG-SURN(WS-KG-COUNT) =
                       NUMVAL(WS-KG-B)
                   COMPUTE WS-KG-BIRTH(WS-KG-COUNT) =
                       NUMVAL(WS-KG-C)
                   COMPUTE WS-KG-ALIAS(WS-KG-COUNT) =
                       NUMVAL(WS-KG-D)
                   IF WS-KG-NAME(WS-KG-COUNT) = 0
                   OR WS-KG-SURN(WS-KG-COUNT) = 0
                   OR WS-KG-NAME(WS-KG-COUNT) > WS-FP-MAX
                   OR WS-KG-SURN(WS-KG-COUNT) > WS-FP-MAX
                   OR WS-KG-BIRTH(WS-KG-COUNT) > WS-FP-MAX
                   OR WS-KG-ALIAS(WS-KG-COUNT) > WS-FP-MAX
                       MOVE "N" TO WS-KEYS-OK
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-KG-COUNT = 0
               MOVE "N" TO WS-KEYS-OK
           END-IF
           .

      *> ============================================================
      *> PROCESS-ONE-FILE: pass over the file counting (and for
      *> DELETE / PSEUDONYMIZE rewriting to a side file) the
      *> records that refer to the person; the side file replaces
      *> the original only when its record count checks out
      *> ============================================================
       PROCESS-ONE-FILE.
           MOVE 0 TO WS-CT-TOTAL
           MOVE 0 TO WS-CT-MATCH
           MOVE 0 TO WS-CT-MENTION
           MOVE 0 TO WS-CT-WRITTEN
           MOVE "Y" TO WS-FILE-OK
           PERFORM CLASSIFY-DATA-PATH
           MOVE SPACES TO WS-WORK-PATH
           STRING
               TRIM(WS-DATA-PATH) ".erase"
               DELIMITED SIZE
               INTO WS-WORK-PATH
           END-STRING

           MOVE "N" TO WS-DATA-EOF
           OPEN INPUT DATA-FILE
           IF WS-DATA-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna otworzyc "
                   TRIM(WS-DATA-PATH)
                   " Status: " WS-DATA-FS
               ADD 1 TO WS-TOT-ERRORS
               MOVE "N" TO WS-FILE-OK
               PERFORM WRITE-CERT-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ER-ACTION NOT = "SCAN"
               OPEN OUTPUT WORK-FILE
               IF WS-WORK-FS NOT = "00"
                   DISPLAY "  BLAD: nie mozna zapisac "
                       TRIM(WS-WORK-PATH)
                   CLOSE DATA-FILE
                   ADD 1 TO WS-TOT-ERRORS
                   MOVE "N" TO WS-FILE-OK
                   PERFORM WRITE-CERT-FILE-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ DATA-FILE
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           ADD 1 TO WS-TOT-FILES

           IF WS-ER-ACTION = "SCAN"
               PERFORM TALLY-FILE-RESULT
               EXIT PARAGRAPH
           END-IF
           CLOSE WORK-FILE

      *>   Nothing refers to the person: the original stays as it
      *>   was, byte for byte
           IF WS-CT-MATCH = 0 AND WS-CT-MENTION = 0
               PERFORM REMOVE-WORK-FILE
               PERFORM TALLY-FILE-RESULT
               EXIT PARAGRAPH
           END-IF

      *>   Re-count the side file from disk before it replaces the
      *>   original: DELETE loses exactly the matched records,
      *>   PSEUDONYMIZE loses none
           PERFORM COUNT-WORK-RECORDS
           IF WS-CT-CHECK NOT = WS-CT-WRITTEN
           OR (WS-ER-ACTION = "DELETE"
               AND WS-CT-WRITTEN + WS-CT-MATCH NOT = WS-CT-TOTAL)
           OR (WS-ER-ACTION = "PSEUDONYMIZE"
               AND WS-CT-WRITTEN NOT = WS-CT-TOTAL)
               DISPLAY "  BLAD: weryfikacja liczby "
                   "rekordow nie zgadza sie - "
                   TRIM(WS-DATA-PATH)
                   " pozostaje nietkniety"
               ADD 1 TO WS-TOT-ERRORS
               MOVE "N" TO WS-FILE-OK
               PERFORM REMOVE-WORK-FILE
               PERFORM WRITE-CERT-FILE-LINE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-CMD
           STRING
               "mv " TRIM(WS-WORK-PATH)
               " " TRIM(WS-DATA-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           IF RETURN-CODE NOT = 0
               DISPLAY "  BLAD: nie mozna podmienic "
                   TRIM(WS-DATA-PATH)
               ADD 1 TO WS-TOT-ERRORS
               MOVE "N" TO WS-FILE-OK
               PERFORM REMOVE-WORK-FILE
               PERFORM WRITE-CERT-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-FILE-RESULT
           .

      *> -- LIVE file, LOGARCH archive or STATESNAP copy --
       CLASSIFY-DATA-PATH.
           MOVE "LIVE" TO WS-DATA-KIND
           MOVE LENGTH(TRIM(WS-DATA-PATH)) TO WS-PATH-LEN
           MOVE 0 TO WS-SCAN-P
           INSPECT WS-DATA-PATH TALLYING WS-SCAN-P
               FOR ALL "/state_snapshots/bundle_"
           IF WS-SCAN-P > 0
               MOVE "SNAPSHOT" TO WS-DATA-KIND
           ELSE
               IF WS-PATH-LEN > 4
               AND WS-DATA-PATH(WS-PATH-LEN - 3:4) = ".arc"
                   MOVE "ARCHIVE" TO WS-DATA-KIND
               END-IF
           END-IF
           .

       TALLY-FILE-RESULT.
           ADD WS-CT-MENTION TO WS-TOT-MENTIONS
           IF WS-CT-MATCH > 0 OR WS-CT-MENTION > 0
               ADD 1 TO WS-TOT-HIT-FILES
               ADD WS-CT-MATCH TO WS-TOT-RECORDS
               EVALUATE WS-DATA-KIND
                   WHEN "SNAPSHOT"
                       ADD WS-CT-MATCH TO WS-TOT-SNAP
                   WHEN "ARCHIVE"
                       ADD WS-CT-MATCH TO WS-TOT-ARCH
                   WHEN OTHER
                       ADD WS-CT-MATCH TO WS-TOT-LIVE
               END-EVALUATE
               MOVE WS-CT-MATCH TO WS-CT-ED
               MOVE WS-CT-MENTION TO WS-CT-ED2
               DISPLAY "    " TRIM(WS-DATA-PATH) ": "
                   TRIM(WS-CT-ED) " / wzmianki "
                   TRIM(WS-CT-ED2)
           END-IF
           PERFORM WRITE-CERT-FILE-LINE
           .

      *> ============================================================
      *> PROCESS-ONE-RECORD: decide whether the record refers to
      *> the person and write it out kept, pseudonymized or not
      *> at all
      *> ============================================================
       PROCESS-ONE-RECORD.
           ADD 1 TO WS-CT-TOTAL
           MOVE DATA-REC TO WS-LINE
           MOVE "N" TO WS-REC-HIT
           MOVE "N" TO WS-REC-MENTION
           IF WS-LINE NOT = SPACES
               MOVE LENGTH(TRIM(WS-LINE TRAILING)) TO WS-LINE-LEN
               IF WS-RG-FORMAT(WS-RG-I) = "TEXT"
                   PERFORM MATCH-TEXT-RECORD
               ELSE
                   PERFORM MATCH-KEYED-RECORD
                   IF WS-REC-HIT = "N"
                       PERFORM MATCH-TEXT-RECORD
                       MOVE WS-REC-HIT TO WS-REC-MENTION
                       MOVE "N" TO WS-REC-HIT
                   END-IF
               END-IF
           END-IF

           IF WS-REC-HIT = "Y"
               ADD 1 TO WS-CT-MATCH
           END-IF
           IF WS-REC-MENTION = "Y"
               ADD 1 TO WS-CT-MENTION
           END-IF
           EVALUATE TRUE
               WHEN WS-ER-ACTION = "SCAN"
                   CONTINUE
               WHEN WS-REC-MENTION = "Y"
                   PERFORM REPLACE-NAME-MENTIONS
                   MOVE WS-LINE TO WORK-REC
                   WRITE WORK-REC
                   ADD 1 TO WS-CT-WRITTEN
               WHEN WS-REC-HIT = "Y"
               AND WS-ER-ACTION = "DELETE"
                   CONTINUE
               WHEN WS-REC-HIT = "Y"
                   IF WS-RG-FORMAT(WS-RG-I) NOT = "TEXT"
                       PERFORM REBUILD-KEYED-RECORD
                   END-IF
                   PERFORM REPLACE-NAME-MENTIONS
                   MOVE WS-LINE TO WORK-REC
                   WRITE WORK-REC
                   ADD 1 TO WS-CT-WRITTEN
               WHEN OTHER
                   MOVE DATA-REC TO WORK-REC
                   WRITE WORK-REC
                   ADD 1 TO WS-CT-WRITTEN
           END-EVALUATE
           .

      *> -- TEXT: the line mentions "Name Surname" as whole words --
       MATCH-TEXT-RECORD.
           MOVE UPPER-CASE(WS-LINE) TO WS-LINE-UP
           MOVE 1 TO WS-FIND-P
           PERFORM FIND-FULL-NAME
           IF WS-FIND-AT > 0
               MOVE "Y" TO WS-REC-HIT
           END-IF
           .

      *> -- PIPE / CSV: any key group names the person, by its
      *> -- name and surname or through its alias list --
       MATCH-KEYED-RECORD.
           PERFORM LOCATE-FIELDS
           PERFORM VARYING WS-KG-I FROM 1 BY 1
               UNTIL WS-KG-I > WS-KG-COUNT
               MOVE "N" TO WS-KG-HIT(WS-KG-I)
               MOVE WS-KG-NAME(WS-KG-I) TO WS-FP-N
               PERFORM GET-FIELD-VALUE
               IF TRIM(WS-FLD-UP) = TRIM(WS-ER-NAME-UP)
                   MOVE WS-KG-SURN(WS-KG-I) TO WS-FP-N
                   PERFORM GET-FIELD-VALUE
                   IF TRIM(WS-FLD-UP) = TRIM(WS-ER-SURNAME-UP)
                       MOVE "Y" TO WS-KG-HIT(WS-KG-I)
                   END-IF
               END-IF
               IF WS-KG-HIT(WS-KG-I) = "N"
               AND WS-KG-ALIAS(WS-KG-I) > 0
                   PERFORM MATCH-ALIAS-LIST
               END-IF
               IF WS-KG-HIT(WS-KG-I) = "Y"
                   PERFORM CHECK-BIRTH-YEAR
               END-IF
               IF WS-KG-HIT(WS-KG-I) = "Y"
                   MOVE "Y" TO WS-REC-HIT
               END-IF
           END-PERFORM
           .

      *> -- The group's alias list holds "Name Surname" as a whole
      *> -- entry (case ignored) --
       MATCH-ALIAS-LIST.
           MOVE WS-KG-ALIAS(WS-KG-I) TO WS-FP-N
           PERFORM GET-FIELD-VALUE
           IF WS-FLD-UP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AK-PAD
           STRING ";" TRIM(WS-FLD-UP) ";"
               DELIMITED SIZE
               INTO WS-AK-PAD
           END-STRING
           MOVE SPACES TO WS-AK-KEY
           STRING ";" WS-ER-FULL-UP(1:WS-ER-FULL-LEN) ";"
               DELIMITED SIZE
               INTO WS-AK-KEY
           END-STRING
           COMPUTE WS-AK-KLEN = WS-ER-FULL-LEN + 2
           MOVE 0 TO WS-AK-TALLY
           INSPECT WS-AK-PAD TALLYING WS-AK-TALLY
               FOR ALL WS-AK-KEY(1:WS-AK-KLEN)
           IF WS-AK-TALLY > 0
               MOVE "Y" TO WS-KG-HIT(WS-KG-I)
           END-IF
           .

      *> -- A record that carries a birth year must carry the
      *> -- person's; a blank or 0000 year is unknown and the name
      *> -- alone decides --
       CHECK-BIRTH-YEAR.
           IF WS-KG-BIRTH(WS-KG-I) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KG-BIRTH(WS-KG-I) TO WS-FP-N
           PERFORM GET-FIELD-VALUE
           MOVE TRIM(WS-FLD-VAL) TO WS-FLD-VAL
           IF WS-FLD-VAL(1:4) IS NUMERIC
           AND WS-FLD-VAL(1:4) NOT = "0000"
           AND WS-FLD-VAL(1:4) NOT = WS-ER-BYEAR
               MOVE "N" TO WS-KG-HIT(WS-KG-I)
           END-IF
           .

      *> ============================================================
      *> LOCATE-FIELDS: start and length of every field of the raw
      *> line, so a pseudonymized record is rebuilt from its own
      *> bytes; CSV commas inside quotes do not split
      *> ============================================================
       LOCATE-FIELDS.
           IF WS-RG-FORMAT(WS-RG-I) = "CSV"
               MOVE "," TO WS-DELIM
           ELSE
               MOVE "|" TO WS-DELIM
           END-IF
           INITIALIZE WS-FP-TABLE
           MOVE 1 TO WS-FP-COUNT
           MOVE 1 TO WS-FP-START(1)
           MOVE "N" TO WS-IN-QUOTES
           PERFORM VARYING WS-SCAN-P FROM 1 BY 1
               UNTIL WS-SCAN-P > WS-LINE-LEN
               MOVE WS-LINE(WS-SCAN-P:1) TO WS-SCAN-CH
               EVALUATE TRUE
                   WHEN WS-SCAN-CH = '"'
                   AND WS-DELIM = ","
                       IF WS-IN-QUOTES = "Y"
                           MOVE "N" TO WS-IN-QUOTES
                       ELSE
                           MOVE "Y" TO WS-IN-QUOTES
                       END-IF
                   WHEN WS-SCAN-CH = WS-DELIM
                   AND WS-IN-QUOTES = "N"
                   AND WS-FP-COUNT < WS-FP-MAX
                       COMPUTE WS-FP-LEN(WS-FP-COUNT) =
                           WS-SCAN-P - WS-FP-START(WS-FP-COUNT)
                       ADD 1 TO WS-FP-COUNT
                       COMPUTE WS-FP-START(WS-FP-COUNT) =
                           WS-SCAN-P + 1
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-FP-LEN(WS-FP-COUNT) =
               WS-LINE-LEN + 1 - WS-FP-START(WS-FP-COUNT)
           .

      *> -- Field WS-FP-N into WS-FLD-VAL (CSV quotes stripped)
      *> -- and WS-FLD-UP --
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FLD-VAL
           IF WS-FP-N > 0
           AND WS-FP-N <= WS-FP-COUNT
           AND WS-FP-LEN(WS-FP-N) > 0
               MOVE WS-LINE(WS-FP-START(WS-FP-N):
                   WS-FP-LEN(WS-FP-N)) TO WS-FLD-VAL
               IF WS-DELIM = ","
               AND WS-FLD-VAL(1:1) = '"'
                   MOVE WS-FLD-VAL(2:) TO WS-FLD-VAL
                   IF WS-FP-LEN(WS-FP-N) > 1
                       MOVE SPACE TO
                           WS-FLD-VAL(WS-FP-LEN(WS-FP-N) - 1:1)
                   END-IF
               END-IF
           END-IF
           MOVE UPPER-CASE(TRIM(WS-FLD-VAL)) TO WS-FLD-UP
           .

      *> ============================================================
      *> REBUILD-KEYED-RECORD: name fields of the matching key
      *> groups become the token, surname fields ANON; every other
      *> field is copied from the original bytes
      *> ============================================================
       REBUILD-KEYED-RECORD.
           PERFORM VARYING WS-KG-I FROM 1 BY 1
               UNTIL WS-KG-I > WS-KG-COUNT
               IF WS-KG-HIT(WS-KG-I) = "Y"
                   IF WS-KG-NAME(WS-KG-I) <= WS-FP-COUNT
                       MOVE "N" TO WS-FP-REPL(WS-KG-NAME(WS-KG-I))
                   END-IF
                   IF WS-KG-SURN(WS-KG-I) <= WS-FP-COUNT
                       MOVE "S" TO WS-FP-REPL(WS-KG-SURN(WS-KG-I))
                   END-IF
      *>           Every alias is the same person by another name
                   IF WS-KG-ALIAS(WS-KG-I) > 0
                   AND WS-KG-ALIAS(WS-KG-I) <= WS-FP-COUNT
                       IF WS-FP-LEN(WS-KG-ALIAS(WS-KG-I)) > 0
                           MOVE "N"
                               TO WS-FP-REPL(WS-KG-ALIAS(WS-KG-I))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NEW-LINE
           MOVE 1 TO WS-NEW-PTR
           PERFORM VARYING WS-FP-I FROM 1 BY 1
               UNTIL WS-FP-I > WS-FP-COUNT
               IF WS-FP-I > 1
                   STRING WS-DELIM DELIMITED SIZE
                       INTO WS-NEW-LINE WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               EVALUATE TRUE
                   WHEN WS-FP-REPL(WS-FP-I) = "N"
                       STRING TRIM(WS-TOKEN) DELIMITED SIZE
                           INTO WS-NEW-LINE
                           WITH POINTER WS-NEW-PTR
                       END-STRING
                   WHEN WS-FP-REPL(WS-FP-I) = "S"
                       STRING WS-ANON-SURNAME DELIMITED SIZE
                           INTO WS-NEW-LINE
                           WITH POINTER WS-NEW-PTR
                       END-STRING
                   WHEN WS-FP-LEN(WS-FP-I) > 0
                       STRING
                           WS-LINE(WS-FP-START(WS-FP-I):
                               WS-FP-LEN(WS-FP-I))
                           DELIMITED SIZE
                           INTO WS-NEW-LINE
                           WITH POINTER WS-NEW-PTR
                       END-STRING
               END-EVALUATE
           END-PERFORM
           MOVE WS-NEW-LINE TO WS-LINE
           MOVE LENGTH(TRIM(WS-LINE TRAILING)) TO WS-LINE-LEN
           .

      *> ============================================================
      *> REPLACE-NAME-MENTIONS: every whole-word "Name Surname"
      *> left in the line (history, reasons, free text) becomes
      *> the token
      *> ============================================================
       REPLACE-NAME-MENTIONS.
           MOVE 0 TO WS-MENTION-CT
           MOVE 1 TO WS-FIND-P
           MOVE UPPER-CASE(WS-LINE) TO WS-LINE-UP
           PERFORM FIND-FULL-NAME
           PERFORM UNTIL WS-FIND-AT = 0
               OR WS-MENTION-CT >= 50
               ADD 1 TO WS-MENTION-CT
               MOVE SPACES TO WS-NEW-LINE
               MOVE 1 TO WS-NEW-PTR
               IF WS-FIND-AT > 1
                   STRING WS-LINE(1:WS-FIND-AT - 1)
                       DELIMITED SIZE
                       INTO WS-NEW-LINE WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               STRING TRIM(WS-TOKEN) DELIMITED SIZE
                   INTO WS-NEW-LINE WITH POINTER WS-NEW-PTR
               END-STRING
               IF WS-FIND-AT + WS-ER-FULL-LEN <= WS-LINE-LEN
                   STRING
                       WS-LINE(WS-FIND-AT + WS-ER-FULL-LEN:
                           WS-LINE-LEN + 1
                           - WS-FIND-AT - WS-ER-FULL-LEN)
                       DELIMITED SIZE
                       INTO WS-NEW-LINE WITH POINTER WS-NEW-PTR
                   END-STRING
               END-IF
               MOVE WS-NEW-LINE TO WS-LINE
               MOVE LENGTH(TRIM(WS-LINE TRAILING))
                   TO WS-LINE-LEN
               MOVE UPPER-CASE(WS-LINE) TO WS-LINE-UP
               COMPUTE WS-FIND-P = WS-FIND-AT + WS-TOKEN-LEN
               PERFORM FIND-FULL-NAME
           END-PERFORM
           .

      *> -- First whole-word "NAME SURNAME" in WS-LINE-UP at or
      *> -- after WS-FIND-P; WS-FIND-AT = 0 when there is none --
       FIND-FULL-NAME.
           MOVE 0 TO WS-FIND-AT
           IF WS-LINE-LEN < WS-ER-FULL-LEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIND-LAST = WS-LINE-LEN - WS-ER-FULL-LEN + 1
           PERFORM VARYING WS-SCAN-P FROM WS-FIND-P BY 1
               UNTIL WS-SCAN-P > WS-FIND-LAST
               OR WS-FIND-AT > 0
               IF WS-LINE-UP(WS-SCAN-P:WS-ER-FULL-LEN)
                   = WS-ER-FULL-UP(1:WS-ER-FULL-LEN)
                   MOVE "Y" TO WS-FIND-OK
                   IF WS-SCAN-P > 1
                       MOVE WS-LINE-UP(WS-SCAN-P - 1:1)
                           TO WS-FIND-CH
                       PERFORM CHECK-WORD-BOUNDARY
                   END-IF
                   IF WS-SCAN-P < WS-FIND-LAST
                       MOVE WS-LINE-UP(WS-SCAN-P
                           + WS-ER-FULL-LEN:1) TO WS-FIND-CH
                       PERFORM CHECK-WORD-BOUNDARY
                   END-IF
                   IF WS-FIND-OK = "Y"
                       MOVE WS-SCAN-P TO WS-FIND-AT
                   END-IF
               END-IF
           END-PERFORM
           .

      *> -- A letter, digit or UTF-8 byte next to the match means
      *> -- it is part of a longer word ("Kowalskiego") --
       CHECK-WORD-BOUNDARY.
           IF (WS-FIND-CH >= "A" AND WS-FIND-CH <= "Z")
           OR (WS-FIND-CH >= "0" AND WS-FIND-CH <= "9")
           OR WS-FIND-CH > X"7F"
               MOVE "N" TO WS-FIND-OK
           END-IF
           .

       COUNT-WORK-RECORDS.
           MOVE 0 TO WS-CT-CHECK
           MOVE "N" TO WS-DATA-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DATA-EOF = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-CT-CHECK
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           .

       REMOVE-WORK-FILE.
           INITIALIZE WS-CMD
           STRING
               "rm -f " TRIM(WS-WORK-PATH)
               DELIMITED SIZE
               INTO WS-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CMD
           .

      *> ============================================================
      *> Erasure certificate
      *> ============================================================
       WRITE-CERT-HEADER.
           MOVE "=== PIIERASE: erasure certificate ===" TO CERT-REC
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING
               "Generated: " WS-NOW-TS(1:8)
               " " WS-NOW-TS(9:2) ":" WS-NOW-TS(11:2)
               ":" WS-NOW-TS(13:2)
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING
               "Subject:   " TRIM(WS-TOKEN)
               " (birth year " WS-ER-BYEAR ")"
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           STRING
               "Action:    " TRIM(WS-ER-ACTION)
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           PERFORM VARYING WS-DR-I FROM 2 BY 1
               UNTIL WS-DR-I > WS-DR-COUNT
               MOVE SPACES TO CERT-REC
               STRING
                   "Data root: " TRIM(WS-DR-DIR(WS-DR-I))
                   DELIMITED SIZE
                   INTO CERT-REC
               END-STRING
               WRITE CERT-REC
           END-PERFORM
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE "kind     | records | matched | mention | file"
               TO CERT-REC
           WRITE CERT-REC
           .

       WRITE-CERT-FILE-LINE.
           MOVE WS-CT-TOTAL TO WS-CT-ED
           MOVE WS-CT-MATCH TO WS-CT-ED2
           MOVE WS-CT-MENTION TO WS-CT-ED3
           MOVE SPACES TO CERT-REC
           IF WS-FILE-OK = "N"
               STRING
                   WS-DATA-KIND " | "
                   WS-CT-ED " | "
                   "  ERROR |         | "
                   TRIM(WS-DATA-PATH)
                   " - left untouched"
                   DELIMITED SIZE
                   INTO CERT-REC
               END-STRING
           ELSE
               STRING
                   WS-DATA-KIND " | "
                   WS-CT-ED " | "
                   WS-CT-ED2 " | "
                   WS-CT-ED3 " | "
                   TRIM(WS-DATA-PATH)
                   DELIMITED SIZE
                   INTO CERT-REC
               END-STRING
           END-IF
           WRITE CERT-REC
           .

       WRITE-CERT-TOTALS.
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE WS-TOT-FILES TO WS-CT-ED
           MOVE WS-TOT-HIT-FILES TO WS-CT-ED2
           MOVE WS-TOT-RECORDS TO WS-CT-ED3
           MOVE SPACES TO CERT-REC
           STRING
               "Files examined: " TRIM(WS-CT-ED)
               "  with records: " TRIM(WS-CT-ED2)
               "  records " TRIM(WS-ER-ACTION) ": "
               TRIM(WS-CT-ED3)
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE WS-TOT-MENTIONS TO WS-CT-ED
           MOVE SPACES TO CERT-REC
           STRING
               "  mentions in other records replaced by token: "
               TRIM(WS-CT-ED)
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE WS-TOT-LIVE TO WS-CT-ED
           MOVE WS-TOT-ARCH TO WS-CT-ED2
           MOVE WS-TOT-SNAP TO WS-CT-ED3
           MOVE SPACES TO CERT-REC
           STRING
               "  live: " TRIM(WS-CT-ED)
               "  LOGARCH archives: " TRIM(WS-CT-ED2)
               "  STATESNAP bundles: " TRIM(WS-CT-ED3)
               DELIMITED SIZE
               INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           MOVE SPACES TO CERT-REC
           EVALUATE TRUE
               WHEN WS-TOT-ERRORS > 0
                   STRING
                       "Result: INCOMPLETE - " WS-TOT-ERRORS
                       " file(s) could not be processed"
                       DELIMITED SIZE
                       INTO CERT-REC
                   END-STRING
               WHEN WS-ER-ACTION = "SCAN"
                   MOVE "Result: SCAN ONLY - no file was changed"
                       TO CERT-REC
               WHEN OTHER
                   MOVE "Result: COMPLETE" TO CERT-REC
           END-EVALUATE
           WRITE CERT-REC
           .

      *> -- One line per run: ts|token|byear|action|files|records|
      *> -- errors|certificate --
       APPEND-ERASE-REGISTER.
           OPEN EXTEND ERASE-REG-FILE
           IF WS-ERASE-REG-FS NOT = "00"
               OPEN OUTPUT ERASE-REG-FILE
           END-IF
           IF WS-ERASE-REG-FS NOT = "00"
               DISPLAY "  BLAD: nie mozna zapisac "
                   TRIM(WS-ERASE-REG-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ERASE-REG-REC
           STRING
               WS-NOW-TS(1:14) "|"
               TRIM(WS-TOKEN) "|"
               WS-ER-BYEAR "|"
               TRIM(WS-ER-ACTION) "|"
               WS-TOT-HIT-FILES "|"
               WS-TOT-RECORDS "|"
               WS-TOT-ERRORS "|"
               TRIM(WS-CERT-PATH)
               DELIMITED SIZE
               INTO ERASE-REG-REC
           END-STRING
           WRITE ERASE-REG-REC
           CLOSE ERASE-REG-FILE
           .

       COPY RUNLOG-PROC.
