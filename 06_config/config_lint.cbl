      *>
      *> INVOKED AS:
      *>     config_lint [<config-file>]
      *>
      *> CHANGE CONTROL - A CONFIG CHANGE IS EVIDENCED LIKE A CODE
      *> CHANGE:
      *>     config_lint -accept [<config-file>] [-dir <snap-dir>]
      *>     config_lint -rollback <snapshot> [<config-file>]
      *>                 [-dir <snap-dir>]
      *>     config_lint -history [-dir <snap-dir>]
      *> -accept LINTS THE FILE AND REFUSES IT (RETURN-CODE 8) ON ANY
      *> FINDING. A CLEAN FILE IS COPIED INTO THE SNAPSHOT DIRECTORY
      *> (DEFAULT cfgsnap) AS cfg-YYYYMMDD-HHMMSS, A SECTION-BY-
      *> SECTION REPORT OF ADDED, CHANGED AND REMOVED KEYS AGAINST
      *> THE PREVIOUS SNAPSHOT IS WRITTEN BESIDE IT AS
      *> <snapshot>.diff, THE SNAPSHOT IS LISTED IN <snap-dir>/
      *> snapshots.idx WITH WHO TOOK IT, AND THE CHANGE IS LOGGED TO
      *> THE AUDIT TRAIL WITH THE FILE'S CRC-32. A FILE IDENTICAL TO
      *> THE LAST SNAPSHOT IS REPORTED AS UNCHANGED AND NOT FILED
      *> AGAIN. -rollback LINTS THE NAMED SNAPSHOT, KEEPS THE FILE IT
      *> REPLACES AS <snapshot-taken-now>.replaced, COPIES THE
      *> SNAPSHOT BACK OVER THE CONFIG FILE AND THEN ACCEPTS IT AS A
      *> NEW SNAPSHOT, SO THE ROLLBACK ITSELF SHOWS UP IN THE HISTORY
      *> AND THE DIFF. -history LISTS THE SNAPSHOT INDEX.
      *>
      *> snapshots.idx, ONE LINE PER SNAPSHOT, BLANK-SEPARATED:
      *>     TAKEN X(19) ACTION X(8) SNAPSHOT X(40) CRC-32 X(8)
      *>     USER X(20) ADDED 9(3) CHANGED 9(3) REMOVED 9(3)
      *>     PREVIOUS X(40)
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConfigLint.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT SNAP-FILE ASSIGN DYNAMIC WS-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT INDEX-FILE ASSIGN DYNAMIC WS-INDEX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD          PIC X(255).

       FD  SNAP-FILE.
       01  SNAP-RECORD            PIC X(255).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  IDX-TAKEN          PIC X(19).
           05  FILLER             PIC X.
           05  IDX-ACTION         PIC X(8).
           05  FILLER             PIC X.
           05  IDX-SNAPSHOT       PIC X(40).
           05  FILLER             PIC X.
           05  IDX-CRC            PIC X(8).
           05  FILLER             PIC X.
           05  IDX-USER           PIC X(20).
           05  FILLER             PIC X.
           05  IDX-ADDED          PIC 9(3).
           05  FILLER             PIC X.
           05  IDX-CHANGED        PIC 9(3).
           05  FILLER             PIC X.
           05  IDX-REMOVED        PIC 9(3).
           05  FILLER             PIC X.
           05  IDX-PREVIOUS       PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE            PIC X(255) VALUE SPACES.
       01  WS-CONFIG-FILENAME     PIC X(255) VALUE "tool.cfg".
       01  WS-COUNT-DISP          PIC ZZZ9.
       01  WS-IN-BAD-SECTION      PIC X VALUE "N".

      *> COMMAND LINE. MODE: L = LINT ONLY, A = ACCEPT, R = ROLLBACK,
      *> H = HISTORY.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY       PIC X(255) OCCURS 8 TIMES.
       01  WS-ARG-COUNT           PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX             PIC 9(2) COMP-5 VALUE 0.
       01  WS-MODE                PIC X VALUE "L".
       01  WS-ARGS-OK             PIC X VALUE "Y".
       01  WS-SNAP-DIR            PIC X(200) VALUE "cfgsnap".
       01  WS-ROLLBACK-NAME       PIC X(40) VALUE SPACES.
       01  WS-LINT-TARGET         PIC X(255) VALUE SPACES.
       01  WS-LINT-OPENED         PIC X VALUE "N".
       01  WS-SCREEN-COUNT        PIC 9(3) COMP-5 VALUE 0.

      *> SNAPSHOTS AND THEIR INDEX.
       01  WS-SNAP-PATH           PIC X(255) VALUE SPACES.
       01  WS-SNAP-STATUS         PIC XX VALUE SPACES.
       01  WS-SNAP-EOF            PIC X VALUE "N".
       01  WS-INDEX-PATH          PIC X(255) VALUE SPACES.
       01  WS-INDEX-STATUS        PIC XX VALUE SPACES.
       01  WS-INDEX-EOF           PIC X VALUE "N".
       01  WS-DIFF-PATH           PIC X(255) VALUE SPACES.
       01  WS-KEEP-PATH           PIC X(255) VALUE SPACES.
       01  WS-SHELL-CMD           PIC X(300) VALUE SPACES.
       01  WS-SNAP-NAME           PIC X(40) VALUE SPACES.
       01  WS-NEW-SNAPSHOT        PIC X(40) VALUE SPACES.
       01  WS-PREV-SNAPSHOT       PIC X(40) VALUE SPACES.
       01  WS-PREV-CRC            PIC X(8) VALUE SPACES.
       01  WS-FOUND-SNAPSHOT      PIC X VALUE "N".
       01  WS-ACTION              PIC X(8) VALUE "ACCEPT".
       01  WS-USER                PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE        PIC X(21) VALUE SPACES.
       01  WS-TAKEN               PIC X(19) VALUE SPACES.
       01  WS-FILE-EXISTS-INFO    PIC X(16).
       01  WS-WAIT-SECS           PIC 9(2) VALUE 1.
       01  WS-HIST-COUNT          PIC 9(4) COMP-5 VALUE 0.

      *> CRC-32 OF A WHOLE CONFIG FILE, LINE BY LINE WITH ITS LINE
      *> FEED, SO IT MATCHES THE BYTES ON DISK FOR A TIDY FILE.
       01  WS-CRC-HEX             PIC X(8) VALUE SPACES.
       01  WS-CRC-OP              PIC X VALUE "I".
       01  WS-CRC-BUFFER          PIC X(4096).
       01  WS-CRC-LEN             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CRC-VALUE           PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-WORK            PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-NIBBLE-IDX      PIC 9(1) COMP-5 VALUE 0.
       01  WS-HEX-VALUE           PIC 9(3) COMP-5 VALUE 0.
       01  HEX-TABLE              PIC X(16) VALUE "0123456789ABCDEF".

      *> THE TWO FILES BEING COMPARED, ONE ROW PER KEY=VALUE LINE
      *> UNDER ITS SECTION (SPACES = THE GLOBAL KEYS). A KEY MAY
      *> REPEAT (ALERT-ROUTE), SO ROWS PAIR UP BY SECTION, KEY AND
      *> VALUE FIRST, AND ONLY THEN BY SECTION AND KEY AS A CHANGE.
       01  WS-ROW-MAX             PIC 9(3) COMP-5 VALUE 300.
       01  WS-LOAD-SECTION        PIC X(40) VALUE SPACES.
       01  WS-LOAD-OVERFLOW       PIC X VALUE "N".
       01  WS-NEW-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 300 TIMES.
               10  WS-NEW-SECTION PIC X(40).
               10  WS-NEW-KEY     PIC X(40).
               10  WS-NEW-VALUE   PIC X(200).
               10  WS-NEW-PAIR    PIC 9(3) COMP-5.
       01  WS-OLD-COUNT           PIC 9(3) COMP-5 VALUE 0.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 300 TIMES.
               10  WS-OLD-SECTION PIC X(40).
               10  WS-OLD-KEY     PIC X(40).
               10  WS-OLD-VALUE   PIC X(200).
               10  WS-OLD-PAIR    PIC 9(3) COMP-5.
       01  WS-NEW-IDX             PIC 9(3) COMP-5 VALUE 0.
       01  WS-OLD-IDX             PIC 9(3) COMP-5 VALUE 0.
       01  WS-SECT-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-SECT-TABLE.
           05  WS-SECT-NAME       PIC X(40) OCCURS 300 TIMES.
       01  WS-SECT-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-SECT-HIT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-SECT-SHOWN          PIC X VALUE "N".
       01  WS-ADDED               PIC 9(3) COMP-5 VALUE 0.
       01  WS-CHANGED             PIC 9(3) COMP-5 VALUE 0.
       01  WS-REMOVED             PIC 9(3) COMP-5 VALUE 0.
       01  WS-ADDED-DISP          PIC ZZ9.
       01  WS-CHANGED-DISP        PIC ZZ9.
       01  WS-REMOVED-DISP        PIC ZZ9.

      *> THE DIFF REPORT, THROUGH THE SHARED ReportWriter.
       01  WS-OUT-LINE            PIC X(255) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC XX VALUE SPACES.
       01  WS-RPT-OP              PIC X VALUE SPACE.
       01  WS-RPT-TITLE           PIC X(255) VALUE
           "CONFIGURATION CHANGE REPORT".

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM FOR EVERY ACCEPT, REFUSAL AND ROLLBACK.
       01  WS-AUDIT-PROGRAM       PIC X(20) VALUE "ConfigLint".
       01  WS-AUDIT-PARAMS        PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT        PIC X(255) VALUE SPACES.
       01  WS-FINAL-RC            PIC 9(2) COMP-5 VALUE 0.

      *> THE KEYS ConfigReader KNOWS ABOUT; ANYTHING ELSE IS A TYPO
      *> OR A KEY NO TOOL WILL CONSUME. "N" IN THE NUMERIC COLUMN
      *> MEANS FREE TEXT, "Y" MEANS THE VALUE MUST BE ALL DIGITS.
       01  WS-KEY-MAX             PIC 9(2) COMP-5 VALUE 27.
       01  WS-KEY-TABLE.
           05  FILLER PIC X(40) VALUE "BYTES-PER-LINE".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "OUTPUT-FILENAME".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "AUDIT-LOG-PATH".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "CHARSET".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "AUDIT-MAX-SIZE".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "AUDIT-KEEP-ARCHIVES".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "KEEP-REPORT-DAYS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "KEEP-SYMBOLS-DAYS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "KEEP-EXCEPTIONS-DAYS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "KEEP-CSV-DAYS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "KEEP-SPOOL-DAYS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "ENQ-FILE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ENQ-WAIT-SECS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "TREND-OVERRUN-PCT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "TREND-MIN-RUNS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "STATUS-HISTORY-FILE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ALERT-OUTBOX".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ALERT-COMMAND".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ALERT-ROUTE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ALERT-QUIET-HOURS".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "ALERT-DEDUPE-MINS".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "EDIT-REJECT-WARN-PCT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "EDIT-REJECT-FAIL-PCT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(40) VALUE "OPERATOR-FILE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "PERMISSION-FILE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "REPORT-CATALOG".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(40) VALUE "MESSAGE-CATALOG".
           05  FILLER PIC X     VALUE "N".
       01  WS-KEY-ENTRIES REDEFINES WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 27 TIMES.
               10  WS-KEY-NAME    PIC X(40).
               10  WS-KEY-NUMERIC PIC X.
       01  WS-KEY-IDX             PIC 9(2) COMP-5 VALUE 0.

      *> THE TOOL NAMES A SECTION HEADER MAY CARRY - THE SET OF
      *> ConfigReader CALLERS.
       01  WS-TOOL-MAX            PIC 9(2) COMP-5 VALUE 14.
       01  WS-TOOL-TABLE.
           05  FILLER PIC X(20) VALUE "CXX".
           05  FILLER PIC X(20) VALUE "FSWRITER".
           05  FILLER PIC X(20) VALUE "AUDITCHECK".
           05  FILLER PIC X(20) VALUE "HOUSEKEEP".
           05  FILLER PIC X(20) VALUE "OPSSTATUS".
           05  FILLER PIC X(20) VALUE "JOBRUNNER".
           05  FILLER PIC X(20) VALUE "JOBTREND".
           05  FILLER PIC X(20) VALUE "ALERTS".
           05  FILLER PIC X(20) VALUE "DATAEDIT".
           05  FILLER PIC X(20) VALUE "SECURITY".
           05  FILLER PIC X(20) VALUE "REPORTS".
           05  FILLER PIC X(20) VALUE "MESSAGES".
       01  WS-TOOL-ENTRIES REDEFINES WS-TOOL-TABLE.
           05  WS-TOOL-NAME       PIC X(20) OCCURS 14 TIMES.
       01  WS-TOOL-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-TOOL-HIT            PIC 9(2) COMP-5 VALUE 0.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-ARGS-OK = "N"
               MOVE "CFL001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "   or: config_lint -accept [<config-file>] "
                   "[-dir <snap-dir>]"
               DISPLAY "   or: config_lint -rollback <snapshot> "
                   "[<config-file>] [-dir <snap-dir>]"
               DISPLAY "   or: config_lint -history [-dir <snap-dir>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE WS-MODE
               WHEN "A"
                   PERFORM ACCEPT-CONFIG
               WHEN "R"
                   PERFORM ROLLBACK-CONFIG
               WHEN "H"
                   PERFORM LIST-SNAPSHOTS
               WHEN OTHER
                   MOVE WS-CONFIG-FILENAME TO WS-LINT-TARGET
                   PERFORM LINT-CONFIG-FILE
                   IF WS-LINT-OPENED = "N"
                       MOVE 8 TO WS-FINAL-RC
                   ELSE
                       IF WS-FINDINGS = 0
                           MOVE 0 TO WS-FINAL-RC
                       ELSE
                           MOVE 4 TO WS-FINAL-RC
                       END-IF
                   END-IF
           END-EVALUATE

           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE; A BARE TOKEN IS
      *> THE CONFIG FILE, AS IT ALWAYS WAS.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-accept"
                       MOVE "A" TO WS-MODE
                   WHEN "-history"
                       MOVE "H" TO WS-MODE
                   WHEN "-rollback"
                       MOVE "R" TO WS-MODE
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-ROLLBACK-NAME
                       IF WS-ROLLBACK-NAME = SPACES
                           MOVE "N" TO WS-ARGS-OK
                       END-IF
                   WHEN "-dir"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SNAP-DIR
                       IF WS-SNAP-DIR = SPACES
                           MOVE "N" TO WS-ARGS-OK
                       END-IF
                   WHEN OTHER
                       IF WS-ARG-ENTRY(WS-ARG-IDX)(1:1) = "-"
                           MOVE "N" TO WS-ARGS-OK
                       ELSE
                           MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                               TO WS-CONFIG-FILENAME
                       END-IF
               END-EVALUATE
           END-PERFORM

      *> THE SNAPSHOT DIRECTORY REACHES A mkdir, SO NOTHING THE
      *> SHELL WOULD INTERPRET IS LET THROUGH - AND A SNAPSHOT NAME
      *> IS A PLAIN FILE NAME INSIDE THAT DIRECTORY.
           MOVE 0 TO WS-SCREEN-COUNT
           INSPECT WS-SNAP-DIR TALLYING WS-SCREEN-COUNT
               FOR ALL QUOTE ALL "$" ALL "`" ALL ";" ALL "&"
                   ALL "|" ALL "<" ALL ">" ALL "'" ALL "\"
           INSPECT WS-ROLLBACK-NAME TALLYING WS-SCREEN-COUNT
               FOR ALL "/" ALL QUOTE ALL "$" ALL "`"
           IF WS-SCREEN-COUNT > 0
               MOVE "CFL002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-ARGS-OK
           END-IF.

      *> LINT-CONFIG-FILE RUNS THE LINT OVER WS-LINT-TARGET AND ENDS
      *> WITH THE PASS/FINDINGS LINE; WS-FINDINGS HOLDS THE COUNT.
       LINT-CONFIG-FILE.
           MOVE 0 TO WS-FINDINGS
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-IN-BAD-SECTION
           MOVE "N" TO WS-CONFIG-EOF
           MOVE "N" TO WS-LINT-OPENED
           MOVE WS-CONFIG-FILENAME TO WS-KEEP-PATH
           MOVE WS-LINT-TARGET TO WS-CONFIG-FILENAME

           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE "CFL003E" TO WS-MSG-ID
               MOVE WS-CONFIG-FILENAME TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE WS-KEEP-PATH TO WS-CONFIG-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LINT-OPENED

           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
           IF WS-FINDINGS = 0
               DISPLAY "CONFIG LINT PASS: "
                   FUNCTION TRIM(WS-CONFIG-FILENAME) " is clean"
           ELSE
               DISPLAY "CONFIG LINT: " WS-COUNT-DISP " finding(s) in "
                   FUNCTION TRIM(WS-CONFIG-FILENAME)
           END-IF
           MOVE WS-KEEP-PATH TO WS-CONFIG-FILENAME.

      *> LINT-ONE-LINE JUDGES ONE CONFIG LINE: SECTION HEADER,
      *> KEY=VALUE PAIR, OR NOISE.
           MOVE 0 TO WS-EQ-COUNT
           INSPECT WS-LINE-TRIMMED TALLYING WS-EQ-COUNT FOR ALL "="
           IF WS-EQ-COUNT = 0
               MOVE "CFL004W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-LINE-TRIMMED TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
               EXIT PARAGRAPH
           END-IF
           END-PERFORM

           IF WS-KEY-HIT = 0
               MOVE "CFL005W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-KEY TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-BAD-SECTION = "Y"
               MOVE "CFL006W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-KEY TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
           END-IF

               MOVE WS-LINE-TRIMMED(2:WS-LINE-LEN - 2)
                   TO WS-SECTION-TEXT
           ELSE
               MOVE "CFL007W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-LINE-TRIMMED TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
               MOVE "Y" TO WS-IN-BAD-SECTION
               EXIT PARAGRAPH
           END-PERFORM

           IF WS-TOOL-HIT = 0
               MOVE "CFL008W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-SECTION-TEXT TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
               MOVE "Y" TO WS-IN-BAD-SECTION
           END-IF.
           END-PERFORM

           IF WS-VALUE-OK = "N"
               MOVE "CFL009W" TO WS-MSG-ID
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-KEY TO WS-MSG-SLOT(2)
               MOVE WS-CONFIG-VALUE TO WS-MSG-SLOT(3)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-FINDINGS
           END-IF.

      *> ACCEPT-CONFIG IS THE CHANGE-CONTROL GATE: LINT, SNAPSHOT,
      *> DIFF AGAINST THE LAST SNAPSHOT, INDEX AND AUDIT. A ROLLBACK
      *> ARRIVES HERE WITH THE SNAPSHOT ALREADY LINTED AND RESTORED.
       ACCEPT-CONFIG.
           MOVE WS-CONFIG-FILENAME TO WS-AUDIT-PARAMS
           IF WS-ACTION = "ACCEPT"
               MOVE WS-CONFIG-FILENAME TO WS-LINT-TARGET
               PERFORM LINT-CONFIG-FILE
               IF WS-LINT-OPENED = "N"
                   MOVE "error: accept refused, config not readable"
                       TO WS-AUDIT-RESULT
                   PERFORM LOG-CONFIG-AUDIT
                   MOVE 8 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
               IF WS-FINDINGS > 0
                   MOVE "CFL010E" TO WS-MSG-ID
                   MOVE WS-CONFIG-FILENAME TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO WS-AUDIT-RESULT
                   STRING "error: accept refused, lint findings="
                       FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   PERFORM LOG-CONFIG-AUDIT
                   MOVE 8 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM PREPARE-SNAP-DIR
           IF WS-FINAL-RC > 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LATEST-SNAPSHOT

           PERFORM COMPUTE-FILE-CRC
           IF WS-PREV-SNAPSHOT NOT = SPACES
               AND WS-CRC-HEX = WS-PREV-CRC
               DISPLAY "CONFIG UNCHANGED: "
                   FUNCTION TRIM(WS-CONFIG-FILENAME)
                   " matches snapshot "
                   FUNCTION TRIM(WS-PREV-SNAPSHOT)
                   " (CRC-32 " WS-CRC-HEX ")"
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "unchanged since "
                   FUNCTION TRIM(WS-PREV-SNAPSHOT)
                   " crc=" WS-CRC-HEX
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-CONFIG-AUDIT
               MOVE 0 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-SNAPSHOT = SPACES
               PERFORM NAME-NEW-SNAPSHOT
           END-IF
           MOVE WS-NEW-SNAPSHOT TO WS-SNAP-NAME
           PERFORM BUILD-SNAP-PATH
           PERFORM COPY-CONFIG-TO-SNAPSHOT
           IF WS-FINAL-RC > 0
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LOAD-OVERFLOW
           PERFORM LOAD-NEW-ROWS
           MOVE 0 TO WS-OLD-COUNT
           IF WS-PREV-SNAPSHOT NOT = SPACES
               MOVE WS-PREV-SNAPSHOT TO WS-SNAP-NAME
               PERFORM BUILD-SNAP-PATH
               PERFORM LOAD-OLD-ROWS
           END-IF
           PERFORM PAIR-ROWS
           PERFORM WRITE-DIFF-REPORT
           PERFORM APPEND-INDEX-ENTRY

           MOVE WS-ADDED TO WS-ADDED-DISP
           MOVE WS-CHANGED TO WS-CHANGED-DISP
           MOVE WS-REMOVED TO WS-REMOVED-DISP
           DISPLAY "CONFIG ACCEPTED: snapshot "
               FUNCTION TRIM(WS-NEW-SNAPSHOT)
               " CRC-32 " WS-CRC-HEX
               " added=" FUNCTION TRIM(WS-ADDED-DISP)
               " changed=" FUNCTION TRIM(WS-CHANGED-DISP)
               " removed=" FUNCTION TRIM(WS-REMOVED-DISP)
           DISPLAY "Change report written to "
               FUNCTION TRIM(WS-DIFF-PATH)

           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-ACTION = "ROLLBACK"
               STRING "rolled back to "
                   FUNCTION TRIM(WS-ROLLBACK-NAME) " as"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               MOVE "accepted as" TO WS-AUDIT-RESULT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING FUNCTION TRIM(WS-AUDIT-RESULT) " "
               FUNCTION TRIM(WS-NEW-SNAPSHOT)
               " crc=" WS-CRC-HEX
               " added=" FUNCTION TRIM(WS-ADDED-DISP)
               " changed=" FUNCTION TRIM(WS-CHANGED-DISP)
               " removed=" FUNCTION TRIM(WS-REMOVED-DISP)
               " by " FUNCTION TRIM(WS-USER)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE WS-OUT-LINE TO WS-AUDIT-RESULT
           PERFORM LOG-CONFIG-AUDIT
           MOVE 0 TO WS-FINAL-RC.

      *> ROLLBACK-CONFIG PUTS A NAMED SNAPSHOT BACK IN PLACE. THE
      *> SNAPSHOT MUST STILL PASS TODAY'S LINT, AND THE FILE IT
      *> REPLACES IS KEPT BESIDE THE SNAPSHOTS FIRST.
       ROLLBACK-CONFIG.
           MOVE WS-CONFIG-FILENAME TO WS-AUDIT-PARAMS
           PERFORM FIND-LATEST-SNAPSHOT
           IF WS-FOUND-SNAPSHOT = "N"
               MOVE "CFL011E" TO WS-MSG-ID
               MOVE WS-ROLLBACK-NAME TO WS-MSG-SLOT(1)
               MOVE WS-INDEX-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "error: rollback refused, no snapshot "
                   FUNCTION TRIM(WS-ROLLBACK-NAME)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-CONFIG-AUDIT
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROLLBACK-NAME TO WS-SNAP-NAME
           PERFORM BUILD-SNAP-PATH
           MOVE WS-SNAP-PATH TO WS-LINT-TARGET
           PERFORM LINT-CONFIG-FILE
           IF WS-LINT-OPENED = "N" OR WS-FINDINGS > 0
               MOVE "CFL012E" TO WS-MSG-ID
               MOVE WS-ROLLBACK-NAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "error: rollback refused, snapshot "
                   FUNCTION TRIM(WS-ROLLBACK-NAME)
                   " missing or fails lint"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-CONFIG-AUDIT
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM NAME-NEW-SNAPSHOT
           MOVE SPACES TO WS-KEEP-PATH
           STRING FUNCTION TRIM(WS-SNAP-DIR) "/"
               FUNCTION TRIM(WS-NEW-SNAPSHOT) ".replaced"
               DELIMITED BY SIZE INTO WS-KEEP-PATH
           PERFORM KEEP-REPLACED-CONFIG
           IF WS-FINAL-RC > 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROLLBACK-NAME TO WS-SNAP-NAME
           PERFORM BUILD-SNAP-PATH
           PERFORM COPY-SNAPSHOT-TO-CONFIG
           IF WS-FINAL-RC > 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Restored " FUNCTION TRIM(WS-ROLLBACK-NAME)
               " over " FUNCTION TRIM(WS-CONFIG-FILENAME)
               "; replaced file kept as " FUNCTION TRIM(WS-KEEP-PATH)

           MOVE "ROLLBACK" TO WS-ACTION
           PERFORM ACCEPT-CONFIG.

      *> LIST-SNAPSHOTS SHOWS THE SNAPSHOT INDEX, OLDEST FIRST.
       LIST-SNAPSHOTS.
           PERFORM BUILD-INDEX-PATH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "No snapshots in " FUNCTION TRIM(WS-SNAP-DIR)
               MOVE 0 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TAKEN               ACTION   SNAPSHOT"
               "             CRC-32   USER                 "
               "ADD CHG DEL"
           MOVE "N" TO WS-INDEX-EOF
           MOVE 0 TO WS-HIST-COUNT
           PERFORM UNTIL WS-INDEX-EOF = "Y"
               READ INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-INDEX-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-COUNT
                       DISPLAY IDX-TAKEN " " IDX-ACTION " "
                           IDX-SNAPSHOT(1:20) " " IDX-CRC " "
                           IDX-USER " " IDX-ADDED " " IDX-CHANGED
                           " " IDX-REMOVED
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE
           MOVE WS-HIST-COUNT TO WS-COUNT-DISP
           DISPLAY FUNCTION TRIM(WS-COUNT-DISP) " snapshot(s) in "
               FUNCTION TRIM(WS-SNAP-DIR)
           MOVE 0 TO WS-FINAL-RC.

      *> PREPARE-SNAP-DIR MAKES SURE THE SNAPSHOT DIRECTORY EXISTS
      *> AND NOTES WHO IS MAKING THE CHANGE.
       PREPARE-SNAP-DIR.
           MOVE SPACES TO WS-USER
           ACCEPT WS-USER FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO WS-USER
           END-ACCEPT
           IF WS-USER = SPACES
               ACCEPT WS-USER FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE "unknown" TO WS-USER
               END-ACCEPT
           END-IF
           IF WS-USER = SPACES
               MOVE "unknown" TO WS-USER
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-DIR) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE "CFL013E" TO WS-MSG-ID
               MOVE WS-SNAP-DIR TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-FINAL-RC
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> FIND-LATEST-SNAPSHOT READS THE INDEX FOR THE NEWEST SNAPSHOT
      *> AND ITS CRC, AND WHETHER A -rollback NAME IS LISTED.
       FIND-LATEST-SNAPSHOT.
           MOVE SPACES TO WS-PREV-SNAPSHOT
           MOVE SPACES TO WS-PREV-CRC
           MOVE "N" TO WS-FOUND-SNAPSHOT
           PERFORM BUILD-INDEX-PATH
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-INDEX-EOF
           PERFORM UNTIL WS-INDEX-EOF = "Y"
               READ INDEX-FILE
                   AT END
                       MOVE "Y" TO WS-INDEX-EOF
                   NOT AT END
                       IF IDX-SNAPSHOT NOT = SPACES
                           MOVE IDX-SNAPSHOT TO WS-PREV-SNAPSHOT
                           MOVE IDX-CRC TO WS-PREV-CRC
                           IF IDX-SNAPSHOT = WS-ROLLBACK-NAME
                               MOVE "Y" TO WS-FOUND-SNAPSHOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDEX-FILE.

       BUILD-INDEX-PATH.
           MOVE SPACES TO WS-INDEX-PATH
           STRING FUNCTION TRIM(WS-SNAP-DIR) "/snapshots.idx"
               DELIMITED BY SIZE INTO WS-INDEX-PATH.

      *> BUILD-SNAP-PATH POINTS WS-SNAP-PATH AT SNAPSHOT WS-SNAP-NAME
      *> IN THE SNAPSHOT DIRECTORY.
       BUILD-SNAP-PATH.
           MOVE SPACES TO WS-SNAP-PATH
           STRING FUNCTION TRIM(WS-SNAP-DIR) "/"
               FUNCTION TRIM(WS-SNAP-NAME)
               DELIMITED BY SIZE INTO WS-SNAP-PATH.

      *> NAME-NEW-SNAPSHOT STAMPS THE SNAPSHOT WITH THE CLOCK; A NAME
      *> ALREADY TAKEN THIS SECOND WAITS FOR THE NEXT ONE.
       NAME-NEW-SNAPSHOT.
           MOVE SPACES TO WS-NEW-SNAPSHOT
           PERFORM UNTIL WS-NEW-SNAPSHOT NOT = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE SPACES TO WS-TAKEN
               STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
                   "-" WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2)
                   ":" WS-CURRENT-DATE(11:2) ":"
                   WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE INTO WS-TAKEN
               STRING "cfg-" WS-CURRENT-DATE(1:8) "-"
                   WS-CURRENT-DATE(9:6)
                   DELIMITED BY SIZE INTO WS-NEW-SNAPSHOT
               MOVE WS-NEW-SNAPSHOT TO WS-SNAP-NAME
               PERFORM BUILD-SNAP-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING WS-SNAP-PATH,
                   WS-FILE-EXISTS-INFO
               IF RETURN-CODE = 0
                   MOVE SPACES TO WS-NEW-SNAPSHOT
                   CALL "C$SLEEP" USING WS-WAIT-SECS
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

      *> COMPUTE-FILE-CRC FINGERPRINTS THE CONFIG FILE INTO
      *> WS-CRC-HEX, EACH LINE FOLDED IN WITH ITS LINE FEED.
       COMPUTE-FILE-CRC.
           MOVE "I" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           MOVE "N" TO WS-CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LINE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           PERFORM FOLD-LINE-INTO-CRC
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF
           MOVE "F" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           MOVE 0 TO RETURN-CODE

           MOVE WS-CRC-VALUE TO WS-CRC-WORK
           PERFORM VARYING WS-CRC-NIBBLE-IDX FROM 8 BY -1
                   UNTIL WS-CRC-NIBBLE-IDX = 0
               COMPUTE WS-HEX-VALUE = FUNCTION MOD(WS-CRC-WORK, 16)
               MOVE HEX-TABLE(WS-HEX-VALUE + 1:1)
                   TO WS-CRC-HEX(WS-CRC-NIBBLE-IDX:1)
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

       FOLD-LINE-INTO-CRC.
           IF WS-CONFIG-LINE = SPACES
               MOVE 0 TO WS-CRC-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONFIG-LINE
                   TRAILING)) TO WS-CRC-LEN
           END-IF
           MOVE SPACES TO WS-CRC-BUFFER
           IF WS-CRC-LEN > 0
               MOVE WS-CONFIG-LINE(1:WS-CRC-LEN) TO WS-CRC-BUFFER
           END-IF
           ADD 1 TO WS-CRC-LEN
           MOVE X"0A" TO WS-CRC-BUFFER(WS-CRC-LEN:1)
           MOVE "U" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE.

      *> COPY-CONFIG-TO-SNAPSHOT FILES THE ACCEPTED CONFIG AS
      *> WS-SNAP-PATH.
       COPY-CONFIG-TO-SNAPSHOT.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE "CFL003E" TO WS-MSG-ID
               MOVE WS-CONFIG-FILENAME TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "CFL014E" TO WS-MSG-ID
               MOVE WS-SNAP-PATH TO WS-MSG-SLOT(1)
               MOVE WS-SNAP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE CONFIG-FILE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONFIG-EOF
           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END
                       MOVE "Y" TO WS-CONFIG-EOF
                   NOT AT END
                       WRITE SNAP-RECORD FROM WS-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE
           CLOSE SNAP-FILE.

      *> KEEP-REPLACED-CONFIG SAVES THE FILE A ROLLBACK IS ABOUT TO
      *> OVERWRITE; A CONFIG FILE THAT IS NOT THERE NEEDS NO KEEPING.
       KEEP-REPLACED-CONFIG.
           MOVE WS-SNAP-PATH TO WS-DIFF-PATH
           MOVE WS-KEEP-PATH TO WS-SNAP-PATH
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE WS-DIFF-PATH TO WS-SNAP-PATH
               EXIT PARAGRAPH
           END-IF
           CLOSE CONFIG-FILE
           PERFORM COPY-CONFIG-TO-SNAPSHOT
           MOVE WS-DIFF-PATH TO WS-SNAP-PATH.

      *> COPY-SNAPSHOT-TO-CONFIG RESTORES WS-SNAP-PATH OVER THE
      *> CONFIG FILE.
       COPY-SNAPSHOT-TO-CONFIG.
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "CFL015E" TO WS-MSG-ID
               MOVE WS-SNAP-PATH TO WS-MSG-SLOT(1)
               MOVE WS-SNAP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               MOVE "CFL016E" TO WS-MSG-ID
               MOVE WS-CONFIG-FILENAME TO WS-MSG-SLOT(1)
               MOVE WS-CONFIG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE SNAP-FILE
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SNAP-EOF
           PERFORM UNTIL WS-SNAP-EOF = "Y"
               READ SNAP-FILE INTO WS-CONFIG-LINE
                   AT END
                       MOVE "Y" TO WS-SNAP-EOF
                   NOT AT END
                       WRITE CONFIG-RECORD FROM WS-CONFIG-LINE
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           CLOSE CONFIG-FILE.

      *> LOAD-NEW-ROWS / LOAD-OLD-ROWS TABLE THE KEY=VALUE LINES OF
      *> THE CONFIG FILE AND OF THE PREVIOUS SNAPSHOT.
       LOAD-NEW-ROWS.
           MOVE 0 TO WS-NEW-COUNT
           MOVE SPACES TO WS-LOAD-SECTION
           MOVE "N" TO WS-CONFIG-EOF
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONFIG-EOF = "Y"
               READ CONFIG-FILE INTO WS-CONFIG-LINE
                   AT END
                       MOVE "Y" TO WS-CONFIG-EOF
                   NOT AT END
                       PERFORM SPLIT-LOAD-LINE
                       IF WS-CONFIG-KEY NOT = SPACES
                           IF WS-NEW-COUNT < WS-ROW-MAX
                               ADD 1 TO WS-NEW-COUNT
                               MOVE WS-LOAD-SECTION
                                   TO WS-NEW-SECTION(WS-NEW-COUNT)
                               MOVE WS-CONFIG-KEY
                                   TO WS-NEW-KEY(WS-NEW-COUNT)
                               MOVE WS-CONFIG-VALUE
                                   TO WS-NEW-VALUE(WS-NEW-COUNT)
                               MOVE 0 TO WS-NEW-PAIR(WS-NEW-COUNT)
                           ELSE
                               MOVE "Y" TO WS-LOAD-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-FILE.

       LOAD-OLD-ROWS.
           MOVE 0 TO WS-OLD-COUNT
           MOVE SPACES TO WS-LOAD-SECTION
           MOVE "N" TO WS-SNAP-EOF
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "CFL017W" TO WS-MSG-ID
               MOVE WS-SNAP-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNAP-EOF = "Y"
               READ SNAP-FILE INTO WS-CONFIG-LINE
                   AT END
                       MOVE "Y" TO WS-SNAP-EOF
                   NOT AT END
                       PERFORM SPLIT-LOAD-LINE
                       IF WS-CONFIG-KEY NOT = SPACES
                           IF WS-OLD-COUNT < WS-ROW-MAX
                               ADD 1 TO WS-OLD-COUNT
                               MOVE WS-LOAD-SECTION
                                   TO WS-OLD-SECTION(WS-OLD-COUNT)
                               MOVE WS-CONFIG-KEY
                                   TO WS-OLD-KEY(WS-OLD-COUNT)
                               MOVE WS-CONFIG-VALUE
                                   TO WS-OLD-VALUE(WS-OLD-COUNT)
                               MOVE 0 TO WS-OLD-PAIR(WS-OLD-COUNT)
                           ELSE
                               MOVE "Y" TO WS-LOAD-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE.

      *> SPLIT-LOAD-LINE FOLLOWS SECTION HEADERS AND SPLITS A
      *> KEY=VALUE LINE AT ITS FIRST "=", LEAVING WS-CONFIG-KEY BLANK
      *> FOR ANYTHING ELSE.
       SPLIT-LOAD-LINE.
           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           IF WS-CONFIG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CONFIG-LINE) TO WS-LINE-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WS-LINE-TRIMMED TRAILING)) TO WS-LINE-LEN
           IF WS-LINE-TRIMMED(1:1) = "["
               MOVE SPACES TO WS-LOAD-SECTION
               IF WS-LINE-LEN > 2
                   MOVE WS-LINE-TRIMMED(2:WS-LINE-LEN - 2)
                       TO WS-LOAD-SECTION
                   INSPECT WS-LOAD-SECTION CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-EQ-COUNT
           INSPECT WS-LINE-TRIMMED TALLYING WS-EQ-COUNT
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-EQ-COUNT = 0 OR WS-EQ-COUNT >= WS-LINE-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-LINE-TRIMMED(1:WS-EQ-COUNT))
               TO WS-CONFIG-KEY
           MOVE FUNCTION TRIM(WS-LINE-TRIMMED(WS-EQ-COUNT + 2:))
               TO WS-CONFIG-VALUE.

      *> PAIR-ROWS MATCHES EVERY NEW ROW TO AN OLD ONE: FIRST AN
      *> IDENTICAL SECTION/KEY/VALUE (UNCHANGED), THEN THE SAME
      *> SECTION AND KEY (CHANGED). WHAT IS LEFT IS ADDED OR REMOVED.
       PAIR-ROWS.
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
                       OR WS-NEW-PAIR(WS-NEW-IDX) > 0
                   IF WS-OLD-PAIR(WS-OLD-IDX) = 0
                       AND WS-OLD-SECTION(WS-OLD-IDX)
                           = WS-NEW-SECTION(WS-NEW-IDX)
                       AND WS-OLD-KEY(WS-OLD-IDX)
                           = WS-NEW-KEY(WS-NEW-IDX)
                       AND WS-OLD-VALUE(WS-OLD-IDX)
                           = WS-NEW-VALUE(WS-NEW-IDX)
                       MOVE WS-OLD-IDX TO WS-NEW-PAIR(WS-NEW-IDX)
                       MOVE WS-NEW-IDX TO WS-OLD-PAIR(WS-OLD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
                       OR WS-NEW-PAIR(WS-NEW-IDX) > 0
                   IF WS-OLD-PAIR(WS-OLD-IDX) = 0
                       AND WS-OLD-SECTION(WS-OLD-IDX)
                           = WS-NEW-SECTION(WS-NEW-IDX)
                       AND WS-OLD-KEY(WS-OLD-IDX)
                           = WS-NEW-KEY(WS-NEW-IDX)
                       MOVE WS-OLD-IDX TO WS-NEW-PAIR(WS-NEW-IDX)
                       MOVE WS-NEW-IDX TO WS-OLD-PAIR(WS-OLD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM

      *> THE SECTIONS TO REPORT, IN THE ORDER THE NEW FILE HAS THEM
      *> AND THEN ANY THE NEW FILE DROPPED.
           MOVE 0 TO WS-SECT-COUNT
           PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                   UNTIL WS-NEW-IDX > WS-NEW-COUNT
               MOVE WS-NEW-SECTION(WS-NEW-IDX) TO WS-LOAD-SECTION
               PERFORM NOTE-REPORT-SECTION
           END-PERFORM
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE WS-OLD-SECTION(WS-OLD-IDX) TO WS-LOAD-SECTION
               PERFORM NOTE-REPORT-SECTION
           END-PERFORM.

       NOTE-REPORT-SECTION.
           MOVE 0 TO WS-SECT-HIT
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SECT-COUNT
               IF WS-SECT-NAME(WS-SECT-IDX) = WS-LOAD-SECTION
                   MOVE WS-SECT-IDX TO WS-SECT-HIT
               END-IF
           END-PERFORM
           IF WS-SECT-HIT = 0 AND WS-SECT-COUNT < WS-ROW-MAX
               ADD 1 TO WS-SECT-COUNT
               MOVE WS-LOAD-SECTION TO WS-SECT-NAME(WS-SECT-COUNT)
           END-IF.

      *> WRITE-DIFF-REPORT PUTS THE CHANGE ON PAPER FOR THE CHANGE
      *> BOARD: WHAT WAS ACCEPTED, AGAINST WHAT, BY WHOM, AND EVERY
      *> ADDED, CHANGED AND REMOVED KEY SECTION BY SECTION.
       WRITE-DIFF-REPORT.
           MOVE 0 TO WS-ADDED
           MOVE 0 TO WS-CHANGED
           MOVE 0 TO WS-REMOVED
           MOVE SPACES TO WS-DIFF-PATH
           STRING FUNCTION TRIM(WS-SNAP-DIR) "/"
               FUNCTION TRIM(WS-NEW-SNAPSHOT) ".diff"
               DELIMITED BY SIZE INTO WS-DIFF-PATH
           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-DIFF-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "CFL018W" TO WS-MSG-ID
               MOVE WS-DIFF-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING "Config file : " FUNCTION TRIM(WS-CONFIG-FILENAME)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Action      : " FUNCTION TRIM(WS-ACTION)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Snapshot    : " FUNCTION TRIM(WS-NEW-SNAPSHOT)
               "  CRC-32 " WS-CRC-HEX "  taken " WS-TAKEN
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           IF WS-PREV-SNAPSHOT = SPACES
               MOVE "Previous    : (none - first snapshot)"
                   TO WS-OUT-LINE
           ELSE
               STRING "Previous    : "
                   FUNCTION TRIM(WS-PREV-SNAPSHOT)
                   "  CRC-32 " WS-PREV-CRC
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Changed by  : " FUNCTION TRIM(WS-USER)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LOAD-OVERFLOW = "Y"
               MOVE "Warning: more key lines than the comparison "
                   & "holds; the report is incomplete" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SECT-COUNT
               MOVE "N" TO WS-SECT-SHOWN
               PERFORM VARYING WS-NEW-IDX FROM 1 BY 1
                       UNTIL WS-NEW-IDX > WS-NEW-COUNT
                   IF WS-NEW-SECTION(WS-NEW-IDX)
                       = WS-SECT-NAME(WS-SECT-IDX)
                       PERFORM REPORT-NEW-ROW
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                       UNTIL WS-OLD-IDX > WS-OLD-COUNT
                   IF WS-OLD-SECTION(WS-OLD-IDX)
                       = WS-SECT-NAME(WS-SECT-IDX)
                       AND WS-OLD-PAIR(WS-OLD-IDX) = 0
                       PERFORM SHOW-SECTION-HEADING
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  REMOVED  "
                           FUNCTION TRIM(WS-OLD-KEY(WS-OLD-IDX)) "="
                           FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-IDX))
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO WS-REMOVED
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-ADDED + WS-CHANGED + WS-REMOVED = 0
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "No key changes - only layout or line order "
                   & "differs" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF

           MOVE WS-ADDED TO WS-ADDED-DISP
           MOVE WS-CHANGED TO WS-CHANGED-DISP
           MOVE WS-REMOVED TO WS-REMOVED-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Keys added: " FUNCTION TRIM(WS-ADDED-DISP)
               "  changed: " FUNCTION TRIM(WS-CHANGED-DISP)
               "  removed: " FUNCTION TRIM(WS-REMOVED-DISP)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-DIFF-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-DIFF-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

      *> REPORT-NEW-ROW REPORTS ONE ROW OF THE NEW FILE IF IT IS NEW
      *> OR ITS VALUE MOVED; AN UNCHANGED ROW IS NOT LISTED.
       REPORT-NEW-ROW.
           MOVE WS-NEW-PAIR(WS-NEW-IDX) TO WS-OLD-IDX
           IF WS-OLD-IDX = 0
               PERFORM SHOW-SECTION-HEADING
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ADDED    "
                   FUNCTION TRIM(WS-NEW-KEY(WS-NEW-IDX)) "="
                   FUNCTION TRIM(WS-NEW-VALUE(WS-NEW-IDX))
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-ADDED
           ELSE
               IF WS-OLD-VALUE(WS-OLD-IDX)
                   NOT = WS-NEW-VALUE(WS-NEW-IDX)
                   PERFORM SHOW-SECTION-HEADING
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  CHANGED  "
                       FUNCTION TRIM(WS-NEW-KEY(WS-NEW-IDX)) ": "
                       FUNCTION TRIM(WS-OLD-VALUE(WS-OLD-IDX))
                       " -> "
                       FUNCTION TRIM(WS-NEW-VALUE(WS-NEW-IDX))
                       DELIMITED BY SIZE INTO WS-OUT-LINE
                   PERFORM WRITE-REPORT-LINE
                   ADD 1 TO WS-CHANGED
               END-IF
           END-IF.

      *> SHOW-SECTION-HEADING OPENS A SECTION'S BLOCK BEFORE ITS
      *> FIRST DIFFERENCE; SECTIONS WITH NONE ARE NOT LISTED.
       SHOW-SECTION-HEADING.
           IF WS-SECT-SHOWN = "N"
               MOVE "Y" TO WS-SECT-SHOWN
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-SECT-NAME(WS-SECT-IDX) = SPACES
                   MOVE "(global keys)" TO WS-OUT-LINE
               ELSE
                   STRING "[" FUNCTION TRIM(WS-SECT-NAME(WS-SECT-IDX))
                       "]" DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> WRITE-REPORT-LINE SENDS ONE LINE TO THE CHANGE REPORT AND
      *> THE CONSOLE.
       WRITE-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-DIFF-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

      *> APPEND-INDEX-ENTRY LISTS THE NEW SNAPSHOT IN snapshots.idx.
       APPEND-INDEX-ENTRY.
           PERFORM BUILD-INDEX-PATH
           OPEN EXTEND INDEX-FILE
           IF WS-INDEX-STATUS = "35"
               OPEN OUTPUT INDEX-FILE
           END-IF
           IF WS-INDEX-STATUS NOT = "00"
               MOVE "CFL019W" TO WS-MSG-ID
               MOVE WS-INDEX-PATH TO WS-MSG-SLOT(1)
               MOVE WS-INDEX-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO INDEX-RECORD
           MOVE WS-TAKEN TO IDX-TAKEN
           MOVE WS-ACTION TO IDX-ACTION
           MOVE WS-NEW-SNAPSHOT TO IDX-SNAPSHOT
           MOVE WS-CRC-HEX TO IDX-CRC
           MOVE WS-USER TO IDX-USER
           MOVE WS-ADDED TO IDX-ADDED
           MOVE WS-CHANGED TO IDX-CHANGED
           MOVE WS-REMOVED TO IDX-REMOVED
           MOVE WS-PREV-SNAPSHOT TO IDX-PREVIOUS
           WRITE INDEX-RECORD
           CLOSE INDEX-FILE.

       LOG-CONFIG-AUDIT.
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE 0 TO RETURN-CODE.

       COPY "msgissue.cpy".

       END PROGRAM ConfigLint.
