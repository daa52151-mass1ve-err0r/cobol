      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  alert_sender
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> SHARED ALERT OUTBOX, CALLED BY A TOOL WHOSE RUN ENDED WARN
      *> OR PROBLEM (AuditCheck, OpsStatus, MachOReader --verify,
      *> JobRunner) SO THE NEWS REACHES SOMEONE WHO IS NOT WATCHING
      *> THE CONSOLE. EVERY CALL APPENDS ONE ALERT RECORD (SEVERITY,
      *> TOOL, RUN-ID, ONE-LINE REASON, REPORT PATH AND WHAT BECAME
      *> OF IT) TO THE OUTBOX FILE AND, WHEN A DELIVERY COMMAND IS
      *> CONFIGURED, HANDS THE ALERT TO IT AS
      *>     <command> "<recipient>" "<message-file>"
      *> SO mail, A WEBHOOK SCRIPT OR A PAGER GATEWAY CAN SIT BEHIND
      *> IT. THE CALLER'S OWN VERDICT AND RETURN-CODE ARE UNTOUCHED.
      *>
      *> CALLED AS:
      *>     CALL "AlertSender" USING <tool X(20)>, <severity X(8)>,
      *>         <reason X(255)>, <report-path X(255)>
      *> WITH SEVERITY "WARN" OR "PROBLEM".
      *>
      *> tool.cfg, GLOBAL OR [ALERTS]:
      *>     ALERT-OUTBOX=<file>          DEFAULT alerts.outbox
      *>     ALERT-COMMAND=<command>      DEFAULT NONE (OUTBOX ONLY)
      *>     ALERT-ROUTE=<tool>,<severity>,<recipient>
      *>                                  REPEATABLE; * MATCHES ANY
      *>                                  TOOL OR SEVERITY; FIRST
      *>                                  MATCH WINS; RECIPIENT NONE
      *>                                  MEANS RECORD, DO NOT SEND
      *>     ALERT-QUIET-HOURS=HHMM-HHMM  WARN ALERTS ARE HELD IN THE
      *>                                  OUTBOX, NOT SENT, INSIDE
      *>                                  THIS SPAN (IT MAY WRAP PAST
      *>                                  MIDNIGHT); PROBLEM ALERTS
      *>                                  ALWAYS GO OUT
      *>     ALERT-DEDUPE-MINS=<n>        DEFAULT 60; THE SAME TOOL,
      *>                                  SEVERITY AND REASON INSIDE
      *>                                  THIS MANY MINUTES OF THE
      *>                                  LAST ONE RAISED IS RECORDED
      *>                                  AS A DUPLICATE, NOT SENT
      *> WITH NO ALERT-ROUTE LINES AT ALL, EVERY ALERT GOES TO THE
      *> COMMAND WITH RECIPIENT "-".
      *>
      *> OUTBOX RECORD, " | "-SEPARATED FIXED FIELDS:
      *>     TIMESTAMP X(19) SEVERITY X(7) TOOL X(20) RUN-ID X(26)
      *>     DISPOSITION X(9) RECIPIENT X(40) REASON X(160)
      *>     REPORT X(120)
      *> DISPOSITION IS SENT, FAILED (COMMAND RETURNED NON-ZERO),
      *> QUEUED (NO COMMAND CONFIGURED), QUIET, NOROUTE OR DUPLICATE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AlertSender.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE ASSIGN DYNAMIC WS-OUTBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.

           SELECT MESSAGE-FILE ASSIGN DYNAMIC WS-MESSAGE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGE-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD.
           05  OB-TIMESTAMP      PIC X(19).
           05  OB-SEP-1          PIC X(3).
           05  OB-SEVERITY       PIC X(7).
           05  OB-SEP-2          PIC X(3).
           05  OB-TOOL           PIC X(20).
           05  OB-SEP-3          PIC X(3).
           05  OB-RUN-ID         PIC X(26).
           05  OB-SEP-4          PIC X(3).
           05  OB-DISPOSITION    PIC X(9).
           05  OB-SEP-5          PIC X(3).
           05  OB-RECIPIENT      PIC X(40).
           05  OB-SEP-6          PIC X(3).
           05  OB-REASON         PIC X(160).
           05  OB-SEP-7          PIC X(3).
           05  OB-REPORT         PIC X(120).

       FD  MESSAGE-FILE.
       01  MESSAGE-RECORD        PIC X(300).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-OUTBOX-PATH        PIC X(255) VALUE "alerts.outbox".
       01  WS-OUTBOX-STATUS      PIC XX VALUE SPACES.
       01  WS-OUTBOX-EOF         PIC X VALUE "N".
       01  WS-MESSAGE-PATH       PIC X(270) VALUE SPACES.
       01  WS-MESSAGE-STATUS     PIC XX VALUE SPACES.
       01  WS-SHELL-CMD          PIC X(800) VALUE SPACES.

      *> [ALERTS] SETTINGS.
       01  WS-ALERT-COMMAND      PIC X(255) VALUE SPACES.
       01  WS-DEDUPE-MINS        PIC 9(5) VALUE 60.
       01  WS-QUIET-TEXT         PIC X(20) VALUE SPACES.
       01  WS-QUIET-FROM         PIC 9(4) VALUE 0.
       01  WS-QUIET-TO           PIC 9(4) VALUE 0.
       01  WS-QUIET-SET          PIC X VALUE "N".
       01  WS-QUIET-FROM-X       PIC X(10) VALUE SPACES.
       01  WS-QUIET-TO-X         PIC X(10) VALUE SPACES.
       01  WS-ROUTE-MAX          PIC 9(2) COMP-5 VALUE 20.
       01  WS-ROUTE-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 20 TIMES.
               10  WS-ROUTE-TOOL     PIC X(20).
               10  WS-ROUTE-SEV      PIC X(8).
               10  WS-ROUTE-TO       PIC X(40).
       01  WS-ROUTE-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ROUTE-HIT          PIC 9(2) COMP-5 VALUE 0.

       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(4) COMP-5 VALUE 0.

      *> THIS ALERT.
       01  WS-RUN-ID             PIC X(26) VALUE SPACES.
       01  WS-SEVERITY           PIC X(8) VALUE SPACES.
       01  WS-TOOL-UPPER         PIC X(20) VALUE SPACES.
       01  WS-RECIPIENT          PIC X(40) VALUE SPACES.
       01  WS-DISPOSITION        PIC X(9) VALUE SPACES.
       01  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP          PIC X(19) VALUE SPACES.
       01  WS-NOW-HHMM           PIC 9(4) VALUE 0.
       01  WS-IN-QUIET           PIC X VALUE "N".

      *> DUPLICATE SUPPRESSION: SECONDS SINCE DAY ONE OF THE
      *> INTEGER-OF-DATE CALENDAR, FOR NOW AND FOR EACH EARLIER ALERT.
       01  WS-TS-IN              PIC X(19) VALUE SPACES.
       01  WS-TS-DATE            PIC 9(8) VALUE 0.
       01  WS-TS-DATE-X REDEFINES WS-TS-DATE PIC X(8).
       01  WS-TS-SECS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-NOW-SECS           PIC 9(12) COMP-5 VALUE 0.
       01  WS-WINDOW-SECS        PIC 9(12) COMP-5 VALUE 0.
       01  WS-IS-DUPLICATE       PIC X VALUE "N".

      *> OUTBOX LOCK, THE SAME BOUNDED mkdir DISCIPLINE AuditLogger
      *> USES - TWO PARALLEL STEPS CAN FAIL IN THE SAME SECOND.
       01  WS-LOCK-HELD          PIC X VALUE "N".
       01  WS-LOCK-TRIES         PIC 9(2) COMP-5 VALUE 0.
       01  WS-LOCK-MAX-TRIES     PIC 9(2) COMP-5 VALUE 10.
       01  WS-LOCK-CMD           PIC X(600) VALUE SPACES.
       01  WS-LOCK-WAIT-SECS     PIC 9(2) VALUE 1.
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-ALERT-TOOL         PIC X(20).
       01  LK-ALERT-SEVERITY     PIC X(8).
       01  LK-ALERT-REASON       PIC X(255).
       01  LK-ALERT-REPORT       PIC X(255).

       PROCEDURE DIVISION USING LK-ALERT-TOOL, LK-ALERT-SEVERITY,
               LK-ALERT-REASON, LK-ALERT-REPORT.
       MAIN-PROCEDURE.
           PERFORM READ-ALERT-CONFIG

           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "TOOLKIT_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF

           MOVE LK-ALERT-SEVERITY TO WS-SEVERITY
           INSPECT WS-SEVERITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-SEVERITY NOT = "PROBLEM"
               MOVE "WARN" TO WS-SEVERITY
           END-IF

           PERFORM FORMAT-TIMESTAMP

           PERFORM ACQUIRE-OUTBOX-LOCK
           IF WS-LOCK-HELD = "N"
               MOVE "ALS001E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 0 TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           PERFORM CHECK-DUPLICATE
           PERFORM CHOOSE-ROUTE
           PERFORM CHECK-QUIET-HOURS

           EVALUATE TRUE
               WHEN WS-IS-DUPLICATE = "Y"
                   MOVE "DUPLICATE" TO WS-DISPOSITION
               WHEN WS-ROUTE-HIT = 0 AND WS-ROUTE-COUNT > 0
                   MOVE "NOROUTE" TO WS-DISPOSITION
               WHEN WS-RECIPIENT = "NONE"
                   MOVE "NOROUTE" TO WS-DISPOSITION
               WHEN WS-IN-QUIET = "Y" AND WS-SEVERITY = "WARN"
                   MOVE "QUIET" TO WS-DISPOSITION
               WHEN WS-ALERT-COMMAND = SPACES
                   MOVE "QUEUED" TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM DELIVER-ALERT
           END-EVALUATE

           PERFORM APPEND-OUTBOX-RECORD
           PERFORM RELEASE-OUTBOX-LOCK

           DISPLAY "Alert " FUNCTION TRIM(WS-SEVERITY) " raised: "
               FUNCTION TRIM(WS-DISPOSITION)
               " (" FUNCTION TRIM(WS-OUTBOX-PATH) ")"
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *> READ-ALERT-CONFIG PICKS THE [ALERTS] KEYS (OR THEIR GLOBAL
      *> FORMS) OUT OF tool.cfg.
       READ-ALERT-CONFIG.
           MOVE "N" TO WS-CONFIG-EOF
           MOVE SPACES TO WS-CURRENT-SECTION
           MOVE 0 TO WS-ROUTE-COUNT
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LINE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           IF WS-CONFIG-LINE NOT = SPACES
                               PERFORM APPLY-ALERT-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-ALERT-CONFIG-LINE.
           MOVE FUNCTION TRIM(WS-CONFIG-LINE) TO WS-LINE-TRIMMED
           IF WS-LINE-TRIMMED(1:1) = "["
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-LINE-TRIMMED TRAILING)) TO WS-LINE-LEN
               MOVE SPACES TO WS-CURRENT-SECTION
               IF WS-LINE-LEN > 2
                   AND WS-LINE-TRIMMED(WS-LINE-LEN:1) = "]"
                   MOVE WS-LINE-TRIMMED(2:WS-LINE-LEN - 2)
                       TO WS-CURRENT-SECTION
                   INSPECT WS-CURRENT-SECTION CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-SECTION NOT = SPACES
               AND WS-CURRENT-SECTION NOT = "ALERTS"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           UNSTRING WS-LINE-TRIMMED DELIMITED BY "="
               INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING
           IF WS-CONFIG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
      *> THE DELIVERY COMMAND MAY ITSELF CONTAIN "=", SO IT IS TAKEN
      *> AS EVERYTHING AFTER THE FIRST ONE.
           MOVE 0 TO WS-LINE-LEN
           INSPECT WS-LINE-TRIMMED TALLYING WS-LINE-LEN
               FOR CHARACTERS BEFORE INITIAL "="

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "ALERT-OUTBOX"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-OUTBOX-PATH
               WHEN "ALERT-COMMAND"
                   MOVE FUNCTION TRIM(
                       WS-LINE-TRIMMED(WS-LINE-LEN + 2:))
                       TO WS-ALERT-COMMAND
               WHEN "ALERT-DEDUPE-MINS"
                   COMPUTE WS-DEDUPE-MINS =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "ALERT-QUIET-HOURS"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-QUIET-TEXT
                   MOVE SPACES TO WS-QUIET-FROM-X
                   MOVE SPACES TO WS-QUIET-TO-X
                   UNSTRING WS-QUIET-TEXT DELIMITED BY "-"
                       INTO WS-QUIET-FROM-X WS-QUIET-TO-X
                   END-UNSTRING
                   IF WS-QUIET-FROM-X(1:4) IS NUMERIC
                       AND WS-QUIET-TO-X(1:4) IS NUMERIC
                       MOVE WS-QUIET-FROM-X(1:4) TO WS-QUIET-FROM
                       MOVE WS-QUIET-TO-X(1:4) TO WS-QUIET-TO
                       MOVE "Y" TO WS-QUIET-SET
                   END-IF
               WHEN "ALERT-ROUTE"
                   IF WS-ROUTE-COUNT < WS-ROUTE-MAX
                       ADD 1 TO WS-ROUTE-COUNT
                       MOVE SPACES TO WS-ROUTE-ENTRY(WS-ROUTE-COUNT)
                       UNSTRING WS-CONFIG-VALUE DELIMITED BY ","
                           INTO WS-ROUTE-TOOL(WS-ROUTE-COUNT)
                                WS-ROUTE-SEV(WS-ROUTE-COUNT)
                                WS-ROUTE-TO(WS-ROUTE-COUNT)
                       END-UNSTRING
                       MOVE FUNCTION TRIM(
                           WS-ROUTE-TOOL(WS-ROUTE-COUNT))
                           TO WS-ROUTE-TOOL(WS-ROUTE-COUNT)
                       MOVE FUNCTION TRIM(
                           WS-ROUTE-SEV(WS-ROUTE-COUNT))
                           TO WS-ROUTE-SEV(WS-ROUTE-COUNT)
                       MOVE FUNCTION TRIM(
                           WS-ROUTE-TO(WS-ROUTE-COUNT))
                           TO WS-ROUTE-TO(WS-ROUTE-COUNT)
                       INSPECT WS-ROUTE-TOOL(WS-ROUTE-COUNT)
                           CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       INSPECT WS-ROUTE-SEV(WS-ROUTE-COUNT)
                           CONVERTING
                           "abcdefghijklmnopqrstuvwxyz" TO
                           "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   END-IF
           END-EVALUATE.

      *> FORMAT-TIMESTAMP STAMPS THE ALERT YYYY-MM-DD HH:MM:SS, THE
      *> SAME SHAPE AuditLogger WRITES, AND NOTES THE HHMM FOR THE
      *> QUIET-HOURS TEST.
       FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE WS-CURRENT-DATE(9:4) TO WS-NOW-HHMM
           MOVE WS-TIMESTAMP TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECS TO WS-NOW-SECS.

      *> TIMESTAMP-TO-SECONDS TURNS WS-TS-IN INTO WS-TS-SECS.
       TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECS
           IF WS-TS-IN(1:4) IS NOT NUMERIC
               OR WS-TS-IN(6:2) IS NOT NUMERIC
               OR WS-TS-IN(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
               DELIMITED BY SIZE INTO WS-TS-DATE-X
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(12:2)) * 3600
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(15:2)) * 60
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(18:2)).

      *> CHECK-DUPLICATE LOOKS BACK THROUGH THE OUTBOX FOR THE SAME
      *> TOOL, SEVERITY AND REASON RAISED (NOT ITSELF SUPPRESSED)
      *> INSIDE THE DEDUPE WINDOW. A STUCK JOB RERUN EVERY TEN
      *> MINUTES THEREFORE ALERTS ONCE PER WINDOW, NOT EVERY RUN.
       CHECK-DUPLICATE.
           MOVE "N" TO WS-IS-DUPLICATE
           IF WS-DEDUPE-MINS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-DEDUPE-MINS * 60
           MOVE "N" TO WS-OUTBOX-EOF
           OPEN INPUT OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OUTBOX-EOF = "Y"
               READ OUTBOX-FILE
                   AT END
                       MOVE "Y" TO WS-OUTBOX-EOF
                   NOT AT END
                       IF OB-TOOL = LK-ALERT-TOOL
                           AND OB-SEVERITY = WS-SEVERITY
                           AND OB-REASON = LK-ALERT-REASON(1:160)
                           AND OB-DISPOSITION NOT = "DUPLICATE"
                           MOVE OB-TIMESTAMP TO WS-TS-IN
                           PERFORM TIMESTAMP-TO-SECONDS
                           IF WS-TS-SECS + WS-WINDOW-SECS
                               > WS-NOW-SECS
                               MOVE "Y" TO WS-IS-DUPLICATE
                           ELSE
                               MOVE "N" TO WS-IS-DUPLICATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE.

      *> CHOOSE-ROUTE FINDS THE FIRST ALERT-ROUTE WHOSE TOOL AND
      *> SEVERITY MATCH ("*" MATCHES ANYTHING).
       CHOOSE-ROUTE.
           MOVE 0 TO WS-ROUTE-HIT
           MOVE "-" TO WS-RECIPIENT
           MOVE LK-ALERT-TOOL TO WS-TOOL-UPPER
           INSPECT WS-TOOL-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
                   OR WS-ROUTE-HIT > 0
               IF (WS-ROUTE-TOOL(WS-ROUTE-IDX) = "*"
                   OR WS-ROUTE-TOOL(WS-ROUTE-IDX) = WS-TOOL-UPPER)
                   AND (WS-ROUTE-SEV(WS-ROUTE-IDX) = "*"
                   OR WS-ROUTE-SEV(WS-ROUTE-IDX) = WS-SEVERITY)
                   MOVE WS-ROUTE-IDX TO WS-ROUTE-HIT
                   MOVE WS-ROUTE-TO(WS-ROUTE-IDX) TO WS-RECIPIENT
               END-IF
           END-PERFORM
           IF WS-ROUTE-HIT = 0 AND WS-ROUTE-COUNT > 0
               MOVE "NONE" TO WS-RECIPIENT
           END-IF
           IF WS-RECIPIENT = "none" OR WS-RECIPIENT = "None"
               MOVE "NONE" TO WS-RECIPIENT
           END-IF.

      *> CHECK-QUIET-HOURS: A SPAN WHOSE END IS BEFORE ITS START
      *> (2200-0600) WRAPS PAST MIDNIGHT.
       CHECK-QUIET-HOURS.
           MOVE "N" TO WS-IN-QUIET
           IF WS-QUIET-SET = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-QUIET-FROM <= WS-QUIET-TO
               IF WS-NOW-HHMM >= WS-QUIET-FROM
                   AND WS-NOW-HHMM < WS-QUIET-TO
                   MOVE "Y" TO WS-IN-QUIET
               END-IF
           ELSE
               IF WS-NOW-HHMM >= WS-QUIET-FROM
                   OR WS-NOW-HHMM < WS-QUIET-TO
                   MOVE "Y" TO WS-IN-QUIET
               END-IF
           END-IF.

      *> DELIVER-ALERT WRITES THE ALERT AS A SHORT MESSAGE FILE NEXT
      *> TO THE OUTBOX AND HANDS IT, WITH THE RECIPIENT, TO THE
      *> CONFIGURED COMMAND. THE COMMAND COMES FROM tool.cfg, NOT
      *> FROM THE CALLER; THE REASON TRAVELS ONLY INSIDE THE FILE.
       DELIVER-ALERT.
           MOVE SPACES TO WS-MESSAGE-PATH
           STRING FUNCTION TRIM(WS-OUTBOX-PATH) ".msg"
               DELIMITED BY SIZE INTO WS-MESSAGE-PATH
           OPEN OUTPUT MESSAGE-FILE
           IF WS-MESSAGE-STATUS NOT = "00"
               MOVE "FAILED" TO WS-DISPOSITION
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MESSAGE-RECORD
           STRING FUNCTION TRIM(WS-SEVERITY) ": "
               FUNCTION TRIM(LK-ALERT-TOOL) " - "
               FUNCTION TRIM(LK-ALERT-REASON)
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING "Time   : " WS-TIMESTAMP
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING "Tool   : " FUNCTION TRIM(LK-ALERT-TOOL)
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING "Run    : " FUNCTION TRIM(WS-RUN-ID)
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           MOVE SPACES TO MESSAGE-RECORD
           STRING "Report : " FUNCTION TRIM(LK-ALERT-REPORT)
               DELIMITED BY SIZE INTO MESSAGE-RECORD
           WRITE MESSAGE-RECORD
           CLOSE MESSAGE-FILE

           MOVE SPACES TO WS-SHELL-CMD
           STRING FUNCTION TRIM(WS-ALERT-COMMAND) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-RECIPIENT) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-MESSAGE-PATH) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE = 0
               MOVE "SENT" TO WS-DISPOSITION
           ELSE
               MOVE "FAILED" TO WS-DISPOSITION
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> APPEND-OUTBOX-RECORD FILES THE ALERT AND ITS DISPOSITION.
       APPEND-OUTBOX-RECORD.
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF WS-OUTBOX-STATUS NOT = "00"
               MOVE "ALS002E" TO WS-MSG-ID
               MOVE WS-OUTBOX-PATH TO WS-MSG-SLOT(1)
               MOVE WS-OUTBOX-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTBOX-RECORD
           MOVE WS-TIMESTAMP TO OB-TIMESTAMP
           MOVE WS-SEVERITY TO OB-SEVERITY
           MOVE LK-ALERT-TOOL TO OB-TOOL
           MOVE WS-RUN-ID TO OB-RUN-ID
           MOVE WS-DISPOSITION TO OB-DISPOSITION
           MOVE WS-RECIPIENT TO OB-RECIPIENT
           MOVE LK-ALERT-REASON(1:160) TO OB-REASON
           MOVE LK-ALERT-REPORT(1:120) TO OB-REPORT
           MOVE " | " TO OB-SEP-1 OB-SEP-2 OB-SEP-3 OB-SEP-4
               OB-SEP-5 OB-SEP-6 OB-SEP-7
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE.

      *> ACQUIRE-OUTBOX-LOCK TAKES THE <outbox>.lock DIRECTORY,
      *> WAITING UP TO TEN SECONDS FOR A CONCURRENT WRITER.
       ACQUIRE-OUTBOX-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           MOVE SPACES TO WS-LOCK-CMD
           STRING "mkdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUTBOX-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-LOCK-CMD

           MOVE 0 TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-HELD = "Y"
                   OR WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               CALL "SYSTEM" USING WS-LOCK-CMD
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-LOCK-HELD
               ELSE
                   CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

      *> RELEASE-OUTBOX-LOCK GIVES THE LOCK DIRECTORY BACK.
       RELEASE-OUTBOX-LOCK.
           MOVE SPACES TO WS-LOCK-CMD
           STRING "rmdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-OUTBOX-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-LOCK-CMD
           CALL "SYSTEM" USING WS-LOCK-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-LOCK-HELD.

       COPY "msgissue.cpy".

       END PROGRAM AlertSender.
