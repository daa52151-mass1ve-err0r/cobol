      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  job_scheduler
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> CALENDAR-DRIVEN SCHEDULER OVER JobRunner DECKS. A SCHEDULE
      *> FILE SAYS WHICH DECK RUNS ON WHICH DAYS, NOT BEFORE WHAT
      *> TIME, AND AFTER WHICH OTHER DECKS HAVE ENDED WITH AN
      *> ACCEPTABLE RETURN CODE; THE SCHEDULER DISPATCHES
      *> "cobcrun JobRunner <deck>" FOR EVERY JOB THAT IS DUE AND
      *> KEEPS A DAILY SCHEDULE-STATUS FILE THE OPERATOR CAN READ AND
      *> STEER, SO THE NIGHTLY CRONTAB AND ITS STICKY NOTES RETIRE.
      *>
      *> INVOKED AS:
      *>     job_scheduler [-s <schedule>] [-date <YYYY-MM-DD>]
      *>                   [-status <base>] [-wait [-interval <secs>]]
      *>     job_scheduler [-s <schedule>] -list
      *>     job_scheduler [-s <schedule>] -hold <job>
      *>     job_scheduler [-s <schedule>] -release <job>
      *>
      *> SCHEDULE FILE (DEFAULT job.schedule), ONE JOB PER LINE OF
      *> KEYWORD=VALUE TOKENS; BLANK AND "*" LINES ARE SKIPPED:
      *>     NAME=<job> DECK=<deck-file> [RUN=<calendar>]
      *>         [START=<HH:MM>] [AFTER=<job>:<rc>[,<job>:<rc>...]]
      *>         [ARGS=<arg>[,<arg>...]]
      *>     HOLIDAY=<YYYY-MM-DD>
      *> RUN IS A COMMA LIST OF CALENDAR ITEMS, ANY ONE OF WHICH MAKES
      *> THE JOB DUE (DEFAULT DAILY): DAILY, WEEKDAYS, WEEKENDS,
      *> BUSDAYS (WEEKDAYS THAT ARE NOT HOLIDAYS), A DAY NAME (MON ..
      *> SUN), A DAY RANGE (MON-FRI, SAT-SUN, FRI-MON), A DAY OF THE
      *> MONTH (1 .. 31), LASTDAY, FIRSTBD OR LASTBD (THE FIRST/LAST
      *> BUSINESS DAY OF THE MONTH). START IS THE EARLIEST START TIME
      *> (DEFAULT 00:00). EACH AFTER PREDECESSOR MUST HAVE ENDED DONE
      *> WITH A RETURN CODE NO HIGHER THAN THE ONE GIVEN; A
      *> PREDECESSOR NOT DUE ON THE RUN DATE DOES NOT HOLD ITS
      *> SUCCESSOR BACK. ARGS BECOME JobRunner'S &1, &2, ...
      *>
      *> THE STATUS FILE (<base>.<YYYYMMDD>, DEFAULT BASE
      *> sched_status) HOLDS ONE LINE PER JOB DUE THAT DAY: WAITING,
      *> RUNNING, DONE, FAILED OR HELD, THE RETURN CODE, START/END
      *> TIMES AND A NOTE SAYING WHAT A WAITING JOB WAITS FOR. IT IS
      *> RE-READ BEFORE EVERY CHANGE, SO AN OPERATOR'S -hold OR
      *> -release LANDS EVEN WHILE A SCHEDULER RUN IS DISPATCHING.
      *> -hold KEEPS A WAITING JOB FROM BEING DISPATCHED; -release
      *> RETURNS A HELD JOB, OR REQUEUES A FAILED ONE, TO WAITING.
      *>
      *> ONE RUN DISPATCHES EVERYTHING DUE AND READY AND ENDS; -wait
      *> KEEPS IT GOING, RECHECKING EVERY -interval SECONDS (DEFAULT
      *> 60), UNTIL NOTHING LEFT IS WAITING ON ITS START TIME.
      *> RETURN CODE 8 WHEN ANY JOB OF THE DAY HAS FAILED (OR A HOLD
      *> OR RELEASE WAS REFUSED), 12 FOR A BAD SCHEDULE OR USAGE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobScheduler.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN DYNAMIC WS-SCHED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-STATUS.

           SELECT STATUS-FILE ASSIGN DYNAMIC WS-STATUS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHED-FILE.
       01  SCHED-RECORD             PIC X(255).

       FD  STATUS-FILE.
       01  STATUS-RECORD.
           05  STS-NAME             PIC X(16).
           05  FILLER               PIC X.
           05  STS-STATE            PIC X(8).
           05  FILLER               PIC X.
           05  STS-RC               PIC X(3).
           05  FILLER               PIC X.
           05  STS-STARTED          PIC X(19).
           05  FILLER               PIC X.
           05  STS-ENDED            PIC X(19).
           05  FILLER               PIC X.
           05  STS-NOTE             PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY     PIC X(255) OCCURS 12 TIMES.
       01  WS-ARG-COUNT         PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX           PIC 9(2) COMP-5 VALUE 0.

       01  WS-SCHED-PATH        PIC X(255) VALUE "job.schedule".
       01  WS-SCHED-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHED-EOF         PIC X VALUE "N".
       01  WS-SCHED-LINE-NO     PIC 9(5) COMP-5 VALUE 0.
       01  WS-SCHED-LINE-DISP   PIC 9(5).
       01  WS-SCHED-ERROR       PIC X VALUE "N".
       01  WS-STATUS-BASE       PIC X(200) VALUE "sched_status".
       01  WS-STATUS-PATH       PIC X(255) VALUE SPACES.
       01  WS-STATUS-FS         PIC XX VALUE SPACES.
       01  WS-STATUS-EOF        PIC X VALUE "N".

      *> THE ONE ACTION SELECTED FOR THIS RUN.
       01  WS-MODE              PIC X(8) VALUE "RUN".
       01  WS-TARGET-JOB        PIC X(16) VALUE SPACES.
       01  WS-WAIT-MODE         PIC X VALUE "N".
       01  WS-WAIT-SECS         PIC 9(4) VALUE 60.
       01  WS-DATE-ARG          PIC X(10) VALUE SPACES.

      *> THE SCHEDULE, ONE ENTRY PER JOB, CARRYING THE DAY'S STATUS
      *> ALONGSIDE ONCE THE STATUS FILE HAS BEEN READ.
       01  WS-JOB-MAX           PIC 9(3) COMP-5 VALUE 100.
       01  WS-JOB-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 100 TIMES.
               10  WS-JOB-NAME       PIC X(16).
               10  WS-JOB-DECK       PIC X(120).
               10  WS-JOB-ARGS       PIC X(80).
               10  WS-JOB-RUN        PIC X(60).
               10  WS-JOB-START      PIC 9(4).
               10  WS-JOB-DUE        PIC X.
               10  WS-JOB-PRED-COUNT PIC 9(1) COMP-5.
               10  WS-JOB-PRED OCCURS 5 TIMES.
                   15  WS-PRED-NAME  PIC X(16).
                   15  WS-PRED-MAX-RC PIC 9(3).
               10  WS-JOB-STATE      PIC X(8).
               10  WS-JOB-RC         PIC X(3).
               10  WS-JOB-STARTED    PIC X(19).
               10  WS-JOB-ENDED      PIC X(19).
               10  WS-JOB-NOTE       PIC X(60).
               10  WS-JOB-WAIT-NOTE  PIC X(60).
       01  WS-JOB-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-LOAD-IDX          PIC 9(3) COMP-5 VALUE 0.
       01  WS-PRED-IDX          PIC 9(1) COMP-5 VALUE 0.
       01  WS-FIND-NAME         PIC X(16) VALUE SPACES.
       01  WS-FIND-IDX          PIC 9(3) COMP-5 VALUE 0.
       01  WS-FIND-I            PIC 9(3) COMP-5 VALUE 0.

       01  WS-HOLIDAY-COUNT     PIC 9(3) COMP-5 VALUE 0.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY       PIC 9(8) OCCURS 100 TIMES.
       01  WS-HOL-IDX           PIC 9(3) COMP-5 VALUE 0.

      *> ONE SCHEDULE LINE BROKEN INTO ITS KEYWORD=VALUE TOKENS.
       01  WS-LINE-TOKENS.
           05  WS-LINE-TOKEN    PIC X(120) OCCURS 8 TIMES.
       01  WS-LINE-TOK-COUNT    PIC 9(2) COMP-5 VALUE 0.
       01  WS-LINE-TOK-IDX      PIC 9(2) COMP-5 VALUE 0.
       01  WS-TOK-KEY           PIC X(10) VALUE SPACES.
       01  WS-TOK-VALUE         PIC X(120) VALUE SPACES.
       01  WS-PRED-ITEMS.
           05  WS-PRED-ITEM     PIC X(24) OCCURS 5 TIMES.
       01  WS-PRED-ITEM-COUNT   PIC 9(2) COMP-5 VALUE 0.
       01  WS-PRED-RC-TEXT      PIC X(6) VALUE SPACES.
       01  WS-HHMM-TEXT         PIC X(5) VALUE SPACES.

      *> THE RUN DATE AND ITS CALENDAR FACTS: DAY OF WEEK (1=MONDAY,
      *> FROM INTEGER-OF-DATE, DAY 1 BEING MONDAY 1601-01-01), THE
      *> MONTH'S LAST DAY AND ITS FIRST AND LAST BUSINESS DAYS.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-RUN-YYYY      PIC 9(4).
           05  WS-RUN-MM        PIC 9(2).
           05  WS-RUN-DD        PIC 9(2).
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-RUN-INT           PIC 9(7) COMP-5 VALUE 0.
       01  WS-RUN-DOW           PIC 9(1) COMP-5 VALUE 0.
       01  WS-MONTH-FIRST-INT   PIC 9(7) COMP-5 VALUE 0.
       01  WS-MONTH-LAST-INT    PIC 9(7) COMP-5 VALUE 0.
       01  WS-FIRST-BD-INT      PIC 9(7) COMP-5 VALUE 0.
       01  WS-LAST-BD-INT       PIC 9(7) COMP-5 VALUE 0.
       01  WS-WORK-DATE         PIC 9(8) VALUE 0.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           05  WS-WORK-YYYY     PIC 9(4).
           05  WS-WORK-MM       PIC 9(2).
           05  WS-WORK-DD       PIC 9(2).
       01  WS-CHK-INT           PIC 9(7) COMP-5 VALUE 0.
       01  WS-CHK-BUS           PIC X VALUE "N".
       01  WS-NOW-HHMM          PIC 9(4) VALUE 0.
       01  WS-DAY-NAMES         PIC X(21)
                                VALUE "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-TEXT          PIC X(3) VALUE SPACES.
       01  WS-DAY-NO            PIC 9(1) COMP-5 VALUE 0.
       01  WS-DAY-FROM          PIC 9(1) COMP-5 VALUE 0.
       01  WS-DAY-TO            PIC 9(1) COMP-5 VALUE 0.
       01  WS-DAY-I             PIC 9(2) COMP-5 VALUE 0.

      *> ONE RUN CALENDAR BROKEN INTO ITS COMMA-SEPARATED ITEMS.
       01  WS-RUN-ITEMS.
           05  WS-RUN-ITEM      PIC X(12) OCCURS 10 TIMES.
       01  WS-RUN-ITEM-COUNT    PIC 9(2) COMP-5 VALUE 0.
       01  WS-RUN-ITEM-IDX      PIC 9(2) COMP-5 VALUE 0.
       01  WS-ITEM              PIC X(12) VALUE SPACES.
       01  WS-ITEM-LEN          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ITEM-HIT          PIC X VALUE "N".
       01  WS-ITEM-VALID        PIC X VALUE "Y".
       01  WS-DOM               PIC 9(2) VALUE 0.

      *> READINESS OF THE JOB UNDER CONSIDERATION.
       01  WS-JOB-READY         PIC X VALUE "N".
       01  WS-PRED-JOB          PIC 9(3) COMP-5 VALUE 0.
       01  WS-PRED-RC-NUM       PIC 9(3) VALUE 0.
       01  WS-START-DISP        PIC 99B99.
       01  WS-RC-DISP           PIC 9(3).
       01  WS-MAX-RC-DISP       PIC 9(3).

      *> DISPATCH BOOKKEEPING.
       01  WS-DISPATCHED        PIC X VALUE "N".
       01  WS-KEEP-GOING        PIC X VALUE "Y".
       01  WS-TIME-PENDING      PIC 9(3) COMP-5 VALUE 0.
       01  WS-RUN-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-EXIT-CODE         PIC 9(5) COMP-5 VALUE 0.
       01  WS-RUN-LINE          PIC X(210) VALUE SPACES.
       01  WS-SPOOL-FILE        PIC X(60) VALUE SPACES.
       01  WS-SHELL-CMD         PIC X(400) VALUE SPACES.

      *> ONE STATUS CHANGE, APPLIED BY UPDATE-JOB-STATUS TO A FRESHLY
      *> RE-READ STATUS FILE.
       01  WS-UPD-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-UPD-STATE         PIC X(8) VALUE SPACES.
       01  WS-UPD-RC            PIC X(3) VALUE SPACES.
       01  WS-UPD-STARTED       PIC X(19) VALUE SPACES.
       01  WS-UPD-ENDED         PIC X(19) VALUE SPACES.
       01  WS-UPD-NOTE          PIC X(60) VALUE SPACES.

      *> THE SAME CHARACTER SCREEN JobRunner'S VALIDATE-STEP-LINE
      *> APPLIES, SINCE THE DECK NAME AND ARGUMENTS GO TO THE SHELL.
       01  WS-PARAM-LEN         PIC 9(3) VALUE 0.
       01  WS-PARAM-IDX         PIC 9(3) VALUE 0.
       01  WS-ONE-CHAR          PIC X VALUE SPACE.
       01  WS-PARAMS-OK         PIC X VALUE "Y".

       01  WS-CURRENT-DATE      PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP         PIC X(19) VALUE SPACES.
       01  WS-COUNT-WAITING     PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-RUNNING     PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-DONE        PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-FAILED      PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-HELD        PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-DISP        PIC ZZ9.
       01  WS-ACTION-OK         PIC X VALUE "Y".
       01  WS-LIST-LINE         PIC X(132) VALUE SPACES.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER THE RUN COMPLETES.
       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE "JobScheduler".
       01  WS-AUDIT-PARAMS      PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT      PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM PARSE-ARGS
           IF WS-MODE = "USAGE"
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ESTABLISH-RUN-DATE
           IF WS-RUN-DATE = 0
               MOVE "JSC001S" TO WS-MSG-ID
               MOVE WS-DATE-ARG TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SCHEDULE
           IF WS-SCHED-ERROR = "Y"
               MOVE "JSC002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM EVALUATE-RUN-CALENDAR
           END-PERFORM
           IF WS-SCHED-ERROR = "Y"
               MOVE "JSC002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-STATUS-PATH
           STRING FUNCTION TRIM(WS-STATUS-BASE) "." WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-STATUS-PATH
           PERFORM LOAD-STATUS
           PERFORM SAVE-STATUS

           EVALUATE WS-MODE
               WHEN "HOLD"
                   PERFORM HOLD-JOB
               WHEN "RELEASE"
                   PERFORM RELEASE-JOB
               WHEN "LIST"
                   CONTINUE
               WHEN OTHER
                   PERFORM RUN-SCHEDULE
           END-EVALUATE

           PERFORM LOAD-STATUS
           PERFORM SHOW-STATUS

           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           EVALUATE WS-MODE
               WHEN "HOLD"
               WHEN "RELEASE"
                   IF WS-ACTION-OK = "Y"
                       STRING FUNCTION LOWER-CASE(WS-MODE) " "
                           FUNCTION TRIM(WS-TARGET-JOB) " done"
                           DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   ELSE
                       STRING FUNCTION LOWER-CASE(WS-MODE) " "
                           FUNCTION TRIM(WS-TARGET-JOB) " refused"
                           DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   END-IF
               WHEN OTHER
                   MOVE WS-RUN-COUNT TO WS-COUNT-DISP
                   STRING "date=" WS-RUN-DATE
                       " dispatched=" FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   MOVE WS-COUNT-DONE TO WS-COUNT-DISP
                   STRING FUNCTION TRIM(WS-AUDIT-RESULT)
                       " done=" FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-LIST-LINE
                   MOVE WS-COUNT-FAILED TO WS-COUNT-DISP
                   MOVE SPACES TO WS-AUDIT-RESULT
                   STRING FUNCTION TRIM(WS-LIST-LINE)
                       " failed=" FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   MOVE WS-COUNT-WAITING TO WS-COUNT-DISP
                   MOVE SPACES TO WS-LIST-LINE
                   STRING FUNCTION TRIM(WS-AUDIT-RESULT)
                       " waiting=" FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-LIST-LINE
                   MOVE WS-COUNT-HELD TO WS-COUNT-DISP
                   MOVE SPACES TO WS-AUDIT-RESULT
                   STRING FUNCTION TRIM(WS-LIST-LINE)
                       " held=" FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-EVALUATE
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-ACTION-OK = "N" OR WS-COUNT-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10) WS-ARG-ENTRY(11) WS-ARG-ENTRY(12)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING
           IF WS-CMD-LINE = SPACES
               MOVE 0 TO WS-ARG-COUNT
           END-IF

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-s"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SCHED-PATH
                   WHEN "-status"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-STATUS-BASE
                   WHEN "-date"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-DATE-ARG
                   WHEN "-wait"
                       MOVE "Y" TO WS-WAIT-MODE
                   WHEN "-interval"
                       ADD 1 TO WS-ARG-IDX
                       COMPUTE WS-WAIT-SECS =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                   WHEN "-list"
                       MOVE "LIST" TO WS-MODE
                   WHEN "-hold"
                       MOVE "HOLD" TO WS-MODE
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-TARGET-JOB
                   WHEN "-release"
                       MOVE "RELEASE" TO WS-MODE
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-TARGET-JOB
                   WHEN OTHER
                       MOVE "USAGE" TO WS-MODE
               END-EVALUATE
           END-PERFORM

           IF (WS-MODE = "HOLD" OR WS-MODE = "RELEASE")
               AND WS-TARGET-JOB = SPACES
               MOVE "USAGE" TO WS-MODE
           END-IF
           IF WS-WAIT-SECS = 0
               MOVE 60 TO WS-WAIT-SECS
           END-IF.

       SHOW-USAGE.
           MOVE "JSC003S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE
           DISPLAY "                     [-wait [-interval <secs>]]"
           DISPLAY "       job_scheduler [-s <schedule>] -list"
           DISPLAY "       job_scheduler [-s <schedule>] -hold <job>"
           DISPLAY "       job_scheduler [-s <schedule>] "
               "-release <job>".

      *> ESTABLISH-RUN-DATE TAKES TODAY, OR THE -date GIVEN
      *> (YYYY-MM-DD OR YYYYMMDD), AND WORKS OUT THE CALENDAR FACTS
      *> THE RUN ITEMS ARE TESTED AGAINST. AN INVALID DATE LEAVES
      *> WS-RUN-DATE ZERO.
       ESTABLISH-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-DATE-ARG = SPACES
               MOVE WS-TODAY TO WS-RUN-DATE
           ELSE
               MOVE 0 TO WS-RUN-DATE
               IF WS-DATE-ARG(5:1) = "-"
                   MOVE SPACES TO WS-LIST-LINE
                   STRING WS-DATE-ARG(1:4) WS-DATE-ARG(6:2)
                       WS-DATE-ARG(9:2)
                       DELIMITED BY SIZE INTO WS-LIST-LINE
               ELSE
                   MOVE WS-DATE-ARG TO WS-LIST-LINE
               END-IF
               IF WS-LIST-LINE(1:8) IS NUMERIC
                   AND WS-LIST-LINE(9:1) = SPACE
                   MOVE WS-LIST-LINE(1:8) TO WS-WORK-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
                       MOVE WS-WORK-DATE TO WS-RUN-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-RUN-DATE NOT = 0
               COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(
                   WS-RUN-DATE)
               COMPUTE WS-RUN-DOW = FUNCTION MOD(WS-RUN-INT - 1, 7)
                   + 1
               MOVE WS-RUN-DATE TO WS-WORK-DATE
               MOVE 1 TO WS-WORK-DD
               COMPUTE WS-MONTH-FIRST-INT = FUNCTION INTEGER-OF-DATE(
                   WS-WORK-DATE)
               IF WS-WORK-MM = 12
                   ADD 1 TO WS-WORK-YYYY
                   MOVE 1 TO WS-WORK-MM
               ELSE
                   ADD 1 TO WS-WORK-MM
               END-IF
               COMPUTE WS-MONTH-LAST-INT = FUNCTION INTEGER-OF-DATE(
                   WS-WORK-DATE) - 1
           END-IF.

      *> WORK-OUT-BUSINESS-DAYS FINDS THE MONTH'S FIRST AND LAST
      *> BUSINESS DAYS ONCE THE HOLIDAYS ARE KNOWN.
       WORK-OUT-BUSINESS-DAYS.
           MOVE WS-MONTH-FIRST-INT TO WS-CHK-INT
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-CHK-BUS = "Y"
                   OR WS-CHK-INT >= WS-MONTH-LAST-INT
               ADD 1 TO WS-CHK-INT
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CHK-INT TO WS-FIRST-BD-INT

           MOVE WS-MONTH-LAST-INT TO WS-CHK-INT
           PERFORM CHECK-BUSINESS-DAY
           PERFORM UNTIL WS-CHK-BUS = "Y"
                   OR WS-CHK-INT <= WS-MONTH-FIRST-INT
               SUBTRACT 1 FROM WS-CHK-INT
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM
           MOVE WS-CHK-INT TO WS-LAST-BD-INT.

      *> CHECK-BUSINESS-DAY: IS DAY NUMBER WS-CHK-INT A MONDAY-FRIDAY
      *> THAT IS NOT ON THE HOLIDAY LIST?
       CHECK-BUSINESS-DAY.
           MOVE "N" TO WS-CHK-BUS
           IF FUNCTION MOD(WS-CHK-INT - 1, 7) < 5
               MOVE "Y" TO WS-CHK-BUS
               COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-CHK-INT)
               PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
                       UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY(WS-HOL-IDX) = WS-WORK-DATE
                       MOVE "N" TO WS-CHK-BUS
                   END-IF
               END-PERFORM
           END-IF.

      *> LOAD-SCHEDULE READS THE SCHEDULE FILE INTO THE JOB TABLE AND
      *> THE HOLIDAY LIST, THEN CHECKS EVERY PREDECESSOR NAMES A JOB
      *> THE SCHEDULE DEFINES. ANY ERROR IS REPORTED BY LINE NUMBER
      *> AND REFUSES THE WHOLE SCHEDULE RATHER THAN DISPATCHING PART.
       LOAD-SCHEDULE.
           MOVE 0 TO WS-JOB-COUNT
           MOVE 0 TO WS-HOLIDAY-COUNT
           MOVE 0 TO WS-SCHED-LINE-NO
           OPEN INPUT SCHED-FILE
           IF WS-SCHED-STATUS NOT = "00"
               MOVE "JSC004E" TO WS-MSG-ID
               MOVE WS-SCHED-PATH TO WS-MSG-SLOT(1)
               MOVE WS-SCHED-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-SCHED-ERROR
           ELSE
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ SCHED-FILE
                       AT END
                           MOVE "Y" TO WS-SCHED-EOF
                       NOT AT END
                           ADD 1 TO WS-SCHED-LINE-NO
                           IF SCHED-RECORD NOT = SPACES
                               AND SCHED-RECORD(1:1) NOT = "*"
                               PERFORM PARSE-SCHEDULE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHED-FILE
           END-IF

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                       UNTIL WS-PRED-IDX >
                           WS-JOB-PRED-COUNT(WS-JOB-IDX)
                   MOVE WS-PRED-NAME(WS-JOB-IDX, WS-PRED-IDX)
                       TO WS-FIND-NAME
                   PERFORM FIND-JOB
                   IF WS-FIND-IDX = 0
                       MOVE "JSC005E" TO WS-MSG-ID
                       MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-MSG-SLOT(1)
                       MOVE WS-FIND-NAME TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       MOVE "Y" TO WS-SCHED-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-RUN-DATE NOT = 0
               PERFORM WORK-OUT-BUSINESS-DAYS
           END-IF.

      *> PARSE-SCHEDULE-LINE FILES ONE JOB (OR ONE HOLIDAY) LINE.
       PARSE-SCHEDULE-LINE.
           MOVE SPACES TO WS-LINE-TOKENS
           MOVE 0 TO WS-LINE-TOK-COUNT
           UNSTRING SCHED-RECORD DELIMITED BY ALL SPACE
               INTO WS-LINE-TOKEN(1) WS-LINE-TOKEN(2)
                    WS-LINE-TOKEN(3) WS-LINE-TOKEN(4)
                    WS-LINE-TOKEN(5) WS-LINE-TOKEN(6)
                    WS-LINE-TOKEN(7) WS-LINE-TOKEN(8)
               TALLYING IN WS-LINE-TOK-COUNT
           END-UNSTRING
           MOVE WS-SCHED-LINE-NO TO WS-SCHED-LINE-DISP

           IF WS-LINE-TOKEN(1)(1:8) = "HOLIDAY="
               MOVE WS-LINE-TOKEN(1)(9:10) TO WS-DATE-ARG
               PERFORM PARSE-HOLIDAY
               EXIT PARAGRAPH
           END-IF

           IF WS-JOB-COUNT >= WS-JOB-MAX
               MOVE "JSC006E" TO WS-MSG-ID
               MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
               MOVE WS-JOB-MAX TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-SCHED-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JOB-COUNT TO WS-JOB-IDX
           MOVE SPACES TO WS-JOB-ENTRY(WS-JOB-IDX)
           MOVE "DAILY" TO WS-JOB-RUN(WS-JOB-IDX)
           MOVE 0 TO WS-JOB-START(WS-JOB-IDX)
           MOVE 0 TO WS-JOB-PRED-COUNT(WS-JOB-IDX)

           PERFORM VARYING WS-LINE-TOK-IDX FROM 1 BY 1
                   UNTIL WS-LINE-TOK-IDX > WS-LINE-TOK-COUNT
               MOVE SPACES TO WS-TOK-KEY
               MOVE SPACES TO WS-TOK-VALUE
               UNSTRING WS-LINE-TOKEN(WS-LINE-TOK-IDX)
                   DELIMITED BY "="
                   INTO WS-TOK-KEY WS-TOK-VALUE
               END-UNSTRING
               EVALUATE FUNCTION UPPER-CASE(WS-TOK-KEY)
                   WHEN "NAME"
                       MOVE FUNCTION UPPER-CASE(WS-TOK-VALUE)
                           TO WS-JOB-NAME(WS-JOB-IDX)
                   WHEN "DECK"
                       MOVE WS-TOK-VALUE TO WS-JOB-DECK(WS-JOB-IDX)
                   WHEN "RUN"
                       MOVE FUNCTION UPPER-CASE(WS-TOK-VALUE)
                           TO WS-JOB-RUN(WS-JOB-IDX)
                   WHEN "START"
                       PERFORM PARSE-START-TIME
                   WHEN "AFTER"
                       PERFORM PARSE-PREDECESSORS
                   WHEN "ARGS"
                       MOVE WS-TOK-VALUE TO WS-JOB-ARGS(WS-JOB-IDX)
                       INSPECT WS-JOB-ARGS(WS-JOB-IDX)
                           REPLACING ALL "," BY " "
                   WHEN OTHER
                       MOVE "JSC007E" TO WS-MSG-ID
                       MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
                       MOVE WS-TOK-KEY TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       MOVE "Y" TO WS-SCHED-ERROR
               END-EVALUATE
           END-PERFORM

           IF WS-JOB-NAME(WS-JOB-IDX) = SPACES
               OR WS-JOB-DECK(WS-JOB-IDX) = SPACES
               MOVE "JSC008E" TO WS-MSG-ID
               MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-SCHED-ERROR
           ELSE
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-FIND-NAME
               PERFORM FIND-JOB
               IF WS-FIND-IDX < WS-JOB-IDX
                   MOVE "JSC009E" TO WS-MSG-ID
                   MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
                   MOVE WS-FIND-NAME TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE "Y" TO WS-SCHED-ERROR
               END-IF
           END-IF.

      *> PARSE-HOLIDAY FILES ONE HOLIDAY=<YYYY-MM-DD> DATE.
       PARSE-HOLIDAY.
           MOVE SPACES TO WS-LIST-LINE
           STRING WS-DATE-ARG(1:4) WS-DATE-ARG(6:2) WS-DATE-ARG(9:2)
               DELIMITED BY SIZE INTO WS-LIST-LINE
           IF WS-LIST-LINE(1:8) IS NUMERIC
               AND WS-DATE-ARG(5:1) = "-"
               AND WS-DATE-ARG(8:1) = "-"
               AND WS-HOLIDAY-COUNT < 100
               MOVE WS-LIST-LINE(1:8) TO WS-WORK-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE) = 0
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE WS-WORK-DATE TO WS-HOLIDAY(WS-HOLIDAY-COUNT)
                   MOVE SPACES TO WS-DATE-ARG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "JSC010E" TO WS-MSG-ID
           MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
           MOVE WS-DATE-ARG TO WS-MSG-SLOT(2)
           PERFORM ISSUE-MESSAGE
           MOVE "Y" TO WS-SCHED-ERROR
           MOVE SPACES TO WS-DATE-ARG.

      *> PARSE-START-TIME TAKES START=HH:MM AS AN HHMM NUMBER.
       PARSE-START-TIME.
           MOVE WS-TOK-VALUE(1:5) TO WS-HHMM-TEXT
           IF WS-HHMM-TEXT(1:2) IS NUMERIC
               AND WS-HHMM-TEXT(3:1) = ":"
               AND WS-HHMM-TEXT(4:2) IS NUMERIC
               AND WS-HHMM-TEXT(1:2) < "24"
               AND WS-HHMM-TEXT(4:2) < "60"
               AND WS-TOK-VALUE(6:1) = SPACE
               COMPUTE WS-JOB-START(WS-JOB-IDX) =
                   FUNCTION NUMVAL(WS-HHMM-TEXT(1:2)) * 100
                   + FUNCTION NUMVAL(WS-HHMM-TEXT(4:2))
           ELSE
               MOVE "JSC011E" TO WS-MSG-ID
               MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-SCHED-ERROR
           END-IF.

      *> PARSE-PREDECESSORS TAKES AFTER=<job>:<rc>[,<job>:<rc>...];
      *> A PREDECESSOR WITHOUT :<rc> MUST END WITH RETURN CODE 0.
       PARSE-PREDECESSORS.
           MOVE SPACES TO WS-PRED-ITEMS
           MOVE 0 TO WS-PRED-ITEM-COUNT
           UNSTRING WS-TOK-VALUE DELIMITED BY ","
               INTO WS-PRED-ITEM(1) WS-PRED-ITEM(2) WS-PRED-ITEM(3)
                    WS-PRED-ITEM(4) WS-PRED-ITEM(5)
               TALLYING IN WS-PRED-ITEM-COUNT
           END-UNSTRING
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-PRED-ITEM-COUNT
               IF WS-JOB-PRED-COUNT(WS-JOB-IDX) < 5
                   ADD 1 TO WS-JOB-PRED-COUNT(WS-JOB-IDX)
                   MOVE SPACES TO WS-FIND-NAME
                   MOVE SPACES TO WS-PRED-RC-TEXT
                   UNSTRING WS-PRED-ITEM(WS-PRED-IDX) DELIMITED BY ":"
                       INTO WS-FIND-NAME WS-PRED-RC-TEXT
                   END-UNSTRING
                   MOVE FUNCTION UPPER-CASE(WS-FIND-NAME)
                       TO WS-PRED-NAME(WS-JOB-IDX,
                           WS-JOB-PRED-COUNT(WS-JOB-IDX))
                   IF WS-PRED-RC-TEXT = SPACES
                       MOVE 0 TO WS-PRED-MAX-RC(WS-JOB-IDX,
                           WS-JOB-PRED-COUNT(WS-JOB-IDX))
                   ELSE
                       COMPUTE WS-PRED-MAX-RC(WS-JOB-IDX,
                           WS-JOB-PRED-COUNT(WS-JOB-IDX)) =
                           FUNCTION NUMVAL(WS-PRED-RC-TEXT)
                   END-IF
               ELSE
                   MOVE "JSC012E" TO WS-MSG-ID
                   MOVE WS-SCHED-LINE-DISP TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE "Y" TO WS-SCHED-ERROR
               END-IF
           END-PERFORM.

      *> FIND-JOB LOOKS WS-FIND-NAME UP IN THE JOB TABLE; WS-FIND-IDX
      *> IS 0 WHEN IT IS NOT THERE.
       FIND-JOB.
           MOVE 0 TO WS-FIND-IDX
           PERFORM VARYING WS-FIND-I FROM 1 BY 1
                   UNTIL WS-FIND-I > WS-JOB-COUNT
                   OR WS-FIND-IDX > 0
               IF WS-JOB-NAME(WS-FIND-I) = WS-FIND-NAME
                   MOVE WS-FIND-I TO WS-FIND-IDX
               END-IF
           END-PERFORM.

      *> EVALUATE-RUN-CALENDAR DECIDES WHETHER THE JOB AT WS-JOB-IDX IS
      *> DUE ON THE RUN DATE: ANY ONE MATCHING RUN ITEM MAKES IT DUE.
       EVALUATE-RUN-CALENDAR.
           MOVE "N" TO WS-JOB-DUE(WS-JOB-IDX)
           MOVE SPACES TO WS-RUN-ITEMS
           MOVE 0 TO WS-RUN-ITEM-COUNT
           UNSTRING WS-JOB-RUN(WS-JOB-IDX) DELIMITED BY ","
               INTO WS-RUN-ITEM(1) WS-RUN-ITEM(2) WS-RUN-ITEM(3)
                    WS-RUN-ITEM(4) WS-RUN-ITEM(5) WS-RUN-ITEM(6)
                    WS-RUN-ITEM(7) WS-RUN-ITEM(8) WS-RUN-ITEM(9)
                    WS-RUN-ITEM(10)
               TALLYING IN WS-RUN-ITEM-COUNT
           END-UNSTRING
           PERFORM VARYING WS-RUN-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-RUN-ITEM-IDX > WS-RUN-ITEM-COUNT
               MOVE FUNCTION TRIM(WS-RUN-ITEM(WS-RUN-ITEM-IDX))
                   TO WS-ITEM
               PERFORM MATCH-RUN-ITEM
               IF WS-ITEM-VALID = "N"
                   MOVE "JSC013E" TO WS-MSG-ID
                   MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-MSG-SLOT(1)
                   MOVE WS-ITEM TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE "Y" TO WS-SCHED-ERROR
               END-IF
               IF WS-ITEM-HIT = "Y"
                   MOVE "Y" TO WS-JOB-DUE(WS-JOB-IDX)
               END-IF
           END-PERFORM.

      *> MATCH-RUN-ITEM TESTS ONE CALENDAR ITEM AGAINST THE RUN DATE.
       MATCH-RUN-ITEM.
           MOVE "N" TO WS-ITEM-HIT
           MOVE "Y" TO WS-ITEM-VALID
           MOVE 0 TO WS-ITEM-LEN
           IF WS-ITEM NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ITEM))
                   TO WS-ITEM-LEN
           END-IF
           EVALUATE TRUE
               WHEN WS-ITEM = "DAILY"
                   MOVE "Y" TO WS-ITEM-HIT
               WHEN WS-ITEM = "WEEKDAYS"
                   IF WS-RUN-DOW <= 5
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM = "WEEKENDS"
                   IF WS-RUN-DOW > 5
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM = "BUSDAYS"
                   MOVE WS-RUN-INT TO WS-CHK-INT
                   PERFORM CHECK-BUSINESS-DAY
                   MOVE WS-CHK-BUS TO WS-ITEM-HIT
               WHEN WS-ITEM = "FIRSTBD"
                   IF WS-RUN-INT = WS-FIRST-BD-INT
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM = "LASTBD"
                   IF WS-RUN-INT = WS-LAST-BD-INT
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM = "LASTDAY"
                   IF WS-RUN-INT = WS-MONTH-LAST-INT
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM-LEN > 0 AND WS-ITEM-LEN <= 2
                   AND WS-ITEM(1:WS-ITEM-LEN) IS NUMERIC
                   COMPUTE WS-DOM = FUNCTION NUMVAL(WS-ITEM)
                   IF WS-DOM < 1 OR WS-DOM > 31
                       MOVE "N" TO WS-ITEM-VALID
                   END-IF
                   IF WS-DOM = WS-RUN-DD
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN WS-ITEM-LEN = 7 AND WS-ITEM(4:1) = "-"
                   MOVE WS-ITEM(1:3) TO WS-DAY-TEXT
                   PERFORM LOOKUP-DAY-NAME
                   MOVE WS-DAY-NO TO WS-DAY-FROM
                   MOVE WS-ITEM(5:3) TO WS-DAY-TEXT
                   PERFORM LOOKUP-DAY-NAME
                   MOVE WS-DAY-NO TO WS-DAY-TO
                   IF WS-DAY-FROM = 0 OR WS-DAY-TO = 0
                       MOVE "N" TO WS-ITEM-VALID
                   ELSE
      *> A RANGE MAY WRAP THE WEEKEND (FRI-MON).
                       IF WS-DAY-FROM <= WS-DAY-TO
                           IF WS-RUN-DOW >= WS-DAY-FROM
                               AND WS-RUN-DOW <= WS-DAY-TO
                               MOVE "Y" TO WS-ITEM-HIT
                           END-IF
                       ELSE
                           IF WS-RUN-DOW >= WS-DAY-FROM
                               OR WS-RUN-DOW <= WS-DAY-TO
                               MOVE "Y" TO WS-ITEM-HIT
                           END-IF
                       END-IF
                   END-IF
               WHEN WS-ITEM-LEN = 3
                   MOVE WS-ITEM(1:3) TO WS-DAY-TEXT
                   PERFORM LOOKUP-DAY-NAME
                   IF WS-DAY-NO = 0
                       MOVE "N" TO WS-ITEM-VALID
                   END-IF
                   IF WS-DAY-NO = WS-RUN-DOW
                       MOVE "Y" TO WS-ITEM-HIT
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ITEM-VALID
           END-EVALUATE.

      *> LOOKUP-DAY-NAME TURNS MON .. SUN INTO 1 .. 7 (0 IF UNKNOWN).
       LOOKUP-DAY-NAME.
           MOVE 0 TO WS-DAY-NO
           PERFORM VARYING WS-DAY-I FROM 1 BY 1 UNTIL WS-DAY-I > 7
               IF WS-DAY-NAMES((WS-DAY-I - 1) * 3 + 1:3) = WS-DAY-TEXT
                   MOVE WS-DAY-I TO WS-DAY-NO
               END-IF
           END-PERFORM.

      *> LOAD-STATUS RE-READS THE DAY'S STATUS FILE INTO THE JOB
      *> TABLE. A JOB DUE TODAY THAT THE FILE DOES NOT YET CARRY
      *> STARTS AS WAITING; A MISSING FILE MEANS A FRESH DAY.
       LOAD-STATUS.
           PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                   UNTIL WS-LOAD-IDX > WS-JOB-COUNT
               MOVE SPACES TO WS-JOB-STATE(WS-LOAD-IDX)
               MOVE SPACES TO WS-JOB-RC(WS-LOAD-IDX)
               MOVE SPACES TO WS-JOB-STARTED(WS-LOAD-IDX)
               MOVE SPACES TO WS-JOB-ENDED(WS-LOAD-IDX)
               MOVE SPACES TO WS-JOB-NOTE(WS-LOAD-IDX)
           END-PERFORM

           MOVE "N" TO WS-STATUS-EOF
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-FS = "00"
               PERFORM UNTIL WS-STATUS-EOF = "Y"
                   READ STATUS-FILE
                       AT END
                           MOVE "Y" TO WS-STATUS-EOF
                       NOT AT END
                           MOVE STS-NAME TO WS-FIND-NAME
                           PERFORM FIND-JOB
                           IF WS-FIND-IDX > 0
                               MOVE STS-STATE
                                   TO WS-JOB-STATE(WS-FIND-IDX)
                               MOVE STS-RC TO WS-JOB-RC(WS-FIND-IDX)
                               MOVE STS-STARTED
                                   TO WS-JOB-STARTED(WS-FIND-IDX)
                               MOVE STS-ENDED
                                   TO WS-JOB-ENDED(WS-FIND-IDX)
                               MOVE STS-NOTE TO WS-JOB-NOTE(WS-FIND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF

           PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                   UNTIL WS-LOAD-IDX > WS-JOB-COUNT
               IF WS-JOB-DUE(WS-LOAD-IDX) = "Y"
                   AND WS-JOB-STATE(WS-LOAD-IDX) = SPACES
                   MOVE "WAITING" TO WS-JOB-STATE(WS-LOAD-IDX)
               END-IF
           END-PERFORM.

      *> SAVE-STATUS REWRITES THE DAY'S STATUS FILE FROM THE TABLE.
       SAVE-STATUS.
           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-FS NOT = "00"
               MOVE "JSC014E" TO WS-MSG-ID
               MOVE WS-STATUS-PATH TO WS-MSG-SLOT(1)
               MOVE WS-STATUS-FS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM VARYING WS-LOAD-IDX FROM 1 BY 1
                       UNTIL WS-LOAD-IDX > WS-JOB-COUNT
                   IF WS-JOB-STATE(WS-LOAD-IDX) NOT = SPACES
                       MOVE SPACES TO STATUS-RECORD
                       MOVE WS-JOB-NAME(WS-LOAD-IDX) TO STS-NAME
                       MOVE WS-JOB-STATE(WS-LOAD-IDX) TO STS-STATE
                       MOVE WS-JOB-RC(WS-LOAD-IDX) TO STS-RC
                       MOVE WS-JOB-STARTED(WS-LOAD-IDX) TO STS-STARTED
                       MOVE WS-JOB-ENDED(WS-LOAD-IDX) TO STS-ENDED
                       MOVE WS-JOB-NOTE(WS-LOAD-IDX) TO STS-NOTE
                       WRITE STATUS-RECORD
                   END-IF
               END-PERFORM
               CLOSE STATUS-FILE
           END-IF.

      *> UPDATE-JOB-STATUS APPLIES ONE JOB'S CHANGE (THE WS-UPD-
      *> FIELDS) TO A FRESH COPY OF THE STATUS FILE, SO A CHANGE MADE
      *> MEANWHILE TO ANOTHER JOB IS NOT WRITTEN OVER.
       UPDATE-JOB-STATUS.
           PERFORM LOAD-STATUS
           MOVE WS-UPD-STATE TO WS-JOB-STATE(WS-UPD-IDX)
           MOVE WS-UPD-RC TO WS-JOB-RC(WS-UPD-IDX)
           MOVE WS-UPD-STARTED TO WS-JOB-STARTED(WS-UPD-IDX)
           MOVE WS-UPD-ENDED TO WS-JOB-ENDED(WS-UPD-IDX)
           MOVE WS-UPD-NOTE TO WS-JOB-NOTE(WS-UPD-IDX)
           PERFORM SAVE-STATUS.

      *> HOLD-JOB PUTS A WAITING JOB ON HOLD.
       HOLD-JOB.
           MOVE WS-TARGET-JOB TO WS-FIND-NAME
           PERFORM FIND-OPERATOR-TARGET
           IF WS-ACTION-OK = "Y"
               EVALUATE WS-JOB-STATE(WS-FIND-IDX)
                   WHEN "WAITING"
                       PERFORM FORMAT-TIMESTAMP
                       MOVE WS-FIND-IDX TO WS-UPD-IDX
                       MOVE "HELD" TO WS-UPD-STATE
                       MOVE SPACES TO WS-UPD-RC
                       MOVE SPACES TO WS-UPD-STARTED
                       MOVE SPACES TO WS-UPD-ENDED
                       MOVE SPACES TO WS-UPD-NOTE
                       STRING "held by operator " WS-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-UPD-NOTE
                       PERFORM UPDATE-JOB-STATUS
                       DISPLAY "Job " FUNCTION TRIM(WS-TARGET-JOB)
                           " is now HELD"
                   WHEN "HELD"
                       DISPLAY "Job " FUNCTION TRIM(WS-TARGET-JOB)
                           " is already HELD"
                   WHEN OTHER
                       MOVE "JSC015E" TO WS-MSG-ID
                       MOVE WS-TARGET-JOB TO WS-MSG-SLOT(1)
                       MOVE WS-JOB-STATE(WS-FIND-IDX) TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-ACTION-OK
               END-EVALUATE
           END-IF.

      *> RELEASE-JOB RETURNS A HELD JOB TO WAITING, OR REQUEUES A
      *> FAILED ONE FOR ANOTHER RUN.
       RELEASE-JOB.
           MOVE WS-TARGET-JOB TO WS-FIND-NAME
           PERFORM FIND-OPERATOR-TARGET
           IF WS-ACTION-OK = "Y"
               PERFORM FORMAT-TIMESTAMP
               MOVE WS-FIND-IDX TO WS-UPD-IDX
               MOVE "WAITING" TO WS-UPD-STATE
               MOVE SPACES TO WS-UPD-RC
               MOVE SPACES TO WS-UPD-STARTED
               MOVE SPACES TO WS-UPD-ENDED
               MOVE SPACES TO WS-UPD-NOTE
               EVALUATE WS-JOB-STATE(WS-FIND-IDX)
                   WHEN "HELD"
                       STRING "released by operator " WS-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-UPD-NOTE
                       PERFORM UPDATE-JOB-STATUS
                       DISPLAY "Job " FUNCTION TRIM(WS-TARGET-JOB)
                           " released to WAITING"
                   WHEN "FAILED"
                       STRING "requeued after rc="
                           WS-JOB-RC(WS-FIND-IDX) " at " WS-TIMESTAMP
                           DELIMITED BY SIZE INTO WS-UPD-NOTE
                       PERFORM UPDATE-JOB-STATUS
                       DISPLAY "Job " FUNCTION TRIM(WS-TARGET-JOB)
                           " requeued to WAITING"
                   WHEN OTHER
                       MOVE "JSC016E" TO WS-MSG-ID
                       MOVE WS-TARGET-JOB TO WS-MSG-SLOT(1)
                       MOVE WS-JOB-STATE(WS-FIND-IDX) TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-ACTION-OK
               END-EVALUATE
           END-IF.

      *> FIND-OPERATOR-TARGET CHECKS THE -hold/-release JOB IS IN THE
      *> SCHEDULE AND DUE ON THE RUN DATE.
       FIND-OPERATOR-TARGET.
           MOVE "Y" TO WS-ACTION-OK
           PERFORM FIND-JOB
           IF WS-FIND-IDX = 0
               MOVE "JSC017E" TO WS-MSG-ID
               MOVE WS-FIND-NAME TO WS-MSG-SLOT(1)
               MOVE WS-SCHED-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-ACTION-OK
           ELSE
               IF WS-JOB-DUE(WS-FIND-IDX) NOT = "Y"
                   MOVE "JSC018E" TO WS-MSG-ID
                   MOVE WS-FIND-NAME TO WS-MSG-SLOT(1)
                   MOVE WS-RUN-DATE TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE "N" TO WS-ACTION-OK
               END-IF
           END-IF.

      *> RUN-SCHEDULE DISPATCHES EVERYTHING DUE AND READY; WITH -wait
      *> IT SLEEPS AND LOOKS AGAIN WHILE ANY JOB IS STILL WAITING ON
      *> ITS START TIME (OR ON A PREDECESSOR THAT IS).
       RUN-SCHEDULE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p spool" DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE

           MOVE "Y" TO WS-KEEP-GOING
           PERFORM UNTIL WS-KEEP-GOING = "N"
               PERFORM RUN-ONE-PASS
               IF WS-WAIT-MODE = "Y" AND WS-TIME-PENDING > 0
                   AND WS-RUN-DATE <= WS-TODAY
                   MOVE WS-TIME-PENDING TO WS-COUNT-DISP
                   DISPLAY "Waiting " WS-WAIT-SECS "s - "
                       FUNCTION TRIM(WS-COUNT-DISP)
                       " job(s) not yet at their start time"
                   CALL "C$SLEEP" USING WS-WAIT-SECS
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-KEEP-GOING
               END-IF
           END-PERFORM.

      *> RUN-ONE-PASS SWEEPS THE SCHEDULE REPEATEDLY, SINCE ONE JOB
      *> ENDING CAN MAKE ITS SUCCESSORS READY, UNTIL A SWEEP
      *> DISPATCHES NOTHING. IT THEN FILES WHAT EACH WAITING JOB IS
      *> WAITING FOR AS ITS STATUS NOTE.
       RUN-ONE-PASS.
           MOVE "Y" TO WS-DISPATCHED
           PERFORM UNTIL WS-DISPATCHED = "N"
               MOVE "N" TO WS-DISPATCHED
               MOVE 0 TO WS-TIME-PENDING
               PERFORM LOAD-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(9:4) TO WS-NOW-HHMM
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-DUE(WS-JOB-IDX) = "Y"
                       AND WS-JOB-STATE(WS-JOB-IDX) = "WAITING"
                       PERFORM CHECK-JOB-READY
                       IF WS-JOB-READY = "Y"
                           PERFORM DISPATCH-JOB
                           MOVE "Y" TO WS-DISPATCHED
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM LOAD-STATUS
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-STATE(WS-JOB-IDX) = "WAITING"
                   AND WS-JOB-WAIT-NOTE(WS-JOB-IDX) NOT = SPACES
                   MOVE WS-JOB-WAIT-NOTE(WS-JOB-IDX)
                       TO WS-JOB-NOTE(WS-JOB-IDX)
               END-IF
           END-PERFORM
           PERFORM SAVE-STATUS.

      *> CHECK-JOB-READY DECIDES WHETHER THE WAITING JOB AT
      *> WS-JOB-IDX CAN GO NOW - START TIME REACHED AND EVERY
      *> PREDECESSOR DUE TODAY DONE WITH AN ACCEPTABLE RETURN CODE -
      *> AND OTHERWISE NOTES WHY NOT. A RUN DATE IN THE PAST COUNTS
      *> AS PAST EVERY START TIME; ONE IN THE FUTURE AS BEFORE THEM.
       CHECK-JOB-READY.
           MOVE "Y" TO WS-JOB-READY
           MOVE SPACES TO WS-JOB-WAIT-NOTE(WS-JOB-IDX)

           IF WS-RUN-DATE > WS-TODAY
               OR (WS-RUN-DATE = WS-TODAY
                   AND WS-NOW-HHMM < WS-JOB-START(WS-JOB-IDX))
               MOVE "N" TO WS-JOB-READY
               ADD 1 TO WS-TIME-PENDING
               MOVE WS-JOB-START(WS-JOB-IDX) TO WS-START-DISP
               INSPECT WS-START-DISP REPLACING ALL " " BY ":"
               STRING "not before " WS-START-DISP
                   DELIMITED BY SIZE INTO WS-JOB-WAIT-NOTE(WS-JOB-IDX)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                   UNTIL WS-PRED-IDX > WS-JOB-PRED-COUNT(WS-JOB-IDX)
                   OR WS-JOB-READY = "N"
               MOVE WS-PRED-NAME(WS-JOB-IDX, WS-PRED-IDX)
                   TO WS-FIND-NAME
               PERFORM FIND-JOB
               MOVE WS-FIND-IDX TO WS-PRED-JOB
               IF WS-JOB-DUE(WS-PRED-JOB) = "Y"
                   PERFORM CHECK-ONE-PREDECESSOR
               END-IF
           END-PERFORM.

      *> CHECK-ONE-PREDECESSOR TESTS ONE PREDECESSOR THAT IS DUE
      *> TODAY. ONE STILL PENDING BEHIND ITS OWN START TIME KEEPS A
      *> -wait RUN GOING FOR ITS SUCCESSORS TOO.
       CHECK-ONE-PREDECESSOR.
           MOVE WS-PRED-MAX-RC(WS-JOB-IDX, WS-PRED-IDX)
               TO WS-MAX-RC-DISP
           EVALUATE WS-JOB-STATE(WS-PRED-JOB)
               WHEN "DONE"
                   COMPUTE WS-PRED-RC-NUM =
                       FUNCTION NUMVAL(WS-JOB-RC(WS-PRED-JOB))
                   IF WS-PRED-RC-NUM >
                           WS-PRED-MAX-RC(WS-JOB-IDX, WS-PRED-IDX)
                       MOVE "N" TO WS-JOB-READY
                       STRING FUNCTION TRIM(WS-FIND-NAME)
                           " ended rc=" WS-JOB-RC(WS-PRED-JOB)
                           ", needs rc<=" WS-MAX-RC-DISP
                           DELIMITED BY SIZE
                           INTO WS-JOB-WAIT-NOTE(WS-JOB-IDX)
                   END-IF
               WHEN "FAILED"
                   MOVE "N" TO WS-JOB-READY
                   STRING FUNCTION TRIM(WS-FIND-NAME)
                       " FAILED rc=" WS-JOB-RC(WS-PRED-JOB)
                       DELIMITED BY SIZE
                       INTO WS-JOB-WAIT-NOTE(WS-JOB-IDX)
               WHEN "HELD"
                   MOVE "N" TO WS-JOB-READY
                   STRING "predecessor " FUNCTION TRIM(WS-FIND-NAME)
                       " is HELD"
                       DELIMITED BY SIZE
                       INTO WS-JOB-WAIT-NOTE(WS-JOB-IDX)
               WHEN OTHER
                   MOVE "N" TO WS-JOB-READY
                   STRING "waiting for " FUNCTION TRIM(WS-FIND-NAME)
                       DELIMITED BY SIZE
                       INTO WS-JOB-WAIT-NOTE(WS-JOB-IDX)
                   IF WS-JOB-STATE(WS-PRED-JOB) = "WAITING"
                       AND (WS-RUN-DATE > WS-TODAY
                       OR (WS-RUN-DATE = WS-TODAY
                       AND WS-NOW-HHMM < WS-JOB-START(WS-PRED-JOB)))
                       ADD 1 TO WS-TIME-PENDING
                   END-IF
           END-EVALUATE.

      *> DISPATCH-JOB MARKS THE JOB RUNNING, RUNS ITS DECK THROUGH
      *> JobRunner WITH THE CONSOLE OUTPUT SPOOLED TO
      *> spool/sched-<date>-<job>.out, AND FILES THE OUTCOME: DONE
      *> FOR A RETURN CODE UP TO 4, FAILED ABOVE THAT.
       DISPATCH-JOB.
           MOVE SPACES TO WS-RUN-LINE
           STRING FUNCTION TRIM(WS-JOB-DECK(WS-JOB-IDX)) " "
               FUNCTION TRIM(WS-JOB-ARGS(WS-JOB-IDX))
               DELIMITED BY SIZE INTO WS-RUN-LINE
           PERFORM VALIDATE-RUN-LINE
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-JOB-IDX TO WS-UPD-IDX
           MOVE SPACES TO WS-UPD-RC
           MOVE WS-TIMESTAMP TO WS-UPD-STARTED
           MOVE SPACES TO WS-UPD-ENDED
           ADD 1 TO WS-RUN-COUNT

           IF WS-PARAMS-OK = "N"
               MOVE "FAILED" TO WS-UPD-STATE
               MOVE WS-TIMESTAMP TO WS-UPD-ENDED
               MOVE "deck or ARGS hold a disallowed character"
                   TO WS-UPD-NOTE
               PERFORM UPDATE-JOB-STATUS
               MOVE "JSC019E" TO WS-MSG-ID
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SPOOL-FILE
           STRING "spool/sched-" WS-RUN-DATE "-"
               FUNCTION TRIM(FUNCTION LOWER-CASE(
                   WS-JOB-NAME(WS-JOB-IDX))) ".out"
               DELIMITED BY SIZE INTO WS-SPOOL-FILE
           MOVE "RUNNING" TO WS-UPD-STATE
           MOVE SPACES TO WS-UPD-NOTE
           STRING "spool " FUNCTION TRIM(WS-SPOOL-FILE)
               DELIMITED BY SIZE INTO WS-UPD-NOTE
           PERFORM UPDATE-JOB-STATUS
           DISPLAY WS-TIMESTAMP " dispatching "
               FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX)) ": "
               FUNCTION TRIM(WS-RUN-LINE)

           MOVE SPACES TO WS-SHELL-CMD
           STRING "cobcrun JobRunner " FUNCTION TRIM(WS-RUN-LINE)
               " > " FUNCTION TRIM(WS-SPOOL-FILE) " 2>&1"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
      *> CALL "SYSTEM" HANDS BACK THE RAW WAIT STATUS; THE CHILD'S
      *> EXIT CODE IS ITS HIGH BYTE.
           COMPUTE WS-EXIT-CODE = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE

           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-UPD-ENDED
           IF WS-EXIT-CODE > 999
               MOVE 999 TO WS-EXIT-CODE
           END-IF
           MOVE WS-EXIT-CODE TO WS-RC-DISP
           MOVE WS-RC-DISP TO WS-UPD-RC
           IF WS-EXIT-CODE <= 4
               MOVE "DONE" TO WS-UPD-STATE
           ELSE
               MOVE "FAILED" TO WS-UPD-STATE
           END-IF
           PERFORM UPDATE-JOB-STATUS
           IF WS-UPD-STATE = "DONE"
               DISPLAY WS-TIMESTAMP " "
                   FUNCTION TRIM(WS-JOB-NAME(WS-JOB-IDX)) " "
                   FUNCTION TRIM(WS-UPD-STATE) " rc=" WS-RC-DISP
           ELSE
               MOVE "JSC020E" TO WS-MSG-ID
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO WS-MSG-SLOT(1)
               MOVE WS-RC-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> VALIDATE-RUN-LINE REFUSES THE SAME SHELL METACHARACTERS
      *> JobRunner'S VALIDATE-STEP-LINE REFUSES.
       VALIDATE-RUN-LINE.
           MOVE "Y" TO WS-PARAMS-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RUN-LINE))
               TO WS-PARAM-LEN
           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-LEN
               MOVE WS-RUN-LINE(WS-PARAM-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR = ";" OR "|" OR "&" OR "`" OR "$" OR
                       ">" OR "<" OR QUOTE OR "'" OR "(" OR ")" OR
                       "\" OR "*" OR "~" OR X"0A"
                   MOVE "N" TO WS-PARAMS-OK
               END-IF
           END-PERFORM.

      *> SHOW-STATUS LISTS THE DAY'S JOBS AND TALLIES THEIR STATES.
       SHOW-STATUS.
           MOVE 0 TO WS-COUNT-WAITING
           MOVE 0 TO WS-COUNT-RUNNING
           MOVE 0 TO WS-COUNT-DONE
           MOVE 0 TO WS-COUNT-FAILED
           MOVE 0 TO WS-COUNT-HELD
           DISPLAY "---- Schedule status for " WS-RUN-DATE " ("
               FUNCTION TRIM(WS-STATUS-PATH) ") ----"
           DISPLAY "JOB              STATE    RC  STARTED"
               "             ENDED               NOTE"
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                   UNTIL WS-JOB-IDX > WS-JOB-COUNT
               IF WS-JOB-STATE(WS-JOB-IDX) NOT = SPACES
                   MOVE SPACES TO WS-LIST-LINE
                   STRING WS-JOB-NAME(WS-JOB-IDX) " "
                       WS-JOB-STATE(WS-JOB-IDX) " "
                       WS-JOB-RC(WS-JOB-IDX) " "
                       WS-JOB-STARTED(WS-JOB-IDX) " "
                       WS-JOB-ENDED(WS-JOB-IDX) " "
                       WS-JOB-NOTE(WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-LIST-LINE
                   DISPLAY FUNCTION TRIM(WS-LIST-LINE TRAILING)
                   EVALUATE WS-JOB-STATE(WS-JOB-IDX)
                       WHEN "WAITING" ADD 1 TO WS-COUNT-WAITING
                       WHEN "RUNNING" ADD 1 TO WS-COUNT-RUNNING
                       WHEN "DONE"    ADD 1 TO WS-COUNT-DONE
                       WHEN "FAILED"  ADD 1 TO WS-COUNT-FAILED
                       WHEN "HELD"    ADD 1 TO WS-COUNT-HELD
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> FORMAT-TIMESTAMP LAYS OUT THE CURRENT DATE/TIME AS
      *> YYYY-MM-DD HH:MM:SS, THE SAME SHAPE AuditLogger WRITES.
       FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE(5:2) "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE(7:2) " " DELIMITED BY SIZE
                   WS-CURRENT-DATE(9:2) ":" DELIMITED BY SIZE
                   WS-CURRENT-DATE(11:2) ":" DELIMITED BY SIZE
                   WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           END-STRING.

       COPY "msgissue.cpy".

       END PROGRAM JobScheduler.
