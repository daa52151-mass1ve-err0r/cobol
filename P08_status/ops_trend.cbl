      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  ops_trend
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> WEEKLY OPERATIONS TREND REPORT. OpsStatus FILES ONE DATED
      *> SNAPSHOT OF ITS VERDICT AND FIGURES PER RUN; THIS READS THAT
      *> HISTORY BACK AND SETS THE LAST 7 DAYS AGAINST THE 7 BEFORE
      *> THEM, AND THE LAST 30 AGAINST THE 30 BEFORE THOSE, SIDE BY
      *> SIDE WITH THE CHANGE - THE MONDAY "BETTER OR WORSE?" ANSWER
      *> WITHOUT DIGGING THROUGH OLD STATUS REPORTS. A DAY WITH
      *> SEVERAL SNAPSHOTS COUNTS ONCE, BY ITS LAST ONE.
      *>
      *> INVOKED AS:
      *>     ops_trend [-hist <history-file>] [-date <YYYYMMDD>]
      *>               [-o <report-file>]
      *>
      *> -date SETS THE LAST DAY OF THE REPORT (DEFAULT TODAY), SO
      *> A MISSED MONDAY CAN BE RERUN AS OF THE SUNDAY BEFORE. THE
      *> HISTORY FILE DEFAULTS TO STATUS-HISTORY-FILE IN tool.cfg,
      *> GLOBAL OR [OPSSTATUS] - THE SAME KEY OpsStatus WRITES BY.
      *>
      *> MEASURES PER PERIOD: DAYS WITH A SNAPSHOT; OK, WARN AND
      *> PROBLEM DAYS; AVERAGE SCAN ANOMALIES, UNSIGNED EXCEPTIONS
      *> AND AUDIT ERRORS PER DAY; DAYS A CHECKPOINT WAS PENDING;
      *> FAILED DECK STEPS; INVENTORY SIZE AT THE END OF THE PERIOD
      *> AND ITS GROWTH ACROSS IT. FOR EVERYTHING BUT THE INVENTORY
      *> LOWER IS BETTER, AND THE 7-DAY COLUMN SAYS WHICH WAY EACH
      *> MEASURE MOVED. THE LAST 7 DAYS ARE LISTED DAY BY DAY BELOW.
      *>
      *> RETURN-CODE: 0 REPORT WRITTEN, 4 NO SNAPSHOTS IN THE LAST
      *> 60 DAYS, 8 REPORT FILE ERROR, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsTrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN DYNAMIC WS-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> ONE DAILY SNAPSHOT, AS OpsStatus FILES IT.
       FD  SNAP-FILE.
       01  SNAP-RECORD.
           05  SNAP-DATE         PIC X(10).
           05  FILLER            PIC X.
           05  SNAP-TIME         PIC X(8).
           05  FILLER            PIC X.
           05  SNAP-VERDICT      PIC X(7).
           05  FILLER            PIC X.
           05  SNAP-ANOMALIES    PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-UNSIGNED     PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-EXCEPTIONS   PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-AUDIT-ERRORS PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-CHECKPOINTS  PIC 9(3).
           05  FILLER            PIC X.
           05  SNAP-INVENTORY    PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-FAILED-STEPS PIC 9(4).
           05  FILLER            PIC X.
           05  SNAP-STALE-CLAIMS PIC 9(4).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 6 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

       01  WS-SNAP-PATH          PIC X(255) VALUE "ops_status.hist".
       01  WS-SNAP-STATUS        PIC XX VALUE SPACES.
       01  WS-SNAP-EOF           PIC X VALUE "N".
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(4) COMP-5 VALUE 0.

      *> THE REPORT'S LAST DAY AND THE DAY NUMBER OF EACH SNAPSHOT.
       01  WS-TODAY-RAW          PIC X(21) VALUE SPACES.
       01  WS-ASOF-YMD           PIC 9(8) VALUE 0.
       01  WS-ASOF-TEXT          PIC X(8) VALUE SPACES.
       01  WS-ASOF-INT           PIC 9(8) COMP-5 VALUE 0.
       01  WS-SNAP-YMD           PIC 9(8) VALUE 0.
       01  WS-SNAP-INT           PIC 9(8) COMP-5 VALUE 0.
       01  WS-DAY-BACK           PIC 9(8) COMP-5 VALUE 0.
       01  WS-DATE-YMD           PIC 9(8) VALUE 0.
       01  WS-DATE-YMD-X REDEFINES WS-DATE-YMD PIC X(8).
       01  WS-FROM-DATE          PIC X(10) VALUE SPACES.
       01  WS-TO-DATE            PIC X(10) VALUE SPACES.

      *> SIXTY DAYS OF SNAPSHOTS, SLOT 1 = THE REPORT'S LAST DAY,
      *> SLOT 60 = FIFTY-NINE DAYS BEFORE IT. A LATER SNAPSHOT OF
      *> THE SAME DAY OVERWRITES ITS SLOT.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 60 TIMES.
               10  WS-DAY-SEEN       PIC X.
               10  WS-DAY-DATE       PIC X(10).
               10  WS-DAY-VERDICT    PIC X(7).
               10  WS-DAY-ANOMALIES  PIC 9(6) COMP-5.
               10  WS-DAY-UNSIGNED   PIC 9(6) COMP-5.
               10  WS-DAY-EXCEPTIONS PIC 9(6) COMP-5.
               10  WS-DAY-AUDIT-ERR  PIC 9(6) COMP-5.
               10  WS-DAY-CKPT       PIC 9(3) COMP-5.
               10  WS-DAY-INVENTORY  PIC 9(6) COMP-5.
               10  WS-DAY-FAILED     PIC 9(4) COMP-5.
       01  WS-DAY-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-DAYS-LOADED        PIC 9(3) COMP-5 VALUE 0.

      *> FOUR PERIODS: 1 = LAST 7, 2 = PREVIOUS 7, 3 = LAST 30,
      *> 4 = PREVIOUS 30, EACH A RUN OF DAY SLOTS.
       01  WS-PER-TABLE.
           05  WS-PER-ENTRY OCCURS 4 TIMES.
               10  WS-PER-FIRST      PIC 9(3) COMP-5.
               10  WS-PER-LAST       PIC 9(3) COMP-5.
               10  WS-PER-DAYS       PIC 9(3) COMP-5.
               10  WS-PER-OK         PIC 9(3) COMP-5.
               10  WS-PER-WARN       PIC 9(3) COMP-5.
               10  WS-PER-PROBLEM    PIC 9(3) COMP-5.
               10  WS-PER-ANOMALIES  PIC 9(9) COMP-5.
               10  WS-PER-UNSIGNED   PIC 9(9) COMP-5.
               10  WS-PER-EXCEPTIONS PIC 9(9) COMP-5.
               10  WS-PER-AUDIT-ERR  PIC 9(9) COMP-5.
               10  WS-PER-CKPT       PIC 9(3) COMP-5.
               10  WS-PER-FAILED     PIC 9(7) COMP-5.
               10  WS-PER-INV-START  PIC 9(6) COMP-5.
               10  WS-PER-INV-END    PIC 9(6) COMP-5.
               10  WS-PER-INV-SEEN   PIC X.
       01  WS-PER-IDX            PIC 9(1) COMP-5 VALUE 0.

      *> ONE MEASURE'S FOUR FIGURES, TENTHS FOR THE AVERAGES.
       01  WS-MEASURE-NAME       PIC X(26) VALUE SPACES.
       01  WS-MEASURE-AVG        PIC X VALUE "N".
       01  WS-MEASURE-LOWER      PIC X VALUE "Y".
       01  WS-VAL-TABLE.
           05  WS-VAL            PIC S9(9)V9 COMP-3 OCCURS 4 TIMES.
       01  WS-VAL-IDX            PIC 9(1) COMP-5 VALUE 0.
       01  WS-CHANGE             PIC S9(9)V9 COMP-3 VALUE 0.
       01  WS-VAL-DISP           PIC ZZZZZ9.9.
       01  WS-INT-DISP           PIC ZZZZZZ9.
       01  WS-CHG-DISP           PIC +++++9.9.
       01  WS-CHGI-DISP          PIC +++++++9.
       01  WS-COL-TEXT           PIC X(10) VALUE SPACES.
       01  WS-COLS.
           05  WS-COL            PIC X(10) OCCURS 6 TIMES.
       01  WS-DIRECTION          PIC X(6) VALUE SPACES.
       01  WS-BAD-NOW            PIC 9(3) COMP-5 VALUE 0.
       01  WS-BAD-BEFORE         PIC 9(3) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-DAY-DISP           PIC ZZ9.
       01  WS-BAD-DISP           PIC ZZ9.
       01  WS-CKPT-TEXT          PIC X(3) VALUE SPACES.

      *> REPORT, THROUGH THE SHARED ReportWriter.
       01  WS-OUT-LINE           PIC X(255) VALUE SPACES.
       01  WS-REPORT-PATH        PIC X(255) VALUE "ops_trend.txt".
       01  WS-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-OP             PIC X VALUE SPACE.
       01  WS-RPT-TITLE          PIC X(255) VALUE
           "OPERATIONS TREND - LAST 7 AND 30 DAYS".
       01  WS-VERDICT-RC         PIC 9(2) COMP-5 VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM WITH THE OUTCOME.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "OpsTrend".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM READ-TREND-CONFIG
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           MOVE WS-TODAY-RAW(1:8) TO WS-ASOF-TEXT
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-ASOF-TEXT IS NOT NUMERIC
               MOVE "Y" TO WS-USAGE-ERROR
           ELSE
               MOVE WS-ASOF-TEXT TO WS-ASOF-YMD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-YMD) NOT = 0
                   MOVE "Y" TO WS-USAGE-ERROR
               END-IF
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "OPT001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-YMD)

           PERFORM LOAD-SNAPSHOTS
           PERFORM SUM-PERIODS

           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "OPT002E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "error: cannot create report file"
                   TO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PRINT-PERIOD-TABLE
           PERFORM PRINT-LAST-WEEK

      *> THE HEADLINE: NON-OK DAYS THIS WEEK AGAINST LAST WEEK.
           COMPUTE WS-BAD-NOW = WS-PER-WARN(1) + WS-PER-PROBLEM(1)
           COMPUTE WS-BAD-BEFORE = WS-PER-WARN(2) + WS-PER-PROBLEM(2)
           MOVE WS-BAD-NOW TO WS-DAY-DISP
           MOVE WS-BAD-BEFORE TO WS-BAD-DISP
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE TRUE
               WHEN WS-DAYS-LOADED = 0
                   MOVE "OPT003W" TO WS-MSG-ID
                   MOVE WS-SNAP-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO WS-VERDICT-RC
                   MOVE "TREND: NO DATA - no OpsStatus snapshots in "
                       & "the last 60 days" TO WS-OUT-LINE
               WHEN WS-BAD-NOW < WS-BAD-BEFORE
                   STRING "TREND: BETTER - " FUNCTION TRIM(WS-DAY-DISP)
                       " WARN/PROBLEM day(s) this week against "
                       FUNCTION TRIM(WS-BAD-DISP) " the week before"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               WHEN WS-BAD-NOW > WS-BAD-BEFORE
                   STRING "TREND: WORSE - " FUNCTION TRIM(WS-DAY-DISP)
                       " WARN/PROBLEM day(s) this week against "
                       FUNCTION TRIM(WS-BAD-DISP) " the week before"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               WHEN OTHER
                   STRING "TREND: STEADY - " FUNCTION TRIM(WS-DAY-DISP)
                       " WARN/PROBLEM day(s) this week and the week "
                       "before" DELIMITED BY SIZE INTO WS-OUT-LINE
           END-EVALUATE
           DISPLAY FUNCTION TRIM(WS-OUT-LINE)
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS
           DISPLAY "Trend report written to "
               FUNCTION TRIM(WS-REPORT-PATH)

           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "trend " FUNCTION TRIM(WS-OUT-LINE(8:))
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           PERFORM LOG-AND-FINISH
           MOVE WS-VERDICT-RC TO RETURN-CODE
           GOBACK.

      *> LOG-AND-FINISH RECORDS THE RUN ON THE AUDIT TRAIL.
       LOG-AND-FINISH.
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING FUNCTION TRIM(WS-SNAP-PATH) " " WS-ASOF-TEXT
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-hist"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SNAP-PATH
                   WHEN "-date"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-ASOF-TEXT
                       IF WS-ARG-ENTRY(WS-ARG-IDX)(9:1) NOT = SPACE
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-REPORT-PATH
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM.

      *> READ-TREND-CONFIG PICKS UP STATUS-HISTORY-FILE FROM
      *> tool.cfg, GLOBAL OR IN [OPSSTATUS], SO OpsTrend READS THE
      *> SAME HISTORY OpsStatus WRITES.
       READ-TREND-CONFIG.
           MOVE "N" TO WS-CONFIG-EOF
           MOVE SPACES TO WS-CURRENT-SECTION
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LINE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           IF WS-CONFIG-LINE NOT = SPACES
                               PERFORM APPLY-TREND-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-TREND-CONFIG-LINE.
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
               AND WS-CURRENT-SECTION NOT = "OPSSTATUS"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           UNSTRING WS-LINE-TRIMMED DELIMITED BY "="
               INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "STATUS-HISTORY-FILE"
               AND WS-CONFIG-VALUE NOT = SPACES
               MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-SNAP-PATH
           END-IF.

      *> LOAD-SNAPSHOTS DROPS EVERY SNAPSHOT OF THE SIXTY DAYS
      *> ENDING ON THE REPORT DATE INTO ITS DAY SLOT.
       LOAD-SNAPSHOTS.
           INITIALIZE WS-DAY-TABLE
           MOVE 0 TO WS-DAYS-LOADED
           MOVE "N" TO WS-SNAP-EOF
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "No snapshot history at "
                   FUNCTION TRIM(WS-SNAP-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SNAP-EOF = "Y"
               READ SNAP-FILE
                   AT END
                       MOVE "Y" TO WS-SNAP-EOF
                   NOT AT END
                       PERFORM PLACE-SNAPSHOT
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE.

       PLACE-SNAPSHOT.
           IF SNAP-DATE(1:4) IS NOT NUMERIC
               OR SNAP-DATE(6:2) IS NOT NUMERIC
               OR SNAP-DATE(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING SNAP-DATE(1:4) SNAP-DATE(6:2) SNAP-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YMD-X
           MOVE WS-DATE-YMD TO WS-SNAP-YMD
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-SNAP-YMD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SNAP-INT = FUNCTION INTEGER-OF-DATE(WS-SNAP-YMD)
           IF WS-SNAP-INT > WS-ASOF-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAY-BACK = WS-ASOF-INT - WS-SNAP-INT
           IF WS-DAY-BACK > 59
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAY-IDX = WS-DAY-BACK + 1
           IF WS-DAY-SEEN(WS-DAY-IDX) NOT = "Y"
               ADD 1 TO WS-DAYS-LOADED
           END-IF
           MOVE "Y" TO WS-DAY-SEEN(WS-DAY-IDX)
           MOVE SNAP-DATE TO WS-DAY-DATE(WS-DAY-IDX)
           MOVE SNAP-VERDICT TO WS-DAY-VERDICT(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-ANOMALIES(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-UNSIGNED(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-EXCEPTIONS(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-AUDIT-ERR(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-CKPT(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-INVENTORY(WS-DAY-IDX)
           MOVE 0 TO WS-DAY-FAILED(WS-DAY-IDX)
           IF SNAP-ANOMALIES IS NUMERIC
               MOVE SNAP-ANOMALIES TO WS-DAY-ANOMALIES(WS-DAY-IDX)
           END-IF
           IF SNAP-UNSIGNED IS NUMERIC
               MOVE SNAP-UNSIGNED TO WS-DAY-UNSIGNED(WS-DAY-IDX)
           END-IF
           IF SNAP-EXCEPTIONS IS NUMERIC
               MOVE SNAP-EXCEPTIONS TO WS-DAY-EXCEPTIONS(WS-DAY-IDX)
           END-IF
           IF SNAP-AUDIT-ERRORS IS NUMERIC
               MOVE SNAP-AUDIT-ERRORS TO WS-DAY-AUDIT-ERR(WS-DAY-IDX)
           END-IF
           IF SNAP-CHECKPOINTS IS NUMERIC
               MOVE SNAP-CHECKPOINTS TO WS-DAY-CKPT(WS-DAY-IDX)
           END-IF
           IF SNAP-INVENTORY IS NUMERIC
               MOVE SNAP-INVENTORY TO WS-DAY-INVENTORY(WS-DAY-IDX)
           END-IF
           IF SNAP-FAILED-STEPS IS NUMERIC
               MOVE SNAP-FAILED-STEPS TO WS-DAY-FAILED(WS-DAY-IDX)
           END-IF.

      *> SUM-PERIODS ADDS THE DAY SLOTS UP INTO THE FOUR PERIODS.
      *> SLOTS RUN NEWEST FIRST, SO A PERIOD'S INVENTORY END IS ITS
      *> FIRST SNAPSHOT MET AND ITS START THE LAST.
       SUM-PERIODS.
           INITIALIZE WS-PER-TABLE
           MOVE 1 TO WS-PER-FIRST(1)
           MOVE 7 TO WS-PER-LAST(1)
           MOVE 8 TO WS-PER-FIRST(2)
           MOVE 14 TO WS-PER-LAST(2)
           MOVE 1 TO WS-PER-FIRST(3)
           MOVE 30 TO WS-PER-LAST(3)
           MOVE 31 TO WS-PER-FIRST(4)
           MOVE 60 TO WS-PER-LAST(4)
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE "N" TO WS-PER-INV-SEEN(WS-PER-IDX)
               PERFORM VARYING WS-DAY-IDX FROM WS-PER-FIRST(WS-PER-IDX)
                       BY 1 UNTIL WS-DAY-IDX > WS-PER-LAST(WS-PER-IDX)
                   IF WS-DAY-SEEN(WS-DAY-IDX) = "Y"
                       PERFORM ADD-DAY-TO-PERIOD
                   END-IF
               END-PERFORM
           END-PERFORM.

       ADD-DAY-TO-PERIOD.
           ADD 1 TO WS-PER-DAYS(WS-PER-IDX)
           EVALUATE WS-DAY-VERDICT(WS-DAY-IDX)
               WHEN "OK"
                   ADD 1 TO WS-PER-OK(WS-PER-IDX)
               WHEN "WARN"
                   ADD 1 TO WS-PER-WARN(WS-PER-IDX)
               WHEN OTHER
                   ADD 1 TO WS-PER-PROBLEM(WS-PER-IDX)
           END-EVALUATE
           ADD WS-DAY-ANOMALIES(WS-DAY-IDX)
               TO WS-PER-ANOMALIES(WS-PER-IDX)
           ADD WS-DAY-UNSIGNED(WS-DAY-IDX)
               TO WS-PER-UNSIGNED(WS-PER-IDX)
           ADD WS-DAY-EXCEPTIONS(WS-DAY-IDX)
               TO WS-PER-EXCEPTIONS(WS-PER-IDX)
           ADD WS-DAY-AUDIT-ERR(WS-DAY-IDX)
               TO WS-PER-AUDIT-ERR(WS-PER-IDX)
           IF WS-DAY-CKPT(WS-DAY-IDX) > 0
               ADD 1 TO WS-PER-CKPT(WS-PER-IDX)
           END-IF
           ADD WS-DAY-FAILED(WS-DAY-IDX) TO WS-PER-FAILED(WS-PER-IDX)
           IF WS-PER-INV-SEEN(WS-PER-IDX) = "N"
               MOVE "Y" TO WS-PER-INV-SEEN(WS-PER-IDX)
               MOVE WS-DAY-INVENTORY(WS-DAY-IDX)
                   TO WS-PER-INV-END(WS-PER-IDX)
           END-IF
           MOVE WS-DAY-INVENTORY(WS-DAY-IDX)
               TO WS-PER-INV-START(WS-PER-IDX).

      *> PRINT-PERIOD-TABLE WRITES THE SIDE-BY-SIDE MEASURES.
       PRINT-PERIOD-TABLE.
           MOVE WS-ASOF-INT TO WS-DAY-BACK
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-BACK) TO WS-DATE-YMD
           MOVE SPACES TO WS-TO-DATE
           STRING WS-DATE-YMD-X(1:4) "-" WS-DATE-YMD-X(5:2) "-"
               WS-DATE-YMD-X(7:2) DELIMITED BY SIZE INTO WS-TO-DATE
           COMPUTE WS-DAY-BACK = WS-ASOF-INT - 6
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-BACK) TO WS-DATE-YMD
           MOVE SPACES TO WS-FROM-DATE
           STRING WS-DATE-YMD-X(1:4) "-" WS-DATE-YMD-X(5:2) "-"
               WS-DATE-YMD-X(7:2) DELIMITED BY SIZE INTO WS-FROM-DATE
           MOVE SPACES TO WS-OUT-LINE
           STRING "Week " WS-FROM-DATE " to " WS-TO-DATE
               ", history " FUNCTION TRIM(WS-SNAP-PATH)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "Measure                       Last 7    Prev 7    "
               & "Change  Direction   Last 30   Prev 30    Change"
               TO WS-OUT-LINE
           PERFORM EMIT-LINE

           MOVE "N" TO WS-MEASURE-AVG
           MOVE "Days with a snapshot" TO WS-MEASURE-NAME
           MOVE "N" TO WS-MEASURE-LOWER
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-DAYS(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

           MOVE "Y" TO WS-MEASURE-LOWER
           MOVE "OK days" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-OK(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
      *> MORE OK DAYS IS BETTER, THE ONE MEASURE THAT RUNS UPWARD.
           MOVE "U" TO WS-MEASURE-LOWER
           PERFORM PRINT-MEASURE
           MOVE "Y" TO WS-MEASURE-LOWER

           MOVE "WARN days" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-WARN(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

           MOVE "PROBLEM days" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-PROBLEM(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

           MOVE "Checkpoint-pending days" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-CKPT(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

           MOVE "Failed deck steps" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-FAILED(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

      *> PER-DAY AVERAGES, SO A WEEK WITH A MISSED RUN STILL
      *> COMPARES FAIRLY.
           MOVE "Y" TO WS-MEASURE-AVG
           MOVE "Scan anomalies / day" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-ANOMALIES(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM AVERAGE-VALUES
           PERFORM PRINT-MEASURE

           MOVE "Unsigned exceptions / day" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-EXCEPTIONS(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM AVERAGE-VALUES
           PERFORM PRINT-MEASURE

           MOVE "Audit errors / day" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-AUDIT-ERR(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM AVERAGE-VALUES
           PERFORM PRINT-MEASURE

           MOVE "N" TO WS-MEASURE-AVG
           MOVE "N" TO WS-MEASURE-LOWER
           MOVE "Inventory at period end" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               MOVE WS-PER-INV-END(WS-PER-IDX) TO WS-VAL(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE

           MOVE "Inventory growth in period" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               COMPUTE WS-VAL(WS-PER-IDX) =
                   WS-PER-INV-END(WS-PER-IDX)
                   - WS-PER-INV-START(WS-PER-IDX)
           END-PERFORM
           PERFORM PRINT-MEASURE.

      *> AVERAGE-VALUES TURNS PERIOD TOTALS INTO PER-DAY AVERAGES.
       AVERAGE-VALUES.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1 UNTIL WS-PER-IDX > 4
               IF WS-PER-DAYS(WS-PER-IDX) > 0
                   COMPUTE WS-VAL(WS-PER-IDX) ROUNDED =
                       WS-VAL(WS-PER-IDX) / WS-PER-DAYS(WS-PER-IDX)
               ELSE
                   MOVE 0 TO WS-VAL(WS-PER-IDX)
               END-IF
           END-PERFORM.

      *> PRINT-MEASURE LAYS ONE MEASURE OUT: LAST 7, PREVIOUS 7, THE
      *> CHANGE AND WHICH WAY IT WENT, THEN THE SAME FOR 30 DAYS.
      *> WS-MEASURE-LOWER: Y = LOWER IS BETTER, U = HIGHER IS
      *> BETTER, N = NEITHER (NO DIRECTION SHOWN).
       PRINT-MEASURE.
           MOVE SPACES TO WS-COLS
           MOVE 1 TO WS-VAL-IDX
           PERFORM FORMAT-VALUE
           MOVE WS-COL-TEXT TO WS-COL(1)
           MOVE 2 TO WS-VAL-IDX
           PERFORM FORMAT-VALUE
           MOVE WS-COL-TEXT TO WS-COL(2)
           COMPUTE WS-CHANGE = WS-VAL(1) - WS-VAL(2)
           PERFORM FORMAT-CHANGE
           MOVE WS-COL-TEXT TO WS-COL(3)
           MOVE 3 TO WS-VAL-IDX
           PERFORM FORMAT-VALUE
           MOVE WS-COL-TEXT TO WS-COL(4)
           MOVE 4 TO WS-VAL-IDX
           PERFORM FORMAT-VALUE
           MOVE WS-COL-TEXT TO WS-COL(5)
           COMPUTE WS-CHANGE = WS-VAL(3) - WS-VAL(4)
           PERFORM FORMAT-CHANGE
           MOVE WS-COL-TEXT TO WS-COL(6)

           MOVE SPACES TO WS-DIRECTION
           COMPUTE WS-CHANGE = WS-VAL(1) - WS-VAL(2)
           IF WS-PER-DAYS(1) > 0 AND WS-PER-DAYS(2) > 0
               EVALUATE TRUE
                   WHEN WS-MEASURE-LOWER = "N"
                       CONTINUE
                   WHEN WS-CHANGE = 0
                       MOVE "same" TO WS-DIRECTION
                   WHEN WS-CHANGE < 0 AND WS-MEASURE-LOWER = "Y"
                       MOVE "better" TO WS-DIRECTION
                   WHEN WS-CHANGE > 0 AND WS-MEASURE-LOWER = "U"
                       MOVE "better" TO WS-DIRECTION
                   WHEN OTHER
                       MOVE "worse" TO WS-DIRECTION
               END-EVALUATE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           STRING WS-MEASURE-NAME WS-COL(1) WS-COL(2) WS-COL(3)
               "  " WS-DIRECTION "  " WS-COL(4) WS-COL(5) WS-COL(6)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE.

      *> FORMAT-VALUE RIGHT-ALIGNS ONE FIGURE IN A 10-WIDE COLUMN;
      *> A PERIOD WITH NO SNAPSHOTS SHOWS "-".
       FORMAT-VALUE.
           MOVE WS-VAL-IDX TO WS-PER-IDX
           IF WS-PER-DAYS(WS-PER-IDX) = 0
               MOVE "         -" TO WS-COL-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-MEASURE-AVG = "Y"
               MOVE WS-VAL(WS-VAL-IDX) TO WS-VAL-DISP
               MOVE SPACES TO WS-COL-TEXT
               MOVE WS-VAL-DISP TO WS-COL-TEXT(3:8)
           ELSE
               MOVE WS-VAL(WS-VAL-IDX) TO WS-INT-DISP
               MOVE SPACES TO WS-COL-TEXT
               MOVE WS-INT-DISP TO WS-COL-TEXT(4:7)
           END-IF.

      *> FORMAT-CHANGE DOES THE SAME FOR A SIGNED CHANGE; A CHANGE
      *> AGAINST A PERIOD WITH NO SNAPSHOTS SHOWS "-".
       FORMAT-CHANGE.
           IF WS-PER-DAYS(WS-VAL-IDX) = 0
               OR WS-PER-DAYS(WS-VAL-IDX - 1) = 0
               MOVE "         -" TO WS-COL-TEXT
               EXIT PARAGRAPH
           END-IF
           IF WS-MEASURE-AVG = "Y"
               MOVE WS-CHANGE TO WS-CHG-DISP
               MOVE SPACES TO WS-COL-TEXT
               MOVE WS-CHG-DISP TO WS-COL-TEXT(3:8)
           ELSE
               MOVE WS-CHANGE TO WS-CHGI-DISP
               MOVE SPACES TO WS-COL-TEXT
               MOVE WS-CHGI-DISP TO WS-COL-TEXT(3:8)
           END-IF.

      *> PRINT-LAST-WEEK LISTS THE LAST SEVEN DAYS ONE BY ONE.
       PRINT-LAST-WEEK.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "---- Last 7 days ----" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE "Date       Verdict  Anomalies Exceptions  AuditErr "
               & "Ckpt  Failed  Inventory" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-DAY-IDX FROM 7 BY -1 UNTIL WS-DAY-IDX < 1
               COMPUTE WS-DAY-BACK = WS-ASOF-INT - WS-DAY-IDX + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-BACK)
                   TO WS-DATE-YMD
               MOVE SPACES TO WS-TO-DATE
               STRING WS-DATE-YMD-X(1:4) "-" WS-DATE-YMD-X(5:2) "-"
                   WS-DATE-YMD-X(7:2) DELIMITED BY SIZE INTO WS-TO-DATE
               MOVE SPACES TO WS-OUT-LINE
               IF WS-DAY-SEEN(WS-DAY-IDX) NOT = "Y"
                   STRING WS-TO-DATE " (no snapshot)"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               ELSE
                   PERFORM FORMAT-DAY-LINE
               END-IF
               PERFORM EMIT-LINE
           END-PERFORM.

       FORMAT-DAY-LINE.
           IF WS-DAY-CKPT(WS-DAY-IDX) > 0
               MOVE "YES" TO WS-CKPT-TEXT
           ELSE
               MOVE "no" TO WS-CKPT-TEXT
           END-IF
           MOVE WS-DAY-ANOMALIES(WS-DAY-IDX) TO WS-INT-DISP
           MOVE WS-INT-DISP TO WS-COL(1)
           MOVE WS-DAY-EXCEPTIONS(WS-DAY-IDX) TO WS-INT-DISP
           MOVE WS-INT-DISP TO WS-COL(2)
           MOVE WS-DAY-AUDIT-ERR(WS-DAY-IDX) TO WS-INT-DISP
           MOVE WS-INT-DISP TO WS-COL(3)
           MOVE WS-DAY-FAILED(WS-DAY-IDX) TO WS-INT-DISP
           MOVE WS-INT-DISP TO WS-COL(4)
           MOVE WS-DAY-INVENTORY(WS-DAY-IDX) TO WS-INT-DISP
           MOVE WS-INT-DISP TO WS-COL(5)
           STRING WS-TO-DATE " " WS-DAY-VERDICT(WS-DAY-IDX) "  "
               WS-COL(1)(1:7) "    " WS-COL(2)(1:7) "   "
               WS-COL(3)(1:7) "  " WS-CKPT-TEXT " "
               WS-COL(4)(1:7) "    " WS-COL(5)(1:7)
               DELIMITED BY SIZE INTO WS-OUT-LINE.

      *> EMIT-LINE SENDS ONE REPORT LINE TO THE SCREEN AND THE
      *> REPORT FILE.
       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

       COPY "msgissue.cpy".

       END PROGRAM OpsTrend.
