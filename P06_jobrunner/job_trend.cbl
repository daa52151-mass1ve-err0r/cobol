      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  job_trend
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> JOB AND STEP RUNTIME TREND REPORT. EVERY JobRunner RUN
      *> LEAVES A job.log IN ITS spool/run-<stamp>/ DIRECTORY WITH
      *> EACH STEP'S START AND END TIME, BUT HouseKeep CLEARS THE
      *> SPOOL AFTER KEEP-SPOOL-DAYS AND NOBODY READS THE TIMES UNTIL
      *> THE BATCH WINDOW IS BLOWN. THIS RUN COLLECTS THE DURATIONS
      *> OF EVERY JOB LOG NOT YET SEEN INTO A RUNTIME HISTORY FILE
      *> THAT OUTLIVES THE SPOOL, THEN REPORTS OVER THE WHOLE HISTORY,
      *> PER DECK AND PER STEP: RUNS, AVERAGE, BEST, WORST AND LAST
      *> DURATION, THE AVERAGE OF THE LAST FIVE RUNS, AND THAT RECENT
      *> AVERAGE AS A PERCENTAGE OF THE FIRST FIVE RUNS' - A SCAN STEP
      *> SLOWLY DOUBLING OVER A MONTH SHOWS UP AS A TREND NEAR 200%
      *> LONG BEFORE IT MISSES THE SLA.
      *>
      *> INVOKED AS:
      *>     job_trend [-spool <dir>] [-hist <history-file>]
      *>               [-pct <n>] [-days <n>] [-o <report-file>]
      *>
      *> A STEP IS KNOWN BY ITS DECK, ITS STEP NUMBER AND ITS TOOL
      *> (THE FIRST WORD OF THE STEP AFTER ANY NAME=/IF=/SHR=/OLD=
      *> TOKENS), SO &DATE-STYLE ARGUMENTS DO NOT SPLIT ITS HISTORY.
      *> THE WHOLE DECK'S SPAN IS TRACKED TOO, AS STEP "JOB". ONLY
      *> CLEAN RUNS (STEP OK; FOR THE DECK, NO STEP FAILED AND NONE
      *> CARRIED OVER FROM A --restart) COUNT TOWARD THE FIGURES.
      *>
      *> OVERRUN: A RUN TAKING MORE THAN TREND-OVERRUN-PCT PERCENT
      *> (DEFAULT 200, I.E. TWICE) OF THE AVERAGE OF ITS EARLIER CLEAN
      *> RUNS, ONCE THERE ARE TREND-MIN-RUNS (DEFAULT 3) OF THOSE TO
      *> JUDGE BY. THE REPORT LISTS THE OVERRUNS OF THE LAST -days
      *> (DEFAULT 30) DAYS; A STEP WHOSE LATEST RUN OVERRAN MAKES THE
      *> VERDICT WARN (RETURN-CODE 4), AND THE AUDIT RECORD CARRIES
      *> THE COUNT FOR AuditCheck'S MORNING RESULT. BOTH KEYS COME
      *> FROM tool.cfg, GLOBAL OR [JOBTREND]; -pct OVERRIDES THE
      *> FIRST FOR ONE RUN.
      *>
      *> HISTORY FILE (DEFAULT runtime.hist), ONE LINE PER STEP RUN:
      *>     DECK X(60) RUN-STAMP X(15) STEP 9(3) TOOL X(20)
      *>     START X(19) END X(19) SECONDS 9(7) STATE X(8)
      *> BLANK-SEPARATED.
      *>
      *> RETURN-CODE: 0 NO CURRENT OVERRUN, 4 OVERRUN, 8 HISTORY FILE
      *> ERROR, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobTrend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT JOBLOG-FILE ASSIGN DYNAMIC WS-JOBLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.

           SELECT LIST-FILE ASSIGN DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-RECORD.
           05  HR-DECK           PIC X(60).
           05  FILLER            PIC X.
           05  HR-RUN            PIC X(15).
           05  FILLER            PIC X.
           05  HR-STEP           PIC 9(3).
           05  FILLER            PIC X.
           05  HR-TOOL           PIC X(20).
           05  FILLER            PIC X.
           05  HR-START          PIC X(19).
           05  FILLER            PIC X.
           05  HR-END            PIC X(19).
           05  FILLER            PIC X.
           05  HR-SECS           PIC 9(7).
           05  FILLER            PIC X.
           05  HR-STATE          PIC X(8).

       FD  JOBLOG-FILE.
       01  JOBLOG-RECORD         PIC X(255).

       FD  LIST-FILE.
       01  LIST-RECORD           PIC X(280).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 10 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

       01  WS-SPOOL-DIR          PIC X(255) VALUE "spool".
       01  WS-HIST-PATH          PIC X(255) VALUE "runtime.hist".
       01  WS-HIST-STATUS        PIC XX VALUE SPACES.
       01  WS-HIST-EOF           PIC X VALUE "N".
       01  WS-HIST-EXISTS        PIC X VALUE "N".
       01  WS-JOBLOG-PATH        PIC X(280) VALUE SPACES.
       01  WS-JOBLOG-STATUS      PIC XX VALUE SPACES.
       01  WS-JOBLOG-EOF         PIC X VALUE "N".
       01  WS-LIST-PATH          PIC X(64) VALUE
           "/tmp/job_trend_logs.tmp".
       01  WS-LIST-STATUS        PIC XX VALUE SPACES.
       01  WS-LIST-EOF           PIC X VALUE "N".
       01  WS-SHELL-CMD          PIC X(700) VALUE SPACES.

      *> TUNING, FROM tool.cfg AND THE COMMAND LINE.
       01  WS-OVERRUN-PCT        PIC 9(5) VALUE 200.
       01  WS-MIN-RUNS           PIC 9(5) VALUE 3.
       01  WS-WINDOW-DAYS        PIC 9(5) VALUE 30.
       01  WS-PCT-OVERRIDE       PIC 9(5) VALUE 0.
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(4) COMP-5 VALUE 0.

      *> RUNS ALREADY IN THE HISTORY (DECK + RUN STAMP), SO A JOB
      *> LOG IS NEVER COLLECTED TWICE.
       01  WS-SEEN-MAX           PIC 9(5) COMP-5 VALUE 5000.
       01  WS-SEEN-COUNT         PIC 9(5) COMP-5 VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-KEY       PIC X(75) OCCURS 5000 TIMES.
       01  WS-SEEN-IDX           PIC 9(5) COMP-5 VALUE 0.
       01  WS-SEEN-HIT           PIC X VALUE "N".
       01  WS-RUN-KEY            PIC X(75) VALUE SPACES.

      *> ONE JOB LOG BEING COLLECTED. ITS STEP ROWS ARE HELD UNTIL
      *> THE LOG HAS BEEN READ TO THE END, SO THE DECK'S OWN SPAN
      *> AND CLEANLINESS ARE KNOWN BEFORE ANYTHING IS WRITTEN.
       01  WS-LOG-DECK           PIC X(60) VALUE SPACES.
       01  WS-LOG-RUN            PIC X(15) VALUE SPACES.
       01  WS-LOG-SCRATCH        PIC X(255) VALUE SPACES.
       01  WS-LOG-CLEAN          PIC X VALUE "Y".
       01  WS-LOG-FIRST-START    PIC X(19) VALUE SPACES.
       01  WS-LOG-LAST-END       PIC X(19) VALUE SPACES.
       01  WS-CUR-STEP           PIC 9(3) VALUE 0.
       01  WS-CUR-STATE          PIC X(8) VALUE SPACES.
       01  WS-CUR-TOOL           PIC X(20) VALUE SPACES.
       01  WS-CUR-TEXT           PIC X(255) VALUE SPACES.
       01  WS-TEXT-POS           PIC 9(4) COMP-5 VALUE 0.
       01  WS-TOKEN              PIC X(255) VALUE SPACES.
       01  WS-TOKEN-PTR          PIC 9(4) COMP-5 VALUE 0.
       01  WS-PEND-MAX           PIC 9(3) COMP-5 VALUE 200.
       01  WS-PEND-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 200 TIMES.
               10  WS-PEND-STEP      PIC 9(3).
               10  WS-PEND-TOOL      PIC X(20).
               10  WS-PEND-START     PIC X(19).
               10  WS-PEND-END       PIC X(19).
               10  WS-PEND-STATE     PIC X(8).
       01  WS-PEND-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-LOGS-COLLECTED     PIC 9(5) COMP-5 VALUE 0.
       01  WS-ROWS-ADDED         PIC 9(7) COMP-5 VALUE 0.

      *> TIMESTAMP ARITHMETIC: YYYY-MM-DD HH:MM:SS TO A RUNNING
      *> SECOND COUNT, SO A STEP MAY SPAN MIDNIGHT.
       01  WS-TS-IN              PIC X(19) VALUE SPACES.
       01  WS-TS-DATE            PIC 9(8) VALUE 0.
       01  WS-TS-DAYS            PIC 9(7) COMP-5 VALUE 0.
       01  WS-TS-SECS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-START-SECS         PIC 9(12) COMP-5 VALUE 0.
       01  WS-DURATION           PIC 9(9) COMP-5 VALUE 0.

      *> ONE AGGREGATE PER DECK/STEP/TOOL. THE LAST FIVE CLEAN
      *> DURATIONS ARE KEPT IN A RING FOR THE RECENT AVERAGE; THE
      *> FIRST FIVE ARE SUMMED ONCE AS THE TREND'S BASELINE.
       01  WS-AGG-MAX            PIC 9(3) COMP-5 VALUE 500.
       01  WS-AGG-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-AGG-TABLE.
           05  WS-AGG-ENTRY OCCURS 500 TIMES.
               10  WS-AGG-DECK       PIC X(60).
               10  WS-AGG-STEP       PIC 9(3).
               10  WS-AGG-TOOL       PIC X(20).
               10  WS-AGG-RUNS       PIC 9(7) COMP-5.
               10  WS-AGG-SUM        PIC 9(12) COMP-5.
               10  WS-AGG-BEST       PIC 9(9) COMP-5.
               10  WS-AGG-WORST      PIC 9(9) COMP-5.
               10  WS-AGG-LAST       PIC 9(9) COMP-5.
               10  WS-AGG-LAST-OVER  PIC X.
               10  WS-AGG-FIRST-SUM  PIC 9(12) COMP-5.
               10  WS-AGG-FIRST-N    PIC 9(1) COMP-5.
               10  WS-AGG-RING-N     PIC 9(1) COMP-5.
               10  WS-AGG-RING-NEXT  PIC 9(1) COMP-5.
               10  WS-AGG-RING       PIC 9(9) COMP-5 OCCURS 5 TIMES.
       01  WS-AGG-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-AGG-HIT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-RING-IDX           PIC 9(1) COMP-5 VALUE 0.
       01  WS-RING-SUM           PIC 9(12) COMP-5 VALUE 0.
       01  WS-AVG-SECS           PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECENT-SECS        PIC 9(9) COMP-5 VALUE 0.
       01  WS-FIRST-AVG          PIC 9(9) COMP-5 VALUE 0.
       01  WS-BASELINE           PIC 9(9) COMP-5 VALUE 0.
       01  WS-LIMIT-SECS         PIC 9(12) COMP-5 VALUE 0.
       01  WS-TREND-PCT          PIC 9(5) COMP-5 VALUE 0.

      *> DECKS IN FIRST-SEEN ORDER, FOR THE REPORT'S GROUPING.
       01  WS-DECK-MAX           PIC 9(3) COMP-5 VALUE 100.
       01  WS-DECK-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-DECK-TABLE.
           05  WS-DECK-NAME      PIC X(60) OCCURS 100 TIMES.
       01  WS-DECK-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-DECK-HIT           PIC 9(3) COMP-5 VALUE 0.

      *> OVERRUNS INSIDE THE REPORTING WINDOW.
       01  WS-OVR-MAX            PIC 9(3) COMP-5 VALUE 200.
       01  WS-OVR-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-OVR-TABLE.
           05  WS-OVR-ENTRY OCCURS 200 TIMES.
               10  WS-OVR-START      PIC X(19).
               10  WS-OVR-AGG        PIC 9(3) COMP-5.
               10  WS-OVR-SECS       PIC 9(9) COMP-5.
               10  WS-OVR-NORMAL     PIC 9(9) COMP-5.
       01  WS-OVR-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-OVR-DROPPED        PIC 9(5) COMP-5 VALUE 0.
       01  WS-CURRENT-OVERRUNS   PIC 9(5) COMP-5 VALUE 0.
       01  WS-WINDOW-START       PIC X(19) VALUE SPACES.
       01  WS-TODAY-RAW          PIC X(21) VALUE SPACES.
       01  WS-DATE-INT           PIC 9(8) COMP-5 VALUE 0.
       01  WS-DATE-YMD           PIC 9(8) VALUE 0.
       01  WS-DATE-YMD-X REDEFINES WS-DATE-YMD PIC X(8).

      *> DURATION DISPLAY AS HH:MM:SS (HOURS CAPPED AT 99).
       01  WS-DUR-IN             PIC 9(9) COMP-5 VALUE 0.
       01  WS-DUR-TEXT           PIC X(8) VALUE SPACES.
       01  WS-DUR-HH             PIC 99.
       01  WS-DUR-MM             PIC 99.
       01  WS-DUR-SS             PIC 99.
       01  WS-DUR-WORK           PIC 9(9) COMP-5 VALUE 0.
       01  WS-TXT-AVG            PIC X(8) VALUE SPACES.
       01  WS-TXT-BEST           PIC X(8) VALUE SPACES.
       01  WS-TXT-WORST          PIC X(8) VALUE SPACES.
       01  WS-TXT-LAST           PIC X(8) VALUE SPACES.
       01  WS-TXT-RECENT         PIC X(8) VALUE SPACES.
       01  WS-STEP-TEXT          PIC X(4) VALUE SPACES.
       01  WS-STEP-DISP          PIC 9(3).
       01  WS-RUNS-DISP          PIC ZZZZ9.
       01  WS-PCT-DISP           PIC ZZZZ9.
       01  WS-FLAG-TEXT          PIC X(8) VALUE SPACES.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-COUNT-RAW          PIC 9(3).

      *> REPORT, THROUGH THE SHARED ReportWriter.
       01  WS-OUT-LINE           PIC X(255) VALUE SPACES.
       01  WS-REPORT-PATH        PIC X(255) VALUE "runtime_trend.txt".
       01  WS-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPT-OP             PIC X VALUE SPACE.
       01  WS-RPT-TITLE          PIC X(255) VALUE
           "JOB AND STEP RUNTIME TREND".
       01  WS-VERDICT-RC         PIC 9(2) COMP-5 VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM WITH THE VERDICT.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "JobTrend".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM READ-TREND-CONFIG
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "JTR001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PCT-OVERRIDE > 0
               MOVE WS-PCT-OVERRIDE TO WS-OVERRUN-PCT
           END-IF
           PERFORM COMPUTE-WINDOW-START

           PERFORM LOAD-SEEN-RUNS
           PERFORM COLLECT-NEW-JOB-LOGS
           IF WS-VERDICT-RC = 8
               MOVE "error: cannot write runtime history"
                   TO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AGGREGATE-HISTORY

           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "JTR002E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "error: cannot create report file"
                   TO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PRINT-TREND-REPORT

           MOVE WS-CURRENT-OVERRUNS TO WS-COUNT-RAW
           MOVE SPACES TO WS-OUT-LINE
           IF WS-CURRENT-OVERRUNS > 0
               MOVE 4 TO WS-VERDICT-RC
               STRING "VERDICT: WARN - " WS-COUNT-RAW
                   " step(s) overran on their latest run"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           ELSE
               MOVE "VERDICT: OK - no step overran on its latest run"
                   TO WS-OUT-LINE
           END-IF
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
           IF WS-VERDICT-RC = 4
               STRING "runtime trend WARN overrun steps="
                   WS-COUNT-RAW DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
           ELSE
               STRING "runtime trend OK overrun steps="
                   WS-COUNT-RAW DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
           END-IF
           PERFORM LOG-AND-FINISH
           MOVE WS-VERDICT-RC TO RETURN-CODE
           GOBACK.

      *> LOG-AND-FINISH RECORDS THE RUN ON THE AUDIT TRAIL.
       LOG-AND-FINISH.
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING FUNCTION TRIM(WS-SPOOL-DIR) " "
               FUNCTION TRIM(WS-HIST-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE, THE SAME
      *> ORDER-INDEPENDENT STYLE THE OTHER TOOLS USE.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-spool"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SPOOL-DIR
                   WHEN "-hist"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-HIST-PATH
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-REPORT-PATH
                   WHEN "-pct"
                       ADD 1 TO WS-ARG-IDX
                       IF FUNCTION TEST-NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                           NOT = 0
                           MOVE "Y" TO WS-USAGE-ERROR
                       ELSE
                           COMPUTE WS-PCT-OVERRIDE = FUNCTION NUMVAL(
                               WS-ARG-ENTRY(WS-ARG-IDX))
                           IF WS-PCT-OVERRIDE <= 100
                               MOVE "Y" TO WS-USAGE-ERROR
                           END-IF
                       END-IF
                   WHEN "-days"
                       ADD 1 TO WS-ARG-IDX
                       IF FUNCTION TEST-NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                           NOT = 0
                           MOVE "Y" TO WS-USAGE-ERROR
                       ELSE
                           COMPUTE WS-WINDOW-DAYS = FUNCTION NUMVAL(
                               WS-ARG-ENTRY(WS-ARG-IDX))
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM.

      *> COMPUTE-WINDOW-START GIVES THE OLDEST TIMESTAMP WHOSE
      *> OVERRUNS STILL APPEAR IN THE REPORT.
       COMPUTE-WINDOW-START.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-RAW
           MOVE FUNCTION NUMVAL(WS-TODAY-RAW(1:8)) TO WS-DATE-YMD
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD) - WS-WINDOW-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-YMD
           MOVE SPACES TO WS-WINDOW-START
           STRING WS-DATE-YMD-X(1:4) "-" WS-DATE-YMD-X(5:2) "-"
               WS-DATE-YMD-X(7:2) " 00:00:00"
               DELIMITED BY SIZE INTO WS-WINDOW-START.

      *> READ-TREND-CONFIG PULLS TREND-OVERRUN-PCT AND
      *> TREND-MIN-RUNS OUT OF tool.cfg, HONORING THE SAME
      *> GLOBAL-OR-[JOBTREND] SECTION RULE HouseKeep USES.
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
               AND WS-CURRENT-SECTION NOT = "JOBTREND"
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

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "TREND-OVERRUN-PCT"
                   COMPUTE WS-OVERRUN-PCT =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "TREND-MIN-RUNS"
                   COMPUTE WS-MIN-RUNS =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
           END-EVALUATE.

      *> LOAD-SEEN-RUNS NOTES EVERY RUN THE HISTORY ALREADY HOLDS.
       LOAD-SEEN-RUNS.
           MOVE 0 TO WS-SEEN-COUNT
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HIST-EXISTS
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       MOVE SPACES TO WS-RUN-KEY
                       MOVE HR-DECK TO WS-RUN-KEY(1:60)
                       MOVE HR-RUN TO WS-RUN-KEY(61:15)
                       PERFORM FIND-SEEN-RUN
                       IF WS-SEEN-HIT = "N"
                           PERFORM ADD-SEEN-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

      *> FIND-SEEN-RUN SEARCHES FROM THE NEWEST END, WHERE A
      *> HISTORY FILE'S REPEATED KEYS SIT.
       FIND-SEEN-RUN.
           MOVE "N" TO WS-SEEN-HIT
           PERFORM VARYING WS-SEEN-IDX FROM WS-SEEN-COUNT BY -1
                   UNTIL WS-SEEN-IDX < 1 OR WS-SEEN-HIT = "Y"
               IF WS-SEEN-KEY(WS-SEEN-IDX) = WS-RUN-KEY
                   MOVE "Y" TO WS-SEEN-HIT
               END-IF
           END-PERFORM.

       ADD-SEEN-RUN.
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-RUN-KEY TO WS-SEEN-KEY(WS-SEEN-COUNT)
           END-IF.

      *> COLLECT-NEW-JOB-LOGS LISTS EVERY spool/run-*/job.log (THE
      *> STAMPED DIRECTORY NAMES SORT OLDEST FIRST) AND APPENDS THE
      *> STEP ROWS OF EACH ONE NOT YET IN THE HISTORY. A DECK STILL
      *> RUNNING HAS NO job.log YET AND IS PICKED UP NEXT TIME.
       COLLECT-NEW-JOB-LOGS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SPOOL-DIR) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               "/run-*/job.log 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-LIST-PATH) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE

           IF WS-HIST-EXISTS = "Y"
               OPEN EXTEND HIST-FILE
           ELSE
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-STATUS NOT = "00"
               MOVE "JTR003E" TO WS-MSG-ID
               MOVE WS-HIST-PATH TO WS-MSG-SLOT(1)
               MOVE WS-HIST-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-VERDICT-RC
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LIST-EOF
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ LIST-FILE
                       AT END
                           MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           IF LIST-RECORD NOT = SPACES
                               MOVE LIST-RECORD TO WS-JOBLOG-PATH
                               PERFORM COLLECT-ONE-JOB-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF
           CLOSE HIST-FILE

           MOVE WS-LOGS-COLLECTED TO WS-COUNT-DISP
           DISPLAY "Job logs collected : " WS-COUNT-DISP
           MOVE WS-ROWS-ADDED TO WS-COUNT-DISP
           DISPLAY "History rows added : " WS-COUNT-DISP.

      *> COLLECT-ONE-JOB-LOG READS ONE job.log: THE "Job <deck> run
      *> <stamp>" LINE NAMES THE RUN, EACH "Step nnn <state>" LINE
      *> OPENS A STEP AND THE "start=... end=..." LINE UNDER IT
      *> CLOSES IT. A STEP THAT NEVER STARTED (SKIPPED, REJECTED,
      *> CARRIED OVER FROM A RESTART) HAS NO TIMES AND NO ROW.
       COLLECT-ONE-JOB-LOG.
           MOVE SPACES TO WS-LOG-DECK
           MOVE SPACES TO WS-LOG-RUN
           MOVE "Y" TO WS-LOG-CLEAN
           MOVE SPACES TO WS-LOG-FIRST-START
           MOVE SPACES TO WS-LOG-LAST-END
           MOVE 0 TO WS-PEND-COUNT
           MOVE 0 TO WS-CUR-STEP
           MOVE "N" TO WS-JOBLOG-EOF

           OPEN INPUT JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JOBLOG-EOF = "Y"
               READ JOBLOG-FILE
                   AT END
                       MOVE "Y" TO WS-JOBLOG-EOF
                   NOT AT END
                       PERFORM JUDGE-JOB-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE JOBLOG-FILE

           IF WS-LOG-RUN = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RUN-KEY
           MOVE WS-LOG-DECK TO WS-RUN-KEY(1:60)
           MOVE WS-LOG-RUN TO WS-RUN-KEY(61:15)
           PERFORM FIND-SEEN-RUN
           IF WS-SEEN-HIT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-SEEN-RUN
           ADD 1 TO WS-LOGS-COLLECTED

           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                   UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE SPACES TO HIST-RECORD
               MOVE WS-LOG-DECK TO HR-DECK
               MOVE WS-LOG-RUN TO HR-RUN
               MOVE WS-PEND-STEP(WS-PEND-IDX) TO HR-STEP
               MOVE WS-PEND-TOOL(WS-PEND-IDX) TO HR-TOOL
               MOVE WS-PEND-START(WS-PEND-IDX) TO HR-START
               MOVE WS-PEND-END(WS-PEND-IDX) TO HR-END
               MOVE WS-PEND-STATE(WS-PEND-IDX) TO HR-STATE
               PERFORM COMPUTE-ROW-DURATION
               WRITE HIST-RECORD
               ADD 1 TO WS-ROWS-ADDED
           END-PERFORM

      *> THE DECK'S OWN ROW: FIRST STEP START TO LAST STEP END.
           IF WS-PEND-COUNT > 0
               MOVE SPACES TO HIST-RECORD
               MOVE WS-LOG-DECK TO HR-DECK
               MOVE WS-LOG-RUN TO HR-RUN
               MOVE 0 TO HR-STEP
               MOVE "(whole deck)" TO HR-TOOL
               MOVE WS-LOG-FIRST-START TO HR-START
               MOVE WS-LOG-LAST-END TO HR-END
               IF WS-LOG-CLEAN = "Y"
                   MOVE "OK" TO HR-STATE
               ELSE
                   MOVE "PARTIAL" TO HR-STATE
               END-IF
               PERFORM COMPUTE-ROW-DURATION
               WRITE HIST-RECORD
               ADD 1 TO WS-ROWS-ADDED
           END-IF.

      *> COMPUTE-ROW-DURATION FILLS HR-SECS FROM HR-START/HR-END.
       COMPUTE-ROW-DURATION.
           MOVE HR-START TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECS TO WS-START-SECS
           MOVE HR-END TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           IF WS-TS-SECS >= WS-START-SECS
               COMPUTE WS-DURATION = WS-TS-SECS - WS-START-SECS
           ELSE
               MOVE 0 TO WS-DURATION
           END-IF
           IF WS-DURATION > 9999999
               MOVE 9999999 TO WS-DURATION
           END-IF
           MOVE WS-DURATION TO HR-SECS.

      *> JUDGE-JOB-LOG-LINE SORTS OUT ONE job.log LINE.
       JUDGE-JOB-LOG-LINE.
           EVALUATE TRUE
               WHEN JOBLOG-RECORD(1:4) = "Job "
                   MOVE SPACES TO WS-LOG-SCRATCH
                   UNSTRING JOBLOG-RECORD(5:) DELIMITED BY " run "
                       INTO WS-LOG-SCRATCH WS-LOG-RUN
                   END-UNSTRING
                   MOVE WS-LOG-SCRATCH TO WS-LOG-DECK
               WHEN JOBLOG-RECORD(1:5) = "Step "
                   AND JOBLOG-RECORD(6:3) IS NUMERIC
                   PERFORM OPEN-JOB-LOG-STEP
               WHEN JOBLOG-RECORD(1:15) = "         start="
                   AND WS-CUR-STEP > 0
                   PERFORM CLOSE-JOB-LOG-STEP
               WHEN JOBLOG-RECORD(1:22) = "Job stopped before end"
                   MOVE "N" TO WS-LOG-CLEAN
           END-EVALUATE.

      *> OPEN-JOB-LOG-STEP TAKES THE STEP NUMBER, STATE AND TOOL
      *> FROM A "Step nnn <state> [rc=nnnnn] : <step text>" LINE.
       OPEN-JOB-LOG-STEP.
           MOVE JOBLOG-RECORD(6:3) TO WS-CUR-STEP
           MOVE SPACES TO WS-CUR-STATE
           UNSTRING JOBLOG-RECORD(10:) DELIMITED BY ALL SPACE
               INTO WS-CUR-STATE
           END-UNSTRING
           IF WS-CUR-STATE NOT = "OK"
               AND WS-CUR-STATE NOT = "SKIPPED"
               MOVE "N" TO WS-LOG-CLEAN
           END-IF

           MOVE 0 TO WS-TEXT-POS
           INSPECT JOBLOG-RECORD TALLYING WS-TEXT-POS
               FOR CHARACTERS BEFORE INITIAL " : "
           MOVE SPACES TO WS-CUR-TEXT
           IF WS-TEXT-POS < 250
               MOVE JOBLOG-RECORD(WS-TEXT-POS + 4:) TO WS-CUR-TEXT
           END-IF

      *> THE TOOL IS THE FIRST WORD THAT IS NOT A "-" OR A
      *> NAME=/IF=/SHR=/OLD=/ENQWAIT= STYLE TOKEN.
           MOVE SPACES TO WS-CUR-TOOL
           MOVE 1 TO WS-TOKEN-PTR
           PERFORM UNTIL WS-CUR-TOOL NOT = SPACES
                   OR WS-TOKEN-PTR > 255
               MOVE SPACES TO WS-TOKEN
               UNSTRING WS-CUR-TEXT DELIMITED BY ALL SPACE
                   INTO WS-TOKEN WITH POINTER WS-TOKEN-PTR
               END-UNSTRING
               IF WS-TOKEN(1:1) = "-"
                   MOVE WS-TOKEN(2:) TO WS-TOKEN
               END-IF
               MOVE 0 TO WS-LINE-LEN
               INSPECT WS-TOKEN TALLYING WS-LINE-LEN FOR ALL "="
               IF WS-TOKEN NOT = SPACES AND WS-LINE-LEN = 0
                   MOVE WS-TOKEN TO WS-CUR-TOOL
               END-IF
           END-PERFORM.

      *> CLOSE-JOB-LOG-STEP HOLDS THE STEP'S TIMES UNTIL THE WHOLE
      *> LOG HAS BEEN READ.
       CLOSE-JOB-LOG-STEP.
           IF WS-PEND-COUNT < WS-PEND-MAX
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-CUR-STEP TO WS-PEND-STEP(WS-PEND-COUNT)
               MOVE WS-CUR-TOOL TO WS-PEND-TOOL(WS-PEND-COUNT)
               MOVE JOBLOG-RECORD(16:19)
                   TO WS-PEND-START(WS-PEND-COUNT)
               MOVE JOBLOG-RECORD(40:19) TO WS-PEND-END(WS-PEND-COUNT)
               MOVE WS-CUR-STATE TO WS-PEND-STATE(WS-PEND-COUNT)
               IF WS-LOG-FIRST-START = SPACES
                   OR WS-PEND-START(WS-PEND-COUNT) < WS-LOG-FIRST-START
                   MOVE WS-PEND-START(WS-PEND-COUNT)
                       TO WS-LOG-FIRST-START
               END-IF
               IF WS-PEND-END(WS-PEND-COUNT) > WS-LOG-LAST-END
                   MOVE WS-PEND-END(WS-PEND-COUNT) TO WS-LOG-LAST-END
               END-IF
           END-IF
           MOVE 0 TO WS-CUR-STEP.

      *> TIMESTAMP-TO-SECONDS TURNS WS-TS-IN INTO WS-TS-SECS.
       TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECS
           IF WS-TS-IN(1:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-SCRATCH
           STRING WS-TS-IN(1:4) WS-TS-IN(6:2) WS-TS-IN(9:2)
               DELIMITED BY SIZE INTO WS-LOG-SCRATCH
           MOVE WS-LOG-SCRATCH(1:8) TO WS-TS-DATE
           COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           COMPUTE WS-TS-SECS = WS-TS-DAYS * 86400
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(12:2)) * 3600
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(15:2)) * 60
           COMPUTE WS-TS-SECS = WS-TS-SECS
               + FUNCTION NUMVAL(WS-TS-IN(18:2)).

      *> AGGREGATE-HISTORY REPLAYS THE WHOLE HISTORY IN THE ORDER IT
      *> WAS COLLECTED, JUDGING EACH CLEAN RUN AGAINST THE AVERAGE
      *> OF THE CLEAN RUNS BEFORE IT.
       AGGREGATE-HISTORY.
           MOVE "N" TO WS-HIST-EOF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HIST-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       IF HR-STATE = "OK" AND HR-SECS IS NUMERIC
                           PERFORM FOLD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE

           MOVE 0 TO WS-CURRENT-OVERRUNS
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-COUNT
               IF WS-AGG-LAST-OVER(WS-AGG-IDX) = "Y"
                   ADD 1 TO WS-CURRENT-OVERRUNS
               END-IF
           END-PERFORM.

      *> FOLD-HISTORY-ROW ADDS ONE CLEAN RUN TO ITS AGGREGATE.
       FOLD-HISTORY-ROW.
           MOVE 0 TO WS-AGG-HIT
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-AGG-COUNT
                   OR WS-AGG-HIT > 0
               IF WS-AGG-DECK(WS-AGG-IDX) = HR-DECK
                   AND WS-AGG-STEP(WS-AGG-IDX) = HR-STEP
                   AND WS-AGG-TOOL(WS-AGG-IDX) = HR-TOOL
                   MOVE WS-AGG-IDX TO WS-AGG-HIT
               END-IF
           END-PERFORM
           IF WS-AGG-HIT = 0
               IF WS-AGG-COUNT >= WS-AGG-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AGG-COUNT
               MOVE WS-AGG-COUNT TO WS-AGG-HIT
               INITIALIZE WS-AGG-ENTRY(WS-AGG-HIT)
               MOVE HR-DECK TO WS-AGG-DECK(WS-AGG-HIT)
               MOVE HR-STEP TO WS-AGG-STEP(WS-AGG-HIT)
               MOVE HR-TOOL TO WS-AGG-TOOL(WS-AGG-HIT)
               MOVE "N" TO WS-AGG-LAST-OVER(WS-AGG-HIT)
               MOVE HR-SECS TO WS-AGG-BEST(WS-AGG-HIT)
               PERFORM NOTE-DECK
           END-IF

           MOVE HR-SECS TO WS-DURATION
           MOVE "N" TO WS-AGG-LAST-OVER(WS-AGG-HIT)
           IF WS-AGG-RUNS(WS-AGG-HIT) >= WS-MIN-RUNS
               AND WS-AGG-RUNS(WS-AGG-HIT) > 0
               COMPUTE WS-BASELINE = WS-AGG-SUM(WS-AGG-HIT)
                   / WS-AGG-RUNS(WS-AGG-HIT)
      *> A SUB-SECOND BASELINE WOULD MAKE ANY ONE-SECOND RUN AN
      *> OVERRUN, SO ONE SECOND IS THE FLOOR.
               IF WS-BASELINE < 1
                   MOVE 1 TO WS-BASELINE
               END-IF
               COMPUTE WS-LIMIT-SECS =
                   WS-BASELINE * WS-OVERRUN-PCT / 100
               IF WS-DURATION > WS-LIMIT-SECS
                   MOVE "Y" TO WS-AGG-LAST-OVER(WS-AGG-HIT)
                   IF HR-START >= WS-WINDOW-START
                       PERFORM NOTE-OVERRUN
                   END-IF
               END-IF
           END-IF

           ADD 1 TO WS-AGG-RUNS(WS-AGG-HIT)
           ADD WS-DURATION TO WS-AGG-SUM(WS-AGG-HIT)
           IF WS-DURATION < WS-AGG-BEST(WS-AGG-HIT)
               MOVE WS-DURATION TO WS-AGG-BEST(WS-AGG-HIT)
           END-IF
           IF WS-DURATION > WS-AGG-WORST(WS-AGG-HIT)
               MOVE WS-DURATION TO WS-AGG-WORST(WS-AGG-HIT)
           END-IF
           MOVE WS-DURATION TO WS-AGG-LAST(WS-AGG-HIT)
           IF WS-AGG-FIRST-N(WS-AGG-HIT) < 5
               ADD 1 TO WS-AGG-FIRST-N(WS-AGG-HIT)
               ADD WS-DURATION TO WS-AGG-FIRST-SUM(WS-AGG-HIT)
           END-IF
           ADD 1 TO WS-AGG-RING-NEXT(WS-AGG-HIT)
           IF WS-AGG-RING-NEXT(WS-AGG-HIT) > 5
               MOVE 1 TO WS-AGG-RING-NEXT(WS-AGG-HIT)
           END-IF
           MOVE WS-DURATION TO WS-AGG-RING(WS-AGG-HIT,
               WS-AGG-RING-NEXT(WS-AGG-HIT))
           IF WS-AGG-RING-N(WS-AGG-HIT) < 5
               ADD 1 TO WS-AGG-RING-N(WS-AGG-HIT)
           END-IF.

      *> NOTE-DECK KEEPS THE DISTINCT DECKS IN FIRST-SEEN ORDER.
       NOTE-DECK.
           MOVE 0 TO WS-DECK-HIT
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-DECK-COUNT
               IF WS-DECK-NAME(WS-DECK-IDX) = HR-DECK
                   MOVE WS-DECK-IDX TO WS-DECK-HIT
               END-IF
           END-PERFORM
           IF WS-DECK-HIT = 0 AND WS-DECK-COUNT < WS-DECK-MAX
               ADD 1 TO WS-DECK-COUNT
               MOVE HR-DECK TO WS-DECK-NAME(WS-DECK-COUNT)
           END-IF.

      *> NOTE-OVERRUN KEEPS ONE OVERRUN FOR THE REPORT'S LISTING.
       NOTE-OVERRUN.
           IF WS-OVR-COUNT < WS-OVR-MAX
               ADD 1 TO WS-OVR-COUNT
               MOVE HR-START TO WS-OVR-START(WS-OVR-COUNT)
               MOVE WS-AGG-HIT TO WS-OVR-AGG(WS-OVR-COUNT)
               MOVE WS-DURATION TO WS-OVR-SECS(WS-OVR-COUNT)
               MOVE WS-BASELINE TO WS-OVR-NORMAL(WS-OVR-COUNT)
           ELSE
               ADD 1 TO WS-OVR-DROPPED
           END-IF.

      *> PRINT-TREND-REPORT WRITES THE PER-DECK TABLES AND THE
      *> OVERRUN LISTING.
       PRINT-TREND-REPORT.
           MOVE WS-OVERRUN-PCT TO WS-PCT-DISP
           MOVE WS-MIN-RUNS TO WS-RUNS-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Overrun above " FUNCTION TRIM(WS-PCT-DISP)
               "% of the earlier average, judged after "
               FUNCTION TRIM(WS-RUNS-DISP) " clean run(s)"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE

           IF WS-AGG-COUNT = 0
               MOVE "No clean runs in the runtime history yet"
                   TO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF

           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-DECK-COUNT
               MOVE SPACES TO WS-OUT-LINE
               PERFORM EMIT-LINE
               STRING "Deck " FUNCTION TRIM(WS-DECK-NAME(WS-DECK-IDX))
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
               MOVE "  Step Tool                  Runs  Average"
                   & "     Best    Worst     Last  Recent5 Trend%"
                   TO WS-OUT-LINE
               PERFORM EMIT-LINE
               PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                       UNTIL WS-AGG-IDX > WS-AGG-COUNT
                   IF WS-AGG-DECK(WS-AGG-IDX)
                       = WS-DECK-NAME(WS-DECK-IDX)
                       PERFORM PRINT-AGGREGATE-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE
           MOVE WS-WINDOW-DAYS TO WS-RUNS-DISP
           STRING "---- Overruns in the last "
               FUNCTION TRIM(WS-RUNS-DISP) " day(s) ----"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE
           IF WS-OVR-COUNT = 0
               MOVE "none" TO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
                   UNTIL WS-OVR-IDX > WS-OVR-COUNT
               MOVE WS-OVR-AGG(WS-OVR-IDX) TO WS-AGG-IDX
               PERFORM FORMAT-STEP-TEXT
               MOVE WS-OVR-SECS(WS-OVR-IDX) TO WS-DUR-IN
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-TXT-LAST
               MOVE WS-OVR-NORMAL(WS-OVR-IDX) TO WS-DUR-IN
               PERFORM FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-TXT-AVG
               COMPUTE WS-TREND-PCT = WS-OVR-SECS(WS-OVR-IDX) * 100
                   / WS-OVR-NORMAL(WS-OVR-IDX)
               MOVE WS-TREND-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING "OVERRUN " WS-OVR-START(WS-OVR-IDX) " "
                   FUNCTION TRIM(WS-AGG-DECK(WS-AGG-IDX)) " step "
                   WS-STEP-TEXT " "
                   FUNCTION TRIM(WS-AGG-TOOL(WS-AGG-IDX))
                   " took " WS-TXT-LAST " vs normal " WS-TXT-AVG
                   " (" FUNCTION TRIM(WS-PCT-DISP) "%)"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           IF WS-OVR-DROPPED > 0
               MOVE WS-OVR-DROPPED TO WS-COUNT-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING "... and " FUNCTION TRIM(WS-COUNT-DISP)
                   " more not listed"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF.

      *> PRINT-AGGREGATE-LINE WRITES ONE STEP'S (OR THE DECK'S)
      *> FIGURES. A STEP WHOSE LATEST RUN OVERRAN IS FLAGGED.
       PRINT-AGGREGATE-LINE.
           PERFORM FORMAT-STEP-TEXT
           COMPUTE WS-AVG-SECS = WS-AGG-SUM(WS-AGG-IDX)
               / WS-AGG-RUNS(WS-AGG-IDX)
           MOVE WS-AVG-SECS TO WS-DUR-IN
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TXT-AVG
           MOVE WS-AGG-BEST(WS-AGG-IDX) TO WS-DUR-IN
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TXT-BEST
           MOVE WS-AGG-WORST(WS-AGG-IDX) TO WS-DUR-IN
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TXT-WORST
           MOVE WS-AGG-LAST(WS-AGG-IDX) TO WS-DUR-IN
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TXT-LAST

           MOVE 0 TO WS-RING-SUM
           PERFORM VARYING WS-RING-IDX FROM 1 BY 1
                   UNTIL WS-RING-IDX > WS-AGG-RING-N(WS-AGG-IDX)
               ADD WS-AGG-RING(WS-AGG-IDX, WS-RING-IDX) TO WS-RING-SUM
           END-PERFORM
           COMPUTE WS-RECENT-SECS = WS-RING-SUM
               / WS-AGG-RING-N(WS-AGG-IDX)
           MOVE WS-RECENT-SECS TO WS-DUR-IN
           PERFORM FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-TXT-RECENT

      *> TREND: THE RECENT AVERAGE AGAINST THE FIRST FIVE RUNS'.
           COMPUTE WS-FIRST-AVG = WS-AGG-FIRST-SUM(WS-AGG-IDX)
               / WS-AGG-FIRST-N(WS-AGG-IDX)
           IF WS-FIRST-AVG < 1
               MOVE 1 TO WS-FIRST-AVG
           END-IF
           COMPUTE WS-TREND-PCT = WS-RECENT-SECS * 100 / WS-FIRST-AVG
           MOVE WS-TREND-PCT TO WS-PCT-DISP

           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-AGG-LAST-OVER(WS-AGG-IDX) = "Y"
               MOVE "OVERRUN" TO WS-FLAG-TEXT
           END-IF
           MOVE WS-AGG-RUNS(WS-AGG-IDX) TO WS-RUNS-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "  " WS-STEP-TEXT " " WS-AGG-TOOL(WS-AGG-IDX)
               WS-RUNS-DISP " " WS-TXT-AVG " " WS-TXT-BEST " "
               WS-TXT-WORST " " WS-TXT-LAST " " WS-TXT-RECENT " "
               WS-PCT-DISP " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE.

      *> FORMAT-STEP-TEXT SHOWS STEP 000 (THE DECK'S OWN SPAN) AS
      *> "JOB".
       FORMAT-STEP-TEXT.
           IF WS-AGG-STEP(WS-AGG-IDX) = 0
               MOVE "JOB" TO WS-STEP-TEXT
           ELSE
               MOVE WS-AGG-STEP(WS-AGG-IDX) TO WS-STEP-DISP
               MOVE WS-STEP-DISP TO WS-STEP-TEXT
           END-IF.

      *> FORMAT-DURATION LAYS WS-DUR-IN SECONDS OUT AS HH:MM:SS.
       FORMAT-DURATION.
           MOVE WS-DUR-IN TO WS-DUR-WORK
           IF WS-DUR-WORK > 359999
               MOVE 359999 TO WS-DUR-WORK
           END-IF
           DIVIDE WS-DUR-WORK BY 3600 GIVING WS-DUR-HH
           COMPUTE WS-DUR-WORK = WS-DUR-WORK - WS-DUR-HH * 3600
           DIVIDE WS-DUR-WORK BY 60 GIVING WS-DUR-MM
           COMPUTE WS-DUR-SS = WS-DUR-WORK - WS-DUR-MM * 60
           MOVE SPACES TO WS-DUR-TEXT
           STRING WS-DUR-HH ":" WS-DUR-MM ":" WS-DUR-SS
               DELIMITED BY SIZE INTO WS-DUR-TEXT.

      *> EMIT-LINE SENDS ONE REPORT LINE TO THE SCREEN AND THE
      *> REPORT FILE.
       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

       COPY "msgissue.cpy".

       END PROGRAM JobTrend.
