      *>   - EVERY -expect TOOL THAT RAN ZERO TIMES IS A WARN
      *>   - WITH -deck: A MISSING JobRunner "job complete" LINE IS A
      *>     WARN, AND ONE REPORTING FAILED STEPS IS A PROBLEM
      *>   - THE LATEST JobTrend RUN IN THE WINDOW REPORTING STEPS
      *>     THAT OVERRAN THEIR NORMAL RUNTIME IS A WARN
      *> EACH FINDING IS A CATALOGED MESSAGE (ACK001E-ACK006W, SEE
      *> messages.cat), SO THE RUN BOOK SAYS WHAT TO DO ABOUT IT.
      *> A WARN OR PROBLEM VERDICT IS ALSO RAISED THROUGH AlertSender
      *> (SEE [ALERTS] IN tool.cfg), NAMING THE WORST FINDING.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditCheck.
       01  WS-JOB-FAILED-TEXT    PIC X(10) VALUE SPACES.
       01  WS-JOB-SCRATCH        PIC X(255) VALUE SPACES.

      *> LATEST JobTrend OVERRUN COUNT IN THE WINDOW.
       01  WS-TREND-SEEN         PIC X VALUE "N".
       01  WS-TREND-OVERRUNS     PIC 9(4) COMP-5 VALUE 0.

      *> VERDICT: 0 = OK, 4 = WARN, 8 = PROBLEM.
       01  WS-VERDICT-RC         PIC 9(2) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.

      *> EACH WARN/PROBLEM FINDING IS SHOWN AND COUNTED HERE; THE
      *> FIRST FINDING OF THE WORST SEVERITY BECOMES THE ALERT REASON.
       01  WS-FINDING-LINE       PIC X(255) VALUE SPACES.
       01  WS-FINDING-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01  WS-ALERT-REASON       PIC X(255) VALUE SPACES.
       01  WS-ALERT-REASON-SEV   PIC X VALUE SPACE.
       01  WS-ALERT-SEVERITY     PIC X(8) VALUE SPACES.
       01  WS-ALERT-REPORT       PIC X(255) VALUE SPACES.
       01  WS-ALERT-MORE         PIC ZZZ9.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM WITH THE VERDICT.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "AuditCheck".
       01  WS-CFG-AUDIT-MAX-SIZE PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP     PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "AuditCheck".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-DECK-CHECK = "Y"
               PERFORM JUDGE-DECK-COMPLETION
           END-IF
           PERFORM JUDGE-RUNTIME-TREND

           EVALUATE WS-VERDICT-RC
               WHEN 0
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-VERDICT-RC >= 4
               PERFORM RAISE-HEALTH-ALERT
           END-IF

           MOVE WS-VERDICT-RC TO RETURN-CODE
           GOBACK.

                           FUNCTION NUMVAL(WS-JOB-FAILED-TEXT)
                   END-IF
               END-IF
           END-IF

      *> RECORDS ARE READ OLDEST FIRST, SO THE LAST ONE SEEN WINS.
           IF FUNCTION TRIM(WS-LOG-PROGRAM) = "JobTrend"
               MOVE 0 TO WS-TALLY
               INSPECT WS-LOG-RESULT TALLYING WS-TALLY
                   FOR ALL "overrun steps="
               IF WS-TALLY > 0
                   MOVE "Y" TO WS-TREND-SEEN
                   MOVE SPACES TO WS-JOB-FAILED-TEXT
                   MOVE SPACES TO WS-JOB-SCRATCH
                   UNSTRING WS-LOG-RESULT DELIMITED BY "steps="
                       INTO WS-JOB-SCRATCH WS-JOB-FAILED-TEXT
                   END-UNSTRING
                   MOVE 0 TO WS-TREND-OVERRUNS
                   IF WS-JOB-FAILED-TEXT NOT = SPACES
                       COMPUTE WS-TREND-OVERRUNS =
                           FUNCTION NUMVAL(WS-JOB-FAILED-TEXT)
                   END-IF
               END-IF
           END-IF.

      *> CLASSIFY-RESULT FLAGS A RECORD AS AN ERROR RESULT THE SAME
      *> WAY AuditReport DOES: A RESULT TAGGED WITH A MESSAGE ID IS AN
      *> ERROR WHEN THE ID IS SEVERITY E OR S; AN UNTAGGED ONE BY THE
      *> "error" / NON-00 "status" WORDING TEST.
       CLASSIFY-RESULT.
           MOVE "N" TO WS-LOG-IS-ERROR
           IF WS-LOG-RESULT(1:3) IS ALPHABETIC-UPPER
               AND WS-LOG-RESULT(1:3) NOT = SPACES
               AND WS-LOG-RESULT(4:3) IS NUMERIC
               AND (WS-LOG-RESULT(7:1) = "I" OR "W" OR "E" OR "S")
               AND WS-LOG-RESULT(8:1) = SPACE
               IF WS-LOG-RESULT(7:1) = "E" OR "S"
                   MOVE "Y" TO WS-LOG-IS-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-RESULT TO WS-RESULT-LOWER
           INSPECT WS-RESULT-LOWER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               IF WS-PGM-ERRORS(WS-PGM-IDX) >= WS-ERR-PROB
                   MOVE WS-PGM-ERRORS(WS-PGM-IDX) TO WS-COUNT-DISP
                   MOVE "ACK001E" TO WS-MSG-ID
                   MOVE WS-PGM-NAME(WS-PGM-IDX) TO WS-MSG-SLOT(1)
                   MOVE WS-COUNT-DISP TO WS-MSG-SLOT(2)
                   PERFORM REPORT-FINDING
                   MOVE 8 TO WS-VERDICT-RC
               ELSE
                   IF WS-PGM-ERRORS(WS-PGM-IDX) >= WS-ERR-WARN
                       MOVE WS-PGM-ERRORS(WS-PGM-IDX)
                           TO WS-COUNT-DISP
                       MOVE "ACK002W" TO WS-MSG-ID
                       MOVE WS-PGM-NAME(WS-PGM-IDX) TO WS-MSG-SLOT(1)
                       MOVE WS-COUNT-DISP TO WS-MSG-SLOT(2)
                       PERFORM REPORT-FINDING
                       IF WS-VERDICT-RC < 4
                           MOVE 4 TO WS-VERDICT-RC
                       END-IF
                   UNTIL WS-EXPECT-IDX > WS-EXPECT-COUNT
               IF WS-EXPECT-RUNS(WS-EXPECT-IDX) = 0
                   AND WS-EXPECT-NAME(WS-EXPECT-IDX) NOT = SPACES
                   MOVE "ACK003W" TO WS-MSG-ID
                   MOVE WS-EXPECT-NAME(WS-EXPECT-IDX) TO WS-MSG-SLOT(1)
                   PERFORM REPORT-FINDING
                   IF WS-VERDICT-RC < 4
                       MOVE 4 TO WS-VERDICT-RC
                   END-IF
      *> JUDGE-DECK-COMPLETION CHECKS THE NIGHTLY DECK'S OUTCOME.
       JUDGE-DECK-COMPLETION.
           IF WS-JOB-COMPLETE-SEEN = "N"
               MOVE "ACK004W" TO WS-MSG-ID
               PERFORM REPORT-FINDING
               IF WS-VERDICT-RC < 4
                   MOVE 4 TO WS-VERDICT-RC
               END-IF
           ELSE
               IF WS-JOB-FAILED-STEPS > 0
                   MOVE WS-JOB-FAILED-STEPS TO WS-COUNT-DISP
                   MOVE "ACK005E" TO WS-MSG-ID
                   MOVE WS-COUNT-DISP TO WS-MSG-SLOT(1)
                   PERFORM REPORT-FINDING
                   MOVE 8 TO WS-VERDICT-RC
               END-IF
           END-IF.

      *> JUDGE-RUNTIME-TREND PASSES ON THE LATEST RUNTIME TREND
      *> VERDICT: STEPS RUNNING FAR OVER THEIR NORMAL TIME ARE AN
      *> EARLY WARNING FOR THE BATCH WINDOW.
       JUDGE-RUNTIME-TREND.
           IF WS-TREND-SEEN = "Y" AND WS-TREND-OVERRUNS > 0
               MOVE WS-TREND-OVERRUNS TO WS-COUNT-DISP
               MOVE "ACK006W" TO WS-MSG-ID
               MOVE WS-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM REPORT-FINDING
               IF WS-VERDICT-RC < 4
                   MOVE 4 TO WS-VERDICT-RC
               END-IF
           END-IF.

      *> REPORT-FINDING ISSUES ONE FINDING'S MESSAGE AND KEEPS THE
      *> FIRST ONE OF THE WORST SEVERITY SEEN SO FAR (E OVER W) AS
      *> THE ALERT REASON, ID AND ALL.
       REPORT-FINDING.
           PERFORM ISSUE-MESSAGE
           MOVE WS-MSG-TEXT TO WS-FINDING-LINE
           ADD 1 TO WS-FINDING-COUNT
           IF WS-ALERT-REASON = SPACES
               OR (WS-MSG-SEVERITY = "E"
                   AND WS-ALERT-REASON-SEV NOT = "E")
               MOVE WS-FINDING-LINE TO WS-ALERT-REASON
               MOVE WS-MSG-SEVERITY TO WS-ALERT-REASON-SEV
           END-IF.

      *> RAISE-HEALTH-ALERT PUTS A WARN OR PROBLEM VERDICT IN THE
      *> ALERT OUTBOX, NAMING THE WORST FINDING AND HOW MANY MORE
      *> THERE WERE; THE AUDIT LOG IS THE REPORT TO LOOK AT.
       RAISE-HEALTH-ALERT.
           IF WS-VERDICT-RC >= 8
               MOVE "PROBLEM" TO WS-ALERT-SEVERITY
           ELSE
               MOVE "WARN" TO WS-ALERT-SEVERITY
           END-IF
           IF WS-FINDING-COUNT > 1
               COMPUTE WS-ALERT-MORE = WS-FINDING-COUNT - 1
               MOVE SPACES TO WS-FINDING-LINE
               STRING "health " FUNCTION TRIM(WS-ALERT-SEVERITY)
                   " - " FUNCTION TRIM(WS-ALERT-REASON)
                   " (+" FUNCTION TRIM(WS-ALERT-MORE) " more)"
                   DELIMITED BY SIZE INTO WS-FINDING-LINE
           ELSE
               MOVE SPACES TO WS-FINDING-LINE
               STRING "health " FUNCTION TRIM(WS-ALERT-SEVERITY)
                   " - " FUNCTION TRIM(WS-ALERT-REASON)
                   DELIMITED BY SIZE INTO WS-FINDING-LINE
           END-IF
           MOVE WS-FINDING-LINE TO WS-ALERT-REASON
           MOVE WS-ACTIVE-LOG TO WS-ALERT-REPORT
           CALL "AlertSender" USING WS-AUDIT-PROGRAM,
               WS-ALERT-SEVERITY, WS-ALERT-REASON, WS-ALERT-REPORT.

       COPY "msgissue.cpy".

       END PROGRAM AuditCheck.
