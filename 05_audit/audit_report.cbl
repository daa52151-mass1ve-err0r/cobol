      *> QUERY AND SUMMARY REPORTING OVER THE audit.log AuditLogger
      *> HAS BEEN APPENDING TO: ACTIVITY FOR ONE PROGRAM, ACTIVITY IN
      *> A DATE RANGE, AND A USAGE SUMMARY (RUNS PER PROGRAM PER DAY,
      *> FIRST/LAST RUN, ERROR-RESULT COUNTS, AND RESULT COUNTS BY
      *> MESSAGE ID). EVERYTHING GOES TO THE SCREEN AND TO A REPORT
      *> FILE FOR THE MONTHLY OPS REVIEW.
      *>
      *> AuditLogger TAGS EVERY RESULT WITH THE CATALOGED MESSAGE ID
      *> OF ITS RUN (E.G. "MOR019E VERIFY FAIL ..." - SEE
      *> message_writer.cbl). A TAGGED RESULT COUNTS AS AN ERROR WHEN
      *> ITS ID IS SEVERITY E OR S; RECORDS WRITTEN BEFORE TAGGING
      *> ARE STILL JUDGED BY THE "error" / "status" WORDING THE TOOLS
      *> WRITE, AND COUNT UNDER MESSAGE ID "(none)".
      *>
      *> INVOKED AS:
      *>     audit_report [-p <program>] [-from <YYYY-MM-DD>]
      *>                  [-to <YYYY-MM-DD>] [-run <run-id>]
      *>                  [-oper <operator-id>] [-msg <id-or-prefix>]
      *>                  [-o <report-file>]
      *>     audit_report -verify
      *> -msg SELECTS RECORDS WHOSE MESSAGE ID STARTS WITH THE VALUE
      *> GIVEN: A WHOLE ID (MOR019E), A PROGRAM'S PREFIX (MOR) OR A
      *> PREFIX AND NUMBER (MOR019).
      *> WITH NO FILTERS THE WHOLE LOG IS SUMMARIZED. THE LOG PATH
      *> COMES FROM tool.cfg'S AUDIT-LOG-PATH KEY, THE SAME WAY
      *> AuditLogger RESOLVES IT. THE DATED <log>.YYYYMMDD-HHMMSS
       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 12 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.


      *> FILTERS. -run SELECTS ONE JobRunner RUN'S RECORDS (THE RUN
      *> ID JobRunner MINTED AND AuditLogger STAMPED), LISTING THAT
      *> JOB'S STEPS IN ORDER WITH THEIR RESULTS. -oper SELECTS ONE
      *> OPERATOR'S (OR BATCH ID'S) RECORDS; RECORDS WRITTEN BEFORE
      *> THE OPERATOR FIELD EXISTED COUNT AS OPERATOR "-".
       01  WS-FILTER-PROGRAM     PIC X(20) VALUE SPACES.
       01  WS-FILTER-FROM        PIC X(10) VALUE SPACES.
       01  WS-FILTER-TO          PIC X(10) VALUE SPACES.
       01  WS-FILTER-RUN         PIC X(26) VALUE SPACES.
       01  WS-FILTER-OPER        PIC X(32) VALUE SPACES.
       01  WS-FILTER-MSG         PIC X(7) VALUE SPACES.
       01  WS-FILTER-MSG-LEN     PIC 9(1) COMP-5 VALUE 0.

      *> ONE PARSED LOG LINE:
      *> TIMESTAMP | PROGRAM | PARAMS | RESULT | RUN-ID | OPERATOR
      *> | CHAIN.
       01  WS-LOG-TIMESTAMP      PIC X(19) VALUE SPACES.
       01  WS-LOG-DATE           PIC X(10) VALUE SPACES.
       01  WS-LOG-PROGRAM        PIC X(20) VALUE SPACES.
       01  WS-LOG-PARAMS         PIC X(255) VALUE SPACES.
       01  WS-LOG-RESULT         PIC X(255) VALUE SPACES.
       01  WS-LOG-RUNID          PIC X(26) VALUE SPACES.
       01  WS-LOG-OPER           PIC X(32) VALUE SPACES.
       01  WS-LOG-CHAIN          PIC X(32) VALUE SPACES.
       01  WS-LOG-IS-ERROR       PIC X VALUE "N".
       01  WS-RESULT-LOWER       PIC X(255) VALUE SPACES.
      *> THE RESULT'S LEADING MESSAGE ID, SPACES ON A RECORD WRITTEN
      *> BEFORE AuditLogger TAGGED RESULTS.
       01  WS-LOG-MSG-ID         PIC X(7) VALUE SPACES.

      *> PER-MESSAGE-ID ROLLUP, KEPT IN ID ORDER. UNTAGGED RECORDS
      *> COUNT UNDER "(none)", WHICH SORTS FIRST.
       01  WS-MID-MAX            PIC 9(3) COMP-5 VALUE 300.
       01  WS-MID-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-MID-TABLE.
           05  WS-MID-ENTRY OCCURS 300 TIMES.
               10  WS-MID-ID       PIC X(7).
               10  WS-MID-RUNS     PIC 9(6) COMP-5.
       01  WS-MID-IDX            PIC 9(3) COMP-5.
       01  WS-MID-HIT            PIC 9(3) COMP-5.
       01  WS-MID-KEY            PIC X(7) VALUE SPACES.

      *> PER-PROGRAM ROLLUP: RUNS, ERROR RUNS, FIRST/LAST TIMESTAMP.
       01  WS-PGM-MAX            PIC 9(3) COMP-5 VALUE 50.
       01  WS-CFG-AUDIT-MAX-SIZE PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP     PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "AuditReport".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               OR WS-FILTER-FROM NOT = SPACES
               OR WS-FILTER-TO NOT = SPACES
               OR WS-FILTER-RUN NOT = SPACES
               OR WS-FILTER-OPER NOT = SPACES
               OR WS-FILTER-MSG NOT = SPACES
               MOVE "Y" TO WS-LISTING-WANTED
           END-IF

           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "AUR001E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-ACTIVE-LOG TO WS-AUDIT-FILENAME
           PERFORM READ-ONE-LOG-FILE
           IF WS-AUDIT-STATUS NOT = "00" AND WS-ARCHIVES-READ = 0
               MOVE "AUR002E" TO WS-MSG-ID
               MOVE WS-AUDIT-FILENAME TO WS-MSG-SLOT(1)
               MOVE WS-AUDIT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "C" TO WS-RPT-OP
               CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
                   WS-OUT-LINE, WS-REPORT-STATUS
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10) WS-ARG-ENTRY(11)
                    WS-ARG-ENTRY(12)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

                   WHEN "-run"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-FILTER-RUN
                   WHEN "-oper"
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-FILTER-OPER
                   WHEN "-msg"
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-FILTER-MSG
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           WS-FILTER-MSG)) TO WS-FILTER-MSG-LEN
                   WHEN "-verify"
                       MOVE "Y" TO WS-VERIFY-MODE
                   WHEN "-o"
           MOVE SPACES TO WS-LOG-PARAMS
           MOVE SPACES TO WS-LOG-RESULT
           MOVE SPACES TO WS-LOG-RUNID
           MOVE SPACES TO WS-LOG-OPER
           MOVE SPACES TO WS-LOG-CHAIN
           UNSTRING WS-LOG-LINE DELIMITED BY " | "
               INTO WS-LOG-TIMESTAMP WS-LOG-PROGRAM WS-LOG-PARAMS
                   WS-LOG-RESULT WS-LOG-RUNID WS-LOG-OPER WS-LOG-CHAIN
           END-UNSTRING
           MOVE WS-LOG-TIMESTAMP(1:10) TO WS-LOG-DATE
      *> WITHOUT A SEVENTH FIELD THE RECORD PREDATES THE OPERATOR
      *> FIELD, AND WHAT LANDED IN WS-LOG-OPER IS ITS CHAIN.
           IF WS-LOG-CHAIN = SPACES
               MOVE "-" TO WS-LOG-OPER
           END-IF

           IF WS-FILTER-OPER NOT = SPACES
               AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-OPER))
                   NOT = FUNCTION TRIM(WS-FILTER-OPER)
               EXIT PARAGRAPH
           END-IF

           IF WS-FILTER-RUN NOT = SPACES
               AND FUNCTION TRIM(WS-LOG-RUNID)
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-MESSAGE-ID
           IF WS-FILTER-MSG NOT = SPACES
               AND WS-LOG-MSG-ID(1:WS-FILTER-MSG-LEN)
                   NOT = WS-FILTER-MSG(1:WS-FILTER-MSG-LEN)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MATCHED-LINES
           PERFORM CLASSIFY-RESULT
           IF WS-LISTING-WANTED = "Y"
               PERFORM EMIT-LINE
           END-IF
           PERFORM ROLL-UP-PROGRAM
           PERFORM ROLL-UP-DAY
           PERFORM ROLL-UP-MESSAGE-ID.

      *> EXTRACT-MESSAGE-ID TAKES THE RESULT'S LEADING MESSAGE ID -
      *> THREE LETTERS, THREE DIGITS, A SEVERITY LETTER AND A SPACE,
      *> THE SHAPE AuditLogger TAGS WITH.
       EXTRACT-MESSAGE-ID.
           MOVE SPACES TO WS-LOG-MSG-ID
           IF WS-LOG-RESULT(1:3) IS ALPHABETIC-UPPER
               AND WS-LOG-RESULT(1:3) NOT = SPACES
               AND WS-LOG-RESULT(4:3) IS NUMERIC
               AND (WS-LOG-RESULT(7:1) = "I" OR "W" OR "E" OR "S")
               AND WS-LOG-RESULT(8:1) = SPACE
               MOVE WS-LOG-RESULT(1:7) TO WS-LOG-MSG-ID
           END-IF.

      *> CLASSIFY-RESULT FLAGS A RECORD AS AN ERROR RESULT. A TAGGED
      *> RESULT IS JUDGED BY ITS MESSAGE ID'S SEVERITY ALONE; AN
      *> UNTAGGED ONE WHEN THE RESULT TEXT CARRIES THE "error" WORDING
      *> THE TOOLS WRITE, OR A "status" CODE OTHER THAN 00.
       CLASSIFY-RESULT.
           MOVE "N" TO WS-LOG-IS-ERROR
           IF WS-LOG-MSG-ID NOT = SPACES
               IF WS-LOG-MSG-ID(7:1) = "E" OR "S"
                   MOVE "Y" TO WS-LOG-IS-ERROR
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-RESULT TO WS-RESULT-LOWER
           INSPECT WS-RESULT-LOWER CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
               ADD 1 TO WS-DAY-RUNS(WS-DAY-HIT)
           END-IF.

      *> ROLL-UP-MESSAGE-ID COUNTS THE RECORD UNDER ITS MESSAGE ID,
      *> OPENING A SLOT IN ID ORDER FOR A NEW ONE.
       ROLL-UP-MESSAGE-ID.
           IF WS-LOG-MSG-ID = SPACES
               MOVE "(none)" TO WS-MID-KEY
           ELSE
               MOVE WS-LOG-MSG-ID TO WS-MID-KEY
           END-IF

           MOVE 0 TO WS-MID-HIT
           PERFORM VARYING WS-MID-IDX FROM 1 BY 1
                   UNTIL WS-MID-IDX > WS-MID-COUNT OR WS-MID-HIT > 0
               IF WS-MID-ID(WS-MID-IDX) = WS-MID-KEY
                   MOVE WS-MID-IDX TO WS-MID-HIT
               END-IF
           END-PERFORM

           IF WS-MID-HIT = 0 AND WS-MID-COUNT < WS-MID-MAX
               MOVE 1 TO WS-MID-HIT
               PERFORM VARYING WS-MID-IDX FROM 1 BY 1
                       UNTIL WS-MID-IDX > WS-MID-COUNT
                   IF WS-MID-ID(WS-MID-IDX) < WS-MID-KEY
                       COMPUTE WS-MID-HIT = WS-MID-IDX + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-MID-IDX FROM WS-MID-COUNT BY -1
                       UNTIL WS-MID-IDX < WS-MID-HIT
                   MOVE WS-MID-ENTRY(WS-MID-IDX)
                       TO WS-MID-ENTRY(WS-MID-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-MID-COUNT
               MOVE WS-MID-KEY TO WS-MID-ID(WS-MID-HIT)
               MOVE 0 TO WS-MID-RUNS(WS-MID-HIT)
           END-IF

           IF WS-MID-HIT > 0
               ADD 1 TO WS-MID-RUNS(WS-MID-HIT)
           END-IF.

      *> PRINT-USAGE-SUMMARY ENDS THE REPORT WITH THE ROLLUPS.
       PRINT-USAGE-SUMMARY.
           MOVE "---- Usage summary ----" TO WS-OUT-LINE
                   " runs=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM

           MOVE "---- Results by message ID ----" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-MID-IDX FROM 1 BY 1
                   UNTIL WS-MID-IDX > WS-MID-COUNT
               MOVE WS-MID-RUNS(WS-MID-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-MID-ID(WS-MID-IDX)
                   "  records=" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM.

      *> EMIT-LINE SENDS ONE REPORT LINE TO BOTH THE SCREEN AND THE
               ELSE
                   MOVE "Y" TO WS-VFY-BROKEN
                   MOVE WS-VFY-LINE-NO TO WS-VFY-LINE-DISP
                   MOVE "AUR003E" TO WS-MSG-ID
                   MOVE WS-AUDIT-FILENAME TO WS-MSG-SLOT(1)
                   MOVE WS-VFY-LINE-DISP TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   DISPLAY "  expected " WS-VFY-EXPECT
                       " found " WS-VFY-CHAIN
               END-IF
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

       COPY "msgissue.cpy".

       END PROGRAM AuditReport.
