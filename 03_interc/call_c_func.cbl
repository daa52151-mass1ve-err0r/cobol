      *> OR FROM A FILE, IN CHUNKS OF UP TO MAX-INTEGERS AT A TIME SO
      *> THE LIST ITSELF IS NOT CAPPED AT MAX-INTEGERS. EACH CHUNK IS
      *> ALSO REDUCED BY AN ORDINARY COBOL LOOP SO THE TWO PATHS CAN
      *> BE TIMED AGAINST EACH OTHER. A DESCRIPTIVE-STATISTICS
      *> OPERATION (-op stats) ADDS MEDIAN, PERCENTILES, STANDARD
      *> DEVIATION AND AN OUTLIER LISTING FOR A FILE OF ANY LENGTH,
      *> AND A KEYED MODE (-keyed) PRINTS CONTROL-BREAK SUBTOTALS PER
      *> KEY OF A "key,value" FILE THROUGH ReportWriter.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMDCaller.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-STATUS-B.

           SELECT STATS-SORT-FILE ASSIGN TO SORTWK01.

           SELECT KEYED-FILE ASSIGN DYNAMIC WS-KEYED-FILE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEYED-STATUS.

           SELECT KEYED-SORT-FILE ASSIGN TO SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD  BULK-FILE.
       FD  CMP-B-FILE.
       01  CMP-B-RECORD         PIC X(40).

      *> ONE VALUE OF THE -op stats INPUT, TAGGED WITH THE LINE OF
      *> THE -f FILE IT CAME FROM.
       SD  STATS-SORT-FILE.
       01  STATS-SORT-RECORD.
           05  STATS-SORT-VALUE PIC S9(14)V99.
           05  STATS-SORT-LINE  PIC 9(9).

       FD  KEYED-FILE.
       01  KEYED-RECORD         PIC X(255).

      *> ONE VALID "key,value" RECORD OF THE -keyed INPUT; THE LINE
      *> NUMBER KEEPS EQUAL KEYS IN FILE ORDER.
       SD  KEYED-SORT-FILE.
       01  KEYED-SORT-RECORD.
           05  KEYED-SORT-KEY   PIC X(40).
           05  KEYED-SORT-VALUE PIC S9(14)V99.
           05  KEYED-SORT-LINE  PIC 9(9).

       WORKING-STORAGE SECTION.

       01  USER-INPUT-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01  C-CHUNK-RESULT-64   PIC S9(18) COMP-5.
       01  WS-OVERFLOW-FLAG    PIC X VALUE "N".

      *> 1=SUM 2=MIN 3=MAX 4=AVERAGE 5=DESCRIPTIVE STATISTICS (FILE
      *> INPUT ONLY; ITS COUNT AND SUM RIDE THE SIMD SUM PATH).
       01  WS-OPERATION        PIC 9(1) VALUE 1.
      *> 1=ONE INTEGER AT A TIME 2=ONE COMMA-SEPARATED LINE 3=FROM FILE.
       01  WS-ENTRY-MODE       PIC 9(1) VALUE 1.
       01  WS-FREQ-DONE.
           05  WS-FREQ-USED    PIC X OCCURS 256 TIMES.

      *> DESCRIPTIVE-STATISTICS MODE FOR THE WEEKLY VOLUME FILES:
      *>     simd_caller -op stats -f <input-file> [-sd <n>]
      *>                 [-o <results-file>]
      *> THE COUNT AND SUM COME FROM THE ORDINARY CHUNKED SIMD SUM PASS.
      *> THE ORDER STATISTICS CANNOT COME FROM USER-INTEGERS, WHICH
      *> ONLY EVER HOLDS ONE MAX-INTEGERS CHUNK, SO THE FILE IS READ A
      *> SECOND TIME THROUGH A SORT: THE INPUT PROCEDURE RELEASES EVERY
      *> VALUE WITH ITS LINE NUMBER AND THE OUTPUT PROCEDURE PICKS THE
      *> MEDIAN AND 25TH/75TH/95TH PERCENTILES (LINEAR INTERPOLATION
      *> BETWEEN THE TWO NEAREST RANKS) AND ACCUMULATES THE SQUARED
      *> DEVIATIONS FOR THE (POPULATION) STANDARD DEVIATION. A THIRD
      *> READ LISTS EVERY VALUE FURTHER THAN -sd STANDARD DEVIATIONS
      *> (DEFAULT 2) FROM THE MEAN, WITH ITS LINE NUMBER.
       01  WS-STAT-SD-LIMIT    PIC 9(3)V99 VALUE 2.
       01  WS-STAT-COUNT       PIC 9(9) COMP-5 VALUE 0.
       01  WS-STAT-RANK        PIC 9(9) COMP-5 VALUE 0.
       01  WS-STAT-LINE-NO     PIC 9(9) COMP-5 VALUE 0.
       01  WS-STAT-EOF         PIC X VALUE "N".
       01  WS-STAT-VALUE       PIC S9(14)V99 VALUE 0.
       01  WS-STAT-MIN         PIC S9(14)V99 VALUE 0.
       01  WS-STAT-MAX         PIC S9(14)V99 VALUE 0.
       01  WS-STAT-MEAN        PIC S9(14)V9(4) VALUE 0.
       01  WS-STAT-SQ-DEV      COMP-2 VALUE 0.
       01  WS-STAT-DEV         COMP-2 VALUE 0.
       01  WS-STAT-SD          PIC S9(14)V9(4) VALUE 0.
       01  WS-STAT-LIMIT-DEV   PIC S9(16)V9(4) VALUE 0.
       01  WS-STAT-POS         PIC 9(9)V9(6) VALUE 0.
       01  WS-STAT-OUTSIDE     PIC 9(9) COMP-5 VALUE 0.
       01  WS-STAT-IDX         PIC 9(1) COMP-5 VALUE 0.
      *> "D" SHOWS EACH OUTLIER ON THE CONSOLE, "W" WRITES IT TO THE
      *> -o RESULTS FILE.
       01  WS-STAT-LIST-TO     PIC X VALUE "D".
       01  WS-STAT-PCT-TABLE.
           05  WS-STAT-PCT OCCURS 4 TIMES.
               10  WS-PCT-LEVEL    PIC 9(2).
               10  WS-PCT-NAME     PIC X(18).
               10  WS-PCT-KEY      PIC X(6).
               10  WS-PCT-RANK     PIC 9(9) COMP-5.
               10  WS-PCT-FRAC     PIC 9V9(6).
               10  WS-PCT-LO       PIC S9(14)V99.
               10  WS-PCT-HI       PIC S9(14)V99.
               10  WS-PCT-VALUE    PIC S9(14)V99.
       01  WS-STAT-DISP        PIC -(14)9.99.
       01  WS-STAT-LINE-DISP   PIC 9(9).
       01  WS-STAT-LIMIT-DISP  PIC ZZ9.99.
       01  WS-STAT-KEY         PIC X(8) VALUE SPACES.
       01  WS-STAT-PTR         PIC 9(3) COMP-5 VALUE 1.

      *> KEYED CONTROL-BREAK SUBTOTAL MODE FOR "key,value" FILES
      *> (COST CENTRE, ACCOUNT, HOST ... AND A TWO-PLACE AMOUNT):
      *>     simd_caller -keyed <input-file> [-o <report-file>]
      *> A FIRST READ CHECKS WHETHER THE KEYS ARE ALREADY IN ASCENDING
      *> ORDER. A SORTED FILE IS THEN READ STRAIGHT THROUGH; AN
      *> UNSORTED ONE GOES THROUGH A SORT FIRST (EQUAL KEYS STAY IN
      *> FILE ORDER). EACH KEY CHANGE PRINTS THE PREVIOUS KEY'S COUNT,
      *> SUM, MIN, MAX AND AVERAGE, AND A GRAND TOTAL CLOSES THE PAGED
      *> REPORT. A RECORD WITH NO COMMA, AN EMPTY KEY OR A NON-NUMERIC
      *> VALUE IS REJECTED BY LINE NUMBER AND LEAVES THE WARNING CODE.
       01  WS-KEYED-MODE       PIC X VALUE "N".
       01  WS-KEYED-FILE       PIC X(255) VALUE SPACES.
       01  WS-KEYED-STATUS     PIC XX VALUE SPACES.
       01  WS-KEYED-EOF        PIC X VALUE "N".
       01  WS-KEYED-SORTED     PIC X VALUE "Y".
       01  WS-KEYED-REPORT     PIC X(255) VALUE "keyed_report.txt".
       01  WS-KEYED-LINE-NO    PIC 9(9) COMP-5 VALUE 0.
       01  WS-KEYED-OK         PIC X VALUE "N".
       01  WS-KEYED-KEY        PIC X(40) VALUE SPACES.
       01  WS-KEYED-VALUE-TEXT PIC X(40) VALUE SPACES.
       01  WS-KEYED-VALUE      PIC S9(14)V99 VALUE 0.
       01  WS-KEYED-PREV-KEY   PIC X(40) VALUE SPACES.
       01  WS-KEYED-FIRST      PIC X VALUE "Y".
       01  WS-KEYED-REJECTS    PIC 9(9) COMP-5 VALUE 0.
       01  WS-KEYED-KEYS       PIC 9(9) COMP-5 VALUE 0.
       01  WS-GRP-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01  WS-GRP-SUM          PIC S9(16)V99 VALUE 0.
       01  WS-GRP-MIN          PIC S9(14)V99 VALUE 0.
       01  WS-GRP-MAX          PIC S9(14)V99 VALUE 0.
       01  WS-GRAND-COUNT      PIC 9(9) COMP-5 VALUE 0.
       01  WS-GRAND-SUM        PIC S9(16)V99 VALUE 0.
       01  WS-GRAND-MIN        PIC S9(14)V99 VALUE 0.
       01  WS-GRAND-MAX        PIC S9(14)V99 VALUE 0.
       01  WS-KEYED-AVG        PIC S9(14)V99 VALUE 0.
       01  WS-KEYED-COUNT-DISP PIC 9(9).
       01  WS-RPT-OP           PIC X VALUE SPACE.
       01  WS-RPT-TITLE        PIC X(255) VALUE SPACES.
       01  WS-RPT-LINE         PIC X(255) VALUE SPACES.
       01  WS-RPT-STATUS       PIC XX VALUE SPACES.
       01  WS-KEYED-HEADING.
           05  FILLER          PIC X(24) VALUE "KEY".
           05  FILLER          PIC X(10) VALUE "     COUNT".
           05  FILLER          PIC X(18) VALUE
                                  "               SUM".
           05  FILLER          PIC X(16) VALUE "             MIN".
           05  FILLER          PIC X(16) VALUE "             MAX".
           05  FILLER          PIC X(16) VALUE "             AVG".
       01  WS-KEYED-DETAIL.
           05  WS-KD-KEY       PIC X(24).
           05  FILLER          PIC X VALUE SPACE.
           05  WS-KD-COUNT     PIC Z(8)9.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-KD-SUM       PIC -(13)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-KD-MIN       PIC -(11)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-KD-MAX       PIC -(11)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  WS-KD-AVG       PIC -(11)9.99.

      *> WS-BATCH-ABORTED LETS FILE-ENTRY BAIL OUT OF A BAD FILE OPEN
      *> WITHOUT ENDING THE RUN UNIT - PROCESS-ONE-BATCH CHECKS IT AND
      *> SKIPS STRAIGHT TO ASK-RUN-AGAIN SO THE MENU LOOP CAN OFFER
      *> ANOTHER BATCH INSTEAD OF KILLING THE SESSION.
       01  WS-BATCH-ABORTED    PIC X VALUE "N".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.

               GOBACK
           END-IF

           IF WS-KEYED-MODE = "Y"
               PERFORM RUN-KEYED-MODE
               GOBACK
           END-IF

           EVALUATE FUNCTION TRIM(WS-OP-TEXT)
               WHEN "sum"     MOVE 1 TO WS-OPERATION
               WHEN "min"     MOVE 2 TO WS-OPERATION
               WHEN "max"     MOVE 3 TO WS-OPERATION
               WHEN "avg"     MOVE 4 TO WS-OPERATION
               WHEN "average" MOVE 4 TO WS-OPERATION
               WHEN "stats"   MOVE 5 TO WS-OPERATION
               WHEN OTHER
                   MOVE "SIM001S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   DISPLAY "       simd_caller -op stats "
                       "-f <input-file> [-sd <n>] [-o <results-file>]"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-INPUT-FILE = SPACES
               MOVE "SIM001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               IF WS-CHUNK-COUNT > 0
                   PERFORM PROCESS-CHUNK
               END-IF
               IF WS-OPERATION = 5
                   PERFORM RUN-STATS-PASSES
               END-IF
               PERFORM DISPLAY-FINAL-RESULT
               IF WS-RESULTS-PATH NOT = SPACES
                   PERFORM WRITE-RESULTS-FILE
                       ADD 1 TO WS-ARG-IDX
                       COMPUTE WS-HIST-LIMIT =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                   WHEN "-keyed"
                       MOVE "Y" TO WS-KEYED-MODE
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-KEYED-FILE
                   WHEN "-sd"
                       ADD 1 TO WS-ARG-IDX
                       COMPUTE WS-STAT-SD-LIMIT =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                   WHEN "-op"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-OP-TEXT
               END-EVALUATE
           END-PERFORM.

      *> RUN-KEYED-MODE PRODUCES THE CONTROL-BREAK SUBTOTAL REPORT
      *> FOR A "key,value" FILE, SORTING IT FIRST ONLY IF IT NEEDS IT.
       RUN-KEYED-MODE.
           IF WS-KEYED-FILE = SPACES
               MOVE "SIM002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RESULTS-PATH NOT = SPACES
               MOVE WS-RESULTS-PATH TO WS-KEYED-REPORT
           END-IF

           PERFORM KEYED-CHECK-ORDER
           IF WS-KEYED-STATUS NOT = "00"
               MOVE "SIM003E" TO WS-MSG-ID
               MOVE WS-KEYED-FILE TO WS-MSG-SLOT(1)
               MOVE WS-KEYED-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-RPT-TITLE
           STRING "SIMDCaller key subtotals - "
               FUNCTION TRIM(WS-KEYED-FILE)
               DELIMITED BY SIZE INTO WS-RPT-TITLE
           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-KEYED-REPORT,
               WS-RPT-TITLE, WS-RPT-STATUS
           IF WS-RPT-STATUS NOT = "00"
               MOVE "SIM004E" TO WS-MSG-ID
               MOVE WS-KEYED-REPORT TO WS-MSG-SLOT(1)
               MOVE WS-RPT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-KEYED-HEADING TO WS-RPT-LINE
           PERFORM KEYED-EMIT-LINE

           MOVE 0 TO WS-KEYED-REJECTS
           MOVE 0 TO WS-KEYED-KEYS
           MOVE 0 TO WS-GRAND-COUNT
           MOVE 0 TO WS-GRAND-SUM
           MOVE "Y" TO WS-KEYED-FIRST
           IF WS-KEYED-SORTED = "Y"
               PERFORM KEYED-READ-DIRECT
           ELSE
               DISPLAY "Input is not in key order - sorting it first"
               SORT KEYED-SORT-FILE
                   ON ASCENDING KEY KEYED-SORT-KEY KEYED-SORT-LINE
                   INPUT PROCEDURE IS KEYED-RELEASE-RECORDS
                   OUTPUT PROCEDURE IS KEYED-RETURN-RECORDS
           END-IF
           IF WS-KEYED-FIRST = "N"
               PERFORM KEYED-PRINT-SUBTOTAL
           END-IF

           MOVE "*** GRAND TOTAL ***" TO WS-KD-KEY
           MOVE WS-GRAND-COUNT TO WS-KD-COUNT
           MOVE WS-GRAND-SUM TO WS-KD-SUM
           MOVE WS-GRAND-MIN TO WS-KD-MIN
           MOVE WS-GRAND-MAX TO WS-KD-MAX
           MOVE 0 TO WS-KEYED-AVG
           IF WS-GRAND-COUNT > 0
               COMPUTE WS-KEYED-AVG ROUNDED =
                   WS-GRAND-SUM / WS-GRAND-COUNT
           END-IF
           MOVE WS-KEYED-AVG TO WS-KD-AVG
           MOVE WS-KEYED-DETAIL TO WS-RPT-LINE
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-KEYED-REPORT,
               WS-RPT-LINE, WS-RPT-STATUS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-KEYED-REPORT,
               WS-RPT-LINE, WS-RPT-STATUS

           MOVE WS-KEYED-KEYS TO WS-KEYED-COUNT-DISP
           DISPLAY "Keys             : " WS-KEYED-COUNT-DISP
           MOVE WS-GRAND-COUNT TO WS-KEYED-COUNT-DISP
           DISPLAY "Records          : " WS-KEYED-COUNT-DISP
           MOVE WS-KEYED-REJECTS TO WS-KEYED-COUNT-DISP
           DISPLAY "Rejected         : " WS-KEYED-COUNT-DISP
           DISPLAY "Report written to " FUNCTION TRIM(WS-KEYED-REPORT)

           MOVE WS-KEYED-FILE TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-KEYED-KEYS TO WS-AUDIT-COUNT-DISP
           MOVE WS-KEYED-REJECTS TO WS-KEYED-COUNT-DISP
           MOVE WS-GRAND-SUM TO WS-SCALED-DISP
           STRING "keyed subtotals keys=" WS-AUDIT-COUNT-DISP
               " rejected=" WS-KEYED-COUNT-DISP
               " total=" FUNCTION TRIM(WS-SCALED-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-KEYED-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> KEYED-CHECK-ORDER READS THE FILE ONCE TO SEE WHETHER ITS
      *> VALID RECORDS ARE ALREADY IN ASCENDING KEY ORDER. REJECTS ARE
      *> IGNORED HERE; THEY ARE REPORTED ON THE PROCESSING READ.
       KEYED-CHECK-ORDER.
           MOVE "Y" TO WS-KEYED-SORTED
           MOVE LOW-VALUES TO WS-KEYED-PREV-KEY
           MOVE 0 TO WS-KEYED-LINE-NO
           MOVE "N" TO WS-KEYED-EOF
           OPEN INPUT KEYED-FILE
           IF WS-KEYED-STATUS = "00"
               PERFORM UNTIL WS-KEYED-EOF = "Y"
                   READ KEYED-FILE
                       AT END
                           MOVE "Y" TO WS-KEYED-EOF
                       NOT AT END
                           ADD 1 TO WS-KEYED-LINE-NO
                           PERFORM KEYED-PARSE-RECORD
                           IF WS-KEYED-OK = "Y"
                               IF WS-KEYED-KEY < WS-KEYED-PREV-KEY
                                   MOVE "N" TO WS-KEYED-SORTED
                               END-IF
                               MOVE WS-KEYED-KEY TO WS-KEYED-PREV-KEY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYED-FILE
           END-IF.

      *> KEYED-PARSE-RECORD SPLITS KEYED-RECORD AT ITS FIRST COMMA
      *> INTO WS-KEYED-KEY AND WS-KEYED-VALUE, SETTING WS-KEYED-OK. A
      *> BLANK LINE IS NEITHER ACCEPTED NOR REJECTED.
       KEYED-PARSE-RECORD.
           MOVE "N" TO WS-KEYED-OK
           MOVE SPACES TO WS-KEYED-KEY
           MOVE SPACES TO WS-KEYED-VALUE-TEXT
           MOVE 0 TO WS-KEYED-VALUE
           IF KEYED-RECORD NOT = SPACES
               MOVE 0 TO WS-TOP-IDX
               INSPECT KEYED-RECORD TALLYING WS-TOP-IDX FOR ALL ","
               UNSTRING KEYED-RECORD DELIMITED BY ","
                   INTO WS-KEYED-KEY WS-KEYED-VALUE-TEXT
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-KEYED-KEY) TO WS-KEYED-KEY
               IF WS-TOP-IDX > 0
                   AND WS-KEYED-KEY NOT = SPACES
                   AND WS-KEYED-VALUE-TEXT NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-KEYED-VALUE-TEXT) = 0
                   COMPUTE WS-KEYED-VALUE =
                       FUNCTION NUMVAL(WS-KEYED-VALUE-TEXT)
                   MOVE "Y" TO WS-KEYED-OK
               ELSE
                   MOVE "R" TO WS-KEYED-OK
               END-IF
           END-IF.

      *> KEYED-CHECK-REJECT REPORTS A RECORD KEYED-PARSE-RECORD
      *> REFUSED, BY LINE NUMBER.
       KEYED-CHECK-REJECT.
           IF WS-KEYED-OK = "R"
               ADD 1 TO WS-KEYED-REJECTS
               MOVE WS-KEYED-LINE-NO TO WS-KEYED-COUNT-DISP
               DISPLAY "Rejected line " WS-KEYED-COUNT-DISP ": "
                   FUNCTION TRIM(KEYED-RECORD)
           END-IF.

      *> KEYED-READ-DIRECT FEEDS AN ALREADY-SORTED FILE STRAIGHT INTO
      *> THE CONTROL-BREAK LOGIC.
       KEYED-READ-DIRECT.
           MOVE 0 TO WS-KEYED-LINE-NO
           MOVE "N" TO WS-KEYED-EOF
           OPEN INPUT KEYED-FILE
           PERFORM UNTIL WS-KEYED-EOF = "Y"
               READ KEYED-FILE
                   AT END
                       MOVE "Y" TO WS-KEYED-EOF
                   NOT AT END
                       ADD 1 TO WS-KEYED-LINE-NO
                       PERFORM KEYED-PARSE-RECORD
                       PERFORM KEYED-CHECK-REJECT
                       IF WS-KEYED-OK = "Y"
                           PERFORM KEYED-TAKE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEYED-FILE.

      *> KEYED-RELEASE-RECORDS (SORT INPUT PROCEDURE) RELEASES EVERY
      *> VALID RECORD OF AN UNSORTED FILE.
       KEYED-RELEASE-RECORDS.
           MOVE 0 TO WS-KEYED-LINE-NO
           MOVE "N" TO WS-KEYED-EOF
           OPEN INPUT KEYED-FILE
           PERFORM UNTIL WS-KEYED-EOF = "Y"
               READ KEYED-FILE
                   AT END
                       MOVE "Y" TO WS-KEYED-EOF
                   NOT AT END
                       ADD 1 TO WS-KEYED-LINE-NO
                       PERFORM KEYED-PARSE-RECORD
                       PERFORM KEYED-CHECK-REJECT
                       IF WS-KEYED-OK = "Y"
                           MOVE WS-KEYED-KEY TO KEYED-SORT-KEY
                           MOVE WS-KEYED-VALUE TO KEYED-SORT-VALUE
                           MOVE WS-KEYED-LINE-NO TO KEYED-SORT-LINE
                           RELEASE KEYED-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEYED-FILE.

      *> KEYED-RETURN-RECORDS (SORT OUTPUT PROCEDURE) FEEDS THE SORTED
      *> RECORDS INTO THE CONTROL-BREAK LOGIC.
       KEYED-RETURN-RECORDS.
           MOVE "N" TO WS-KEYED-EOF
           PERFORM UNTIL WS-KEYED-EOF = "Y"
               RETURN KEYED-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-KEYED-EOF
                   NOT AT END
                       MOVE KEYED-SORT-KEY TO WS-KEYED-KEY
                       MOVE KEYED-SORT-VALUE TO WS-KEYED-VALUE
                       PERFORM KEYED-TAKE-ONE-RECORD
               END-RETURN
           END-PERFORM.

      *> KEYED-TAKE-ONE-RECORD IS THE CONTROL BREAK: A NEW KEY PRINTS
      *> THE PREVIOUS KEY'S SUBTOTAL AND STARTS A FRESH GROUP, THEN
      *> THE VALUE IS FOLDED INTO THE GROUP AND THE GRAND TOTAL.
       KEYED-TAKE-ONE-RECORD.
           IF WS-KEYED-FIRST = "Y"
               MOVE "N" TO WS-KEYED-FIRST
               MOVE WS-KEYED-VALUE TO WS-GRAND-MIN
               MOVE WS-KEYED-VALUE TO WS-GRAND-MAX
               PERFORM KEYED-START-GROUP
           ELSE
               IF WS-KEYED-KEY NOT = WS-KEYED-PREV-KEY
                   PERFORM KEYED-PRINT-SUBTOTAL
                   PERFORM KEYED-START-GROUP
               END-IF
           END-IF

           ADD 1 TO WS-GRP-COUNT
           ADD WS-KEYED-VALUE TO WS-GRP-SUM
           IF WS-KEYED-VALUE < WS-GRP-MIN
               MOVE WS-KEYED-VALUE TO WS-GRP-MIN
           END-IF
           IF WS-KEYED-VALUE > WS-GRP-MAX
               MOVE WS-KEYED-VALUE TO WS-GRP-MAX
           END-IF

           ADD 1 TO WS-GRAND-COUNT
           ADD WS-KEYED-VALUE TO WS-GRAND-SUM
           IF WS-KEYED-VALUE < WS-GRAND-MIN
               MOVE WS-KEYED-VALUE TO WS-GRAND-MIN
           END-IF
           IF WS-KEYED-VALUE > WS-GRAND-MAX
               MOVE WS-KEYED-VALUE TO WS-GRAND-MAX
           END-IF.

       KEYED-START-GROUP.
           MOVE WS-KEYED-KEY TO WS-KEYED-PREV-KEY
           ADD 1 TO WS-KEYED-KEYS
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-SUM
           MOVE WS-KEYED-VALUE TO WS-GRP-MIN
           MOVE WS-KEYED-VALUE TO WS-GRP-MAX.

      *> KEYED-PRINT-SUBTOTAL WRITES ONE KEY'S SUBTOTAL LINE.
       KEYED-PRINT-SUBTOTAL.
           MOVE WS-KEYED-PREV-KEY TO WS-KD-KEY
           MOVE WS-GRP-COUNT TO WS-KD-COUNT
           MOVE WS-GRP-SUM TO WS-KD-SUM
           MOVE WS-GRP-MIN TO WS-KD-MIN
           MOVE WS-GRP-MAX TO WS-KD-MAX
           COMPUTE WS-KEYED-AVG ROUNDED = WS-GRP-SUM / WS-GRP-COUNT
           MOVE WS-KEYED-AVG TO WS-KD-AVG
           MOVE WS-KEYED-DETAIL TO WS-RPT-LINE
           PERFORM KEYED-EMIT-LINE.

       KEYED-EMIT-LINE.
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-KEYED-REPORT,
               WS-RPT-LINE, WS-RPT-STATUS.

      *> RUN-RECONCILE-MODE WALKS BOTH VALUE FILES IN LOCKSTEP AND
      *> REPORTS EVERY PAIR OUTSIDE THE TOLERANCE, THEN THE SUMMARY.
       RUN-RECONCILE-MODE.
           IF WS-CMP-FILE-A = SPACES OR WS-CMP-FILE-B = SPACES
               MOVE "SIM005S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CMP-A-FILE
           IF WS-CMP-STATUS-A NOT = "00"
               MOVE "SIM003E" TO WS-MSG-ID
               MOVE WS-CMP-FILE-A TO WS-MSG-SLOT(1)
               MOVE WS-CMP-STATUS-A TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CMP-B-FILE
           IF WS-CMP-STATUS-B NOT = "00"
               MOVE "SIM003E" TO WS-MSG-ID
               MOVE WS-CMP-FILE-B TO WS-MSG-SLOT(1)
               MOVE WS-CMP-STATUS-B TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE CMP-A-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           CALL "CBL_OPEN_FILE" USING WS-HIST-FILE, WS-HIST-OPEN-MODE,
               WS-HIST-DENY-MODE, WS-HIST-DEVICE, WS-HIST-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "SIM006E" TO WS-MSG-ID
               MOVE WS-HIST-FILE TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE WS-TOTAL-REAL-PROCESSED TO WS-AUDIT-COUNT-DISP
               MOVE SPACES TO RESULTS-RECORD
               EVALUATE WS-OPERATION
                   WHEN 5
                       PERFORM WRITE-STATS-RESULTS
                   WHEN 2
                       IF WS-SCALED-MODE = "Y"
                           COMPUTE WS-SCALED-VALUE =
               DISPLAY "Results written to "
                   FUNCTION TRIM(WS-RESULTS-PATH)
           ELSE
               MOVE "SIM007E" TO WS-MSG-ID
               MOVE WS-RESULTS-PATH TO WS-MSG-SLOT(1)
               MOVE WS-RESULTS-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> RESET-BATCH-STATE CLEARS EVERY RUNNING TOTAL AND FLAG CARRIED
      *> TIME (RATHER THAN INTO A FIXED SET OF RECEIVING FIELDS) SO
      *> THE LINE CAN CARRY ANY NUMBER OF VALUES.
       COMMA-LINE-ENTRY.
           DISPLAY "Enter all integers on one line, "
               "separated by commas:"
           ACCEPT WS-BULK-LINE

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BULK-LINE TRAILING))
           MOVE "Y" TO WS-SCALED-MODE
           OPEN INPUT BULK-FILE
           IF WS-BULK-STATUS NOT = "00"
               MOVE "SIM008E" TO WS-MSG-ID
               MOVE WS-INPUT-FILE TO WS-MSG-SLOT(1)
               MOVE WS-BULK-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-BATCH-ABORTED
           ELSE
               PERFORM UNTIL WS-BULK-EOF = "Y"
       CALL-SIMD-FUNCTION.
           EVALUATE WS-OPERATION
               WHEN 2
                   CALL "min_ints_simd8"
                       USING BY REFERENCE USER-INTEGERS
                             BY VALUE C-LENGTH
                       RETURNING C-CHUNK-RESULT
               WHEN 3
                   CALL "max_ints_simd8"
                       USING BY REFERENCE USER-INTEGERS
                             BY VALUE C-LENGTH
                       RETURNING C-CHUNK-RESULT
               WHEN OTHER
                   CALL "sum_ints_simd8"
                       USING BY REFERENCE USER-INTEGERS
                             BY VALUE C-LENGTH
                             BY REFERENCE C-CHUNK-RESULT-64
           END-EVALUATE.

      *> PLAIN-LOOP-REDUCE COMPUTES THE SAME CHUNK RESULT WITH AN
           EVALUATE WS-OPERATION
               WHEN 2
                   MOVE USER-INTEGER(1) TO WS-PLAIN-RESULT
                   PERFORM VARYING J FROM 2 BY 1
                           UNTIL J > WS-CHUNK-COUNT
                       IF USER-INTEGER(J) < WS-PLAIN-RESULT
                           MOVE USER-INTEGER(J) TO WS-PLAIN-RESULT
                       END-IF
                   END-PERFORM
               WHEN 3
                   MOVE USER-INTEGER(1) TO WS-PLAIN-RESULT
                   PERFORM VARYING J FROM 2 BY 1
                           UNTIL J > WS-CHUNK-COUNT
                       IF USER-INTEGER(J) > WS-PLAIN-RESULT
                           MOVE USER-INTEGER(J) TO WS-PLAIN-RESULT
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 0 TO WS-PLAIN-RESULT
                   PERFORM VARYING J FROM 1 BY 1
                           UNTIL J > WS-CHUNK-COUNT
                       ADD USER-INTEGER(J) TO WS-PLAIN-RESULT
                           ON SIZE ERROR
                               MOVE "Y" TO WS-OVERFLOW-FLAG
      *> INTO WS-TIME-VALUE.
       TIME-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TIME-VALUE =
               FUNCTION NUMVAL(WS-CURRENT-DATE(9:8)).

      *> DISPLAY-FINAL-RESULT SHOWS THE OVERALL ANSWER AND THE
      *> SIMD-VS-PLAIN-LOOP BENCHMARK TOTALS.
       DISPLAY-FINAL-RESULT.
           IF WS-OVERFLOW-FLAG = "Y"
               MOVE "SIM010W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
           END-IF
           EVALUATE WS-OPERATION
               WHEN 5
                   PERFORM DISPLAY-STATS-RESULT
               WHEN 2
                   IF WS-SCALED-MODE = "Y"
                       COMPUTE WS-SCALED-VALUE = WS-RESULT-MIN / 100
                   " count=" WS-AUDIT-COUNT-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-PARAMS
           EVALUATE WS-OPERATION
               WHEN 5
                   COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-MEAN
                   MOVE WS-STAT-OUTSIDE TO WS-STAT-LINE-DISP
                   STRING "stats mean=" FUNCTION TRIM(WS-STAT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   MOVE WS-PCT-VALUE(2) TO WS-STAT-DISP
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-RESULT))
                       TO WS-STAT-PTR
                   ADD 1 TO WS-STAT-PTR
                   STRING " median=" FUNCTION TRIM(WS-STAT-DISP)
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                       WITH POINTER WS-STAT-PTR
                   COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-SD
                   STRING " stddev=" FUNCTION TRIM(WS-STAT-DISP)
                       " outside=" WS-STAT-LINE-DISP
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                       WITH POINTER WS-STAT-PTR
               WHEN 2
                   IF WS-SCALED-MODE = "Y"
                       COMPUTE WS-SCALED-VALUE = WS-RESULT-MIN / 100
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM, WS-AUDIT-PARAMS,
               WS-AUDIT-RESULT.

      *> RUN-STATS-PASSES DERIVES THE MEAN FROM THE SIMD SUM, THEN
      *> SORTS THE FILE'S VALUES TO PICK THE PERCENTILES AND BUILD THE
      *> STANDARD DEVIATION. THE OUTLIER LISTING IS LEFT TO
      *> DISPLAY-STATS-RESULT AND WRITE-STATS-RESULTS, WHICH EACH
      *> RE-READ THE FILE SO THE LISTING IS NEVER CAPPED BY A TABLE.
       RUN-STATS-PASSES.
           MOVE 0 TO WS-STAT-COUNT
           MOVE 0 TO WS-STAT-OUTSIDE
           MOVE 0 TO WS-STAT-SQ-DEV
           MOVE 0 TO WS-STAT-SD
           MOVE 0 TO WS-STAT-MEAN
           MOVE 25 TO WS-PCT-LEVEL(1)
           MOVE "25th percentile" TO WS-PCT-NAME(1)
           MOVE "p25" TO WS-PCT-KEY(1)
           MOVE 50 TO WS-PCT-LEVEL(2)
           MOVE "Median" TO WS-PCT-NAME(2)
           MOVE "median" TO WS-PCT-KEY(2)
           MOVE 75 TO WS-PCT-LEVEL(3)
           MOVE "75th percentile" TO WS-PCT-NAME(3)
           MOVE "p75" TO WS-PCT-KEY(3)
           MOVE 95 TO WS-PCT-LEVEL(4)
           MOVE "95th percentile" TO WS-PCT-NAME(4)
           MOVE "p95" TO WS-PCT-KEY(4)

           IF WS-TOTAL-REAL-PROCESSED > 0
               COMPUTE WS-STAT-MEAN ROUNDED =
                   WS-RESULT-SUM / 100 / WS-TOTAL-REAL-PROCESSED
      *> A PERCENTILE SITS AT 1-BASED POSITION 1 + P * (N - 1) IN THE
      *> SORTED LIST; WS-PCT-RANK IS THE RANK AT OR BELOW IT AND
      *> WS-PCT-FRAC HOW FAR TOWARD THE NEXT RANK IT LIES.
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > 4
                   COMPUTE WS-STAT-POS = WS-TOTAL-REAL-PROCESSED - 1
                   COMPUTE WS-STAT-POS = WS-STAT-POS
                       * WS-PCT-LEVEL(WS-STAT-IDX) / 100
                   MOVE WS-STAT-POS TO WS-PCT-RANK(WS-STAT-IDX)
                   COMPUTE WS-PCT-FRAC(WS-STAT-IDX) =
                       WS-STAT-POS - WS-PCT-RANK(WS-STAT-IDX)
                   ADD 1 TO WS-PCT-RANK(WS-STAT-IDX)
                   MOVE 0 TO WS-PCT-LO(WS-STAT-IDX)
                   MOVE 0 TO WS-PCT-HI(WS-STAT-IDX)
               END-PERFORM

               SORT STATS-SORT-FILE
                   ON ASCENDING KEY STATS-SORT-VALUE STATS-SORT-LINE
                   INPUT PROCEDURE IS STATS-RELEASE-VALUES
                   OUTPUT PROCEDURE IS STATS-RETURN-VALUES

               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > 4
                   COMPUTE WS-PCT-VALUE(WS-STAT-IDX) ROUNDED =
                       WS-PCT-LO(WS-STAT-IDX)
                       + WS-PCT-FRAC(WS-STAT-IDX)
                       * (WS-PCT-HI(WS-STAT-IDX)
                          - WS-PCT-LO(WS-STAT-IDX))
               END-PERFORM
               IF WS-STAT-COUNT > 0
                   COMPUTE WS-STAT-SD ROUNDED = FUNCTION SQRT(
                       WS-STAT-SQ-DEV / WS-STAT-COUNT)
               END-IF
               COMPUTE WS-STAT-LIMIT-DEV =
                   WS-STAT-SD * WS-STAT-SD-LIMIT
           END-IF.

      *> STATS-RELEASE-VALUES (SORT INPUT PROCEDURE) RE-READS THE -f
      *> FILE AND RELEASES EACH VALUE WITH ITS PHYSICAL LINE NUMBER,
      *> SKIPPING BLANK LINES THE WAY READ-BULK-FILE DOES.
       STATS-RELEASE-VALUES.
           MOVE 0 TO WS-STAT-LINE-NO
           MOVE "N" TO WS-STAT-EOF
           OPEN INPUT BULK-FILE
           IF WS-BULK-STATUS NOT = "00"
               MOVE "SIM009E" TO WS-MSG-ID
               MOVE WS-INPUT-FILE TO WS-MSG-SLOT(1)
               MOVE WS-BULK-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-STAT-EOF
           ELSE
               PERFORM UNTIL WS-STAT-EOF = "Y"
                   READ BULK-FILE
                       AT END
                           MOVE "Y" TO WS-STAT-EOF
                       NOT AT END
                           ADD 1 TO WS-STAT-LINE-NO
                           IF FUNCTION TRIM(BULK-RECORD) NOT = SPACES
                               COMPUTE STATS-SORT-VALUE =
                                   FUNCTION NUMVAL(BULK-RECORD)
                               MOVE WS-STAT-LINE-NO TO STATS-SORT-LINE
                               RELEASE STATS-SORT-RECORD
                               ADD 1 TO WS-STAT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BULK-FILE
           END-IF.

      *> STATS-RETURN-VALUES (SORT OUTPUT PROCEDURE) TAKES THE VALUES
      *> BACK IN ASCENDING ORDER.
       STATS-RETURN-VALUES.
           MOVE 0 TO WS-STAT-RANK
           MOVE "N" TO WS-STAT-EOF
           PERFORM UNTIL WS-STAT-EOF = "Y"
               RETURN STATS-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-STAT-EOF
                   NOT AT END
                       PERFORM STATS-TAKE-ONE-VALUE
               END-RETURN
           END-PERFORM.

      *> STATS-TAKE-ONE-VALUE NOTES THE EXTREMES, ADDS THE VALUE'S
      *> SQUARED DEVIATION, AND CAPTURES IT FOR ANY PERCENTILE WHOSE
      *> BRACKETING RANKS IT FILLS. A PERCENTILE ON THE LAST RANK HAS
      *> NO UPPER NEIGHBOUR, SO ITS UPPER VALUE STARTS AS ITS LOWER.
       STATS-TAKE-ONE-VALUE.
           ADD 1 TO WS-STAT-RANK
           MOVE STATS-SORT-VALUE TO WS-STAT-VALUE
           IF WS-STAT-RANK = 1
               MOVE WS-STAT-VALUE TO WS-STAT-MIN
           END-IF
           MOVE WS-STAT-VALUE TO WS-STAT-MAX
           COMPUTE WS-STAT-DEV = WS-STAT-VALUE - WS-STAT-MEAN
           COMPUTE WS-STAT-SQ-DEV = WS-STAT-SQ-DEV
               + WS-STAT-DEV * WS-STAT-DEV

           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 4
               IF WS-STAT-RANK = WS-PCT-RANK(WS-STAT-IDX)
                   MOVE WS-STAT-VALUE TO WS-PCT-LO(WS-STAT-IDX)
                   MOVE WS-STAT-VALUE TO WS-PCT-HI(WS-STAT-IDX)
               END-IF
               IF WS-STAT-RANK = WS-PCT-RANK(WS-STAT-IDX) + 1
                   MOVE WS-STAT-VALUE TO WS-PCT-HI(WS-STAT-IDX)
               END-IF
           END-PERFORM.

      *> STATS-LIST-OUTLIERS RE-READS THE -f FILE IN LINE ORDER AND
      *> REPORTS EVERY VALUE MORE THAN WS-STAT-LIMIT-DEV FROM THE MEAN,
      *> TO THE CONSOLE OR THE RESULTS FILE PER WS-STAT-LIST-TO. A
      *> ZERO STANDARD DEVIATION (ALL VALUES EQUAL) HAS NO OUTLIERS.
       STATS-LIST-OUTLIERS.
           MOVE 0 TO WS-STAT-OUTSIDE
           MOVE 0 TO WS-STAT-LINE-NO
           MOVE "N" TO WS-STAT-EOF
           OPEN INPUT BULK-FILE
           IF WS-BULK-STATUS = "00"
               PERFORM UNTIL WS-STAT-EOF = "Y"
                   READ BULK-FILE
                       AT END
                           MOVE "Y" TO WS-STAT-EOF
                       NOT AT END
                           ADD 1 TO WS-STAT-LINE-NO
                           IF FUNCTION TRIM(BULK-RECORD) NOT = SPACES
                               PERFORM STATS-CHECK-ONE-VALUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BULK-FILE
           END-IF.

       STATS-CHECK-ONE-VALUE.
           COMPUTE WS-STAT-VALUE = FUNCTION NUMVAL(BULK-RECORD)
           COMPUTE WS-STAT-DEV = WS-STAT-VALUE - WS-STAT-MEAN
           IF WS-STAT-DEV < 0
               COMPUTE WS-STAT-DEV = 0 - WS-STAT-DEV
           END-IF
           IF WS-STAT-SD > 0 AND WS-STAT-DEV > WS-STAT-LIMIT-DEV
               ADD 1 TO WS-STAT-OUTSIDE
               MOVE WS-STAT-LINE-NO TO WS-STAT-LINE-DISP
               MOVE WS-STAT-VALUE TO WS-STAT-DISP
               IF WS-STAT-LIST-TO = "W"
                   MOVE SPACES TO RESULTS-RECORD
                   STRING "outlier line=" WS-STAT-LINE-DISP
                       " value=" FUNCTION TRIM(WS-STAT-DISP)
                       DELIMITED BY SIZE INTO RESULTS-RECORD
                   WRITE RESULTS-RECORD
               ELSE
                   DISPLAY "  line " WS-STAT-LINE-DISP ": "
                       WS-STAT-DISP
               END-IF
           END-IF.

      *> DISPLAY-STATS-RESULT SHOWS THE -op stats ANSWER AND LISTS THE
      *> OUTLIERS WITH THEIR LINE NUMBERS.
       DISPLAY-STATS-RESULT.
           IF WS-STAT-COUNT = 0
               DISPLAY "No values were supplied."
           ELSE
               MOVE WS-STAT-COUNT TO WS-STAT-LINE-DISP
               DISPLAY "Count             : " WS-STAT-LINE-DISP
               COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-MEAN
               DISPLAY "Mean              : " WS-STAT-DISP
               MOVE WS-STAT-MIN TO WS-STAT-DISP
               DISPLAY "Minimum           : " WS-STAT-DISP
               PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                       UNTIL WS-STAT-IDX > 4
                   MOVE WS-PCT-VALUE(WS-STAT-IDX) TO WS-STAT-DISP
                   DISPLAY WS-PCT-NAME(WS-STAT-IDX) ": " WS-STAT-DISP
               END-PERFORM
               MOVE WS-STAT-MAX TO WS-STAT-DISP
               DISPLAY "Maximum           : " WS-STAT-DISP
               COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-SD
               DISPLAY "Std deviation     : " WS-STAT-DISP
               MOVE WS-STAT-SD-LIMIT TO WS-STAT-LIMIT-DISP
               DISPLAY "Values more than "
                   FUNCTION TRIM(WS-STAT-LIMIT-DISP)
                   " standard deviations from the mean:"
               MOVE "D" TO WS-STAT-LIST-TO
               PERFORM STATS-LIST-OUTLIERS
               MOVE WS-STAT-OUTSIDE TO WS-STAT-LINE-DISP
               DISPLAY "Outside count     : " WS-STAT-LINE-DISP
           END-IF.

      *> WRITE-STATS-RESULTS WRITES THE SUMMARY AND ORDER-STATISTIC
      *> LINES AND ONE LINE PER OUTLIER, AND LEAVES THE CLOSING
      *> OUTSIDE-COUNT LINE IN RESULTS-RECORD FOR WRITE-RESULTS-FILE.
       WRITE-STATS-RESULTS.
           MOVE SPACES TO RESULTS-RECORD
           MOVE 1 TO WS-STAT-PTR
           MOVE WS-STAT-COUNT TO WS-AUDIT-COUNT-DISP
           STRING "operation=stats count=" WS-AUDIT-COUNT-DISP
               DELIMITED BY SIZE INTO RESULTS-RECORD
               WITH POINTER WS-STAT-PTR
           MOVE "mean" TO WS-STAT-KEY
           COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-MEAN
           PERFORM STATS-APPEND-FIELD
           MOVE "stddev" TO WS-STAT-KEY
           COMPUTE WS-STAT-DISP ROUNDED = WS-STAT-SD
           PERFORM STATS-APPEND-FIELD
           WRITE RESULTS-RECORD

           MOVE SPACES TO RESULTS-RECORD
           MOVE 1 TO WS-STAT-PTR
           STRING "min=" DELIMITED BY SIZE INTO RESULTS-RECORD
               WITH POINTER WS-STAT-PTR
           MOVE WS-STAT-MIN TO WS-STAT-DISP
           STRING FUNCTION TRIM(WS-STAT-DISP) DELIMITED BY SIZE
               INTO RESULTS-RECORD WITH POINTER WS-STAT-PTR
           PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                   UNTIL WS-STAT-IDX > 4
               MOVE WS-PCT-KEY(WS-STAT-IDX) TO WS-STAT-KEY
               MOVE WS-PCT-VALUE(WS-STAT-IDX) TO WS-STAT-DISP
               PERFORM STATS-APPEND-FIELD
           END-PERFORM
           MOVE "max" TO WS-STAT-KEY
           MOVE WS-STAT-MAX TO WS-STAT-DISP
           PERFORM STATS-APPEND-FIELD
           WRITE RESULTS-RECORD

           MOVE "W" TO WS-STAT-LIST-TO
           PERFORM STATS-LIST-OUTLIERS

           MOVE SPACES TO RESULTS-RECORD
           MOVE WS-STAT-SD-LIMIT TO WS-STAT-LIMIT-DISP
           MOVE WS-STAT-OUTSIDE TO WS-STAT-LINE-DISP
           STRING "sd-limit=" FUNCTION TRIM(WS-STAT-LIMIT-DISP)
               " outside=" WS-STAT-LINE-DISP
               DELIMITED BY SIZE INTO RESULTS-RECORD.

      *> STATS-APPEND-FIELD ADDS " key=value" (WS-STAT-KEY AND
      *> WS-STAT-DISP) TO THE RESULTS LINE BEING BUILT AT WS-STAT-PTR.
       STATS-APPEND-FIELD.
           STRING " " FUNCTION TRIM(WS-STAT-KEY) "="
               FUNCTION TRIM(WS-STAT-DISP)
               DELIMITED BY SIZE INTO RESULTS-RECORD
               WITH POINTER WS-STAT-PTR.

       COPY "msgissue.cpy".

       END PROGRAM SIMDCaller.
