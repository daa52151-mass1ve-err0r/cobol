      *> RE-PROMPTED UNTIL VALID, AND THE VALIDATED VALUES GO OUT AS
      *> name=value RECORDS - THE WEEKLY MANUAL ADJUSTMENTS STOP
      *> COMING BACK MALFORMED.
      *>
      *> "-F <specfile> -B <txnfile> [-R <rejectfile>]" LOADS A WHOLE
      *> FILE OF SUCH FORMS UNATTENDED (THE REGIONAL OFFICES' WEEKLY
      *> ADJUSTMENT FILES): EACH TRANSACTION IS A GROUP OF name=value
      *> LINES ENDED BY A BLANK LINE, "/end" OR END-OF-FILE ("*"
      *> LINES ARE COMMENTS). EVERY VALUE IS JUDGED BY THE SAME
      *> FormFieldCheck RULES AS THE KEYBOARD FORM, AN UNKNOWN OR
      *> REPEATED FIELD AND A MISSING REQUIRED ONE ALL REJECT THE
      *> TRANSACTION. GOOD TRANSACTIONS GO THROUGH FSWriter IN SPEC
      *> FIELD ORDER; BAD ONES GO TO THE REJECT FILE (DEFAULT
      *> <txnfile>.rej) AS "*" LINES NAMING EACH FIELD AND REASON
      *> FOLLOWED BY THE TRANSACTION AS RECEIVED, SO THE FILE CAN BE
      *> CORRECTED AND FED STRAIGHT BACK IN. A LOAD SUMMARY CLOSES
      *> THE RUN.
      *>
      *> RETURN-CODE (BATCH MODE): 0 EVERY TRANSACTION LOADED, 4 SOME
      *> REJECTED (OR NONE IN THE FILE), 8 NONE LOADED OR A FILE
      *> COULD NOT BE OPENED OR WRITTEN, 12 USAGE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteToFSFromSTDIN.
           SELECT SPEC-FILE ASSIGN DYNAMIC WS-SPEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPEC-STATUS.
           SELECT TXN-FILE ASSIGN DYNAMIC WS-TXN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJECT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPEC-FILE.
       01  SPEC-RECORD      PIC X(255).
       FD  TXN-FILE.
       01  TXN-RECORD       PIC X(255).
       FD  REJECT-FILE.
       01  REJECT-RECORD    PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CAPTURED-LINES.
       01  WS-MULTI-MODE    PIC X VALUE "N".
       01  WS-CMD-LINE      PIC X(255) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY PIC X(255) OCCURS 8 TIMES.
       01  WS-ARG-COUNT     PIC 9(1) COMP-5 VALUE 0.
       01  WS-ARG-IDX       PIC 9(1) COMP-5 VALUE 0.

       01  WS-WRITE-STATUS  PIC XX VALUE SPACES.
       01  WS-COUNT-DISP    PIC 9(3).

      *> BATCH MODE STATE: THE TRANSACTION FILE BEING LOADED, THE
      *> RAW LINES OF THE TRANSACTION IN HAND (KEPT FOR THE REJECT
      *> FILE), WHICH SPEC FIELDS IT HAS SUPPLIED, AND THE FIELD AND
      *> REASON OF EVERY RULE IT BROKE.
       01  WS-BATCH-MODE    PIC X VALUE "N".
       01  WS-TXN-PATH      PIC X(255) VALUE SPACES.
       01  WS-TXN-STATUS    PIC XX VALUE SPACES.
       01  WS-TXN-EOF       PIC X VALUE "N".
       01  WS-REJECT-PATH   PIC X(255) VALUE SPACES.
       01  WS-REJECT-STATUS PIC XX VALUE SPACES.
       01  WS-TXN-LINES.
           05  WS-TXN-LINE  PIC X(255) OCCURS 40 TIMES.
       01  WS-TXN-LINE-COUNT PIC 9(2) COMP-5 VALUE 0.
       01  WS-TXN-OVERFLOW  PIC X VALUE "N".
       01  WS-TXN-LINE-IDX  PIC 9(2) COMP-5 VALUE 0.
       01  WS-FILE-LINE-NO  PIC 9(6) VALUE 0.
       01  WS-TXN-START-LINE PIC 9(6) VALUE 0.
       01  WS-TXN-SEEN-FLAGS.
           05  WS-TXN-SEEN  PIC X OCCURS 20 TIMES.
       01  WS-TXN-ERRORS.
           05  WS-TXN-ERROR OCCURS 20 TIMES.
               10  WS-ERR-FIELD  PIC X(20).
               10  WS-ERR-REASON PIC X(60).
       01  WS-TXN-ERROR-COUNT PIC 9(2) COMP-5 VALUE 0.
       01  WS-TXN-EQ-POS    PIC 9(3) COMP-5 VALUE 0.
       01  WS-TXN-NAME      PIC X(20) VALUE SPACES.
       01  WS-TXN-VALUE     PIC X(80) VALUE SPACES.
       01  WS-TXN-RAW-VALUE PIC X(255) VALUE SPACES.
       01  WS-TXN-FLD-IDX   PIC 9(2) COMP-5 VALUE 0.
       01  WS-FIELD-OK      PIC X VALUE "N".
       01  WS-REASON        PIC X(60) VALUE SPACES.
       01  WS-BLANK-VALUE   PIC X(80) VALUE SPACES.
       01  WS-BATCH-APPEND  PIC X VALUE "N".
       01  WS-WRITE-FAILED  PIC X VALUE "N".
       01  WS-REJECT-FAILED PIC X VALUE "N".
       01  WS-TXN-READ      PIC 9(6) COMP-5 VALUE 0.
       01  WS-TXN-ACCEPTED  PIC 9(6) COMP-5 VALUE 0.
       01  WS-TXN-REJECTED  PIC 9(6) COMP-5 VALUE 0.
       01  WS-LINES-WRITTEN PIC 9(6) COMP-5 VALUE 0.
       01  WS-LINES-LOST    PIC 9(6) COMP-5 VALUE 0.
       01  WS-TXN-NO-DISP   PIC 9(6).
       01  WS-TOTAL-DISP    PIC Z(5)9.
       01  WS-REJECT-LINE   PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
               PERFORM PARSE-ARGS
           END-IF

           IF WS-BATCH-MODE = "Y" AND WS-FORM-MODE NOT = "Y"
               MOVE "WFS001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-FORM-MODE = "Y"
               PERFORM LOAD-FIELD-SPECS
               IF WS-FIELD-COUNT = 0
                   MOVE "WFS002S" TO WS-MSG-ID
                   MOVE WS-SPEC-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-BATCH-MODE = "Y"
                   PERFORM RUN-BATCH-LOAD
                   STOP RUN
               END-IF
               CALL 'FormInputHandler'
               USING WS-FIELD-SPECS, WS-FIELD-COUNT,
                   WS-FORM-VALUES, WS-FORM-STATUS
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
               END-IF
           ELSE
               MOVE "WFS003E" TO WS-MSG-ID
               MOVE WS-WRITE-STATUS TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF

           STOP RUN.

      *> PARSE-ARGS RECOGNIZES "-a" (APPEND) AND "-m" (MULTI-LINE)
      *> IN ANY POSITION, "-F", "-B" AND "-R" WITH THEIR FILE NAMES,
      *> AND TREATS WHATEVER TOKEN IS LEFT AS THE OUTPUT FILENAME.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

                       ADD 1 TO WS-ARG-IDX
                       MOVE "Y" TO WS-FORM-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SPEC-PATH
                   WHEN "-B"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "Y" TO WS-BATCH-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-TXN-PATH
                   WHEN "-R"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-REJECT-PATH
                   WHEN OTHER
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-OUTPUT-FILENAME
               END-EVALUATE
           END-PERFORM.

           MOVE "N" TO WS-SPEC-EOF
           OPEN INPUT SPEC-FILE
           IF WS-SPEC-STATUS NOT = "00"
               MOVE "WFS004E" TO WS-MSG-ID
               MOVE WS-SPEC-PATH TO WS-MSG-SLOT(1)
               MOVE WS-SPEC-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-SPEC-EOF = "Y"
                   READ SPEC-FILE
           END-IF.

      *> BUILD-FORM-LINES LAYS THE VALIDATED VALUES OUT AS ONE
      *> name=value RECORD PER FIELD FOR THE FSWriter BATCH;
      *> APPEND-FORM-LINES ADDS ONE FORM'S RECORDS BEHIND WHATEVER
      *> THE BATCH ALREADY HOLDS.
       BUILD-FORM-LINES.
           MOVE 0 TO WS-LINE-COUNT
           PERFORM APPEND-FORM-LINES.

       APPEND-FORM-LINES.
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-COUNT
               ADD 1 TO WS-LINE-COUNT
                   INTO WS-CAPTURED-LINE(WS-LINE-COUNT)
           END-PERFORM.

      *> RUN-BATCH-LOAD DRIVES -B: EVERY TRANSACTION IN THE FILE IS
      *> VALIDATED AND EITHER QUEUED FOR FSWriter OR WRITTEN TO THE
      *> REJECT FILE, THEN THE LOAD SUMMARY SETS THE RETURN CODE.
       RUN-BATCH-LOAD.
           IF WS-REJECT-PATH = SPACES
               STRING FUNCTION TRIM(WS-TXN-PATH) ".rej"
                   DELIMITED BY SIZE INTO WS-REJECT-PATH
           END-IF
           IF WS-OUTPUT-FILENAME = SPACES
               MOVE "output.txt" TO WS-OUTPUT-FILENAME
           END-IF

           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               MOVE "WFS005E" TO WS-MSG-ID
               MOVE WS-TXN-PATH TO WS-MSG-SLOT(1)
               MOVE WS-TXN-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = "00"
               MOVE "WFS006E" TO WS-MSG-ID
               MOVE WS-REJECT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REJECT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE TXN-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-APPEND-MODE TO WS-BATCH-APPEND
           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-TXN-LINE-COUNT
           MOVE "N" TO WS-TXN-OVERFLOW
           MOVE "N" TO WS-TXN-EOF
           PERFORM UNTIL WS-TXN-EOF = "Y"
               READ TXN-FILE
                   AT END
                       MOVE "Y" TO WS-TXN-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-LINE-NO
                       PERFORM TAKE-TXN-LINE
               END-READ
           END-PERFORM
           PERFORM END-TRANSACTION
           PERFORM FLUSH-ACCEPTED-LINES
           CLOSE TXN-FILE
           CLOSE REJECT-FILE
           PERFORM CHECK-REJECT-WRITE

           PERFORM SHOW-LOAD-SUMMARY.

      *> TAKE-TXN-LINE FILES ONE LINE OF THE TRANSACTION FILE: A
      *> BLANK LINE OR "/end" CLOSES THE TRANSACTION IN HAND, "*"
      *> LINES ARE COMMENTS, ANYTHING ELSE BELONGS TO THE TRANSACTION.
       TAKE-TXN-LINE.
           IF TXN-RECORD = SPACES
               OR FUNCTION TRIM(TXN-RECORD) = "/end"
               PERFORM END-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF TXN-RECORD(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-LINE-COUNT = 0
               MOVE WS-FILE-LINE-NO TO WS-TXN-START-LINE
           END-IF
           IF WS-TXN-LINE-COUNT < 40
               ADD 1 TO WS-TXN-LINE-COUNT
               MOVE TXN-RECORD TO WS-TXN-LINE(WS-TXN-LINE-COUNT)
           ELSE
               MOVE "Y" TO WS-TXN-OVERFLOW
           END-IF.

      *> END-TRANSACTION JUDGES THE TRANSACTION IN HAND (IF ANY) AND
      *> SENDS IT TO THE OUTPUT BATCH OR THE REJECT FILE.
       END-TRANSACTION.
           IF WS-TXN-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TXN-READ
           PERFORM VALIDATE-TRANSACTION
           IF WS-TXN-ERROR-COUNT = 0
               PERFORM ACCEPT-TRANSACTION
           ELSE
               PERFORM REJECT-TRANSACTION
           END-IF
           MOVE 0 TO WS-TXN-LINE-COUNT
           MOVE "N" TO WS-TXN-OVERFLOW.

      *> VALIDATE-TRANSACTION CHECKS EVERY name=value LINE AGAINST
      *> ITS SPEC FIELD, THEN EVERY SPEC FIELD THE TRANSACTION LEFT
      *> OUT (SO A MISSING REQUIRED FIELD IS CAUGHT BY THE SAME RULE
      *> AS A BLANK ANSWER AT THE KEYBOARD).
       VALIDATE-TRANSACTION.
           MOVE 0 TO WS-TXN-ERROR-COUNT
           MOVE SPACES TO WS-FORM-VALUES
           MOVE ALL "N" TO WS-TXN-SEEN-FLAGS
           IF WS-TXN-OVERFLOW = "Y"
               MOVE "(transaction)" TO WS-TXN-NAME
               MOVE "more than 40 lines in one transaction"
                   TO WS-REASON
               PERFORM ADD-TXN-ERROR
           END-IF
           PERFORM VARYING WS-TXN-LINE-IDX FROM 1 BY 1
                   UNTIL WS-TXN-LINE-IDX > WS-TXN-LINE-COUNT
               PERFORM CHECK-TXN-LINE
           END-PERFORM
           PERFORM VARYING WS-TXN-FLD-IDX FROM 1 BY 1
                   UNTIL WS-TXN-FLD-IDX > WS-FIELD-COUNT
               IF WS-TXN-SEEN(WS-TXN-FLD-IDX) = "N"
                   CALL "FormFieldCheck" USING
                       WS-FIELD-SPEC(WS-TXN-FLD-IDX),
                       WS-BLANK-VALUE, WS-FIELD-OK, WS-REASON
                   IF WS-FIELD-OK NOT = "Y"
                       MOVE WS-FLD-NAME(WS-TXN-FLD-IDX) TO WS-TXN-NAME
                       PERFORM ADD-TXN-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      *> CHECK-TXN-LINE SPLITS ONE LINE AT ITS FIRST "=" AND HOLDS
      *> THE VALUE TO ITS FIELD'S RULES.
       CHECK-TXN-LINE.
           MOVE 0 TO WS-TXN-EQ-POS
           INSPECT WS-TXN-LINE(WS-TXN-LINE-IDX) TALLYING WS-TXN-EQ-POS
               FOR CHARACTERS BEFORE INITIAL "="
           IF WS-TXN-EQ-POS = 0 OR WS-TXN-EQ-POS >= 255
               MOVE "(line)" TO WS-TXN-NAME
               MOVE SPACES TO WS-REASON
               STRING "not a name=value line: "
                   WS-TXN-LINE(WS-TXN-LINE-IDX)
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM ADD-TXN-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-TXN-LINE(WS-TXN-LINE-IDX)
               (1:WS-TXN-EQ-POS)) TO WS-TXN-NAME
           MOVE SPACES TO WS-TXN-RAW-VALUE
           IF WS-TXN-EQ-POS < 254
               MOVE FUNCTION TRIM(WS-TXN-LINE(WS-TXN-LINE-IDX)
                   (WS-TXN-EQ-POS + 2:)) TO WS-TXN-RAW-VALUE
           END-IF

           PERFORM VARYING WS-TXN-FLD-IDX FROM 1 BY 1
                   UNTIL WS-TXN-FLD-IDX > WS-FIELD-COUNT
                   OR WS-FLD-NAME(WS-TXN-FLD-IDX) = WS-TXN-NAME
               CONTINUE
           END-PERFORM
           IF WS-TXN-FLD-IDX > WS-FIELD-COUNT
               MOVE "not a field of this form" TO WS-REASON
               PERFORM ADD-TXN-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-TXN-SEEN(WS-TXN-FLD-IDX) = "Y"
               MOVE "field given more than once" TO WS-REASON
               PERFORM ADD-TXN-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-TXN-SEEN(WS-TXN-FLD-IDX)
           IF WS-TXN-RAW-VALUE(81:) NOT = SPACES
               MOVE "text is longer than 60 characters" TO WS-REASON
               PERFORM ADD-TXN-ERROR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TXN-RAW-VALUE(1:80) TO WS-TXN-VALUE
           CALL "FormFieldCheck" USING WS-FIELD-SPEC(WS-TXN-FLD-IDX),
               WS-TXN-VALUE, WS-FIELD-OK, WS-REASON
           IF WS-FIELD-OK = "Y"
               MOVE WS-TXN-VALUE(1:60) TO WS-FORM-VALUE(WS-TXN-FLD-IDX)
           ELSE
               PERFORM ADD-TXN-ERROR
           END-IF.

      *> ADD-TXN-ERROR NOTES ONE BROKEN RULE (WS-TXN-NAME/WS-REASON)
      *> AGAINST THE TRANSACTION IN HAND.
       ADD-TXN-ERROR.
           IF WS-TXN-ERROR-COUNT < 20
               ADD 1 TO WS-TXN-ERROR-COUNT
               MOVE WS-TXN-NAME TO WS-ERR-FIELD(WS-TXN-ERROR-COUNT)
               MOVE WS-REASON TO WS-ERR-REASON(WS-TXN-ERROR-COUNT)
           END-IF.

      *> ACCEPT-TRANSACTION QUEUES THE VALIDATED VALUES FOR FSWriter,
      *> SENDING THE QUEUE FIRST WHEN THIS FORM WOULD NOT FIT IN ITS
      *> 50-LINE BATCH.
       ACCEPT-TRANSACTION.
           ADD 1 TO WS-TXN-ACCEPTED
           IF WS-LINE-COUNT + WS-FIELD-COUNT > 50
               PERFORM FLUSH-ACCEPTED-LINES
           END-IF
           PERFORM APPEND-FORM-LINES.

      *> FLUSH-ACCEPTED-LINES HANDS THE QUEUED RECORDS TO FSWriter;
      *> EVERY CALL AFTER THE FIRST APPENDS, SO THE WHOLE LOAD LANDS
      *> AS ONE CONSECUTIVELY NUMBERED RUN OF RECORDS.
       FLUSH-ACCEPTED-LINES.
           IF WS-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           CALL 'FSWriter'
           USING WS-CAPTURED-LINES, WS-LINE-COUNT,
               WS-OUTPUT-FILENAME, WS-BATCH-APPEND, WS-WRITE-STATUS
           IF WS-WRITE-STATUS = "00"
               ADD WS-LINE-COUNT TO WS-LINES-WRITTEN
               MOVE "Y" TO WS-BATCH-APPEND
           ELSE
               MOVE "WFS003E" TO WS-MSG-ID
               MOVE WS-WRITE-STATUS TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-WRITE-FAILED
               ADD WS-LINE-COUNT TO WS-LINES-LOST
           END-IF
           MOVE 0 TO WS-LINE-COUNT.

      *> REJECT-TRANSACTION WRITES ONE "*" LINE PER BROKEN RULE, THE
      *> TRANSACTION AS RECEIVED AND A BLANK SEPARATOR, READY TO BE
      *> CORRECTED AND LOADED AGAIN.
       REJECT-TRANSACTION.
           ADD 1 TO WS-TXN-REJECTED
           MOVE WS-TXN-READ TO WS-TXN-NO-DISP
           PERFORM VARYING WS-TXN-FLD-IDX FROM 1 BY 1
                   UNTIL WS-TXN-FLD-IDX > WS-TXN-ERROR-COUNT
               MOVE SPACES TO WS-REJECT-LINE
               STRING "* REJECTED transaction " WS-TXN-NO-DISP
                   " (line " WS-TXN-START-LINE ") field "
                   FUNCTION TRIM(WS-ERR-FIELD(WS-TXN-FLD-IDX)) ": "
                   FUNCTION TRIM(WS-ERR-REASON(WS-TXN-FLD-IDX))
                   DELIMITED BY SIZE INTO WS-REJECT-LINE
               WRITE REJECT-RECORD FROM WS-REJECT-LINE
               PERFORM CHECK-REJECT-WRITE
               DISPLAY FUNCTION TRIM(WS-REJECT-LINE(3:))
           END-PERFORM
           PERFORM VARYING WS-TXN-LINE-IDX FROM 1 BY 1
                   UNTIL WS-TXN-LINE-IDX > WS-TXN-LINE-COUNT
               WRITE REJECT-RECORD FROM WS-TXN-LINE(WS-TXN-LINE-IDX)
               PERFORM CHECK-REJECT-WRITE
           END-PERFORM
           MOVE SPACES TO REJECT-RECORD
           WRITE REJECT-RECORD
           PERFORM CHECK-REJECT-WRITE.

      *> CHECK-REJECT-WRITE HOLDS A REJECT-FILE WRITE (AND THE CLOSE
      *> THAT FLUSHES THE LAST OF THEM) TO THE SAME STANDARD AS ITS
      *> OPEN: A FAILURE (DISK FULL, I/O ERROR) IS REPORTED ONCE AND
      *> FAILS THE RUN WITH RC 8, SINCE THE REJECTED TRANSACTIONS
      *> CAN NO LONGER BE FED BACK IN WHOLE.
       CHECK-REJECT-WRITE.
           IF WS-REJECT-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-REJECT-FAILED = "N"
               MOVE "WFS008E" TO WS-MSG-ID
               MOVE WS-REJECT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REJECT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-REJECT-FAILED
           END-IF
           MOVE "Y" TO WS-WRITE-FAILED.

      *> SHOW-LOAD-SUMMARY PRINTS THE COUNTS AND SETS THE RETURN
      *> CODE: 0 ALL LOADED, 4 SOME REJECTED OR NOTHING TO LOAD, 8
      *> NOTHING LOADED OR A WRITE FAILED.
       SHOW-LOAD-SUMMARY.
           DISPLAY "Batch load of " FUNCTION TRIM(WS-TXN-PATH)
               " against " FUNCTION TRIM(WS-SPEC-PATH)
           MOVE WS-TXN-READ TO WS-TOTAL-DISP
           DISPLAY "  Transactions read : " WS-TOTAL-DISP
           MOVE WS-TXN-ACCEPTED TO WS-TOTAL-DISP
           DISPLAY "  Accepted          : " WS-TOTAL-DISP
           MOVE WS-TXN-REJECTED TO WS-TOTAL-DISP
           IF WS-TXN-REJECTED > 0
               DISPLAY "  Rejected          : " WS-TOTAL-DISP
                   "  (see " FUNCTION TRIM(WS-REJECT-PATH) ")"
           ELSE
               DISPLAY "  Rejected          : " WS-TOTAL-DISP
           END-IF
           MOVE WS-LINES-WRITTEN TO WS-TOTAL-DISP
           DISPLAY "  Lines written     : " WS-TOTAL-DISP
               "  (to " FUNCTION TRIM(WS-OUTPUT-FILENAME) ")"
           IF WS-LINES-LOST > 0
               MOVE WS-LINES-LOST TO WS-TOTAL-DISP
               DISPLAY "  Lines NOT written : " WS-TOTAL-DISP
           END-IF

           EVALUATE TRUE
               WHEN WS-WRITE-FAILED = "Y"
                   MOVE "WFS009E" TO WS-MSG-ID
                   MOVE WS-TXN-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TXN-READ = 0
                   MOVE "WFS007W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TXN-ACCEPTED = 0
                   MOVE "WFS010E" TO WS-MSG-ID
                   MOVE WS-TXN-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-TXN-READ TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TXN-REJECTED > 0
                   MOVE "WFS011W" TO WS-MSG-ID
                   MOVE WS-TXN-REJECTED TO WS-MSG-SLOT(1)
                   MOVE WS-TXN-READ TO WS-MSG-SLOT(2)
                   MOVE WS-REJECT-PATH TO WS-MSG-SLOT(3)
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       COPY "msgissue.cpy".

       END PROGRAM WriteToFSFromSTDIN.
