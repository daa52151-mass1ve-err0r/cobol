       01  WS-COUNT-DISP        PIC 9(6).
       01  WS-SEQ-DISP          PIC 9(6).
       01  WS-EXP-DISP          PIC 9(6).
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE = SPACES
               MOVE "FSV001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS NOT = "00"
               MOVE "FSV002E" TO WS-MSG-ID
               MOVE WS-CHECK-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CHECK-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE CHECK-FILE

           IF WS-LINE-NO = 0
               MOVE "FSV003E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF

               MOVE "validation PASS" TO WS-AUDIT-RESULT
           ELSE
               MOVE WS-PROBLEM-COUNT TO WS-COUNT-DISP
               MOVE "FSV004E" TO WS-MSG-ID
               MOVE WS-CHECK-PATH TO WS-MSG-SLOT(1)
               MOVE WS-COUNT-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "validation FAIL" TO WS-AUDIT-RESULT
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
           IF CHECK-RECORD = WS-HEADER-LINE
               MOVE "Y" TO WS-HEADER-OK
           ELSE
               MOVE "FSV005E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-PROBLEM-COUNT
      *> A FILE WHOSE HEADER WAS LOST MAY STILL CARRY DATA RECORDS;
      *> THE FIRST LINE IS RE-JUDGED AS A DATA RECORD SO ITS
           MOVE WS-LINE-NO TO WS-SEQ-DISP

           IF CHK-SEQ-NO IS NOT NUMERIC
               MOVE "FSV006E" TO WS-MSG-ID
               MOVE WS-SEQ-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               MOVE FUNCTION NUMVAL(CHK-SEQ-NO) TO WS-ACTUAL-SEQ
                       ADD 1 TO WS-EXPECTED-SEQ
                   WHEN WS-ACTUAL-SEQ < WS-EXPECTED-SEQ
                       MOVE WS-ACTUAL-SEQ TO WS-SEQ-DISP
                       MOVE "FSV007E" TO WS-MSG-ID
                       MOVE WS-SEQ-DISP TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-PROBLEM-COUNT
                   WHEN OTHER
                       MOVE WS-EXPECTED-SEQ TO WS-EXP-DISP
                       MOVE WS-ACTUAL-SEQ TO WS-SEQ-DISP
                       MOVE "FSV008E" TO WS-MSG-ID
                       MOVE WS-EXP-DISP TO WS-MSG-SLOT(1)
                       MOVE WS-SEQ-DISP TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-PROBLEM-COUNT
                       COMPUTE WS-EXPECTED-SEQ = WS-ACTUAL-SEQ + 1
               END-EVALUATE

           IF CHK-SEPARATOR NOT = SPACES
               MOVE WS-LINE-NO TO WS-SEQ-DISP
               MOVE "FSV009E" TO WS-MSG-ID
               MOVE WS-SEQ-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM FSValidator.
