       01  WS-AUDIT-PROGRAM     PIC X(20) VALUE "FSRepair".
       01  WS-AUDIT-PARAMS      PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT      PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE = SPACES
               MOVE "FSR001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           END-UNSTRING

           IF WS-DAMAGED-PATH = SPACES OR WS-CLEAN-PATH = SPACES
               MOVE "FSR001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT DAMAGED-FILE
           IF WS-DAMAGED-STATUS NOT = "00"
               MOVE "FSR002E" TO WS-MSG-ID
               MOVE WS-DAMAGED-PATH TO WS-MSG-SLOT(1)
               MOVE WS-DAMAGED-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT CLEAN-FILE
           IF WS-CLEAN-STATUS NOT = "00"
               MOVE "FSR003E" TO WS-MSG-ID
               MOVE WS-CLEAN-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CLEAN-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE DAMAGED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK

           OPEN OUTPUT EXC-FILE
           IF WS-EXC-STATUS NOT = "00"
               MOVE "FSR003E" TO WS-MSG-ID
               MOVE WS-EXC-PATH TO WS-MSG-SLOT(1)
               MOVE WS-EXC-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE DAMAGED-FILE
               CLOSE CLEAN-FILE
               MOVE 8 TO RETURN-CODE
               WRITE EXC-RECORD
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM FSRepair.
