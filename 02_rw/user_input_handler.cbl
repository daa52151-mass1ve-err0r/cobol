       01  USER-INPUT       PIC X(256).
       01  WS-INPUT-LENGTH  PIC 9(3) COMP-5 VALUE 0.
       01  WS-INPUT-DONE    PIC X VALUE "N".
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-LINES.
                   END-IF
               END-PERFORM
               IF LK-LINE-COUNT >= 50 AND WS-INPUT-DONE = "N"
                   MOVE "UIH001W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
           ELSE
               DISPLAY "Content:" WITH NO ADVANCING
               MOVE FUNCTION LENGTH(FUNCTION TRIM(USER-INPUT TRAILING))
                   TO WS-INPUT-LENGTH
               IF WS-INPUT-LENGTH > 80
                   MOVE "UIH002W" TO WS-MSG-ID
                   MOVE WS-INPUT-LENGTH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM UserInputHandler.
