       01  WS-CFG-AUDIT-MAX-SIZE PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP     PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "FSWriter".
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-LINES.
                       LK-LINE(WS-LINE-IDX) TRAILING))
                       TO WS-TEXT-LENGTH
                   IF WS-TEXT-LENGTH > 72
                       MOVE "FSW001W" TO WS-MSG-ID
                       MOVE WS-TEXT-LENGTH TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                   END-IF

                   MOVE LK-LINE(WS-LINE-IDX)(1:72) TO OUT-TEXT
               WRITE OUTPUT-RECORD
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM FSWriter.
