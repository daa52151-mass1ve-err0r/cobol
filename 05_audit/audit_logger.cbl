      *> SHARED AUDIT-TRAIL WRITER, CALLED FROM EACH TOOL'S MAIN
      *> PARAGRAPH AFTER IT PRODUCES A RESULT. APPENDS ONE LINE PER
      *> CALL (TIMESTAMP, PROGRAM NAME, INPUT PARAMETERS, RESULT
      *> SUMMARY, RUN-ID, OPERATOR, CHAIN) TO A CENTRAL LOG FILE,
      *> CREATING IT WITH A HEADER ON FIRST USE THE SAME WAY FSWriter
      *> CREATES output.txt.
      *>
      *> EVERY RESULT IS TAGGED WITH A MESSAGE ID FROM THE SHARED
      *> MESSAGE CATALOG (SEE MessageWriter): THE MOST SEVERE MESSAGE
      *> THE RUN UNIT DISPLAYED SINCE THE PREVIOUS AUDIT RECORD, OR
      *> THE PROGRAM'S OWN "RUN COMPLETED" (NNN000I) ID WHEN IT
      *> DISPLAYED NONE. A RESULT THAT ALREADY STARTS WITH AN ID IS
      *> LEFT AS THE CALLER WROTE IT. AuditReport COUNTS AND FILTERS
      *> ON THE TAG.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditLogger.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILENAME     PIC X(255) VALUE "audit.log".
       01  WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-HEADER.
           05  FILLER            PIC X(58) VALUE
           "TIMESTAMP           PROGRAM      PARAMETERS / RESULT / RUN".
           05  FILLER            PIC X(22) VALUE " / OPERATOR".
       01  WS-AUDIT-EXISTS       PIC X VALUE "N".

      *> RUN-ID CORRELATION: WHEN JobRunner LAUNCHED THE CALLING TOOL
      *> RECORD CARRIES IT AS AN EXTRA FIELD (OR "-" FOR A TOOL RUN
      *> BY HAND), SO ONE NIGHT'S 30 INTERLEAVED LINES RECONCILE TO
      *> THEIR JOB WITHOUT MATCHING TIMESTAMPS BY EYE.
       01  WS-RUN-ID             PIC X(26) VALUE SPACES.

      *> OPERATOR ATTRIBUTION: ToolMenu EXPORTS THE SIGNED-ON
      *> OPERATOR ID (AND JobRunner THE DECK'S BATCH ID) AS
      *> TOOLKIT_OPERATOR; A TOOL RUN OUTSIDE EITHER IS ATTRIBUTED
      *> TO THE OS LOGIN. THE FIELD SITS BETWEEN THE RUN-ID AND THE
      *> CHAIN, SO THE CHAIN STAYS THE LAST FIELD ON EVERY LINE.
       01  WS-OPERATOR           PIC X(32) VALUE SPACES.

      *> THE EXISTENCE/SIZE PROBE GOES THROUGH CBL_CHECK_FILE_EXIST'S
      *> FILE-INFORMATION AREA - ONE SYSTEM CALL INSTEAD OF THE OLD
       01  WS-CFG-OUTPUT-FILENAME PIC X(255) VALUE SPACES.
       01  WS-CFG-CHARSET        PIC X(8) VALUE "ASCII".

      *> THE RESULT AS WRITTEN, WITH ITS MESSAGE-ID TAG.
       01  WS-TAGGED-RESULT      PIC X(255) VALUE SPACES.
       01  WS-RESULT-HAS-ID      PIC X VALUE "N".
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-PROGRAM-NAME       PIC X(20).
       01  LK-INPUT-PARAMS       PIC X(255).
               MOVE "-" TO WS-RUN-ID
           END-IF

           MOVE SPACES TO WS-OPERATOR
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "TOOLKIT_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERATOR
           END-ACCEPT
           IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR
               END-ACCEPT
           END-IF
           IF WS-OPERATOR = SPACES
               MOVE "-" TO WS-OPERATOR
           END-IF

           PERFORM FORMAT-TIMESTAMP

           PERFORM ACQUIRE-AUDIT-LOCK
           IF WS-LOCK-HELD = "N"
               MOVE "AUD001E" TO WS-MSG-ID
               MOVE WS-AUDIT-FILENAME TO WS-MSG-SLOT(1)
               MOVE LK-PROGRAM-NAME TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PROGRAM
           END-IF

           PERFORM TAG-RESULT

           PERFORM PROBE-AUDIT-FILE

           IF WS-AUDIT-EXISTS = "Y"

           EXIT PROGRAM.

      *> TAG-RESULT ASKS MessageWriter FOR THE ID THAT CHARACTERIZES
      *> THIS RESULT AND PUTS IT IN FRONT, UNLESS THE CALLER ALREADY
      *> STARTED THE RESULT WITH ONE.
       TAG-RESULT.
           MOVE LK-RESULT-SUMMARY TO WS-TAGGED-RESULT
           MOVE "A" TO WS-MSG-FUNCTION
           MOVE LK-PROGRAM-NAME TO WS-MSG-SLOT(1)
           CALL "MessageWriter" USING WS-MSG-AREA
           MOVE SPACES TO WS-MSG-SLOTS

           MOVE "N" TO WS-RESULT-HAS-ID
           IF WS-TAGGED-RESULT(1:3) IS ALPHABETIC-UPPER
               AND WS-TAGGED-RESULT(4:3) IS NUMERIC
               AND (WS-TAGGED-RESULT(7:1) = "I" OR "W" OR "E" OR "S")
               AND WS-TAGGED-RESULT(8:1) = SPACE
               MOVE "Y" TO WS-RESULT-HAS-ID
           END-IF
           IF WS-RESULT-HAS-ID = "N" AND WS-MSG-ID NOT = SPACES
               MOVE SPACES TO WS-TAGGED-RESULT
               STRING WS-MSG-ID " " DELIMITED BY SIZE
                   FUNCTION TRIM(LK-RESULT-SUMMARY) DELIMITED BY SIZE
                   INTO WS-TAGGED-RESULT
           END-IF.

      *> ACQUIRE-AUDIT-LOCK TAKES THE <log>.lock DIRECTORY, WAITING
      *> UP TO TEN SECONDS FOR A CONCURRENT WRITER TO FINISH.
       ACQUIRE-AUDIT-LOCK.
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(LK-INPUT-PARAMS) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TAGGED-RESULT) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-CHAIN-HEX DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           WRITE AUDIT-RECORD.

       COPY "msgissue.cpy".

       END PROGRAM AuditLogger.
