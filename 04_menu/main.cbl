      *> LETS A HISTORY ENTRY BE RE-RUN AS-IS OR RECALLED FOR EDITING
      *> BEFORE LAUNCH. THE HISTORY PERSISTS TO toolmenu.history SO
      *> MONDAY MORNING CAN RECALL FRIDAY'S EXACT ARGUMENTS.
      *>
      *> WHEN OPERATOR PROFILES ARE SET UP (SEE OperatorAuth) THE
      *> SESSION OPENS WITH A SIGN-ON - THREE TRIES, THEN THE MENU
      *> ENDS RC 8. THE MENU THEN LISTS ONLY THE TOOLS THE OPERATOR'S
      *> ROLE ALLOWS (REGISTRY NUMBERS ARE KEPT, SO A NUMBER MEANS
      *> THE SAME TOOL FOR EVERYONE), AND EVERY LAUNCH - DIRECT,
      *> FROM HISTORY OR A DECK THROUGH JobRunner - IS CHECKED
      *> AGAIN WITH ITS ARGUMENTS BEFORE IT RUNS. THE OPERATOR ID IS
      *> EXPORTED AS TOOLKIT_OPERATOR SO EVERY TOOL'S AuditLogger
      *> RECORD SHOWS WHO RAN IT; SIGN-ONS AND REFUSALS ARE AUDITED
      *> UNDER ToolMenu. WITH NO PROFILES THE MENU RUNS OPEN, AS
      *> BEFORE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ToolMenu.
       01  HISTORY-RECORD      PIC X(280).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD     PIC X(400).

       FD  DECK-FILE.
       01  DECK-RECORD         PIC X(280).
       01  WS-REGISTRY-STATUS  PIC XX VALUE SPACES.
       01  WS-REGISTRY-EOF     PIC X VALUE "N".
       01  WS-REGISTRY-LINE    PIC X(300) VALUE SPACES.
       01  WS-REG-MAX          PIC 9(2) COMP-5 VALUE 40.
       01  WS-REG-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 40 TIMES.
               10  WS-REG-NAME   PIC X(20).
               10  WS-REG-MODULE PIC X(30).
               10  WS-REG-DESC   PIC X(60).
               10  WS-REG-USAGE  PIC X(300).
       01  WS-REG-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-REG-DISP         PIC Z9.
       01  WS-HISTORY-CHOICE   PIC 9(2) COMP-5 VALUE 0.
       01  WS-SAVE-CHOICE      PIC 9(2) COMP-5 VALUE 0.
       01  WS-RUNDECK-CHOICE   PIC 9(2) COMP-5 VALUE 0.
       01  WS-EXIT-CHOICE      PIC 9(2) COMP-5 VALUE 0.
       01  WS-CURRENT-USAGE    PIC X(300) VALUE SPACES.

      *> HISTORY-TO-DECK CAPTURE: A RANGE (3-7) OR SET (1,4,5) OF
      *> HISTORY ENTRIES - ALREADY IN THE "<ToolName> <arguments>"
       01  WS-EDIT-LINE        PIC X(255) VALUE SPACES.
       01  WS-NAME-LEN         PIC 9(3) COMP-5 VALUE 0.

      *> SIGN-ON AND AUTHORIZATION, ANSWERED BY OperatorAuth.
       01  WS-AUTH-ACTIVE      PIC X VALUE "N".
       01  WS-AUTH-FUNCTION    PIC X VALUE SPACE.
       01  WS-AUTH-VERDICT     PIC X VALUE SPACE.
       01  WS-OPER-ID          PIC X(12) VALUE SPACES.
       01  WS-OPER-NAME        PIC X(40) VALUE SPACES.
       01  WS-OPER-ROLE        PIC X(12) VALUE SPACES.
       01  WS-SIGNON-TRIES     PIC 9(2) COMP-5 VALUE 0.
       01  WS-SIGNON-MAX       PIC 9(2) COMP-5 VALUE 3.
       01  WS-SIGNED-ON        PIC X VALUE "N".
       01  WS-NO-ARGS          PIC X(255) VALUE SPACES.
       01  WS-REG-ALLOWED-TABLE.
           05  WS-REG-ALLOWED  PIC X OCCURS 40 TIMES.
       01  WS-TOOL-ALLOWED     PIC X VALUE "Y".

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE "ToolMenu".
       01  WS-AUDIT-PARAMS     PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-REGISTRY
           PERFORM SIGN-ON
           IF WS-AUTH-ACTIVE = "Y" AND WS-SIGNED-ON = "N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-HISTORY

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               IF WS-EXIT-FLAG = "N"
               EVALUATE TRUE
                   WHEN WS-CHOICE >= 1 AND WS-CHOICE <= WS-REG-COUNT
                       AND WS-REG-ALLOWED(WS-CHOICE) = "Y"
                       MOVE WS-REG-MODULE(WS-CHOICE)(1:20)
                           TO WS-PROGRAM-NAME
                       MOVE WS-REG-USAGE(WS-CHOICE)
           DISPLAY "==================================================="
           DISPLAY " Binary Inspection Toolkit"
           DISPLAY "==================================================="
           IF WS-AUTH-ACTIVE = "Y"
               DISPLAY " Signed on: " FUNCTION TRIM(WS-OPER-NAME)
                   " (" FUNCTION TRIM(WS-OPER-ID) ", "
                   FUNCTION TRIM(WS-OPER-ROLE) ")"
               DISPLAY "---------------------------------------------"
                   "------"
           END-IF
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-ALLOWED(WS-REG-IDX) = "Y"
                   MOVE WS-REG-IDX TO WS-REG-DISP
                   DISPLAY " " WS-REG-DISP ". "
                       WS-REG-NAME(WS-REG-IDX) " - "
                       FUNCTION TRIM(WS-REG-DESC(WS-REG-IDX))
               END-IF
           END-PERFORM
           MOVE WS-HISTORY-CHOICE TO WS-REG-DISP
           DISPLAY " " WS-REG-DISP ". History"
      *> WS-PARAMS, THEN FILES THE INVOCATION IN THE HISTORY.
       LAUNCH-TOOL.
           PERFORM VALIDATE-PARAMETERS
           IF WS-PARAMS-OK = "N"
               DISPLAY "Arguments contain a character this menu does "
                   "not allow; re-run the tool directly if you need it."
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-LAUNCH-ALLOWED
           IF WS-TOOL-ALLOWED = "N"
               EXIT PARAGRAPH
           END-IF

           PERFORM RUN-SELECTED-TOOL
           PERFORM ADD-TO-HISTORY
           PERFORM SAVE-HISTORY.

      *> CHECK-LAUNCH-ALLOWED ASKS OperatorAuth WHETHER THE SIGNED-ON
      *> ROLE MAY RUN THIS TOOL WITH THESE ARGUMENTS. A HISTORY ENTRY
      *> OR DECK RUN IS CHECKED HERE TOO, NOT JUST A MENU PICK; A
      *> REFUSAL IS SHOWN AND AUDITED.
       CHECK-LAUNCH-ALLOWED.
           MOVE "Y" TO WS-TOOL-ALLOWED
           IF WS-AUTH-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO WS-AUTH-FUNCTION
           CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-OPER-ID,
               WS-PROGRAM-NAME, WS-PARAMS, WS-OPER-NAME, WS-OPER-ROLE,
               WS-AUTH-VERDICT
           IF WS-AUTH-VERDICT = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-TOOL-ALLOWED
           MOVE "MNU003E" TO WS-MSG-ID
           MOVE WS-OPER-ROLE TO WS-MSG-SLOT(1)
           MOVE WS-PROGRAM-NAME TO WS-MSG-SLOT(2)
           PERFORM ISSUE-MESSAGE
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING FUNCTION TRIM(WS-PROGRAM-NAME) " "
               FUNCTION TRIM(WS-PARAMS)
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           END-STRING
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "launch refused: role " FUNCTION TRIM(WS-OPER-ROLE)
               " not authorized"
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-STRING
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> SIGN-ON ASKS FOR THE OPERATOR ID WHEN OperatorAuth SAYS
      *> PROFILES ARE SET UP, ALLOWING THREE TRIES. ONCE SIGNED ON
      *> THE ID GOES INTO THE ENVIRONMENT FOR THE TOOLS THIS SESSION
      *> LAUNCHES, AND THE MENU IS CUT DOWN TO WHAT THE ROLE ALLOWS.
       SIGN-ON.
           MOVE ALL "Y" TO WS-REG-ALLOWED-TABLE
           MOVE "S" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-OPER-ID
           CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-OPER-ID,
               WS-PROGRAM-NAME, WS-NO-ARGS, WS-OPER-NAME, WS-OPER-ROLE,
               WS-AUTH-VERDICT
           IF WS-AUTH-VERDICT = "X"
               MOVE "N" TO WS-AUTH-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-AUTH-ACTIVE

           MOVE 0 TO WS-SIGNON-TRIES
           PERFORM UNTIL WS-SIGNED-ON = "Y"
                   OR WS-SIGNON-TRIES >= WS-SIGNON-MAX
                   OR WS-EXIT-FLAG = "Y"
               ADD 1 TO WS-SIGNON-TRIES
               DISPLAY "Operator ID: " WITH NO ADVANCING
               MOVE SPACES TO WS-OPER-ID
               ACCEPT WS-OPER-ID
                   ON EXCEPTION
                       MOVE "Y" TO WS-EXIT-FLAG
               END-ACCEPT
               IF WS-EXIT-FLAG = "N"
                   PERFORM CHECK-SIGN-ON
               END-IF
           END-PERFORM

           IF WS-SIGNED-ON = "N"
               MOVE "MNU001E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           SET ENVIRONMENT "TOOLKIT_OPERATOR" TO WS-OPER-ID
           DISPLAY "Welcome, " FUNCTION TRIM(WS-OPER-NAME) "."
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING "sign-on " FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           END-STRING
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "signed on, role " FUNCTION TRIM(WS-OPER-ROLE)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-STRING
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE "C" TO WS-AUTH-FUNCTION
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-OPER-ID,
                   WS-REG-NAME(WS-REG-IDX), WS-NO-ARGS, WS-OPER-NAME,
                   WS-OPER-ROLE, WS-AUTH-VERDICT
               IF WS-AUTH-VERDICT NOT = "Y"
                   MOVE "N" TO WS-REG-ALLOWED(WS-REG-IDX)
               END-IF
           END-PERFORM.

      *> CHECK-SIGN-ON VALIDATES ONE TYPED ID; EVERY FAILED TRY IS
      *> AUDITED WITH THE ID AS TYPED.
       CHECK-SIGN-ON.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-OPER-ID))
               TO WS-OPER-ID
           IF WS-OPER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AUTH-FUNCTION
           CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-OPER-ID,
               WS-PROGRAM-NAME, WS-NO-ARGS, WS-OPER-NAME, WS-OPER-ROLE,
               WS-AUTH-VERDICT

           MOVE SPACES TO WS-AUDIT-RESULT
           EVALUATE WS-AUTH-VERDICT
               WHEN "Y"
                   MOVE "Y" TO WS-SIGNED-ON
                   EXIT PARAGRAPH
               WHEN "L"
                   MOVE "MNU004W" TO WS-MSG-ID
                   MOVE WS-OPER-ID TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE "sign-on refused: OS login does not match"
                       TO WS-AUDIT-RESULT
               WHEN OTHER
                   MOVE "MNU005W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE "sign-on refused: unknown operator"
                       TO WS-AUDIT-RESULT
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING "sign-on " FUNCTION TRIM(WS-OPER-ID)
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           END-STRING
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> VALIDATE-PARAMETERS REJECTS ANY CHARACTER THAT WOULD LET THE
      *> TEXT TYPED AT GET-COMMON-PARAMETER BREAK OUT OF THE SINGLE
      *> THAN ESCAPED.
       VALIDATE-PARAMETERS.
           MOVE "Y" TO WS-PARAMS-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAMS))
               TO WS-PARAM-LEN

           PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                   UNTIL WS-PARAM-IDX > WS-PARAM-LEN
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               OPEN OUTPUT DECK-FILE
               IF WS-DECK-STATUS NOT = "00"
                   MOVE "MNU002E" TO WS-MSG-ID
                   MOVE WS-DECK-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DECK-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               ELSE
                   MOVE "* deck saved from the toolmenu history"
                       TO DECK-RECORD
               CLOSE HISTORY-FILE
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM ToolMenu.
