      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  operator_auth
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> SHARED OPERATOR SIGN-ON AND TOOL AUTHORIZATION, CALLED BY
      *> ToolMenu (INTERACTIVE OPERATORS) AND JobRunner (THE BATCH ID
      *> A DECK RUNS UNDER), SO BOTH DOORS ANSWER "MAY THIS PERSON
      *> RUN THIS TOOL" FROM THE SAME TWO FILES:
      *>
      *>   OPERATOR PROFILES, ONE PER LINE (DEFAULT operators.dat):
      *>       <oper-id>|<full name>|<role>|<os-login>
      *>   OS-LOGIN BLANK MEANS THE ID MAY SIGN ON FROM ANY ACCOUNT;
      *>   OTHERWISE $USER (OR $LOGNAME) MUST MATCH IT. BATCH IDS ARE
      *>   ORDINARY PROFILES WHOSE OS-LOGIN IS THE SCHEDULER ACCOUNT.
      *>
      *>   ROLE-TO-TOOL MATRIX, ONE OR MORE LINES PER ROLE (DEFAULT
      *>   toolmenu.perms):
      *>       <role>|<token>,<token>,...
      *>   A TOKEN IS A TOOL NAME AS IT APPEARS IN toolmenu.registry
      *>   (ALLOW), "*" (EVERY REGISTRY TOOL), -<tool> (DENY), OR
      *>   -<tool>:<flag> (DENY THAT TOOL ONLY WHEN <flag> IS ONE OF
      *>   ITS ARGUMENTS, E.G. -InvQuery:-purge). A DENY ALWAYS BEATS
      *>   AN ALLOW; A TOOL NOTHING ALLOWS IS REFUSED. A TOKEN NAMING
      *>   A TOOL THE REGISTRY DOES NOT HOLD IS REPORTED ONCE, SINCE
      *>   IT CAN NEVER MATCH A MENU ENTRY.
      *> LINES STARTING "*" ARE COMMENTS IN BOTH FILES. IDS, ROLES
      *> AND TOOL NAMES COMPARE WITHOUT REGARD TO CASE.
      *>
      *> tool.cfg, GLOBAL OR [SECURITY]:
      *>     OPERATOR-FILE=<file>         DEFAULT operators.dat
      *>     PERMISSION-FILE=<file>       DEFAULT toolmenu.perms
      *> AUTHORIZATION IS IN FORCE ONLY WHILE THE OPERATOR FILE
      *> EXISTS; WITHOUT IT EVERY CALL ANSWERS "X" AND THE CALLERS
      *> RUN AS THEY ALWAYS HAVE. THE FILES ARE READ ON THE FIRST
      *> CALL AND HELD FOR THE LIFE OF THE RUN UNIT.
      *>
      *> CALLED AS:
      *>     CALL "OperatorAuth" USING <function X(1)>,
      *>         <oper-id X(12)>, <tool X(20)>, <arguments X(255)>,
      *>         <name X(40)>, <role X(12)>, <verdict X(1)>
      *> FUNCTION "S" SIGNS ON <oper-id> (TOOL/ARGUMENTS UNUSED);
      *> FUNCTION "C" CHECKS <oper-id> MAY RUN <tool> <arguments>.
      *> NAME AND ROLE COME BACK FOR ANY KNOWN ID. VERDICT IS
      *>     Y  ALLOWED / SIGNED ON       N  REFUSED BY THE MATRIX
      *>     U  UNKNOWN OPERATOR ID       L  OS LOGIN DOES NOT MATCH
      *>     X  AUTHORIZATION NOT CONFIGURED
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperatorAuth.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN DYNAMIC WS-OPERATOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT PERMISSION-FILE ASSIGN DYNAMIC WS-PERMISSION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERMISSION-STATUS.

           SELECT REGISTRY-FILE ASSIGN DYNAMIC WS-REGISTRY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD       PIC X(200).

       FD  PERMISSION-FILE.
       01  PERMISSION-RECORD     PIC X(300).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD       PIC X(400).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-LOADED             PIC X VALUE "N".
       01  WS-CONFIGURED         PIC X VALUE "N".

       01  WS-OPERATOR-PATH      PIC X(255) VALUE "operators.dat".
       01  WS-OPERATOR-STATUS    PIC XX VALUE SPACES.
       01  WS-PERMISSION-PATH    PIC X(255) VALUE "toolmenu.perms".
       01  WS-PERMISSION-STATUS  PIC XX VALUE SPACES.
       01  WS-REGISTRY-PATH      PIC X(255) VALUE "toolmenu.registry".
       01  WS-REGISTRY-STATUS    PIC XX VALUE SPACES.
       01  WS-FILE-EOF           PIC X VALUE "N".
       01  WS-FILE-LINE          PIC X(300) VALUE SPACES.
       01  WS-LINE-NO            PIC 9(5) COMP-5 VALUE 0.
       01  WS-LINE-DISP          PIC Z(4)9.

      *> OPERATOR PROFILES.
       01  WS-OPER-MAX           PIC 9(3) COMP-5 VALUE 200.
       01  WS-OPER-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES.
               10  WS-OPER-ID        PIC X(12).
               10  WS-OPER-NAME      PIC X(40).
               10  WS-OPER-ROLE      PIC X(12).
               10  WS-OPER-LOGIN     PIC X(32).
       01  WS-OPER-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-OPER-HIT           PIC 9(3) COMP-5 VALUE 0.

      *> ROLE-TO-TOOL MATRIX, ONE ENTRY PER FILE LINE.
       01  WS-PERM-MAX           PIC 9(3) COMP-5 VALUE 100.
       01  WS-PERM-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-PERM-LOADED        PIC X VALUE "N".
       01  WS-PERM-TABLE.
           05  WS-PERM-ENTRY OCCURS 100 TIMES.
               10  WS-PERM-ROLE      PIC X(12).
               10  WS-PERM-TOKENS    PIC X(280).
       01  WS-PERM-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-PERM-ROLE-IN       PIC X(40) VALUE SPACES.
       01  WS-PERM-TOKENS-IN     PIC X(280) VALUE SPACES.

      *> TOOL NAMES THE REGISTRY OFFERS, UPPER-CASED.
       01  WS-REG-MAX            PIC 9(2) COMP-5 VALUE 40.
       01  WS-REG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-NAME       PIC X(20) OCCURS 40 TIMES.
       01  WS-REG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-IN-REGISTRY        PIC X VALUE "N".
       01  WS-NAME-TO-FIND       PIC X(20) VALUE SPACES.

      *> ONE MATRIX LINE SPLIT INTO TOKENS.
       01  WS-TOKENS.
           05  WS-TOKEN          PIC X(40) OCCURS 30 TIMES.
       01  WS-TOK-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-TOK-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-TOK                PIC X(40) VALUE SPACES.
       01  WS-TOK-TOOL           PIC X(20) VALUE SPACES.
       01  WS-TOK-FLAG           PIC X(40) VALUE SPACES.

      *> THE CHECK IN HAND.
       01  WS-WANT-ID            PIC X(12) VALUE SPACES.
       01  WS-WANT-TOOL          PIC X(20) VALUE SPACES.
       01  WS-WANT-ROLE          PIC X(12) VALUE SPACES.
       01  WS-ARGS-PADDED        PIC X(260) VALUE SPACES.
       01  WS-FLAG-PADDED        PIC X(44) VALUE SPACES.
       01  WS-FLAG-LEN           PIC 9(3) COMP-5 VALUE 0.
       01  WS-FLAG-HITS          PIC 9(3) COMP-5 VALUE 0.
       01  WS-ALLOWED            PIC X VALUE "N".
       01  WS-DENIED             PIC X VALUE "N".
       01  WS-OS-LOGIN           PIC X(32) VALUE SPACES.

       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(4) COMP-5 VALUE 0.
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-AUTH-FUNCTION      PIC X(1).
       01  LK-AUTH-OPER-ID       PIC X(12).
       01  LK-AUTH-TOOL          PIC X(20).
       01  LK-AUTH-ARGS          PIC X(255).
       01  LK-AUTH-NAME          PIC X(40).
       01  LK-AUTH-ROLE          PIC X(12).
       01  LK-AUTH-VERDICT       PIC X(1).

       PROCEDURE DIVISION USING LK-AUTH-FUNCTION, LK-AUTH-OPER-ID,
               LK-AUTH-TOOL, LK-AUTH-ARGS, LK-AUTH-NAME, LK-AUTH-ROLE,
               LK-AUTH-VERDICT.
       MAIN-PROCEDURE.
           IF WS-LOADED = "N"
               PERFORM READ-SECURITY-CONFIG
               PERFORM LOAD-OPERATORS
               IF WS-CONFIGURED = "Y"
                   PERFORM LOAD-REGISTRY-NAMES
                   PERFORM LOAD-PERMISSIONS
               END-IF
               MOVE "Y" TO WS-LOADED
           END-IF

           MOVE SPACES TO LK-AUTH-NAME
           MOVE SPACES TO LK-AUTH-ROLE
           IF WS-CONFIGURED = "N"
               MOVE "X" TO LK-AUTH-VERDICT
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-AUTH-OPER-ID))
               TO WS-WANT-ID
           PERFORM FIND-OPERATOR
           IF WS-OPER-HIT = 0
               MOVE "U" TO LK-AUTH-VERDICT
               GOBACK
           END-IF
           MOVE WS-OPER-NAME(WS-OPER-HIT) TO LK-AUTH-NAME
           MOVE WS-OPER-ROLE(WS-OPER-HIT) TO LK-AUTH-ROLE

           EVALUATE LK-AUTH-FUNCTION
               WHEN "S"
               WHEN "s"
                   PERFORM CHECK-OS-LOGIN
               WHEN OTHER
                   PERFORM CHECK-TOOL-ALLOWED
           END-EVALUATE
           GOBACK.

      *> READ-SECURITY-CONFIG PICKS THE [SECURITY] KEYS (OR THEIR
      *> GLOBAL FORMS) OUT OF tool.cfg.
       READ-SECURITY-CONFIG.
           MOVE "N" TO WS-CONFIG-EOF
           MOVE SPACES TO WS-CURRENT-SECTION
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LINE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           IF WS-CONFIG-LINE NOT = SPACES
                               PERFORM APPLY-SECURITY-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-SECURITY-CONFIG-LINE.
           MOVE FUNCTION TRIM(WS-CONFIG-LINE) TO WS-LINE-TRIMMED
           IF WS-LINE-TRIMMED(1:1) = "["
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-LINE-TRIMMED TRAILING)) TO WS-LINE-LEN
               MOVE SPACES TO WS-CURRENT-SECTION
               IF WS-LINE-LEN > 2
                   AND WS-LINE-TRIMMED(WS-LINE-LEN:1) = "]"
                   MOVE WS-LINE-TRIMMED(2:WS-LINE-LEN - 2)
                       TO WS-CURRENT-SECTION
                   INSPECT WS-CURRENT-SECTION CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-SECTION NOT = SPACES
               AND WS-CURRENT-SECTION NOT = "SECURITY"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           UNSTRING WS-LINE-TRIMMED DELIMITED BY "="
               INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING
           IF WS-CONFIG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "OPERATOR-FILE"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-OPERATOR-PATH
               WHEN "PERMISSION-FILE"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-PERMISSION-PATH
           END-EVALUATE.

      *> LOAD-OPERATORS READS THE PROFILE FILE. ITS PRESENCE IS WHAT
      *> SWITCHES AUTHORIZATION ON.
       LOAD-OPERATORS.
           MOVE 0 TO WS-OPER-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CONFIGURED
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OPERATOR-FILE INTO WS-FILE-LINE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE FUNCTION TRIM(WS-FILE-LINE)
                           TO WS-FILE-LINE
                       IF WS-FILE-LINE NOT = SPACES
                           AND WS-FILE-LINE(1:1) NOT = "*"
                           AND WS-OPER-COUNT < WS-OPER-MAX
                           ADD 1 TO WS-OPER-COUNT
                           MOVE SPACES
                               TO WS-OPER-ENTRY(WS-OPER-COUNT)
                           UNSTRING WS-FILE-LINE DELIMITED BY "|"
                               INTO WS-OPER-ID(WS-OPER-COUNT)
                                    WS-OPER-NAME(WS-OPER-COUNT)
                                    WS-OPER-ROLE(WS-OPER-COUNT)
                                    WS-OPER-LOGIN(WS-OPER-COUNT)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-OPER-ID(WS-OPER-COUNT)))
                               TO WS-OPER-ID(WS-OPER-COUNT)
                           MOVE FUNCTION TRIM(
                               WS-OPER-NAME(WS-OPER-COUNT))
                               TO WS-OPER-NAME(WS-OPER-COUNT)
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-OPER-ROLE(WS-OPER-COUNT)))
                               TO WS-OPER-ROLE(WS-OPER-COUNT)
                           MOVE FUNCTION TRIM(
                               WS-OPER-LOGIN(WS-OPER-COUNT))
                               TO WS-OPER-LOGIN(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

      *> LOAD-REGISTRY-NAMES TAKES THE TOOL NAMES OUT OF THE SAME
      *> toolmenu.registry THE MENU IS BUILT FROM, SO "*" MEANS
      *> EXACTLY THE TOOLS THE MENU OFFERS.
       LOAD-REGISTRY-NAMES.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ REGISTRY-FILE INTO WS-FILE-LINE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF WS-FILE-LINE NOT = SPACES
                           AND WS-FILE-LINE(1:1) NOT = "*"
                           AND WS-REG-COUNT < WS-REG-MAX
                           ADD 1 TO WS-REG-COUNT
                           MOVE SPACES TO WS-REG-NAME(WS-REG-COUNT)
                           UNSTRING WS-FILE-LINE DELIMITED BY "|"
                               INTO WS-REG-NAME(WS-REG-COUNT)
                           END-UNSTRING
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-REG-NAME(WS-REG-COUNT)))
                               TO WS-REG-NAME(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *> LOAD-PERMISSIONS READS THE MATRIX. A MISSING MATRIX WITH
      *> PROFILES PRESENT REFUSES EVERY TOOL - THE SAFE WAY ROUND.
       LOAD-PERMISSIONS.
           MOVE 0 TO WS-PERM-COUNT
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT PERMISSION-FILE
           IF WS-PERMISSION-STATUS NOT = "00"
               MOVE "OAU001W" TO WS-MSG-ID
               MOVE WS-PERMISSION-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PERM-LOADED
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PERMISSION-FILE INTO WS-FILE-LINE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       MOVE FUNCTION TRIM(WS-FILE-LINE)
                           TO WS-FILE-LINE
                       IF WS-FILE-LINE NOT = SPACES
                           AND WS-FILE-LINE(1:1) NOT = "*"
                           PERFORM STORE-PERMISSION-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMISSION-FILE.

      *> STORE-PERMISSION-LINE FILES ONE <role>|<tokens> LINE AND
      *> REPORTS ANY TOKEN NAMING A TOOL THE REGISTRY DOES NOT HOLD.
       STORE-PERMISSION-LINE.
           MOVE WS-LINE-NO TO WS-LINE-DISP
           IF WS-PERM-COUNT >= WS-PERM-MAX
               MOVE "OAU002W" TO WS-MSG-ID
               MOVE WS-PERMISSION-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PERM-ROLE-IN
           MOVE SPACES TO WS-PERM-TOKENS-IN
           UNSTRING WS-FILE-LINE DELIMITED BY "|"
               INTO WS-PERM-ROLE-IN WS-PERM-TOKENS-IN
           END-UNSTRING
           IF WS-PERM-ROLE-IN = SPACES OR WS-PERM-TOKENS-IN = SPACES
               MOVE "OAU003W" TO WS-MSG-ID
               MOVE WS-PERMISSION-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LINE-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PERM-COUNT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERM-ROLE-IN))
               TO WS-PERM-ROLE(WS-PERM-COUNT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PERM-TOKENS-IN))
               TO WS-PERM-TOKENS(WS-PERM-COUNT)

           IF WS-REG-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERM-COUNT TO WS-PERM-IDX
           PERFORM SPLIT-PERM-TOKENS
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               PERFORM PARSE-ONE-TOKEN
               IF WS-TOK-TOOL NOT = SPACES AND WS-TOK-TOOL NOT = "*"
                   MOVE WS-TOK-TOOL TO WS-NAME-TO-FIND
                   PERFORM FIND-IN-REGISTRY
                   IF WS-IN-REGISTRY = "N"
                       MOVE "OAU004W" TO WS-MSG-ID
                       MOVE WS-PERMISSION-PATH TO WS-MSG-SLOT(1)
                       MOVE WS-LINE-DISP TO WS-MSG-SLOT(2)
                       MOVE WS-TOK-TOOL TO WS-MSG-SLOT(3)
                       MOVE WS-REGISTRY-PATH TO WS-MSG-SLOT(4)
                       PERFORM ISSUE-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.

      *> SPLIT-PERM-TOKENS BREAKS MATRIX LINE WS-PERM-IDX AT ITS
      *> COMMAS.
       SPLIT-PERM-TOKENS.
           MOVE SPACES TO WS-TOKENS
           MOVE 0 TO WS-TOK-COUNT
           UNSTRING WS-PERM-TOKENS(WS-PERM-IDX) DELIMITED BY ","
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
                    WS-TOKEN(9) WS-TOKEN(10) WS-TOKEN(11)
                    WS-TOKEN(12) WS-TOKEN(13) WS-TOKEN(14)
                    WS-TOKEN(15) WS-TOKEN(16) WS-TOKEN(17)
                    WS-TOKEN(18) WS-TOKEN(19) WS-TOKEN(20)
                    WS-TOKEN(21) WS-TOKEN(22) WS-TOKEN(23)
                    WS-TOKEN(24) WS-TOKEN(25) WS-TOKEN(26)
                    WS-TOKEN(27) WS-TOKEN(28) WS-TOKEN(29)
                    WS-TOKEN(30)
               TALLYING IN WS-TOK-COUNT
           END-UNSTRING.

      *> PARSE-ONE-TOKEN SPLITS WS-TOKEN(WS-TOK-IDX) INTO ITS TOOL
      *> AND OPTIONAL :<flag>; A LEADING "-" STAYS IN WS-TOK.
       PARSE-ONE-TOKEN.
           MOVE FUNCTION TRIM(WS-TOKEN(WS-TOK-IDX)) TO WS-TOK
           MOVE SPACES TO WS-TOK-TOOL
           MOVE SPACES TO WS-TOK-FLAG
           IF WS-TOK = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TOK(1:1) = "-"
               UNSTRING WS-TOK(2:) DELIMITED BY ":"
                   INTO WS-TOK-TOOL WS-TOK-FLAG
               END-UNSTRING
           ELSE
               MOVE WS-TOK TO WS-TOK-TOOL
           END-IF
           MOVE FUNCTION TRIM(WS-TOK-TOOL) TO WS-TOK-TOOL
           MOVE FUNCTION TRIM(WS-TOK-FLAG) TO WS-TOK-FLAG.

       FIND-IN-REGISTRY.
           MOVE "N" TO WS-IN-REGISTRY
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-NAME(WS-REG-IDX) = WS-NAME-TO-FIND
                   MOVE "Y" TO WS-IN-REGISTRY
               END-IF
           END-PERFORM.

       FIND-OPERATOR.
           MOVE 0 TO WS-OPER-HIT
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-HIT = 0
                   AND WS-OPER-ID(WS-OPER-IDX) = WS-WANT-ID
                   MOVE WS-OPER-IDX TO WS-OPER-HIT
               END-IF
           END-PERFORM.

      *> CHECK-OS-LOGIN TIES A PROFILE TO THE ACCOUNT IT MAY BE USED
      *> FROM, SO KNOWING SOMEONE'S ID IS NOT ENOUGH TO BE THEM.
       CHECK-OS-LOGIN.
           IF WS-OPER-LOGIN(WS-OPER-HIT) = SPACES
               MOVE "Y" TO LK-AUTH-VERDICT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OS-LOGIN
           ACCEPT WS-OS-LOGIN FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE SPACES TO WS-OS-LOGIN
           END-ACCEPT
           IF WS-OS-LOGIN = SPACES
               ACCEPT WS-OS-LOGIN FROM ENVIRONMENT "LOGNAME"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OS-LOGIN
               END-ACCEPT
           END-IF
           IF WS-OS-LOGIN = WS-OPER-LOGIN(WS-OPER-HIT)
               MOVE "Y" TO LK-AUTH-VERDICT
           ELSE
               MOVE "L" TO LK-AUTH-VERDICT
           END-IF.

      *> CHECK-TOOL-ALLOWED WALKS EVERY MATRIX LINE FOR THE ROLE:
      *> ANY MATCHING DENY REFUSES, OTHERWISE ANY MATCHING ALLOW
      *> PASSES, OTHERWISE THE TOOL IS REFUSED.
       CHECK-TOOL-ALLOWED.
           MOVE "N" TO WS-ALLOWED
           MOVE "N" TO WS-DENIED
           MOVE WS-OPER-ROLE(WS-OPER-HIT) TO WS-WANT-ROLE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-AUTH-TOOL))
               TO WS-WANT-TOOL
           MOVE SPACES TO WS-ARGS-PADDED
           STRING " " FUNCTION UPPER-CASE(FUNCTION TRIM(LK-AUTH-ARGS))
               " " DELIMITED BY SIZE INTO WS-ARGS-PADDED
           END-STRING

           PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
                   UNTIL WS-PERM-IDX > WS-PERM-COUNT
               IF WS-PERM-ROLE(WS-PERM-IDX) = WS-WANT-ROLE
                   PERFORM SPLIT-PERM-TOKENS
                   PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                           UNTIL WS-TOK-IDX > WS-TOK-COUNT
                       PERFORM APPLY-ONE-TOKEN
                   END-PERFORM
               END-IF
           END-PERFORM

           IF WS-ALLOWED = "Y" AND WS-DENIED = "N"
               MOVE "Y" TO LK-AUTH-VERDICT
           ELSE
               MOVE "N" TO LK-AUTH-VERDICT
           END-IF.

       APPLY-ONE-TOKEN.
           PERFORM PARSE-ONE-TOKEN
           IF WS-TOK = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-TOK(1:1) = "-"
               IF WS-TOK-TOOL = WS-WANT-TOOL
                   IF WS-TOK-FLAG = SPACES
                       MOVE "Y" TO WS-DENIED
                   ELSE
                       PERFORM CHECK-FLAG-IN-ARGS
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TOK-TOOL = "*"
      *> WITH NO REGISTRY TO GO BY, "*" TAKES ANY TOOL.
               IF WS-REG-COUNT = 0
                   MOVE "Y" TO WS-ALLOWED
               ELSE
                   MOVE WS-WANT-TOOL TO WS-NAME-TO-FIND
                   PERFORM FIND-IN-REGISTRY
                   IF WS-IN-REGISTRY = "Y"
                       MOVE "Y" TO WS-ALLOWED
                   END-IF
               END-IF
           ELSE
               IF WS-TOK-TOOL = WS-WANT-TOOL
                   MOVE "Y" TO WS-ALLOWED
               END-IF
           END-IF.

      *> CHECK-FLAG-IN-ARGS LOOKS FOR THE FLAG AS A WHOLE ARGUMENT,
      *> SO -purge DOES NOT CATCH -purgelog.
       CHECK-FLAG-IN-ARGS.
           MOVE SPACES TO WS-FLAG-PADDED
           STRING " " FUNCTION TRIM(WS-TOK-FLAG) " "
               DELIMITED BY SIZE INTO WS-FLAG-PADDED
           END-STRING
           COMPUTE WS-FLAG-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-FLAG)) + 2
           MOVE 0 TO WS-FLAG-HITS
           INSPECT WS-ARGS-PADDED TALLYING WS-FLAG-HITS
               FOR ALL WS-FLAG-PADDED(1:WS-FLAG-LEN)
           IF WS-FLAG-HITS > 0
               MOVE "Y" TO WS-DENIED
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM OperatorAuth.
