      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  message_writer
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> SHARED OPERATOR-MESSAGE WRITER. EVERY TOOL'S ERROR, WARNING
      *> AND USAGE LINE IS A CATALOGED MESSAGE WITH A FIXED ID, SO
      *> THE AUDIT TRAIL, AuditReport AND THE RUN BOOK CAN ALL POINT
      *> AT THE SAME MESSAGE INSTEAD OF MATCHING ON WORDING:
      *>     <PPP><NNN><S>   E.G. MOR012E, CXX004W
      *> PPP IS THE ISSUING PROGRAM'S PREFIX, NNN THE MESSAGE NUMBER
      *> (000 IS RESERVED FOR THE PROGRAM'S "RUN COMPLETED" RESULT)
      *> AND S THE SEVERITY:
      *>     I  INFORMATION             W  WARNING - RETURN-CODE 4
      *>     E  ERROR - RETURN-CODE 8   S  SEVERE - USAGE OR SETUP,
      *>                                   RETURN-CODE 12
      *>
      *> THE MESSAGE CATALOG (MESSAGE-CATALOG IN tool.cfg, GLOBALLY
      *> OR UNDER A [MESSAGES] SECTION; DEFAULT messages.cat) HOLDS
      *> ONE PIPE-SEPARATED LINE PER MESSAGE:
      *>     <id>|<severity>|<program>|<text>|<operator action>
      *> THE TEXT CARRIES SUBSTITUTION SLOTS &1 THROUGH &5 AND MAY
      *> ITSELF HOLD A "|" (USAGE LINES DO) - THE ACTION IS WHAT
      *> FOLLOWS THE LAST ONE, SO IT MAY NOT. LINES
      *> STARTING "*" ARE COMMENTS. THE CATALOG IS READ ON THE FIRST
      *> CALL AND HELD FOR THE LIFE OF THE RUN UNIT. MsgCatalog
      *> PRINTS IT AS THE OPERATOR RUN BOOK.
      *>
      *> CALLED AS (SEE msgarea.cpy / msgissue.cpy):
      *>     CALL "MessageWriter" USING <message area>
      *> FUNCTION "D" - FORMAT THE MESSAGE, DISPLAY IT AND REMEMBER
      *>                IT FOR THE NEXT AUDIT RECORD
      *> FUNCTION "F" - FORMAT ONLY (FOR A LINE BOUND FOR A FILE)
      *> FUNCTION "A" - AUDIT TAG FOR PROGRAM <SLOT 1>: THE MOST
      *>                SEVERE MESSAGE DISPLAYED SINCE THE LAST TAG
      *>                (THE FIRST, ON A TIE), ELSE THE PROGRAM'S
      *>                000 MESSAGE; SPACES WHEN THERE IS NEITHER
      *> FUNCTION "P" - RETURN THE CATALOG PATH IN THE TEXT FIELD
      *> THE FORMATTED LINE COMES BACK AS "<id> <text>". A SLOT
      *> HOLDING ONLY DIGITS IS SHOWN WITHOUT ITS LEADING ZEROS, SO
      *> A COUNTER CAN BE MOVED STRAIGHT INTO ONE. AN ID THE CATALOG
      *> DOES NOT HOLD STILL SHOWS, WITH ITS SLOT VALUES - A MESSAGE
      *> IS NEVER LOST FOR WANT OF ITS TEXT.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MessageWriter.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(600).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-PATH       PIC X(255) VALUE "messages.cat".
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-EOF        PIC X VALUE "N".
       01  WS-CATALOG-LOADED     PIC X VALUE "N".
       01  WS-CATALOG-LINE       PIC X(600) VALUE SPACES.

      *> THE CATALOG, HELD FOR THE RUN UNIT.
       01  WS-CAT-MAX            PIC 9(4) COMP-5 VALUE 1500.
       01  WS-CAT-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 1500 TIMES.
               10  WS-CAT-ID       PIC X(7).
               10  WS-CAT-SEV      PIC X.
               10  WS-CAT-PROGRAM  PIC X(20).
               10  WS-CAT-TEXT     PIC X(250).
       01  WS-CAT-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-CAT-HIT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-FIELD-ID           PIC X(20) VALUE SPACES.
       01  WS-FIELD-SEV          PIC X(20) VALUE SPACES.
       01  WS-FIELD-PROGRAM      PIC X(40) VALUE SPACES.
       01  WS-FIELD-TEXT         PIC X(300) VALUE SPACES.
       01  WS-FIELD-PTR          PIC 9(4) COMP-5 VALUE 0.
       01  WS-LAST-BAR           PIC 9(4) COMP-5 VALUE 0.
       01  WS-PROGRAM-UPPER      PIC X(20) VALUE SPACES.
       01  WS-ENTRY-UPPER        PIC X(20) VALUE SPACES.

      *> tool.cfg, READ ONCE FOR MESSAGE-CATALOG.
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(20) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(3) COMP-5 VALUE 0.

      *> FORMATTING: THE TEMPLATE IS COPIED CHARACTER BY CHARACTER,
      *> EACH &n REPLACED BY SLOT n.
       01  WS-TEMPLATE           PIC X(250) VALUE SPACES.
       01  WS-TPL-LEN            PIC 9(4) COMP-5 VALUE 0.
       01  WS-TPL-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-OUT                PIC X(512) VALUE SPACES.
       01  WS-OUT-POS            PIC 9(4) COMP-5 VALUE 0.
       01  WS-SLOT-NO            PIC 9 VALUE 0.
       01  WS-SLOT-VALUE         PIC X(255) VALUE SPACES.
       01  WS-SLOT-LEN           PIC 9(4) COMP-5 VALUE 0.
       01  WS-SLOT-START         PIC 9(4) COMP-5 VALUE 0.
       01  WS-SLOT-IDX           PIC 9(4) COMP-5 VALUE 0.

      *> THE MOST SEVERE MESSAGE SHOWN SINCE THE LAST AUDIT TAG.
      *> RANK: I 1, W 2, E 3, S 4.
       01  WS-PEND-ID            PIC X(7) VALUE SPACES.
       01  WS-PEND-SEV           PIC X VALUE SPACE.
       01  WS-PEND-RANK          PIC 9 VALUE 0.
       01  WS-THIS-RANK          PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  LK-MSG-AREA.
           05  LK-MSG-FUNCTION   PIC X.
           05  LK-MSG-ID         PIC X(7).
           05  LK-MSG-SEVERITY   PIC X.
           05  LK-MSG-SLOTS.
               10  LK-MSG-SLOT   PIC X(255) OCCURS 5 TIMES.
           05  LK-MSG-TEXT       PIC X(512).

       PROCEDURE DIVISION USING LK-MSG-AREA.
       MAIN-PROCEDURE.
           IF WS-CATALOG-LOADED = "N"
               PERFORM READ-MESSAGE-CONFIG
               PERFORM LOAD-CATALOG
           END-IF

           EVALUATE LK-MSG-FUNCTION
               WHEN "D"
                   PERFORM FORMAT-MESSAGE
                   DISPLAY FUNCTION TRIM(LK-MSG-TEXT TRAILING)
                   PERFORM NOTE-PENDING
               WHEN "F"
                   PERFORM FORMAT-MESSAGE
               WHEN "A"
                   PERFORM GIVE-AUDIT-TAG
               WHEN "P"
                   MOVE WS-CATALOG-PATH TO LK-MSG-TEXT
           END-EVALUATE

           EXIT PROGRAM.

      *> READ-MESSAGE-CONFIG PICKS MESSAGE-CATALOG (GLOBAL OR UNDER
      *> [MESSAGES]) OUT OF tool.cfg.
       READ-MESSAGE-CONFIG.
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
                               PERFORM APPLY-MESSAGE-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-MESSAGE-CONFIG-LINE.
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
               AND WS-CURRENT-SECTION NOT = "MESSAGES"
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
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "MESSAGE-CATALOG"
               MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-CATALOG-PATH
           END-IF.

      *> LOAD-CATALOG READS THE CATALOG INTO WS-CAT-TABLE. A CATALOG
      *> THAT CANNOT BE READ IS REPORTED ONCE; MESSAGES THEN SHOW
      *> THEIR ID AND SLOT VALUES ONLY.
       LOAD-CATALOG.
           MOVE "Y" TO WS-CATALOG-LOADED
           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "MSG001W message catalog "
                   FUNCTION TRIM(WS-CATALOG-PATH)
                   " could not be read, status " WS-CATALOG-STATUS
                   "; messages show their ID and values only"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CATALOG-EOF
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ CATALOG-FILE INTO WS-CATALOG-LINE
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       PERFORM TAKE-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *> TAKE-CATALOG-LINE FILES ONE <id>|<sev>|<program>|<text>|...
      *> LINE; THE TEXT RUNS TO THE LAST "|". THE ACTION FIELD IS
      *> FOR THE RUN BOOK AND NOT HELD.
       TAKE-CATALOG-LINE.
           IF WS-CATALOG-LINE = SPACES
               OR WS-CATALOG-LINE(1:1) = "*"
               EXIT PARAGRAPH
           END-IF
           IF WS-CAT-COUNT >= WS-CAT-MAX
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FIELD-ID WS-FIELD-SEV WS-FIELD-PROGRAM
               WS-FIELD-TEXT
           MOVE 1 TO WS-FIELD-PTR
           UNSTRING WS-CATALOG-LINE DELIMITED BY "|"
               INTO WS-FIELD-ID WS-FIELD-SEV WS-FIELD-PROGRAM
               WITH POINTER WS-FIELD-PTR
           END-UNSTRING
           MOVE 0 TO WS-LAST-BAR
           PERFORM VARYING WS-SLOT-IDX FROM LENGTH OF WS-CATALOG-LINE
                   BY -1 UNTIL WS-SLOT-IDX < WS-FIELD-PTR
                   OR WS-LAST-BAR > 0
               IF WS-CATALOG-LINE(WS-SLOT-IDX:1) = "|"
                   MOVE WS-SLOT-IDX TO WS-LAST-BAR
               END-IF
           END-PERFORM
           IF WS-LAST-BAR = 0
               MOVE LENGTH OF WS-CATALOG-LINE TO WS-LAST-BAR
               ADD 1 TO WS-LAST-BAR
           END-IF
           IF WS-LAST-BAR > WS-FIELD-PTR
               MOVE WS-CATALOG-LINE(WS-FIELD-PTR:
                   WS-LAST-BAR - WS-FIELD-PTR) TO WS-FIELD-TEXT
           END-IF
           ADD 1 TO WS-CAT-COUNT
           MOVE FUNCTION TRIM(WS-FIELD-ID) TO WS-CAT-ID(WS-CAT-COUNT)
           MOVE FUNCTION TRIM(WS-FIELD-SEV)
               TO WS-CAT-SEV(WS-CAT-COUNT)
           MOVE FUNCTION TRIM(WS-FIELD-PROGRAM)
               TO WS-CAT-PROGRAM(WS-CAT-COUNT)
           MOVE FUNCTION TRIM(WS-FIELD-TEXT)
               TO WS-CAT-TEXT(WS-CAT-COUNT).

      *> FIND-ENTRY LOOKS LK-MSG-ID UP; WS-CAT-HIT 0 WHEN ABSENT.
       FIND-ENTRY.
           MOVE 0 TO WS-CAT-HIT
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-CAT-HIT > 0
               IF WS-CAT-ID(WS-CAT-IDX) = LK-MSG-ID
                   MOVE WS-CAT-IDX TO WS-CAT-HIT
               END-IF
           END-PERFORM.

      *> FORMAT-MESSAGE BUILDS "<id> <text>" IN LK-MSG-TEXT AND SETS
      *> LK-MSG-SEVERITY.
       FORMAT-MESSAGE.
           PERFORM FIND-ENTRY
           MOVE SPACES TO WS-OUT
           MOVE LK-MSG-ID TO WS-OUT(1:7)
           MOVE 9 TO WS-OUT-POS
           IF WS-CAT-HIT > 0
               MOVE WS-CAT-SEV(WS-CAT-HIT) TO LK-MSG-SEVERITY
               MOVE WS-CAT-TEXT(WS-CAT-HIT) TO WS-TEMPLATE
               PERFORM FILL-TEMPLATE
           ELSE
               MOVE LK-MSG-ID(7:1) TO LK-MSG-SEVERITY
               PERFORM VARYING WS-SLOT-NO FROM 1 BY 1
                       UNTIL WS-SLOT-NO > 5
                   IF LK-MSG-SLOT(WS-SLOT-NO) NOT = SPACES
                       PERFORM APPEND-SLOT
                       PERFORM APPEND-BLANK
                   END-IF
               END-PERFORM
           END-IF
           MOVE WS-OUT TO LK-MSG-TEXT.

      *> FILL-TEMPLATE COPIES WS-TEMPLATE INTO WS-OUT, REPLACING
      *> EACH &1..&5 WITH ITS SLOT.
       FILL-TEMPLATE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEMPLATE TRAILING))
               TO WS-TPL-LEN
           IF WS-TEMPLATE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TPL-IDX
           PERFORM UNTIL WS-TPL-IDX > WS-TPL-LEN
                   OR WS-OUT-POS > 512
               IF WS-TEMPLATE(WS-TPL-IDX:1) = "&"
                   AND WS-TPL-IDX < WS-TPL-LEN
                   AND WS-TEMPLATE(WS-TPL-IDX + 1:1) >= "1"
                   AND WS-TEMPLATE(WS-TPL-IDX + 1:1) <= "5"
                   MOVE WS-TEMPLATE(WS-TPL-IDX + 1:1) TO WS-SLOT-NO
                   PERFORM APPEND-SLOT
                   ADD 2 TO WS-TPL-IDX
               ELSE
                   MOVE WS-TEMPLATE(WS-TPL-IDX:1)
                       TO WS-OUT(WS-OUT-POS:1)
                   ADD 1 TO WS-OUT-POS
                   ADD 1 TO WS-TPL-IDX
               END-IF
           END-PERFORM.

      *> APPEND-SLOT ADDS SLOT WS-SLOT-NO, TRIMMED (AND WITHOUT
      *> LEADING ZEROS WHEN IT IS ALL DIGITS), AT WS-OUT-POS.
       APPEND-SLOT.
           MOVE FUNCTION TRIM(LK-MSG-SLOT(WS-SLOT-NO)) TO WS-SLOT-VALUE
           IF WS-SLOT-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SLOT-VALUE TRAILING))
               TO WS-SLOT-LEN
           MOVE 1 TO WS-SLOT-START
           IF WS-SLOT-VALUE(1:WS-SLOT-LEN) IS NUMERIC
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX >= WS-SLOT-LEN
                       OR WS-SLOT-VALUE(WS-SLOT-IDX:1) NOT = "0"
                   CONTINUE
               END-PERFORM
               MOVE WS-SLOT-IDX TO WS-SLOT-START
           END-IF
           PERFORM VARYING WS-SLOT-IDX FROM WS-SLOT-START BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-LEN OR WS-OUT-POS > 512
               MOVE WS-SLOT-VALUE(WS-SLOT-IDX:1)
                   TO WS-OUT(WS-OUT-POS:1)
               ADD 1 TO WS-OUT-POS
           END-PERFORM.

       APPEND-BLANK.
           IF WS-OUT-POS <= 512
               ADD 1 TO WS-OUT-POS
           END-IF.

      *> NOTE-PENDING KEEPS THE MOST SEVERE MESSAGE SHOWN SINCE THE
      *> LAST AUDIT TAG; THE EARLIER ONE WINS A TIE, AS IT IS USUALLY
      *> THE CAUSE OF THE LATER ONES.
       NOTE-PENDING.
           EVALUATE LK-MSG-SEVERITY
               WHEN "I"
                   MOVE 1 TO WS-THIS-RANK
               WHEN "W"
                   MOVE 2 TO WS-THIS-RANK
               WHEN "E"
                   MOVE 3 TO WS-THIS-RANK
               WHEN "S"
                   MOVE 4 TO WS-THIS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-THIS-RANK
           END-EVALUATE
           IF WS-THIS-RANK > WS-PEND-RANK
               MOVE WS-THIS-RANK TO WS-PEND-RANK
               MOVE LK-MSG-ID TO WS-PEND-ID
               MOVE LK-MSG-SEVERITY TO WS-PEND-SEV
           END-IF.

      *> GIVE-AUDIT-TAG HANDS AuditLogger THE ID THAT CHARACTERIZES
      *> THE RESULT IT IS ABOUT TO WRITE, AND STARTS A FRESH TALLY
      *> FOR THE NEXT ONE.
       GIVE-AUDIT-TAG.
           MOVE SPACES TO LK-MSG-ID
           MOVE SPACE TO LK-MSG-SEVERITY
           IF WS-PEND-RANK > 0
               MOVE WS-PEND-ID TO LK-MSG-ID
               MOVE WS-PEND-SEV TO LK-MSG-SEVERITY
           ELSE
               MOVE FUNCTION UPPER-CASE(LK-MSG-SLOT(1))
                   TO WS-PROGRAM-UPPER
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                       OR LK-MSG-ID NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-CAT-PROGRAM(WS-CAT-IDX))
                       TO WS-ENTRY-UPPER
                   IF WS-CAT-ID(WS-CAT-IDX)(4:3) = "000"
                       AND WS-ENTRY-UPPER = WS-PROGRAM-UPPER
                       MOVE WS-CAT-ID(WS-CAT-IDX) TO LK-MSG-ID
                       MOVE WS-CAT-SEV(WS-CAT-IDX) TO LK-MSG-SEVERITY
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PEND-RANK
           MOVE SPACES TO WS-PEND-ID
           MOVE SPACE TO WS-PEND-SEV.

       END PROGRAM MessageWriter.
