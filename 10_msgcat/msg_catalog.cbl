      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  msg_catalog
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> THE OPERATOR RUN BOOK. PRINTS THE MESSAGE CATALOG THE
      *> SHARED MessageWriter ISSUES FROM (MESSAGE-CATALOG IN
      *> tool.cfg, GLOBALLY OR UNDER [MESSAGES]; DEFAULT
      *> messages.cat) AS A PAGED REPORT: EVERY MESSAGE'S ID,
      *> SEVERITY, ISSUING PROGRAM, TEXT AND RECOMMENDED OPERATOR
      *> ACTION, WITH COUNTS BY PROGRAM AND BY SEVERITY - SO THE
      *> NIGHT SHIFT CAN LOOK AN ID UP INSTEAD OF PAGING SOMEBODY.
      *>
      *> INVOKED AS:
      *>     msg_catalog [-id <id-or-prefix>] [-prog <program>]
      *>                 [-sev <I|W|E|S>] [-cat <catalog>]
      *>                 [-o <report-file>]
      *>     msg_catalog -check [-cat <catalog>] [-o <report-file>]
      *>
      *> -id SELECTS IDS STARTING WITH THE VALUE GIVEN (MOR019E,
      *> MOR019 OR MOR); -prog IS MATCHED EXACTLY, IGNORING CASE.
      *> -cat READS ANOTHER COPY OF THE CATALOG, SO AN EDITED ONE
      *> CAN BE CHECKED BEFORE IT IS PUT IN PLACE. THE REPORT
      *> DEFAULTS TO msg_runbook.txt.
      *>
      *> EVERY RUN CHECKS THE WHOLE CATALOG FIRST AND REPORTS EACH
      *> FINDING AS MCL004W: A LINE NOT IN id|sev|program|text|action
      *> FORM, AN ID NOT <PPP><NNN><S>, A SEVERITY THAT DOES NOT
      *> MATCH THE ID'S LAST LETTER, A DUPLICATE ID, A PREFIX SHARED
      *> BY TWO PROGRAMS, A MISSING PROGRAM/TEXT/ACTION, A TEXT TOO
      *> LONG FOR MessageWriter TO HOLD, OR A SLOT OTHER THAN &1-&5.
      *> -check STOPS THERE, WITHOUT THE LISTING.
      *>
      *> RETURN-CODE: 0 OK, 4 CATALOG FINDINGS OR NOTHING MATCHED THE
      *> SELECTION, 8 CATALOG OR REPORT FILE UNUSABLE, 12 USAGE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MsgCatalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 16 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

      *> SELECTION FROM THE COMMAND LINE.
       01  WS-SEL-ID             PIC X(7) VALUE SPACES.
       01  WS-SEL-ID-LEN         PIC 9(1) COMP-5 VALUE 0.
       01  WS-SEL-PROGRAM        PIC X(20) VALUE SPACES.
       01  WS-SEL-SEV            PIC X VALUE SPACE.
       01  WS-CHECK-ONLY         PIC X VALUE "N".

       01  WS-CATALOG-PATH       PIC X(255) VALUE SPACES.
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-EOF        PIC X VALUE "N".
       01  WS-CATALOG-LINE       PIC X(600) VALUE SPACES.
       01  WS-LINE-NO            PIC 9(6) COMP-5 VALUE 0.
       01  WS-LINE-DISP          PIC Z(5)9.
      *> "C" WHILE CHECKING, "L" WHILE LISTING.
       01  WS-WALK-PASS          PIC X VALUE "C".

      *> ONE CATALOG LINE, SPLIT THE WAY MessageWriter SPLITS IT:
      *> ID, SEVERITY AND PROGRAM UP TO THE THIRD "|", THE TEXT UP
      *> TO THE LAST ONE, THE ACTION AFTER IT.
       01  WS-ENT-ID             PIC X(20) VALUE SPACES.
       01  WS-ENT-SEV            PIC X(20) VALUE SPACES.
       01  WS-ENT-PROGRAM        PIC X(40) VALUE SPACES.
       01  WS-ENT-TEXT           PIC X(600) VALUE SPACES.
       01  WS-ENT-ACTION         PIC X(600) VALUE SPACES.
       01  WS-ENT-TEXT-LEN       PIC 9(4) COMP-5 VALUE 0.
       01  WS-FIELD-PTR          PIC 9(4) COMP-5 VALUE 0.
       01  WS-LAST-BAR           PIC 9(4) COMP-5 VALUE 0.
       01  WS-SCAN-IDX           PIC 9(4) COMP-5 VALUE 0.
       01  WS-FOLD-PROGRAM       PIC X(20) VALUE SPACES.
       01  WS-SEV-WORD           PIC X(8) VALUE SPACES.

      *> IDS AND PREFIXES SEEN SO FAR, FOR THE DUPLICATE AND SHARED-
      *> PREFIX CHECKS. MessageWriter HOLDS AT MOST 1500 MESSAGES.
       01  WS-SEEN-MAX           PIC 9(4) COMP-5 VALUE 1500.
       01  WS-SEEN-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 1500 TIMES.
               10  WS-SEEN-ID      PIC X(7).
               10  WS-SEEN-LINE    PIC 9(6) COMP-5.
       01  WS-SEEN-IDX           PIC 9(4) COMP-5 VALUE 0.
       01  WS-SEEN-HIT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-PFX-MAX            PIC 9(3) COMP-5 VALUE 200.
       01  WS-PFX-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-PFX-TABLE.
           05  WS-PFX-ENTRY OCCURS 200 TIMES.
               10  WS-PFX-CODE     PIC X(3).
               10  WS-PFX-PROGRAM  PIC X(20).
       01  WS-PFX-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-PFX-HIT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-FINDING            PIC X(255) VALUE SPACES.
       01  WS-FINDINGS-SHOWN     PIC X VALUE "N".

      *> MESSAGES PER PROGRAM AND PER SEVERITY, FOR THE TOTALS.
       01  WS-PGM-MAX            PIC 9(3) COMP-5 VALUE 100.
       01  WS-PGM-COUNT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 100 TIMES.
               10  WS-PGM-NAME     PIC X(20).
               10  WS-PGM-MSGS     PIC 9(6) COMP-5.
       01  WS-PGM-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-PGM-HIT            PIC 9(3) COMP-5 VALUE 0.
       01  WS-SEV-INFO           PIC 9(6) COMP-5 VALUE 0.
       01  WS-SEV-WARN           PIC 9(6) COMP-5 VALUE 0.
       01  WS-SEV-ERROR          PIC 9(6) COMP-5 VALUE 0.
       01  WS-SEV-SEVERE         PIC 9(6) COMP-5 VALUE 0.

      *> WORD-WRAPPING A TEXT OR AN ACTION ONTO 72-COLUMN REPORT
      *> LINES, THE FIRST LINE LED BY WS-WRAP-LEAD, THE REST
      *> INDENTED TO MATCH.
       01  WS-WRAP-TEXT          PIC X(600) VALUE SPACES.
       01  WS-WRAP-LEAD          PIC X(12) VALUE SPACES.
       01  WS-WRAP-INDENT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-WRAP-WIDTH         PIC 9(2) COMP-5 VALUE 0.
       01  WS-WRAP-LEN           PIC 9(4) COMP-5 VALUE 0.
       01  WS-WRAP-POS           PIC 9(4) COMP-5 VALUE 0.
       01  WS-WRAP-CHUNK         PIC 9(4) COMP-5 VALUE 0.
       01  WS-WRAP-IDX           PIC 9(4) COMP-5 VALUE 0.
       01  WS-WRAP-START         PIC 9(4) COMP-5 VALUE 0.

      *> THE RUN BOOK GOES THROUGH THE SHARED ReportWriter.
       01  WS-REPORT-PATH        PIC X(255) VALUE "msg_runbook.txt".
       01  WS-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-OUT-LINE           PIC X(255) VALUE SPACES.
       01  WS-RPT-OP             PIC X VALUE SPACE.
       01  WS-RPT-TITLE          PIC X(255) VALUE
           "OPERATOR RUN BOOK - MESSAGE CATALOG".

      *> RUN TOTALS.
       01  WS-MESSAGES           PIC 9(6) COMP-5 VALUE 0.
       01  WS-LISTED             PIC 9(6) COMP-5 VALUE 0.
       01  WS-FINDINGS           PIC 9(6) COMP-5 VALUE 0.
       01  WS-FINAL-RC           PIC 9(2) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-2       PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-3       PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-4       PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP-5       PIC ZZZ,ZZ9.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM ONCE PER RUN.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "MsgCatalog".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *> THE CATALOG MessageWriter IS USING, UNLESS -cat NAMES
      *> ANOTHER.
           MOVE "P" TO WS-MSG-FUNCTION
           CALL "MessageWriter" USING WS-MSG-AREA
           MOVE WS-MSG-TEXT TO WS-CATALOG-PATH
           MOVE SPACES TO WS-MSG-TEXT

           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-SEL-SEV NOT = SPACE
               AND WS-SEL-SEV NOT = "I" AND WS-SEL-SEV NOT = "W"
               AND WS-SEL-SEV NOT = "E" AND WS-SEL-SEV NOT = "S"
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-CHECK-ONLY = "Y"
               AND (WS-SEL-ID NOT = SPACES
                   OR WS-SEL-PROGRAM NOT = SPACES
                   OR WS-SEL-SEV NOT = SPACE)
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "MCL001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "   or: msg_catalog -check [-cat <catalog>] "
                   "[-o <report>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS

           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "MCL003E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "cannot create report file" TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "C" TO WS-WALK-PASS
           PERFORM WALK-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "MCL002E" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CATALOG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "cannot read message catalog" TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE "C" TO WS-RPT-OP
               CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
                   WS-OUT-LINE, WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FINDINGS > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF

           IF WS-CHECK-ONLY = "N"
               MOVE "L" TO WS-WALK-PASS
               PERFORM WALK-CATALOG
               PERFORM PRINT-CATALOG-TOTALS
               IF WS-LISTED = 0
                   MOVE "MCL006W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF

           MOVE WS-MESSAGES TO WS-COUNT-DISP
           MOVE WS-LISTED TO WS-COUNT-DISP-2
           MOVE WS-FINDINGS TO WS-COUNT-DISP-3
           MOVE "T" TO WS-RPT-OP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Catalog " FUNCTION TRIM(WS-CATALOG-PATH)
               ": messages " FUNCTION TRIM(WS-COUNT-DISP)
               ", listed " FUNCTION TRIM(WS-COUNT-DISP-2)
               ", findings " FUNCTION TRIM(WS-COUNT-DISP-3)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS

           MOVE "MCL005I" TO WS-MSG-ID
           MOVE WS-MESSAGES TO WS-MSG-SLOT(1)
           MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(2)
           MOVE WS-LISTED TO WS-MSG-SLOT(3)
           MOVE WS-FINDINGS TO WS-MSG-SLOT(4)
           MOVE WS-REPORT-PATH TO WS-MSG-SLOT(5)
           PERFORM ISSUE-MESSAGE

           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "messages " FUNCTION TRIM(WS-COUNT-DISP)
               ", listed " FUNCTION TRIM(WS-COUNT-DISP-2)
               ", findings " FUNCTION TRIM(WS-COUNT-DISP-3)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.

       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10) WS-ARG-ENTRY(11)
                    WS-ARG-ENTRY(12) WS-ARG-ENTRY(13)
                    WS-ARG-ENTRY(14) WS-ARG-ENTRY(15)
                    WS-ARG-ENTRY(16)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-id"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-ARG-ENTRY(WS-ARG-IDX) = SPACES
                           OR WS-ARG-ENTRY(WS-ARG-IDX)(8:1)
                               NOT = SPACE
                           MOVE "Y" TO WS-USAGE-ERROR
                       ELSE
                           MOVE FUNCTION UPPER-CASE(
                               WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-SEL-ID
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               WS-SEL-ID)) TO WS-SEL-ID-LEN
                       END-IF
                   WHEN "-prog"
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-SEL-PROGRAM
                       IF WS-SEL-PROGRAM = SPACES
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-sev"
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION UPPER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-SEL-SEV
                       IF WS-SEL-SEV = SPACE
                           OR WS-ARG-ENTRY(WS-ARG-IDX)(2:1)
                               NOT = SPACE
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-check"
                       MOVE "Y" TO WS-CHECK-ONLY
                   WHEN "-cat"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-CATALOG-PATH
                       IF WS-CATALOG-PATH = SPACES
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-REPORT-PATH
                       IF WS-REPORT-PATH = SPACES
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM.

      *> WALK-CATALOG READS THE CATALOG ONCE, NUMBERING EVERY LINE SO
      *> A FINDING CAN NAME THE LINE TO FIX. COMMENT AND BLANK LINES
      *> ARE PASSED OVER.
       WALK-CATALOG.
           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ CATALOG-FILE INTO WS-CATALOG-LINE
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF WS-CATALOG-LINE NOT = SPACES
                           AND WS-CATALOG-LINE(1:1) NOT = "*"
                           PERFORM SPLIT-CATALOG-LINE
                           IF WS-WALK-PASS = "C"
                               PERFORM CHECK-CATALOG-LINE
                           ELSE
                               PERFORM CONSIDER-CATALOG-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "00" TO WS-CATALOG-STATUS.

      *> SPLIT-CATALOG-LINE TAKES THE LINE APART THE SAME WAY
      *> MessageWriter DOES, SO WHAT IS LISTED IS WHAT IS ISSUED.
      *> WS-LAST-BAR IS LEFT 0 WHEN THERE IS NO "|" AFTER THE
      *> PROGRAM NAME (NO ACTION).
       SPLIT-CATALOG-LINE.
           MOVE SPACES TO WS-ENT-ID WS-ENT-SEV WS-ENT-PROGRAM
               WS-ENT-TEXT WS-ENT-ACTION
           MOVE 0 TO WS-ENT-TEXT-LEN
           MOVE 1 TO WS-FIELD-PTR
           UNSTRING WS-CATALOG-LINE DELIMITED BY "|"
               INTO WS-ENT-ID WS-ENT-SEV WS-ENT-PROGRAM
               WITH POINTER WS-FIELD-PTR
           END-UNSTRING
           MOVE 0 TO WS-LAST-BAR
           PERFORM VARYING WS-SCAN-IDX FROM LENGTH OF WS-CATALOG-LINE
                   BY -1 UNTIL WS-SCAN-IDX < WS-FIELD-PTR
                   OR WS-LAST-BAR > 0
               IF WS-CATALOG-LINE(WS-SCAN-IDX:1) = "|"
                   MOVE WS-SCAN-IDX TO WS-LAST-BAR
               END-IF
           END-PERFORM
           IF WS-LAST-BAR = 0
               IF WS-FIELD-PTR <= LENGTH OF WS-CATALOG-LINE
                   MOVE WS-CATALOG-LINE(WS-FIELD-PTR:) TO WS-ENT-TEXT
               END-IF
           ELSE
               IF WS-LAST-BAR > WS-FIELD-PTR
                   MOVE WS-CATALOG-LINE(WS-FIELD-PTR:
                       WS-LAST-BAR - WS-FIELD-PTR) TO WS-ENT-TEXT
               END-IF
               IF WS-LAST-BAR < LENGTH OF WS-CATALOG-LINE
                   MOVE WS-CATALOG-LINE(WS-LAST-BAR + 1:)
                       TO WS-ENT-ACTION
               END-IF
           END-IF
           MOVE FUNCTION TRIM(WS-ENT-ID) TO WS-ENT-ID
           MOVE FUNCTION TRIM(WS-ENT-SEV) TO WS-ENT-SEV
           MOVE FUNCTION TRIM(WS-ENT-PROGRAM) TO WS-ENT-PROGRAM
           MOVE FUNCTION TRIM(WS-ENT-TEXT) TO WS-ENT-TEXT
           MOVE FUNCTION TRIM(WS-ENT-ACTION) TO WS-ENT-ACTION
           IF WS-ENT-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ENT-TEXT))
                   TO WS-ENT-TEXT-LEN
           END-IF.

      *> CHECK-CATALOG-LINE HOLDS ONE MESSAGE LINE UP AGAINST THE
      *> RULES MessageWriter AND THE ISSUING PROGRAMS RELY ON.
       CHECK-CATALOG-LINE.
           ADD 1 TO WS-MESSAGES
           IF WS-LAST-BAR = 0 OR WS-ENT-SEV = SPACES
               MOVE "not in id|severity|program|text|action form"
                   TO WS-FINDING
               PERFORM RAISE-FINDING
               EXIT PARAGRAPH
           END-IF

           IF WS-ENT-ID(1:3) IS NOT ALPHABETIC-UPPER
               OR WS-ENT-ID(1:3) = SPACES
               OR WS-ENT-ID(4:3) IS NOT NUMERIC
               OR (WS-ENT-ID(7:1) NOT = "I" AND NOT = "W"
                   AND NOT = "E" AND NOT = "S")
               OR WS-ENT-ID(8:1) NOT = SPACE
               MOVE SPACES TO WS-FINDING
               STRING "message ID " FUNCTION TRIM(WS-ENT-ID)
                   " is not three letters, three digits and I/W/E/S"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
               EXIT PARAGRAPH
           END-IF

           IF WS-ENT-SEV NOT = WS-ENT-ID(7:1)
               MOVE SPACES TO WS-FINDING
               STRING "severity " FUNCTION TRIM(WS-ENT-SEV)
                   " does not match message ID " WS-ENT-ID(1:7)
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF

           PERFORM CHECK-DUPLICATE-ID
           IF WS-ENT-PROGRAM = SPACES
               MOVE SPACES TO WS-FINDING
               STRING WS-ENT-ID(1:7) " names no issuing program"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           ELSE
               PERFORM CHECK-PREFIX-OWNER
           END-IF

           IF WS-ENT-TEXT = SPACES
               MOVE SPACES TO WS-FINDING
               STRING WS-ENT-ID(1:7) " has no message text"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF
           IF WS-ENT-TEXT-LEN > 250
               MOVE SPACES TO WS-FINDING
               STRING WS-ENT-ID(1:7) " text is longer than 250 "
                   "characters and will be cut short"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF
           IF WS-ENT-ACTION = SPACES
               MOVE SPACES TO WS-FINDING
               STRING WS-ENT-ID(1:7) " has no operator action"
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF
           PERFORM CHECK-SLOT-NUMBERS.

      *> CHECK-DUPLICATE-ID - MessageWriter ISSUES THE FIRST OF TWO
      *> LINES WITH THE SAME ID, SO THE SECOND IS NEVER SEEN.
       CHECK-DUPLICATE-ID.
           MOVE 0 TO WS-SEEN-HIT
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                   UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   OR WS-SEEN-HIT > 0
               IF WS-SEEN-ID(WS-SEEN-IDX) = WS-ENT-ID(1:7)
                   MOVE WS-SEEN-IDX TO WS-SEEN-HIT
               END-IF
           END-PERFORM
           IF WS-SEEN-HIT > 0
               MOVE WS-SEEN-LINE(WS-SEEN-HIT) TO WS-LINE-DISP
               MOVE SPACES TO WS-FINDING
               STRING "message ID " WS-ENT-ID(1:7)
                   " is already defined on line "
                   FUNCTION TRIM(WS-LINE-DISP)
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
               EXIT PARAGRAPH
           END-IF
           IF WS-SEEN-COUNT < WS-SEEN-MAX
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-ENT-ID(1:7) TO WS-SEEN-ID(WS-SEEN-COUNT)
               MOVE WS-LINE-NO TO WS-SEEN-LINE(WS-SEEN-COUNT)
           ELSE
               MOVE "more messages than MessageWriter can hold"
                   TO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF.

      *> CHECK-PREFIX-OWNER - A PREFIX BELONGS TO ONE PROGRAM, SO AN
      *> ID ALWAYS SAYS WHO ISSUED IT.
       CHECK-PREFIX-OWNER.
           MOVE 0 TO WS-PFX-HIT
           PERFORM VARYING WS-PFX-IDX FROM 1 BY 1
                   UNTIL WS-PFX-IDX > WS-PFX-COUNT OR WS-PFX-HIT > 0
               IF WS-PFX-CODE(WS-PFX-IDX) = WS-ENT-ID(1:3)
                   MOVE WS-PFX-IDX TO WS-PFX-HIT
               END-IF
           END-PERFORM
           IF WS-PFX-HIT = 0
               IF WS-PFX-COUNT < WS-PFX-MAX
                   ADD 1 TO WS-PFX-COUNT
                   MOVE WS-ENT-ID(1:3) TO WS-PFX-CODE(WS-PFX-COUNT)
                   MOVE WS-ENT-PROGRAM TO WS-PFX-PROGRAM(WS-PFX-COUNT)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-PFX-PROGRAM(WS-PFX-HIT) NOT = WS-ENT-PROGRAM
               MOVE SPACES TO WS-FINDING
               STRING WS-ENT-ID(1:7) " is issued by "
                   FUNCTION TRIM(WS-ENT-PROGRAM) " but prefix "
                   WS-ENT-ID(1:3) " belongs to "
                   FUNCTION TRIM(WS-PFX-PROGRAM(WS-PFX-HIT))
                   DELIMITED BY SIZE INTO WS-FINDING
               PERFORM RAISE-FINDING
           END-IF.

      *> CHECK-SLOT-NUMBERS - ONLY &1 THROUGH &5 ARE EVER FILLED IN;
      *> ANY OTHER &<digit> WOULD SHOW UP LITERALLY ON THE CONSOLE.
       CHECK-SLOT-NUMBERS.
           IF WS-ENT-TEXT-LEN < 2
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX >= WS-ENT-TEXT-LEN
               IF WS-ENT-TEXT(WS-SCAN-IDX:1) = "&"
                   AND WS-ENT-TEXT(WS-SCAN-IDX + 1:1) IS NUMERIC
                   AND (WS-ENT-TEXT(WS-SCAN-IDX + 1:1) < "1"
                       OR WS-ENT-TEXT(WS-SCAN-IDX + 1:1) > "5")
                   MOVE SPACES TO WS-FINDING
                   STRING WS-ENT-ID(1:7) " uses slot &"
                       WS-ENT-TEXT(WS-SCAN-IDX + 1:1)
                       "; only &1 to &5 are filled in"
                       DELIMITED BY SIZE INTO WS-FINDING
                   PERFORM RAISE-FINDING
               END-IF
           END-PERFORM.

      *> RAISE-FINDING SHOWS ONE FINDING AS MCL004W AND PUTS IT AT THE
      *> HEAD OF THE REPORT, WHERE NOBODY CAN MISS IT.
       RAISE-FINDING.
           ADD 1 TO WS-FINDINGS
           IF WS-FINDINGS-SHOWN = "N"
               MOVE "Y" TO WS-FINDINGS-SHOWN
               MOVE "---- Catalog findings ----" TO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE WS-LINE-NO TO WS-LINE-DISP
           MOVE "MCL004W" TO WS-MSG-ID
           MOVE WS-LINE-DISP TO WS-MSG-SLOT(1)
           MOVE WS-FINDING TO WS-MSG-SLOT(2)
           PERFORM ISSUE-MESSAGE
           MOVE WS-MSG-TEXT TO WS-OUT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> CONSIDER-CATALOG-LINE APPLIES THE SELECTION AND LISTS THE
      *> MESSAGES IT TAKES.
       CONSIDER-CATALOG-LINE.
           IF WS-SEL-ID NOT = SPACES
               AND WS-ENT-ID(1:WS-SEL-ID-LEN)
                   NOT = WS-SEL-ID(1:WS-SEL-ID-LEN)
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-PROGRAM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENT-PROGRAM)
                   TO WS-FOLD-PROGRAM
               IF WS-FOLD-PROGRAM NOT = WS-SEL-PROGRAM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SEL-SEV NOT = SPACE
               AND WS-ENT-SEV(1:1) NOT = WS-SEL-SEV
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LISTED
           IF WS-LISTED = 1
               MOVE "---- Messages ----" TO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-IF
           PERFORM LIST-ONE-MESSAGE
           PERFORM ROLL-UP-MESSAGE.

      *> LIST-ONE-MESSAGE PRINTS THE RUN-BOOK ENTRY:
      *>     MOR019E  ERROR    MachOReader
      *>         <text>
      *>         Action: <what the operator does about it>
       LIST-ONE-MESSAGE.
           EVALUATE WS-ENT-SEV(1:1)
               WHEN "I"
                   MOVE "INFO" TO WS-SEV-WORD
               WHEN "W"
                   MOVE "WARNING" TO WS-SEV-WORD
               WHEN "E"
                   MOVE "ERROR" TO WS-SEV-WORD
               WHEN "S"
                   MOVE "SEVERE" TO WS-SEV-WORD
               WHEN OTHER
                   MOVE WS-ENT-SEV TO WS-SEV-WORD
           END-EVALUATE
           MOVE SPACES TO WS-OUT-LINE
           STRING WS-ENT-ID(1:7) "  " WS-SEV-WORD " "
               FUNCTION TRIM(WS-ENT-PROGRAM)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE

           MOVE WS-ENT-TEXT TO WS-WRAP-TEXT
           MOVE SPACES TO WS-WRAP-LEAD
           MOVE 4 TO WS-WRAP-INDENT
           PERFORM WRAP-AND-EMIT

           MOVE WS-ENT-ACTION TO WS-WRAP-TEXT
           MOVE "    Action: " TO WS-WRAP-LEAD
           MOVE 12 TO WS-WRAP-INDENT
           PERFORM WRAP-AND-EMIT

           MOVE SPACES TO WS-OUT-LINE
           PERFORM EMIT-LINE.

      *> WRAP-AND-EMIT BREAKS WS-WRAP-TEXT AT THE LAST SPACE THAT
      *> KEEPS EACH LINE WITHIN 72 COLUMNS (A WORD LONGER THAN THE
      *> LINE IS SPLIT WHERE IT FALLS).
       WRAP-AND-EMIT.
           COMPUTE WS-WRAP-WIDTH = 72 - WS-WRAP-INDENT
           MOVE 0 TO WS-WRAP-LEN
           IF WS-WRAP-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WRAP-TEXT
                   TRAILING)) TO WS-WRAP-LEN
           END-IF
           MOVE 1 TO WS-WRAP-POS
           IF WS-WRAP-LEN = 0
               MOVE WS-WRAP-LEAD TO WS-OUT-LINE
               PERFORM EMIT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
               IF WS-WRAP-LEN - WS-WRAP-POS + 1 <= WS-WRAP-WIDTH
                   COMPUTE WS-WRAP-CHUNK =
                       WS-WRAP-LEN - WS-WRAP-POS + 1
               ELSE
                   MOVE WS-WRAP-WIDTH TO WS-WRAP-CHUNK
                   COMPUTE WS-WRAP-START = WS-WRAP-POS + WS-WRAP-WIDTH
                   PERFORM VARYING WS-WRAP-IDX FROM WS-WRAP-START
                           BY -1 UNTIL WS-WRAP-IDX <= WS-WRAP-POS
                       IF WS-WRAP-TEXT(WS-WRAP-IDX:1) = SPACE
                           COMPUTE WS-WRAP-CHUNK =
                               WS-WRAP-IDX - WS-WRAP-POS
                           MOVE WS-WRAP-POS TO WS-WRAP-IDX
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-WRAP-LEAD TO WS-OUT-LINE(1:WS-WRAP-INDENT)
               MOVE WS-WRAP-TEXT(WS-WRAP-POS:WS-WRAP-CHUNK)
                   TO WS-OUT-LINE(WS-WRAP-INDENT + 1:)
               PERFORM EMIT-LINE
               MOVE SPACES TO WS-WRAP-LEAD
               ADD WS-WRAP-CHUNK TO WS-WRAP-POS
               PERFORM UNTIL WS-WRAP-POS > WS-WRAP-LEN
                       OR WS-WRAP-TEXT(WS-WRAP-POS:1) NOT = SPACE
                   ADD 1 TO WS-WRAP-POS
               END-PERFORM
           END-PERFORM.

       ROLL-UP-MESSAGE.
           EVALUATE WS-ENT-SEV(1:1)
               WHEN "I"
                   ADD 1 TO WS-SEV-INFO
               WHEN "W"
                   ADD 1 TO WS-SEV-WARN
               WHEN "E"
                   ADD 1 TO WS-SEV-ERROR
               WHEN "S"
                   ADD 1 TO WS-SEV-SEVERE
           END-EVALUATE

           MOVE 0 TO WS-PGM-HIT
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT OR WS-PGM-HIT > 0
               IF WS-PGM-NAME(WS-PGM-IDX) = WS-ENT-PROGRAM
                   MOVE WS-PGM-IDX TO WS-PGM-HIT
               END-IF
           END-PERFORM
           IF WS-PGM-HIT = 0 AND WS-PGM-COUNT < WS-PGM-MAX
               ADD 1 TO WS-PGM-COUNT
               MOVE WS-PGM-COUNT TO WS-PGM-HIT
               MOVE WS-ENT-PROGRAM TO WS-PGM-NAME(WS-PGM-HIT)
               MOVE 0 TO WS-PGM-MSGS(WS-PGM-HIT)
           END-IF
           IF WS-PGM-HIT > 0
               ADD 1 TO WS-PGM-MSGS(WS-PGM-HIT)
           END-IF.

      *> PRINT-CATALOG-TOTALS ENDS THE LISTING WITH THE COUNTS BY
      *> PROGRAM AND BY SEVERITY.
       PRINT-CATALOG-TOTALS.
           IF WS-LISTED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "---- Messages per program ----" TO WS-OUT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               MOVE WS-PGM-MSGS(WS-PGM-IDX) TO WS-COUNT-DISP
               MOVE SPACES TO WS-OUT-LINE
               STRING WS-PGM-NAME(WS-PGM-IDX) " " WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-LINE
           END-PERFORM

           MOVE WS-LISTED TO WS-COUNT-DISP
           MOVE WS-SEV-INFO TO WS-COUNT-DISP-2
           MOVE WS-SEV-WARN TO WS-COUNT-DISP-3
           MOVE WS-SEV-ERROR TO WS-COUNT-DISP-4
           MOVE WS-SEV-SEVERE TO WS-COUNT-DISP-5
           MOVE SPACES TO WS-OUT-LINE
           STRING "Messages listed " FUNCTION TRIM(WS-COUNT-DISP)
               ": info " FUNCTION TRIM(WS-COUNT-DISP-2)
               ", warning " FUNCTION TRIM(WS-COUNT-DISP-3)
               ", error " FUNCTION TRIM(WS-COUNT-DISP-4)
               ", severe " FUNCTION TRIM(WS-COUNT-DISP-5)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

       COPY "msgissue.cpy".

       END PROGRAM MsgCatalog.
