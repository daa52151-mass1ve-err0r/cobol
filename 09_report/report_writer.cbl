      *> SINGLE-STREAM DISCIPLINE THE AUDIT LOG HAS. <status> CARRIES
      *> THE FILE STATUS BACK FROM "O"/"C" SO A CALLER CAN REFUSE TO
      *> RUN WITHOUT ITS REPORT.
      *>
      *> EVERY REPORT CLOSED IS REGISTERED IN THE REPORT CATALOG
      *> (REPORT-CATALOG IN tool.cfg, GLOBALLY OR UNDER A [REPORTS]
      *> SECTION; DEFAULT report.catalog), ONE PIPE-SEPARATED LINE:
      *>     timestamp|program|run-id|pages|detail-lines|crc-32|
      *>     title|absolute-path
      *> THE PRODUCING PROGRAM IS WHOEVER CALLED US, THE RUN-ID IS
      *> TOOLKIT_RUN_ID WHEN JobRunner SET ONE ("-" OTHERWISE), AND
      *> THE CRC-32 IS TAKEN OVER THE FINISHED FILE SO ReportCatalog
      *> CAN TELL LATER WHETHER IT HAS BEEN ALTERED. THE CATALOG IS
      *> APPENDED UNDER THE SAME mkdir LOCK AuditLogger USES; A
      *> CATALOG THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT NEVER
      *> COSTS THE CALLER ITS REPORT.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportWriter.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-RECORD            PIC X(255).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(700).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-RPT-PATH           PIC X(255) VALUE SPACES.
       01  WS-RPT-STATUS         PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP          PIC X(19) VALUE SPACES.

      *> THE REPORT CATALOG AND THE tool.cfg KEY THAT NAMES IT, READ
      *> ONCE PER RUN UNIT.
       01  WS-CATALOG-PATH       PIC X(255) VALUE "report.catalog".
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-READ        PIC X VALUE "N".
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(20) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(3) COMP-5 VALUE 0.

      *> WHAT THE CATALOG LINE RECORDS ABOUT THE REPORT IN FLIGHT.
       01  WS-CAT-PROGRAM        PIC X(30) VALUE SPACES.
       01  WS-CAT-RUN-ID         PIC X(40) VALUE SPACES.
       01  WS-CAT-TITLE          PIC X(60) VALUE SPACES.
       01  WS-CAT-PAGES          PIC Z(3)9.
       01  WS-CAT-LINES          PIC Z(6)9.
       01  WS-ABS-PATH           PIC X(512) VALUE SPACES.
       01  WS-CWD                PIC X(255) VALUE SPACES.
       01  WS-CWD-LEN            PIC 9(9) COMP-5 VALUE 255.

      *> CATALOG LOCK, THE SAME BOUNDED mkdir DISCIPLINE AuditLogger
      *> AND AlertSender USE.
       01  WS-LOCK-HELD          PIC X VALUE "N".
       01  WS-LOCK-TRIES         PIC 9(2) COMP-5 VALUE 0.
       01  WS-LOCK-MAX-TRIES     PIC 9(2) COMP-5 VALUE 10.
       01  WS-LOCK-CMD           PIC X(600) VALUE SPACES.
       01  WS-LOCK-WAIT-SECS     PIC 9(2) VALUE 1.

      *> WHOLE-FILE CRC-32 THROUGH THE SHARED CRC32 SUBPROGRAM, 4KB
      *> AT A TIME, THE SAME WALK HouseKeep'S COMPUTE-FILE-CRC MAKES.
       01  HEX-TABLE             PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-CRC-PATH           PIC X(512) VALUE SPACES.
       01  WS-CRC-HEX            PIC X(8) VALUE SPACES.
       01  WS-CRC-OP             PIC X VALUE SPACE.
       01  WS-CRC-BUFFER         PIC X(4096).
       01  WS-CRC-LEN            PIC 9(9) COMP-5 VALUE 0.
       01  WS-CRC-VALUE          PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-WORK           PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-NIBBLE-IDX     PIC 9(2) COMP-5 VALUE 0.
       01  WS-CRC-DIGIT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-CRC-HANDLE         PIC X(4).
       01  WS-CRC-POS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-CRC-FILE-SIZE      PIC 9(12) COMP-5 VALUE 0.
       01  WS-CRC-FILE-INFO.
           05  WS-CRC-SIZE-BYTES PIC 9(18) COMP.
           05  FILLER            PIC X(8).
       01  WS-OPEN-INPUT-MODE    PIC X VALUE X"01".
       01  WS-DENY-MODE          PIC X VALUE X"00".
       01  WS-DEVICE-FLAG        PIC X VALUE X"00".
       01  WS-BIN-OFFSET         PIC 9(18) COMP VALUE 0.
       01  WS-BIN-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-BIN-FLAGS          PIC X VALUE X"00".
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-OP                 PIC X.
       01  LK-FILE-NAME          PIC X(255).
           MOVE LK-FILE-NAME TO WS-RPT-PATH
           MOVE LK-LINE(1:60) TO WS-RPT-TITLE
           PERFORM FORMAT-TIMESTAMP
           MOVE FUNCTION MODULE-CALLER-ID TO WS-CAT-PROGRAM

           OPEN OUTPUT RPT-FILE
           MOVE WS-RPT-STATUS TO LK-STATUS
               INTO RPT-RECORD
           WRITE RPT-RECORD
           CLOSE RPT-FILE
           MOVE "N" TO WS-RPT-OPEN
           PERFORM REGISTER-REPORT.

      *> REGISTER-REPORT FILES THE REPORT JUST CLOSED IN THE REPORT
      *> CATALOG. A RELATIVE REPORT PATH IS MADE ABSOLUTE AGAINST THE
      *> WORKING DIRECTORY SO THE ENTRY STAYS GOOD FROM ANYWHERE.
       REGISTER-REPORT.
           IF WS-CONFIG-READ = "N"
               PERFORM READ-REPORT-CONFIG
               MOVE "Y" TO WS-CONFIG-READ
           END-IF

           MOVE SPACES TO WS-ABS-PATH
           IF WS-RPT-PATH(1:1) = "/"
               MOVE WS-RPT-PATH TO WS-ABS-PATH
           ELSE
               MOVE SPACES TO WS-CWD
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                   BY VALUE WS-CWD-LEN BY REFERENCE WS-CWD
               MOVE 0 TO RETURN-CODE
               IF WS-RPT-PATH(1:2) = "./"
                   STRING FUNCTION TRIM(WS-CWD) "/"
                       FUNCTION TRIM(WS-RPT-PATH(3:))
                       DELIMITED BY SIZE INTO WS-ABS-PATH
               ELSE
                   STRING FUNCTION TRIM(WS-CWD) "/"
                       FUNCTION TRIM(WS-RPT-PATH)
                       DELIMITED BY SIZE INTO WS-ABS-PATH
               END-IF
           END-IF

           MOVE WS-ABS-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           IF WS-CRC-HEX = SPACES
               MOVE "-" TO WS-CRC-HEX
           END-IF

           MOVE SPACES TO WS-CAT-RUN-ID
           ACCEPT WS-CAT-RUN-ID FROM ENVIRONMENT "TOOLKIT_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-CAT-RUN-ID
           END-ACCEPT
           IF WS-CAT-RUN-ID = SPACES
               MOVE "-" TO WS-CAT-RUN-ID
           END-IF
           IF WS-CAT-PROGRAM = SPACES
               MOVE "-" TO WS-CAT-PROGRAM
           END-IF
      *> THE TITLE IS FREE TEXT; A "|" IN IT WOULD SHIFT THE FIELDS.
           MOVE WS-RPT-TITLE TO WS-CAT-TITLE
           INSPECT WS-CAT-TITLE REPLACING ALL "|" BY "/"
           MOVE WS-PAGE-NO TO WS-CAT-PAGES
           MOVE WS-DETAIL-COUNT TO WS-CAT-LINES

           PERFORM ACQUIRE-CATALOG-LOCK
           IF WS-LOCK-HELD = "N"
               MOVE "RPW001W" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-RPT-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "RPW002W" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CATALOG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               PERFORM RELEASE-CATALOG-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CATALOG-RECORD
           STRING WS-TIMESTAMP "|"
               FUNCTION TRIM(WS-CAT-PROGRAM) "|"
               FUNCTION TRIM(WS-CAT-RUN-ID) "|"
               FUNCTION TRIM(WS-CAT-PAGES) "|"
               FUNCTION TRIM(WS-CAT-LINES) "|"
               FUNCTION TRIM(WS-CRC-HEX) "|"
               FUNCTION TRIM(WS-CAT-TITLE) "|"
               FUNCTION TRIM(WS-ABS-PATH)
               DELIMITED BY SIZE INTO CATALOG-RECORD
           WRITE CATALOG-RECORD
           CLOSE CATALOG-FILE
           PERFORM RELEASE-CATALOG-LOCK.

      *> READ-REPORT-CONFIG PICKS REPORT-CATALOG (GLOBAL OR UNDER
      *> [REPORTS]) OUT OF tool.cfg.
       READ-REPORT-CONFIG.
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
                               PERFORM APPLY-REPORT-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-REPORT-CONFIG-LINE.
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
               AND WS-CURRENT-SECTION NOT = "REPORTS"
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
           IF FUNCTION TRIM(WS-CONFIG-KEY) = "REPORT-CATALOG"
               MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-CATALOG-PATH
           END-IF.

      *> ACQUIRE-CATALOG-LOCK TAKES THE <catalog>.lock DIRECTORY,
      *> WAITING UP TO TEN SECONDS FOR A CONCURRENT WRITER.
       ACQUIRE-CATALOG-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           MOVE SPACES TO WS-LOCK-CMD
           STRING "mkdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CATALOG-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-LOCK-CMD

           MOVE 0 TO WS-LOCK-TRIES
           PERFORM UNTIL WS-LOCK-HELD = "Y"
                   OR WS-LOCK-TRIES >= WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               CALL "SYSTEM" USING WS-LOCK-CMD
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-LOCK-HELD
               ELSE
                   CALL "C$SLEEP" USING WS-LOCK-WAIT-SECS
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

      *> RELEASE-CATALOG-LOCK GIVES THE LOCK DIRECTORY BACK.
       RELEASE-CATALOG-LOCK.
           MOVE SPACES TO WS-LOCK-CMD
           STRING "rmdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CATALOG-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-LOCK-CMD
           CALL "SYSTEM" USING WS-LOCK-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-LOCK-HELD.

      *> COMPUTE-FILE-CRC FINGERPRINTS WS-CRC-PATH'S WHOLE CONTENT,
      *> LEAVING THE 8-HEX-DIGIT CRC-32 IN WS-CRC-HEX (SPACES WHEN
      *> THE FILE CANNOT BE OPENED).
       COMPUTE-FILE-CRC.
           MOVE SPACES TO WS-CRC-HEX
           MOVE 0 TO WS-CRC-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CRC-PATH,
               WS-CRC-FILE-INFO
           MOVE WS-CRC-SIZE-BYTES TO WS-CRC-FILE-SIZE
           MOVE 0 TO RETURN-CODE

           CALL "CBL_OPEN_FILE" USING WS-CRC-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-CRC-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE "I" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE

           MOVE 0 TO WS-CRC-POS
           PERFORM UNTIL WS-CRC-POS >= WS-CRC-FILE-SIZE
               COMPUTE WS-CRC-LEN = WS-CRC-FILE-SIZE - WS-CRC-POS
               IF WS-CRC-LEN > 4096
                   MOVE 4096 TO WS-CRC-LEN
               END-IF
               MOVE WS-CRC-POS TO WS-BIN-OFFSET
               MOVE WS-CRC-LEN TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-CRC-HANDLE,
                   WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
                   WS-CRC-BUFFER
               MOVE 0 TO RETURN-CODE
               MOVE "U" TO WS-CRC-OP
               CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-CRC-VALUE
               ADD WS-CRC-LEN TO WS-CRC-POS
           END-PERFORM

           MOVE "F" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           CALL "CBL_CLOSE_FILE" USING WS-CRC-HANDLE
           MOVE 0 TO RETURN-CODE

           MOVE WS-CRC-VALUE TO WS-CRC-WORK
           MOVE "00000000" TO WS-CRC-HEX
           PERFORM VARYING WS-CRC-NIBBLE-IDX FROM 8 BY -1
                   UNTIL WS-CRC-NIBBLE-IDX = 0
               COMPUTE WS-CRC-DIGIT = FUNCTION MOD(WS-CRC-WORK, 16)
               MOVE HEX-TABLE(WS-CRC-DIGIT + 1:1)
                   TO WS-CRC-HEX(WS-CRC-NIBBLE-IDX:1)
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

      *> FORMAT-TIMESTAMP LAYS OUT THE CURRENT DATE/TIME AS
      *> YYYY-MM-DD HH:MM:SS, THE SAME SHAPE AuditLogger WRITES.
               INTO WS-TIMESTAMP
           END-STRING.

       COPY "msgissue.cpy".

       END PROGRAM ReportWriter.
