      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  data_edit
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> LAYOUT-DRIVEN DATA-QUALITY EDIT FOR FIXED-LENGTH DATASETS.
      *> FSValidator ONLY KNOWS FSWriter'S SEQ-NO/DATA LAYOUT AND
      *> CXX -a ONLY SHOWS FIELDS; THIS RUN ACTUALLY CHECKS A
      *> DELIVERY'S CONTENTS, FIELD BY FIELD, AGAINST A RULES FILE,
      *> AND SPLITS IT INTO AN ACCEPT FILE AND A REJECT FILE BEFORE
      *> ANYTHING DOWNSTREAM LOADS IT.
      *>
      *> INVOKED AS:
      *>     data_edit -a <layout-file> -r <rules-file>
      *>               -R <record-length> [-ebcdic]
      *>               [-warn <pct>] [-fail <pct>]
      *>               <infile> <accept-file> <reject-file>
      *>
      *> THE LAYOUT IS THE SAME offset/length/name/type[/decimals]
      *> FILE CXX -a AND DataConv READ (KEYWORD LINES ARE SKIPPED).
      *> string FIELDS ARE TAKEN AS ASCII, OR TRANSLATED FROM CP037
      *> WITH -ebcdic; packed (comp-3), binary (comp, BIG-ENDIAN),
      *> unsigned (LITTLE-ENDIAN) AND hex FIELDS DECODE AS THEY DO IN
      *> DataConv -dir csv.
      *>
      *> RULES FILE, ONE RULE PER LINE ("*" LINES ARE COMMENTS):
      *>     <field> REQUIRED                  NOT BLANK
      *>     <field> NUMERIC                   A VALID NUMBER
      *>     <field> PACKED                    VALID COMP-3 NIBBLES
      *>     <field> DATE                      A REAL YYYYMMDD DATE
      *>     <field> RANGE <low> <high>        LOW <= VALUE <= HIGH
      *>     <field> VALUES <v1>,<v2>,...      ONE OF THE LIST
      *>     <field> GE|GT|LE|LT|EQ|NE <field> CROSS-FIELD COMPARE
      *> ONLY REQUIRED (AND PACKED, WHICH CHECKS THE BYTES) LOOKS AT A
      *> BLANK FIELD; EVERY OTHER RULE PASSES ONE, SO AN OPTIONAL
      *> DATE IS SIMPLY "DATE" AND A MANDATORY ONE "REQUIRED" TOO.
      *> CROSS-FIELD RULES COMPARE NUMERICALLY WHEN BOTH SIDES ARE
      *> NUMBERS, OTHERWISE AS TEXT (SO YYYYMMDD DATES COMPARE AS
      *> DATES): "END-DATE GE START-DATE".
      *>
      *> A RECORD PASSING EVERY RULE IS COPIED UNCHANGED TO THE
      *> ACCEPT FILE. A RECORD FAILING ANY RULE GOES TO THE REJECT
      *> FILE, PREFIXED WITH ITS FIRST FAILURE:
      *>     RECORD-NO 9(9) SP FIELD X(24) SP REASON-CODE X(3) SP SP
      *> (40 BYTES, ASCII) AND THEN THE RECORD AS READ. REASON CODES:
      *>     E01 REQUIRED FIELD BLANK      E05 OUT OF RANGE
      *>     E02 NOT NUMERIC               E06 VALUE NOT ALLOWED
      *>     E03 BAD PACKED DECIMAL        E07 CROSS-FIELD RULE FAILED
      *>     E04 NOT A VALID DATE          E08 SHORT RECORD
      *> THE SUMMARY COUNTS EVERY FAILURE BY RULE, NOT JUST THE FIRST.
      *>
      *> RETURN-CODE FROM THE REJECT RATE (REJECTED / READ): OVER
      *> EDIT-REJECT-FAIL-PCT (DEFAULT 5) IS 8, OVER
      *> EDIT-REJECT-WARN-PCT (DEFAULT 0, I.E. ANY REJECT) IS 4,
      *> OTHERWISE 0; BOTH KEYS FROM tool.cfg, GLOBAL OR [DATAEDIT],
      *> -warn AND -fail OVERRIDE THEM FOR ONE RUN. 8 ALSO FOR A
      *> FILE THAT CANNOT BE OPENED, 12 FOR A USAGE OR RULES ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataEdit.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN DYNAMIC WS-LAYOUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT RULES-FILE ASSIGN DYNAMIC WS-RULES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD PIC X(255).

       FD  RULES-FILE.
       01  RULES-RECORD PIC X(255).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 16 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-POSITIONAL-TABLE.
           05  WS-POSITIONAL-ENTRY PIC X(255) OCCURS 4 TIMES.
       01  WS-POSITIONAL-COUNT   PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

       01  WS-LAYOUT-PATH        PIC X(255) VALUE SPACES.
       01  WS-LAYOUT-STATUS      PIC XX VALUE SPACES.
       01  WS-LAYOUT-EOF         PIC X VALUE "N".
       01  WS-LAYOUT-LINE        PIC X(255) VALUE SPACES.
       01  WS-RULES-PATH         PIC X(255) VALUE SPACES.
       01  WS-RULES-STATUS       PIC XX VALUE SPACES.
       01  WS-RULES-EOF          PIC X VALUE "N".
       01  WS-RULES-LINE         PIC X(255) VALUE SPACES.
       01  WS-RULES-LINE-NO      PIC 9(5) VALUE 0.
       01  WS-RULES-ERRORS       PIC 9(5) COMP-5 VALUE 0.
       01  WS-RECORD-LEN         PIC 9(5) COMP-5 VALUE 0.
       01  WS-EBCDIC             PIC X VALUE "N".
       01  WS-IN-PATH            PIC X(255) VALUE SPACES.
       01  WS-ACCEPT-PATH        PIC X(255) VALUE SPACES.
       01  WS-REJECT-PATH        PIC X(255) VALUE SPACES.

      *> REJECT-RATE THRESHOLDS, FROM tool.cfg AND THE COMMAND LINE.
       01  WS-WARN-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-FAIL-PCT           PIC 9(3)V99 VALUE 5.
       01  WS-WARN-OVERRIDE      PIC X(10) VALUE SPACES.
       01  WS-FAIL-OVERRIDE      PIC X(10) VALUE SPACES.
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(4) COMP-5 VALUE 0.

      *> LAYOUT FIELD TABLE, THE SAME SHAPE DataConv BUILDS, PLUS THE
      *> FIELD'S DECODED TEXT FOR THE RECORD IN HAND.
       01  WS-FLD-MAX            PIC 9(2) COMP-5 VALUE 64.
       01  WS-FLD-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-FLD-TABLE.
           05  WS-FLD-ENTRY OCCURS 64 TIMES.
               10  WS-FLD-OFFSET PIC 9(9) COMP-5.
               10  WS-FLD-LEN    PIC 9(3) COMP-5.
               10  WS-FLD-NAME   PIC X(24).
               10  WS-FLD-TYPE   PIC X(8).
               10  WS-FLD-DEC    PIC 9(2) COMP-5.
               10  WS-FLD-TEXT   PIC X(256).
               10  WS-FLD-STATE  PIC X.
       01  WS-FLD-IDX            PIC 9(2) COMP-5.
       01  WS-TOK-OFFSET         PIC X(12) VALUE SPACES.
       01  WS-TOK-LEN            PIC X(4) VALUE SPACES.
       01  WS-TOK-NAME           PIC X(24) VALUE SPACES.
       01  WS-TOK-TYPE           PIC X(8) VALUE SPACES.
       01  WS-TOK-DEC            PIC X(4) VALUE SPACES.

      *> RULE TABLE. WS-RULE-FLD AND WS-RULE-OTHER INDEX THE FIELD
      *> TABLE; ARG1/ARG2 HOLD A RANGE'S BOUNDS OR THE VALUES LIST.
       01  WS-RULE-MAX           PIC 9(3) COMP-5 VALUE 200.
       01  WS-RULE-COUNT         PIC 9(3) COMP-5 VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 200 TIMES.
               10  WS-RULE-FLD   PIC 9(2) COMP-5.
               10  WS-RULE-KIND  PIC X(8).
               10  WS-RULE-ARG1  PIC X(200).
               10  WS-RULE-ARG2  PIC X(40).
               10  WS-RULE-OTHER PIC 9(2) COMP-5.
               10  WS-RULE-FAILS PIC 9(9) COMP-5.
       01  WS-RULE-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-RTOK-TABLE.
           05  WS-RTOK           PIC X(200) OCCURS 4 TIMES.
       01  WS-LOOKUP-NAME        PIC X(24) VALUE SPACES.
       01  WS-LOOKUP-IDX         PIC 9(2) COMP-5 VALUE 0.

      *> ONE RECORD'S EDIT: THE FIRST FAILURE (FOR THE REJECT
      *> PREFIX) AND THE VALUES A RULE IS CHECKING.
       01  WS-REC-FAILED         PIC X VALUE "N".
       01  WS-RULE-PASSED        PIC X VALUE "Y".
       01  WS-FAIL-CODE          PIC X(3) VALUE SPACES.
       01  WS-FIRST-CODE         PIC X(3) VALUE SPACES.
       01  WS-FIRST-FIELD        PIC X(24) VALUE SPACES.
       01  WS-VALUE-A            PIC X(256) VALUE SPACES.
       01  WS-VALUE-B            PIC X(256) VALUE SPACES.
       01  WS-NUM-A              PIC S9(25)V9(6) COMP-3 VALUE 0.
       01  WS-NUM-B              PIC S9(25)V9(6) COMP-3 VALUE 0.
       01  WS-COMPARE            PIC S9 VALUE 0.
       01  WS-LIST-ITEM          PIC X(200) VALUE SPACES.
       01  WS-LIST-PTR           PIC 9(3) COMP-5 VALUE 1.
       01  WS-LIST-HIT           PIC X VALUE "N".

      *> REJECT RECORD PREFIX, WRITTEN AHEAD OF THE RECORD IMAGE.
       01  WS-REJ-PREFIX.
           05  WS-REJ-RECNO      PIC 9(9).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-REJ-FIELD      PIC X(24).
           05  FILLER            PIC X VALUE SPACE.
           05  WS-REJ-CODE       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.

      *> FIELD DECODING WORK AREAS, AS IN DataConv.
       01  WS-EDIT-VALUE         PIC X(4096) VALUE SPACES.
       01  WS-EDIT-PTR           PIC 9(5) COMP-5 VALUE 1.
       01  WS-FLD-OK             PIC X VALUE "Y".
       01  WS-FLD-BAD-REASON     PIC X(30) VALUE SPACES.
       01  WS-FLD-HEX-TEXT       PIC X(80) VALUE SPACES.
       01  WS-FLD-HEX-LEN        PIC 9(3) COMP-5 VALUE 0.
       01  HEX-TABLE             PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-BYTE-VALUE         PIC 9(3) COMP-5 VALUE 0.
       01  WS-HI-NIBBLE          PIC 9(3) COMP-5 VALUE 0.
       01  WS-LO-NIBBLE          PIC 9(3) COMP-5 VALUE 0.
       01  WS-DIGITS             PIC X(64) VALUE SPACES.
       01  WS-DIGIT-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01  WS-NEGATIVE           PIC X VALUE "N".
       01  WS-NUM-WORK           PIC X(64) VALUE SPACES.
       01  WS-NUM-INT-LEN        PIC 9(3) COMP-5 VALUE 0.
       01  WS-NUM-FIRST          PIC 9(3) COMP-5 VALUE 0.
       01  WS-NUM-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-BIN-VALUE          PIC S9(20) COMP-3 VALUE 0.
       01  WS-BIN-LIMIT          PIC S9(20) COMP-3 VALUE 0.
       01  WS-BIN-DIGITS         PIC 9(20) VALUE 0.
       01  WS-CUR-OFFSET         PIC 9(9) COMP-5 VALUE 0.
       01  WS-CUR-LEN            PIC 9(3) COMP-5 VALUE 0.
       01  WS-CUR-DEC            PIC 9(2) COMP-5 VALUE 0.
       01  WS-FLD-POS            PIC 9(5) COMP-5.
       01  WS-FLD-END            PIC 9(5) COMP-5.
       01  WS-TRANS-IN           PIC X VALUE SPACE.
       01  WS-TRANS-OUT          PIC X VALUE SPACE.

      *> CP037 EBCDIC-TO-ASCII TRANSLATE TABLE, THE SAME ONE CXX AND
      *> DataConv CARRY, FOR -ebcdic string FIELDS.
       01  EBCDIC-TO-ASCII.
           05  FILLER PIC X(16) VALUE
               X"00000000000000000000000000000000".
           05  FILLER PIC X(16) VALUE
               X"00000000000000000000000000000000".
           05  FILLER PIC X(16) VALUE
               X"00000000000000000000000000000000".
           05  FILLER PIC X(16) VALUE
               X"00000000000000000000000000000000".
           05  FILLER PIC X(16) VALUE
               X"20000000000000000000002E3C282B7C".
           05  FILLER PIC X(16) VALUE
               X"2600000000000000000021242A293B00".
           05  FILLER PIC X(16) VALUE
               X"2D2F0000000000000000002C255F3E3F".
           05  FILLER PIC X(16) VALUE
               X"000000000000000000603A2340273D22".
           05  FILLER PIC X(16) VALUE
               X"00616263646566676869000000000000".
           05  FILLER PIC X(16) VALUE
               X"006A6B6C6D6E6F707172000000000000".
           05  FILLER PIC X(16) VALUE
               X"007E737475767778797A000000000000".
           05  FILLER PIC X(16) VALUE
               X"5E0000000000000000005B5D00000000".
           05  FILLER PIC X(16) VALUE
               X"7B414243444546474849000000000000".
           05  FILLER PIC X(16) VALUE
               X"7D4A4B4C4D4E4F505152000000000000".
           05  FILLER PIC X(16) VALUE
               X"5C00535455565758595A000000000000".
           05  FILLER PIC X(16) VALUE
               X"30313233343536373839000000000000".
       01  EBCDIC-TO-ASCII-TABLE REDEFINES EBCDIC-TO-ASCII PIC X(256).

      *> POSITIONED RECORD I/O THROUGH THE SYSTEM FILE ROUTINES, AS
      *> DataConv DOES IT.
       01  WS-IN-HANDLE          PIC X(4).
       01  WS-ACC-HANDLE         PIC X(4).
       01  WS-REJ-HANDLE         PIC X(4).
       01  WS-OPEN-INPUT-MODE    PIC X VALUE X"01".
       01  WS-OPEN-OUTPUT-MODE   PIC X VALUE X"02".
       01  WS-DENY-MODE          PIC X VALUE X"00".
       01  WS-DEVICE-FLAG        PIC X VALUE X"00".
       01  WS-BIN-OFFSET         PIC 9(18) COMP VALUE 0.
       01  WS-BIN-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-BIN-FLAGS          PIC X VALUE X"00".
       01  WS-REC-BUFFER         PIC X(4096).
       01  WS-REC-GOT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-FILE-POS           PIC 9(12) COMP-5 VALUE 0.
       01  WS-FILE-SIZE          PIC 9(12) COMP-5 VALUE 0.
       01  WS-ACC-POS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-REJ-POS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-FILE-INFO.
           05  WS-FILE-SIZE-BYTES PIC 9(18) COMP.
           05  FILLER             PIC X(8).

      *> RUN TOTALS AND THE VERDICT.
       01  WS-REC-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-ACC-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-REJ-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-SHORT-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01  WS-REJ-RATE           PIC 9(3)V99 VALUE 0.
       01  WS-RATE-DISP          PIC ZZ9.99.
       01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-MAX           PIC 9(3) COMP-5 VALUE 20.
       01  WS-VERDICT            PIC X(8) VALUE SPACES.
       01  WS-RUN-RC             PIC 9(2) COMP-5 VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER THE EDIT COMPLETES.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "DataEdit".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE = SPACES
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-EDIT-CONFIG
           PERFORM PARSE-ARGS
           MOVE WS-POSITIONAL-ENTRY(1) TO WS-IN-PATH
           MOVE WS-POSITIONAL-ENTRY(2) TO WS-ACCEPT-PATH
           MOVE WS-POSITIONAL-ENTRY(3) TO WS-REJECT-PATH
           IF WS-USAGE-ERROR = "Y"
               OR WS-LAYOUT-PATH = SPACES OR WS-RULES-PATH = SPACES
               OR WS-RECORD-LEN = 0 OR WS-RECORD-LEN > 4096
               OR WS-REJECT-PATH = SPACES
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-WARN-OVERRIDE NOT = SPACES
               COMPUTE WS-WARN-PCT = FUNCTION NUMVAL(WS-WARN-OVERRIDE)
           END-IF
           IF WS-FAIL-OVERRIDE NOT = SPACES
               COMPUTE WS-FAIL-PCT = FUNCTION NUMVAL(WS-FAIL-OVERRIDE)
           END-IF

           PERFORM LOAD-LAYOUT-FILE
           IF WS-FLD-COUNT = 0
               MOVE "DED001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-RULES-FILE
           IF WS-RULES-ERRORS > 0 OR WS-RULE-COUNT = 0
               MOVE "DED002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM EDIT-DATASET
           PERFORM SHOW-EDIT-SUMMARY

           MOVE WS-IN-PATH TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-REJ-RATE TO WS-RATE-DISP
           MOVE WS-REC-COUNT TO WS-COUNT-DISP
           STRING FUNCTION TRIM(WS-VERDICT)
               " read=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           MOVE WS-ACC-COUNT TO WS-COUNT-DISP
           STRING FUNCTION TRIM(WS-AUDIT-RESULT)
               " accepted=" FUNCTION TRIM(WS-COUNT-DISP)
               DELIMITED BY SIZE INTO WS-LINE-TRIMMED
           MOVE WS-REJ-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING FUNCTION TRIM(WS-LINE-TRIMMED)
               " rejected=" FUNCTION TRIM(WS-COUNT-DISP)
               " rate=" FUNCTION TRIM(WS-RATE-DISP) "%"
               " rules=" FUNCTION TRIM(WS-RULES-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       SHOW-USAGE.
           MOVE "DED003S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE
           DISPLAY "                 [-warn <pct>] [-fail <pct>] "
               "<infile> <accept-file> <reject-file>".

      *> PARSE-ARGS WALKS THE COMMAND-LINE TOKENS, THE SAME
      *> ORDER-INDEPENDENT STYLE DataConv USES.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10) WS-ARG-ENTRY(11) WS-ARG-ENTRY(12)
                    WS-ARG-ENTRY(13) WS-ARG-ENTRY(14) WS-ARG-ENTRY(15)
                    WS-ARG-ENTRY(16)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-a"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-LAYOUT-PATH
                   WHEN "-r"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-RULES-PATH
                   WHEN "-R"
                       ADD 1 TO WS-ARG-IDX
                       COMPUTE WS-RECORD-LEN =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                   WHEN "-ebcdic"
                       MOVE "Y" TO WS-EBCDIC
                   WHEN "-warn"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-WARN-OVERRIDE
                       IF FUNCTION TEST-NUMVAL(WS-WARN-OVERRIDE) NOT = 0
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-fail"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-FAIL-OVERRIDE
                       IF FUNCTION TEST-NUMVAL(WS-FAIL-OVERRIDE) NOT = 0
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN OTHER
                       IF WS-POSITIONAL-COUNT < 4
                           ADD 1 TO WS-POSITIONAL-COUNT
                           MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO
                               WS-POSITIONAL-ENTRY(WS-POSITIONAL-COUNT)
                       END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-POSITIONAL-COUNT NOT = 3
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF.

      *> READ-EDIT-CONFIG PULLS EDIT-REJECT-WARN-PCT AND
      *> EDIT-REJECT-FAIL-PCT OUT OF tool.cfg, GLOBAL OR [DATAEDIT],
      *> THE SAME SECTION RULE JobTrend USES.
       READ-EDIT-CONFIG.
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
                               PERFORM APPLY-EDIT-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-EDIT-CONFIG-LINE.
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
               AND WS-CURRENT-SECTION NOT = "DATAEDIT"
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
               WHEN "EDIT-REJECT-WARN-PCT"
                   COMPUTE WS-WARN-PCT =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
               WHEN "EDIT-REJECT-FAIL-PCT"
                   COMPUTE WS-FAIL-PCT =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
           END-EVALUATE.

      *> LOAD-LAYOUT-FILE READS THE offset/length/name/type[/dec]
      *> LINES; KEYWORD LINES (DataConv'S CONTROL ENTRIES) AND "*"
      *> COMMENTS ARE SKIPPED.
       LOAD-LAYOUT-FILE.
           MOVE 0 TO WS-FLD-COUNT
           MOVE "N" TO WS-LAYOUT-EOF
           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE "DED004E" TO WS-MSG-ID
               MOVE WS-LAYOUT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LAYOUT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-LAYOUT-EOF = "Y"
                   READ LAYOUT-FILE INTO WS-LAYOUT-LINE
                       AT END
                           MOVE "Y" TO WS-LAYOUT-EOF
                       NOT AT END
                           IF WS-LAYOUT-LINE NOT = SPACES
                               AND WS-LAYOUT-LINE(1:1) NOT = "*"
                               PERFORM PARSE-LAYOUT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

       PARSE-LAYOUT-LINE.
           IF WS-FLD-COUNT < WS-FLD-MAX
               MOVE SPACES TO WS-TOK-OFFSET
               MOVE SPACES TO WS-TOK-LEN
               MOVE SPACES TO WS-TOK-NAME
               MOVE SPACES TO WS-TOK-TYPE
               MOVE SPACES TO WS-TOK-DEC
               UNSTRING WS-LAYOUT-LINE DELIMITED BY ALL SPACE
                   INTO WS-TOK-OFFSET WS-TOK-LEN WS-TOK-NAME
                       WS-TOK-TYPE WS-TOK-DEC
               END-UNSTRING

               IF WS-TOK-OFFSET NOT = SPACES AND WS-TOK-LEN NOT = SPACES
                   AND WS-TOK-NAME NOT = SPACES
                   AND WS-TOK-TYPE NOT = SPACES
                   AND WS-TOK-OFFSET(1:1) IS NUMERIC
                   ADD 1 TO WS-FLD-COUNT
                   COMPUTE WS-FLD-OFFSET(WS-FLD-COUNT) =
                       FUNCTION NUMVAL(WS-TOK-OFFSET)
                   COMPUTE WS-FLD-LEN(WS-FLD-COUNT) =
                       FUNCTION NUMVAL(WS-TOK-LEN)
                   MOVE WS-TOK-NAME TO WS-FLD-NAME(WS-FLD-COUNT)
                   MOVE WS-TOK-TYPE TO WS-FLD-TYPE(WS-FLD-COUNT)
                   MOVE 0 TO WS-FLD-DEC(WS-FLD-COUNT)
                   IF WS-TOK-DEC NOT = SPACES
                       COMPUTE WS-FLD-DEC(WS-FLD-COUNT) =
                           FUNCTION NUMVAL(WS-TOK-DEC)
                   END-IF
                   IF WS-FLD-LEN(WS-FLD-COUNT) = 0
                       SUBTRACT 1 FROM WS-FLD-COUNT
                   END-IF
               END-IF
           END-IF.

      *> LOAD-RULES-FILE READS THE RULES; A RULE NAMING AN UNKNOWN
      *> FIELD OR RULE TYPE IS REPORTED BY LINE AND STOPS THE RUN
      *> BEFORE ANY RECORD IS EDITED, SO A TYPO CANNOT PASS A FILE.
       LOAD-RULES-FILE.
           MOVE 0 TO WS-RULE-COUNT
           MOVE "N" TO WS-RULES-EOF
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS NOT = "00"
               MOVE "DED005E" TO WS-MSG-ID
               MOVE WS-RULES-PATH TO WS-MSG-SLOT(1)
               MOVE WS-RULES-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-RULES-ERRORS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RULES-EOF = "Y"
               READ RULES-FILE INTO WS-RULES-LINE
                   AT END
                       MOVE "Y" TO WS-RULES-EOF
                   NOT AT END
                       ADD 1 TO WS-RULES-LINE-NO
                       IF WS-RULES-LINE NOT = SPACES
                           AND FUNCTION TRIM(WS-RULES-LINE)(1:1)
                               NOT = "*"
                           PERFORM PARSE-RULE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RULES-FILE.

       PARSE-RULE-LINE.
           MOVE SPACES TO WS-RTOK-TABLE
           UNSTRING WS-RULES-LINE DELIMITED BY ALL SPACE
               INTO WS-RTOK(1) WS-RTOK(2) WS-RTOK(3) WS-RTOK(4)
           END-UNSTRING
           IF WS-RTOK(1) = SPACES
               MOVE SPACES TO WS-RTOK-TABLE
               UNSTRING FUNCTION TRIM(WS-RULES-LINE)
                   DELIMITED BY ALL SPACE
                   INTO WS-RTOK(1) WS-RTOK(2) WS-RTOK(3) WS-RTOK(4)
               END-UNSTRING
           END-IF
           INSPECT WS-RTOK(2) CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WS-RULE-COUNT >= WS-RULE-MAX
               MOVE "DED006E" TO WS-MSG-ID
               MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-RULES-ERRORS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RTOK(1) TO WS-LOOKUP-NAME
           PERFORM FIND-FIELD-BY-NAME
           IF WS-LOOKUP-IDX = 0
               MOVE "DED007E" TO WS-MSG-ID
               MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
               MOVE WS-RTOK(1) TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-RULES-ERRORS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RULE-COUNT
           MOVE WS-LOOKUP-IDX TO WS-RULE-FLD(WS-RULE-COUNT)
           MOVE WS-RTOK(2) TO WS-RULE-KIND(WS-RULE-COUNT)
           MOVE SPACES TO WS-RULE-ARG1(WS-RULE-COUNT)
           MOVE SPACES TO WS-RULE-ARG2(WS-RULE-COUNT)
           MOVE 0 TO WS-RULE-OTHER(WS-RULE-COUNT)
           MOVE 0 TO WS-RULE-FAILS(WS-RULE-COUNT)

           EVALUATE WS-RTOK(2)
               WHEN "REQUIRED"
               WHEN "NUMERIC"
               WHEN "PACKED"
               WHEN "DATE"
                   CONTINUE
               WHEN "RANGE"
                   IF WS-RTOK(3) = SPACES OR WS-RTOK(4) = SPACES
                       OR FUNCTION TEST-NUMVAL(WS-RTOK(3)) NOT = 0
                       OR FUNCTION TEST-NUMVAL(WS-RTOK(4)) NOT = 0
                       MOVE "DED008E" TO WS-MSG-ID
                       MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-RULES-ERRORS
                   END-IF
                   MOVE WS-RTOK(3) TO WS-RULE-ARG1(WS-RULE-COUNT)
                   MOVE WS-RTOK(4) TO WS-RULE-ARG2(WS-RULE-COUNT)
               WHEN "VALUES"
                   IF WS-RTOK(3) = SPACES
                       MOVE "DED009E" TO WS-MSG-ID
                       MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-RULES-ERRORS
                   END-IF
                   MOVE WS-RTOK(3) TO WS-RULE-ARG1(WS-RULE-COUNT)
               WHEN "GE" WHEN "GT" WHEN "LE" WHEN "LT"
               WHEN "EQ" WHEN "NE"
                   MOVE WS-RTOK(3) TO WS-LOOKUP-NAME
                   PERFORM FIND-FIELD-BY-NAME
                   IF WS-LOOKUP-IDX = 0
                       MOVE "DED007E" TO WS-MSG-ID
                       MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
                       MOVE WS-RTOK(3) TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-RULES-ERRORS
                   END-IF
                   MOVE WS-LOOKUP-IDX TO WS-RULE-OTHER(WS-RULE-COUNT)
               WHEN OTHER
                   MOVE "DED010E" TO WS-MSG-ID
                   MOVE WS-RULES-LINE-NO TO WS-MSG-SLOT(1)
                   MOVE WS-RTOK(2) TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-RULES-ERRORS
           END-EVALUATE.

       FIND-FIELD-BY-NAME.
           MOVE 0 TO WS-LOOKUP-IDX
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
                   OR WS-LOOKUP-IDX > 0
               IF WS-FLD-NAME(WS-FLD-IDX) = WS-LOOKUP-NAME
                   MOVE WS-FLD-IDX TO WS-LOOKUP-IDX
               END-IF
           END-PERFORM.

      *> EDIT-DATASET STREAMS THE INPUT ONE FIXED-LENGTH RECORD AT A
      *> TIME, RUNS EVERY RULE OVER IT, AND WRITES IT TO THE ACCEPT
      *> OR THE REJECT FILE.
       EDIT-DATASET.
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-IN-PATH, WS-FILE-INFO
           MOVE WS-FILE-SIZE-BYTES TO WS-FILE-SIZE
           MOVE 0 TO RETURN-CODE

           CALL "CBL_OPEN_FILE" USING WS-IN-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DED011E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE
           CALL "CBL_CREATE_FILE" USING WS-ACCEPT-PATH,
               WS-OPEN-OUTPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-ACC-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DED012E" TO WS-MSG-ID
               MOVE WS-ACCEPT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CBL_CREATE_FILE" USING WS-REJECT-PATH,
               WS-OPEN-OUTPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-REJ-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DED013E" TO WS-MSG-ID
               MOVE WS-REJECT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
               CALL "CBL_CLOSE_FILE" USING WS-ACC-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE 0 TO WS-FILE-POS
           PERFORM UNTIL WS-FILE-POS >= WS-FILE-SIZE
               COMPUTE WS-REC-GOT = WS-FILE-SIZE - WS-FILE-POS
               IF WS-REC-GOT > WS-RECORD-LEN
                   MOVE WS-RECORD-LEN TO WS-REC-GOT
               END-IF
               MOVE WS-FILE-POS TO WS-BIN-OFFSET
               MOVE WS-REC-GOT TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-IN-HANDLE,
                   WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
                   WS-REC-BUFFER
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-REC-COUNT

               PERFORM EDIT-ONE-RECORD
               IF WS-REC-FAILED = "Y"
                   PERFORM WRITE-REJECT-RECORD
               ELSE
                   PERFORM WRITE-ACCEPT-RECORD
               END-IF

               ADD WS-REC-GOT TO WS-FILE-POS
           END-PERFORM

           CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
           CALL "CBL_CLOSE_FILE" USING WS-ACC-HANDLE
           CALL "CBL_CLOSE_FILE" USING WS-REJ-HANDLE
           MOVE 0 TO RETURN-CODE.

      *> EDIT-ONE-RECORD DECODES EVERY FIELD OF THE RECORD, THEN RUNS
      *> EVERY RULE, NOTING THE FIRST FAILURE FOR THE REJECT PREFIX.
       EDIT-ONE-RECORD.
           MOVE "N" TO WS-REC-FAILED
           MOVE SPACES TO WS-FIRST-CODE
           MOVE SPACES TO WS-FIRST-FIELD
           IF WS-REC-GOT < WS-RECORD-LEN
               ADD 1 TO WS-SHORT-COUNT
               MOVE "Y" TO WS-REC-FAILED
               MOVE "E08" TO WS-FIRST-CODE
               MOVE "*RECORD*" TO WS-FIRST-FIELD
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM DECODE-LAYOUT-FIELD
           END-PERFORM

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               PERFORM APPLY-ONE-RULE
               IF WS-RULE-PASSED = "N"
                   ADD 1 TO WS-RULE-FAILS(WS-RULE-IDX)
                   IF WS-REC-FAILED = "N"
                       MOVE "Y" TO WS-REC-FAILED
                       MOVE WS-FAIL-CODE TO WS-FIRST-CODE
                       MOVE WS-FLD-NAME(WS-RULE-FLD(WS-RULE-IDX))
                           TO WS-FIRST-FIELD
                   END-IF
               END-IF
           END-PERFORM.

      *> DECODE-LAYOUT-FIELD LEAVES FIELD WS-FLD-IDX'S TEXT IN
      *> WS-FLD-TEXT AND ITS STATE IN WS-FLD-STATE: "Y" DECODED,
      *> "P" BAD PACKED DATA, "N" OTHERWISE UNDECODABLE.
       DECODE-LAYOUT-FIELD.
           MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-CUR-OFFSET
           MOVE WS-FLD-LEN(WS-FLD-IDX) TO WS-CUR-LEN
           MOVE WS-FLD-DEC(WS-FLD-IDX) TO WS-CUR-DEC
           COMPUTE WS-FLD-END = WS-CUR-OFFSET + WS-CUR-LEN
           MOVE SPACES TO WS-EDIT-VALUE
           MOVE "Y" TO WS-FLD-OK
           IF WS-FLD-END > WS-REC-GOT
               MOVE "N" TO WS-FLD-OK
           ELSE
               EVALUATE WS-FLD-TYPE(WS-FLD-IDX)
                   WHEN "string"
                       PERFORM DECODE-STRING-FIELD
                   WHEN "packed"
                   WHEN "comp-3"
                       PERFORM UNPACK-PACKED-FIELD
                   WHEN "binary"
                   WHEN "comp"
                       PERFORM UNPACK-BINARY-FIELD
                   WHEN "unsigned"
                       PERFORM UNPACK-UNSIGNED-FIELD
                   WHEN OTHER
                       PERFORM FIELD-BYTES-TO-HEX
                       MOVE WS-FLD-HEX-TEXT TO WS-EDIT-VALUE
               END-EVALUATE
           END-IF
           MOVE FUNCTION TRIM(WS-EDIT-VALUE) TO WS-FLD-TEXT(WS-FLD-IDX)
           EVALUATE TRUE
               WHEN WS-FLD-OK = "Y"
                   MOVE "Y" TO WS-FLD-STATE(WS-FLD-IDX)
               WHEN WS-FLD-TYPE(WS-FLD-IDX) = "packed"
               WHEN WS-FLD-TYPE(WS-FLD-IDX) = "comp-3"
                   MOVE "P" TO WS-FLD-STATE(WS-FLD-IDX)
                   MOVE SPACES TO WS-FLD-TEXT(WS-FLD-IDX)
               WHEN OTHER
                   MOVE "N" TO WS-FLD-STATE(WS-FLD-IDX)
                   MOVE SPACES TO WS-FLD-TEXT(WS-FLD-IDX)
           END-EVALUATE.

      *> DECODE-STRING-FIELD COPIES A string FIELD'S TEXT, THROUGH
      *> THE CP037 TABLE WITH -ebcdic; LOW-VALUES READ AS BLANKS.
       DECODE-STRING-FIELD.
           PERFORM VARYING WS-FLD-POS FROM WS-CUR-OFFSET
                   BY 1 UNTIL WS-FLD-POS >= WS-FLD-END
               MOVE WS-REC-BUFFER(WS-FLD-POS + 1:1) TO WS-TRANS-IN
               EVALUATE TRUE
                   WHEN WS-TRANS-IN = X"00"
                       MOVE SPACE TO WS-TRANS-OUT
                   WHEN WS-EBCDIC = "Y"
                       MOVE EBCDIC-TO-ASCII-TABLE(
                           FUNCTION ORD(WS-TRANS-IN):1) TO WS-TRANS-OUT
                       IF WS-TRANS-OUT = X"00"
                           MOVE "?" TO WS-TRANS-OUT
                       END-IF
                   WHEN OTHER
                       MOVE WS-TRANS-IN TO WS-TRANS-OUT
               END-EVALUATE
               MOVE WS-TRANS-OUT TO WS-EDIT-VALUE(
                   WS-FLD-POS - WS-CUR-OFFSET + 1:1)
           END-PERFORM.

      *> APPLY-ONE-RULE CHECKS RULE WS-RULE-IDX AGAINST THE DECODED
      *> FIELDS, SETTING WS-RULE-PASSED AND, ON FAILURE, WS-FAIL-CODE.
       APPLY-ONE-RULE.
           MOVE "Y" TO WS-RULE-PASSED
           MOVE WS-RULE-FLD(WS-RULE-IDX) TO WS-FLD-IDX
           MOVE WS-FLD-TEXT(WS-FLD-IDX) TO WS-VALUE-A

           EVALUATE WS-RULE-KIND(WS-RULE-IDX)
               WHEN "REQUIRED"
                   IF WS-FLD-STATE(WS-FLD-IDX) = "Y"
                       AND WS-VALUE-A = SPACES
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E01" TO WS-FAIL-CODE
                   END-IF
               WHEN "PACKED"
                   IF WS-FLD-STATE(WS-FLD-IDX) NOT = "Y"
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E03" TO WS-FAIL-CODE
                   END-IF
               WHEN OTHER
                   IF WS-FLD-STATE(WS-FLD-IDX) = "P"
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E03" TO WS-FAIL-CODE
                   ELSE
                       IF WS-VALUE-A NOT = SPACES
                           PERFORM APPLY-VALUE-RULE
                       END-IF
                   END-IF
           END-EVALUATE.

      *> APPLY-VALUE-RULE HANDLES THE RULES THAT ONLY LOOK AT A
      *> NON-BLANK VALUE.
       APPLY-VALUE-RULE.
           EVALUATE WS-RULE-KIND(WS-RULE-IDX)
               WHEN "NUMERIC"
                   IF FUNCTION TEST-NUMVAL(WS-VALUE-A) NOT = 0
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E02" TO WS-FAIL-CODE
                   END-IF
               WHEN "DATE"
                   IF WS-VALUE-A(1:8) IS NOT NUMERIC
                       OR WS-VALUE-A(9:) NOT = SPACES
                       MOVE "N" TO WS-RULE-PASSED
                   ELSE
                       IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-VALUE-A(1:8))) NOT = 0
                           MOVE "N" TO WS-RULE-PASSED
                       END-IF
                   END-IF
                   IF WS-RULE-PASSED = "N"
                       MOVE "E04" TO WS-FAIL-CODE
                   END-IF
               WHEN "RANGE"
                   IF FUNCTION TEST-NUMVAL(WS-VALUE-A) NOT = 0
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E02" TO WS-FAIL-CODE
                   ELSE
                       COMPUTE WS-NUM-A = FUNCTION NUMVAL(WS-VALUE-A)
                       IF WS-NUM-A <
                           FUNCTION NUMVAL(WS-RULE-ARG1(WS-RULE-IDX))
                           OR WS-NUM-A >
                           FUNCTION NUMVAL(WS-RULE-ARG2(WS-RULE-IDX))
                           MOVE "N" TO WS-RULE-PASSED
                           MOVE "E05" TO WS-FAIL-CODE
                       END-IF
                   END-IF
               WHEN "VALUES"
                   PERFORM CHECK-VALUE-LIST
                   IF WS-LIST-HIT = "N"
                       MOVE "N" TO WS-RULE-PASSED
                       MOVE "E06" TO WS-FAIL-CODE
                   END-IF
               WHEN OTHER
                   PERFORM APPLY-CROSS-FIELD-RULE
           END-EVALUATE.

       CHECK-VALUE-LIST.
           MOVE "N" TO WS-LIST-HIT
           MOVE 1 TO WS-LIST-PTR
           PERFORM UNTIL WS-LIST-HIT = "Y" OR WS-LIST-PTR > 200
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-RULE-ARG1(WS-RULE-IDX) DELIMITED BY ","
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF WS-LIST-ITEM NOT = SPACES
                   AND WS-LIST-ITEM = WS-VALUE-A
                   MOVE "Y" TO WS-LIST-HIT
               END-IF
               IF WS-RULE-ARG1(WS-RULE-IDX)(WS-LIST-PTR:) = SPACES
                   MOVE 201 TO WS-LIST-PTR
               END-IF
           END-PERFORM.

      *> APPLY-CROSS-FIELD-RULE COMPARES THE FIELD WITH ANOTHER ONE:
      *> AS NUMBERS WHEN BOTH ARE NUMERIC, OTHERWISE AS TEXT. A BLANK
      *> OTHER FIELD PASSES, LIKE A BLANK FIELD DOES.
       APPLY-CROSS-FIELD-RULE.
           MOVE WS-FLD-TEXT(WS-RULE-OTHER(WS-RULE-IDX)) TO WS-VALUE-B
           IF WS-VALUE-B = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VALUE-A) = 0
               AND FUNCTION TEST-NUMVAL(WS-VALUE-B) = 0
               COMPUTE WS-NUM-A = FUNCTION NUMVAL(WS-VALUE-A)
               COMPUTE WS-NUM-B = FUNCTION NUMVAL(WS-VALUE-B)
               EVALUATE TRUE
                   WHEN WS-NUM-A < WS-NUM-B
                       MOVE -1 TO WS-COMPARE
                   WHEN WS-NUM-A > WS-NUM-B
                       MOVE 1 TO WS-COMPARE
                   WHEN OTHER
                       MOVE 0 TO WS-COMPARE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-VALUE-A < WS-VALUE-B
                       MOVE -1 TO WS-COMPARE
                   WHEN WS-VALUE-A > WS-VALUE-B
                       MOVE 1 TO WS-COMPARE
                   WHEN OTHER
                       MOVE 0 TO WS-COMPARE
               END-EVALUATE
           END-IF
           EVALUATE WS-RULE-KIND(WS-RULE-IDX)
               WHEN "GE"
                   IF WS-COMPARE < 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
               WHEN "GT"
                   IF WS-COMPARE <= 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
               WHEN "LE"
                   IF WS-COMPARE > 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
               WHEN "LT"
                   IF WS-COMPARE >= 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
               WHEN "EQ"
                   IF WS-COMPARE NOT = 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
               WHEN "NE"
                   IF WS-COMPARE = 0
                       MOVE "N" TO WS-RULE-PASSED
                   END-IF
           END-EVALUATE
           IF WS-RULE-PASSED = "N"
               MOVE "E07" TO WS-FAIL-CODE
           END-IF.

       WRITE-ACCEPT-RECORD.
           ADD 1 TO WS-ACC-COUNT
           MOVE WS-ACC-POS TO WS-BIN-OFFSET
           MOVE WS-REC-GOT TO WS-BIN-COUNT
           CALL "CBL_WRITE_FILE" USING WS-ACC-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-REC-BUFFER
           MOVE 0 TO RETURN-CODE
           ADD WS-REC-GOT TO WS-ACC-POS.

      *> WRITE-REJECT-RECORD WRITES THE 40-BYTE PREFIX AND THE RECORD
      *> AS READ, AND LISTS THE FIRST FEW REJECTS ON THE CONSOLE.
       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJ-COUNT
           MOVE WS-REC-COUNT TO WS-REJ-RECNO
           MOVE WS-FIRST-FIELD TO WS-REJ-FIELD
           MOVE WS-FIRST-CODE TO WS-REJ-CODE
           MOVE WS-REJ-POS TO WS-BIN-OFFSET
           MOVE 40 TO WS-BIN-COUNT
           CALL "CBL_WRITE_FILE" USING WS-REJ-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-REJ-PREFIX
           ADD 40 TO WS-REJ-POS
           MOVE WS-REJ-POS TO WS-BIN-OFFSET
           MOVE WS-REC-GOT TO WS-BIN-COUNT
           CALL "CBL_WRITE_FILE" USING WS-REJ-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-REC-BUFFER
           MOVE 0 TO RETURN-CODE
           ADD WS-REC-GOT TO WS-REJ-POS
           IF WS-REJ-COUNT <= WS-SHOW-MAX
               DISPLAY "Reject: record " WS-REJ-RECNO " field "
                   WS-REJ-FIELD " " WS-REJ-CODE
           END-IF.

      *> SHOW-EDIT-SUMMARY PRINTS THE TOTALS AND THE FAILURES PER
      *> RULE, WORKS OUT THE REJECT RATE AND SETS THE VERDICT.
       SHOW-EDIT-SUMMARY.
           IF WS-REJ-COUNT > WS-SHOW-MAX
               MOVE WS-REJ-COUNT TO WS-COUNT-DISP
               DISPLAY "(first " WS-SHOW-MAX " of "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " rejects listed - see the reject file)"
           END-IF
           MOVE 0 TO WS-REJ-RATE
           IF WS-REC-COUNT > 0
               COMPUTE WS-REJ-RATE ROUNDED =
                   WS-REJ-COUNT * 100 / WS-REC-COUNT
           END-IF

           DISPLAY " "
           DISPLAY "DATA EDIT SUMMARY - " FUNCTION TRIM(WS-IN-PATH)
           MOVE WS-REC-COUNT TO WS-COUNT-DISP
           DISPLAY "Records read      : " WS-COUNT-DISP
           MOVE WS-ACC-COUNT TO WS-COUNT-DISP
           DISPLAY "Records accepted  : " WS-COUNT-DISP
           MOVE WS-REJ-COUNT TO WS-COUNT-DISP
           DISPLAY "Records rejected  : " WS-COUNT-DISP
           IF WS-SHORT-COUNT > 0
               MOVE WS-SHORT-COUNT TO WS-COUNT-DISP
               DISPLAY "  of which short  : " WS-COUNT-DISP
           END-IF
           MOVE WS-REJ-RATE TO WS-RATE-DISP
           DISPLAY "Reject rate       : " WS-RATE-DISP "%"
           DISPLAY "Failures by rule:"
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-FAILS(WS-RULE-IDX) TO WS-COUNT-DISP
               DISPLAY "  " WS-COUNT-DISP "  "
                   WS-FLD-NAME(WS-RULE-FLD(WS-RULE-IDX)) " "
                   WS-RULE-KIND(WS-RULE-IDX)
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-REJ-COUNT > 0 AND WS-REJ-RATE > WS-FAIL-PCT
                   MOVE "FAIL" TO WS-VERDICT
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-REJ-COUNT > 0 AND WS-REJ-RATE > WS-WARN-PCT
                   MOVE "WARN" TO WS-VERDICT
                   MOVE 4 TO WS-RUN-RC
               WHEN OTHER
                   MOVE "OK" TO WS-VERDICT
                   MOVE 0 TO WS-RUN-RC
           END-EVALUATE
           MOVE WS-WARN-PCT TO WS-RATE-DISP
           DISPLAY "Thresholds        : warn over "
               FUNCTION TRIM(WS-RATE-DISP) "%, fail over " WITH
               NO ADVANCING
           MOVE WS-FAIL-PCT TO WS-RATE-DISP
           DISPLAY FUNCTION TRIM(WS-RATE-DISP) "%"
           DISPLAY "Verdict           : " WS-VERDICT
           EVALUATE WS-VERDICT
               WHEN "FAIL"
                   MOVE "DED014E" TO WS-MSG-ID
                   MOVE WS-FAIL-PCT TO WS-RATE-DISP
               WHEN "WARN"
                   MOVE "DED015W" TO WS-MSG-ID
                   MOVE WS-WARN-PCT TO WS-RATE-DISP
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
           MOVE WS-RATE-DISP TO WS-MSG-SLOT(3)
           MOVE WS-REJ-RATE TO WS-RATE-DISP
           MOVE WS-RATE-DISP TO WS-MSG-SLOT(2)
           PERFORM ISSUE-MESSAGE.

      *> UNPACK-PACKED-FIELD READS A COMP-3 FIELD: TWO DIGITS A BYTE,
      *> THE LAST NIBBLE THE SIGN (C/A/E/F POSITIVE, B/D NEGATIVE).
      *> ANY OTHER NIBBLE MAKES THE FIELD BAD.
       UNPACK-PACKED-FIELD.
           MOVE SPACES TO WS-DIGITS
           MOVE 0 TO WS-DIGIT-COUNT
           MOVE "N" TO WS-NEGATIVE
           PERFORM VARYING WS-FLD-POS FROM WS-CUR-OFFSET
                   BY 1 UNTIL WS-FLD-POS >= WS-FLD-END
                   OR WS-FLD-OK = "N"
               COMPUTE WS-BYTE-VALUE = FUNCTION ORD(
                   WS-REC-BUFFER(WS-FLD-POS + 1:1)) - 1
               DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HI-NIBBLE
                   REMAINDER WS-LO-NIBBLE
               IF WS-HI-NIBBLE > 9
                   MOVE "N" TO WS-FLD-OK
                   MOVE "bad packed digit nibble"
                       TO WS-FLD-BAD-REASON
               ELSE
                   ADD 1 TO WS-DIGIT-COUNT
                   MOVE HEX-TABLE(WS-HI-NIBBLE + 1:1)
                       TO WS-DIGITS(WS-DIGIT-COUNT:1)
               END-IF
               IF WS-FLD-POS + 1 < WS-FLD-END
                   IF WS-LO-NIBBLE > 9
                       MOVE "N" TO WS-FLD-OK
                       MOVE "bad packed digit nibble"
                           TO WS-FLD-BAD-REASON
                   ELSE
                       ADD 1 TO WS-DIGIT-COUNT
                       MOVE HEX-TABLE(WS-LO-NIBBLE + 1:1)
                           TO WS-DIGITS(WS-DIGIT-COUNT:1)
                   END-IF
               ELSE
                   EVALUATE WS-LO-NIBBLE
                       WHEN 10 WHEN 12 WHEN 14 WHEN 15
                           CONTINUE
                       WHEN 11 WHEN 13
                           MOVE "Y" TO WS-NEGATIVE
                       WHEN OTHER
                           MOVE "N" TO WS-FLD-OK
                           MOVE "bad packed sign nibble"
                               TO WS-FLD-BAD-REASON
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-FLD-OK = "Y"
               PERFORM EDIT-DECIMAL-VALUE
           END-IF.

      *> UNPACK-BINARY-FIELD READS A BIG-ENDIAN TWO'S-COMPLEMENT
      *> FIELD OF UP TO 8 BYTES, THE MAINFRAME COMP LAYOUT.
       UNPACK-BINARY-FIELD.
           IF WS-CUR-LEN > 8
               MOVE "N" TO WS-FLD-OK
               MOVE "binary field over 8 bytes" TO WS-FLD-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BIN-VALUE
           MOVE 1 TO WS-BIN-LIMIT
           PERFORM VARYING WS-FLD-POS FROM WS-CUR-OFFSET
                   BY 1 UNTIL WS-FLD-POS >= WS-FLD-END
               COMPUTE WS-BIN-VALUE = WS-BIN-VALUE * 256
                   + FUNCTION ORD(WS-REC-BUFFER(WS-FLD-POS + 1:1)) - 1
               COMPUTE WS-BIN-LIMIT = WS-BIN-LIMIT * 256
           END-PERFORM
           MOVE "N" TO WS-NEGATIVE
           IF FUNCTION ORD(WS-REC-BUFFER(
                   WS-CUR-OFFSET + 1:1)) - 1 >= 128
               MOVE "Y" TO WS-NEGATIVE
               COMPUTE WS-BIN-VALUE = WS-BIN-LIMIT - WS-BIN-VALUE
           END-IF
           PERFORM BINARY-VALUE-TO-DIGITS
           PERFORM EDIT-DECIMAL-VALUE.

      *> UNPACK-UNSIGNED-FIELD READS A LITTLE-ENDIAN UNSIGNED FIELD
      *> THE WAY CXX -a DOES.
       UNPACK-UNSIGNED-FIELD.
           IF WS-CUR-LEN > 8
               MOVE "N" TO WS-FLD-OK
               MOVE "unsigned field over 8 bytes"
                   TO WS-FLD-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BIN-VALUE
           PERFORM VARYING WS-FLD-POS FROM WS-FLD-END BY -1
                   UNTIL WS-FLD-POS <= WS-CUR-OFFSET
               COMPUTE WS-BIN-VALUE = WS-BIN-VALUE * 256
                   + FUNCTION ORD(WS-REC-BUFFER(WS-FLD-POS:1)) - 1
           END-PERFORM
           MOVE "N" TO WS-NEGATIVE
           PERFORM BINARY-VALUE-TO-DIGITS
           PERFORM EDIT-DECIMAL-VALUE.

       BINARY-VALUE-TO-DIGITS.
           MOVE WS-BIN-VALUE TO WS-BIN-DIGITS
           MOVE SPACES TO WS-DIGITS
           MOVE WS-BIN-DIGITS TO WS-DIGITS(1:20)
           MOVE 20 TO WS-DIGIT-COUNT.

      *> EDIT-DECIMAL-VALUE TURNS THE DIGIT STRING, SIGN AND THE
      *> FIELD'S IMPLIED DECIMAL PLACES INTO WS-EDIT-VALUE: NO
      *> LEADING ZEROS, A LEADING MINUS ONLY FOR A NON-ZERO NEGATIVE,
      *> AND AT LEAST ONE DIGIT BEFORE THE POINT (-0.05).
       EDIT-DECIMAL-VALUE.
           MOVE ALL "0" TO WS-NUM-WORK
           IF WS-DIGIT-COUNT > 0
               MOVE WS-DIGITS(1:WS-DIGIT-COUNT)
                   TO WS-NUM-WORK(65 - WS-DIGIT-COUNT:WS-DIGIT-COUNT)
           END-IF
           IF WS-CUR-DEC > 40
               MOVE 40 TO WS-CUR-DEC
           END-IF
           COMPUTE WS-NUM-INT-LEN = 64 - WS-CUR-DEC

           MOVE 0 TO WS-NUM-FIRST
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > WS-NUM-INT-LEN
                   OR WS-NUM-FIRST > 0
               IF WS-NUM-WORK(WS-NUM-IDX:1) NOT = "0"
                   MOVE WS-NUM-IDX TO WS-NUM-FIRST
               END-IF
           END-PERFORM
           IF WS-NUM-FIRST = 0
               MOVE WS-NUM-INT-LEN TO WS-NUM-FIRST
           END-IF

           IF WS-NUM-WORK = ALL "0"
               MOVE "N" TO WS-NEGATIVE
           END-IF
           MOVE SPACES TO WS-EDIT-VALUE
           MOVE 1 TO WS-EDIT-PTR
           IF WS-NEGATIVE = "Y"
               STRING "-" DELIMITED BY SIZE INTO WS-EDIT-VALUE
                   WITH POINTER WS-EDIT-PTR
           END-IF
           STRING WS-NUM-WORK(WS-NUM-FIRST:
                   WS-NUM-INT-LEN - WS-NUM-FIRST + 1)
               DELIMITED BY SIZE INTO WS-EDIT-VALUE
               WITH POINTER WS-EDIT-PTR
           IF WS-CUR-DEC > 0
               STRING "." WS-NUM-WORK(WS-NUM-INT-LEN + 1:
                       WS-CUR-DEC)
                   DELIMITED BY SIZE INTO WS-EDIT-VALUE
                   WITH POINTER WS-EDIT-PTR
           END-IF.

      *> FIELD-BYTES-TO-HEX SHOWS THE CURRENT FIELD'S RAW BYTES (UP TO
      *> 40) IN HEX, FOR hex FIELDS AND BAD-FIELD REPORTS.
       FIELD-BYTES-TO-HEX.
           MOVE SPACES TO WS-FLD-HEX-TEXT
           MOVE 0 TO WS-FLD-HEX-LEN
           PERFORM VARYING WS-FLD-POS FROM WS-CUR-OFFSET
                   BY 1 UNTIL WS-FLD-POS >= WS-FLD-END
                   OR WS-FLD-HEX-LEN >= 80
               COMPUTE WS-BYTE-VALUE = FUNCTION ORD(
                   WS-REC-BUFFER(WS-FLD-POS + 1:1)) - 1
               DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HI-NIBBLE
                   REMAINDER WS-LO-NIBBLE
               MOVE HEX-TABLE(WS-HI-NIBBLE + 1:1)
                   TO WS-FLD-HEX-TEXT(WS-FLD-HEX-LEN + 1:1)
               MOVE HEX-TABLE(WS-LO-NIBBLE + 1:1)
                   TO WS-FLD-HEX-TEXT(WS-FLD-HEX-LEN + 2:1)
               ADD 2 TO WS-FLD-HEX-LEN
           END-PERFORM.

       COPY "msgissue.cpy".

       END PROGRAM DataEdit.
