       01  BATCH-RECORD PIC X(255).

       FD  HEX-OUTPUT-FILE.
       01  HEX-OUTPUT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-DECIMAL          PIC 9(18) VALUE 0.

      *> CONVERT-TO-BASE IS A GENERAL BASE-N CONVERTER SHARED BY THE
      *> HEX/BINARY/OCTAL OUTPUT PATHS.
       01  BASE-TABLE                  PIC X(16)
           VALUE "0123456789ABCDEF".
       01  WS-CONV-BASE                PIC 9(2) COMP-5 VALUE 16.
       01  WS-CONV-WIDTH               PIC 9(2) COMP-5 VALUE 8.
       01  WS-CONV-RESULT              PIC X(64) VALUE SPACES.
       01  WS-FP-WORK          PIC 9(20) VALUE 0.
       01  WS-FP-REM           PIC 9(2) COMP-5 VALUE 0.

      *> TIMESTAMP MODE, "-ts [<epoch>]": A RAW TIME VALUE (DECIMAL,
      *> 0x-HEX, OR PLAIN HEX UNDER -r) IS SHOWN AS A UTC CALENDAR
      *> DATE AND TIME; A "YYYY-MM-DD [HH:MM:SS]" INPUT GOES THE
      *> OTHER WAY AND IS SHOWN AS THE RAW VALUE IN EVERY EPOCH. THE
      *> EPOCHS ARE THE ONES DUMPS ARE FULL OF:
      *>     unix      SECONDS SINCE 1970-01-01 (LC_LOAD_DYLIB STAMPS)
      *>     unixms    MILLISECONDS SINCE 1970-01-01
      *>     hfs       HFS+ SECONDS SINCE 1904-01-01
      *>     filetime  WINDOWS 100-NS TICKS SINCE 1601-01-01
      *>     utctime   ASN.1 UTCTime/GeneralizedTime TEXT, AS IN A
      *>               CODE SIGNATURE'S CMS SIGNING TIME - GIVEN AS
      *>               THE TEXT OR AS THE HEX BYTES A DUMP SHOWS
      *> WITH NO EPOCH NAMED A RAW VALUE IS SHOWN UNDER EVERY EPOCH.
      *> EVERYTHING IS WORKED IN SECONDS SINCE 1601-01-01, WHICH IS
      *> DAY 1 OF THE INTEGER-OF-DATE CALENDAR, SO NO EPOCH EVER
      *> GOES NEGATIVE INSIDE THE ARITHMETIC. -f APPLIES IT TO EVERY
      *> LINE OF A FILE (-o GETS ONE RESULT PER LINE).
       01  WS-TS-MODE          PIC X VALUE "N".
       01  WS-TS-EPOCH         PIC X(8) VALUE "ALL".
       01  WS-TS-CUR-EPOCH     PIC X(8) VALUE SPACES.
       01  WS-TS-TEXT          PIC X(64) VALUE SPACES.
       01  WS-TS-TEXT-LEN      PIC 9(2) COMP-5 VALUE 0.
       01  WS-TS-IS-DATE       PIC X VALUE "N".
       01  WS-TS-VALUE-OK      PIC X VALUE "Y".
       01  WS-TS-NEG           PIC X VALUE "N".
       01  WS-TS-RAW           PIC S9(18) VALUE 0.
       01  WS-TS-VALUE         PIC S9(20) VALUE 0.
       01  WS-TS-S1601         PIC S9(18) VALUE 0.
       01  WS-TS-FRAC          PIC 9(7) VALUE 0.
       01  WS-TS-FRAC-DIGITS   PIC 9(1) VALUE 0.
       01  WS-TS-DAYS          PIC 9(9) VALUE 0.
       01  WS-TS-SECS-OF-DAY   PIC 9(5) VALUE 0.
       01  WS-TS-MAX-DAY       PIC 9(9) VALUE 0.
       01  WS-TS-YMD           PIC 9(8) VALUE 0.
       01  WS-TS-YMD-X REDEFINES WS-TS-YMD.
           05  WS-TS-YYYY      PIC 9(4).
           05  WS-TS-MM        PIC 9(2).
           05  WS-TS-DD        PIC 9(2).
       01  WS-TS-HH            PIC 9(2) VALUE 0.
       01  WS-TS-MI            PIC 9(2) VALUE 0.
       01  WS-TS-SS            PIC 9(2) VALUE 0.
       01  WS-TS-UTC-TEXT      PIC X(40) VALUE SPACES.
       01  WS-TS-OUT-TEXT      PIC X(80) VALUE SPACES.
       01  WS-TS-LABEL         PIC X(16) VALUE SPACES.
       01  WS-TS-DISP          PIC -(19)9.
       01  WS-TS-PTR           PIC 9(3) COMP-5 VALUE 1.
       01  WS-TS-HEX-TEXT      PIC X(20) VALUE SPACES.
       01  WS-TS-NOTE          PIC X(32) VALUE SPACES.
       01  WS-TS-IDX           PIC 9(2) COMP-5 VALUE 0.
       01  WS-TS-CHAR          PIC X VALUE SPACE.
       01  WS-TS-UTCTIME       PIC X(20) VALUE SPACES.
       01  WS-TS-UT-LEN        PIC 9(2) COMP-5 VALUE 0.
       01  WS-TS-BATCH-OUT     PIC X(160) VALUE SPACES.
       01  WS-TS-REJECTS       PIC 9(5) COMP-5 VALUE 0.
       01  WS-TS-SECS-1970     PIC 9(11) VALUE 11644473600.
       01  WS-TS-SECS-1904     PIC 9(11) VALUE 9561628800.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
                       WS-AUDIT-PARAMS, WS-AUDIT-RESULT
                   GOBACK
               END-IF
               IF WS-TS-MODE = "Y" AND WS-BATCH-MODE = "N"
                   MOVE SPACES TO WS-TS-TEXT
                   IF WS-POSITIONAL-COUNT >= 1
                       MOVE WS-POSITIONAL-ENTRY(1) TO WS-TS-TEXT
                   END-IF
                   IF WS-POSITIONAL-COUNT >= 2
                       STRING FUNCTION TRIM(WS-POSITIONAL-ENTRY(1))
                           " " FUNCTION TRIM(WS-POSITIONAL-ENTRY(2))
                           DELIMITED BY SIZE INTO WS-TS-TEXT
                   END-IF
                   PERFORM RUN-TIMESTAMP-MODE
                   IF WS-TS-VALUE-OK = "N"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
                   MOVE WS-TS-OUT-TEXT TO WS-AUDIT-RESULT
                   CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                       WS-AUDIT-PARAMS, WS-AUDIT-RESULT
                   GOBACK
               END-IF
               PERFORM DETECT-EXPRESSION
               IF WS-EXPR-MODE = "Y"
                   PERFORM EVALUATE-EXPRESSION

           CALL "AuditLogger" USING WS-AUDIT-PROGRAM, WS-AUDIT-PARAMS,
               WS-AUDIT-RESULT
           IF WS-TS-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

           INSPECT WS-RESULT TALLYING WS-START-INDEX FOR LEADING SPACES
           ADD 1 TO WS-START-INDEX

           DISPLAY "Hexadecimal Representation: "
               WS-RESULT(WS-START-INDEX:16 - WS-START-INDEX + 1).

      *> PARSE-ARGS SPLITS THE COMMAND LINE INTO TOKENS AND WALKS
      *> THEM, RECOGNIZING FLAGS IN ANY ORDER AND COLLECTING EVERY
                       MOVE "Y" TO WS-SHOW-OCTAL
                   WHEN "-fp"
                       MOVE "Y" TO WS-FP-MODE
                   WHEN "-ts"
                       MOVE "Y" TO WS-TS-MODE
      *> AN EPOCH NAME FOLLOWING -ts (IN ANY POSITION) SELECTS THE
      *> EPOCH RATHER THAN BEING TAKEN AS THE VALUE.
                   WHEN "unix"
                   WHEN "unixms"
                   WHEN "hfs"
                   WHEN "filetime"
                   WHEN "utctime"
                       IF WS-TS-MODE = "Y"
                           MOVE FUNCTION UPPER-CASE(
                               WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-TS-EPOCH
                       ELSE
                           ADD 1 TO WS-POSITIONAL-COUNT
                           MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO
                               WS-POSITIONAL-ENTRY(WS-POSITIONAL-COUNT)
                       END-IF
                   WHEN "-f"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "Y" TO WS-BATCH-MODE
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "Y" TO WS-WRITE-OUTPUT
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-HEX-OUTPUT-FILE
                   WHEN OTHER
                       ADD 1 TO WS-POSITIONAL-COUNT
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
           MOVE WS-EXPR-OPERAND-VAL TO WS-EXPR-RIGHT-VAL

           IF WS-EXPR-OPERAND-OK = "N"
               MOVE "DEC001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-EXPR-OPERAND-OK = "N"
               OR WS-SIGNED-VALUE > 18446744073709551615
               MOVE "DEC002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
      *> THE VALUE IS NEGATIVE.
       NORMALIZE-SIGNED-VALUE.
           IF WS-SIGNED-VALUE > 18446744073709551615
               MOVE "DEC003S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SIGNED-VALUE < 0
               IF WS-NEGATIVE-MODE NOT = "Y"
                   MOVE "DEC004S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           INSPECT WS-HEX-INPUT CONVERTING
               "abcdef" TO "ABCDEF"

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-HEX-INPUT))
               TO WS-HEX-LEN
           MOVE 0 TO WS-UNSIGNED-VALUE
           MOVE "N" TO WS-IS-NEGATIVE

               PERFORM UNTIL WS-CONV-DECIMAL = 0 OR WS-CONV-INDEX = 0
                   COMPUTE WS-CONV-REMAINDER =
                       FUNCTION MOD(WS-CONV-DECIMAL WS-CONV-BASE)
                   MOVE BASE-TABLE(WS-CONV-REMAINDER + 1:1)
                       TO WS-TEMP-CHAR
                   MOVE WS-TEMP-CHAR TO WS-CONV-RESULT(WS-CONV-INDEX:1)
                   SUBTRACT 1 FROM WS-CONV-INDEX
                   DIVIDE WS-CONV-DECIMAL BY WS-CONV-BASE
       RUN-BATCH-MODE.
           OPEN INPUT BATCH-FILE
           IF WS-BATCH-STATUS NOT = "00"
               MOVE "DEC005E" TO WS-MSG-ID
               MOVE WS-BATCH-FILE TO WS-MSG-SLOT(1)
               MOVE WS-BATCH-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-WRITE-OUTPUT = "Y"
               OPEN OUTPUT HEX-OUTPUT-FILE
               IF WS-HEX-OUTPUT-STATUS NOT = "00"
                   MOVE "DEC006E" TO WS-MSG-ID
                   MOVE WS-HEX-OUTPUT-FILE TO WS-MSG-SLOT(1)
                   MOVE WS-HEX-OUTPUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   CLOSE BATCH-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                       MOVE "Y" TO WS-BATCH-EOF
                   NOT AT END
                       IF WS-BATCH-LINE NOT = SPACES
                           AND WS-TS-MODE = "Y"
                           DISPLAY "Input: "
                               FUNCTION TRIM(WS-BATCH-LINE)
                           MOVE WS-BATCH-LINE TO WS-TS-TEXT
                           PERFORM RUN-TIMESTAMP-MODE
                           IF WS-TS-VALUE-OK = "N"
                               ADD 1 TO WS-TS-REJECTS
                               MOVE "invalid" TO WS-TS-BATCH-OUT
                           END-IF
                           IF WS-WRITE-OUTPUT = "Y"
                               MOVE WS-TS-BATCH-OUT TO HEX-OUTPUT-RECORD
                               WRITE HEX-OUTPUT-RECORD
                           END-IF
                       END-IF
                       IF WS-BATCH-LINE NOT = SPACES
                           AND WS-TS-MODE = "N"
                           MOVE WS-BATCH-LINE TO WS-POSITIONAL-ENTRY(1)
                           DISPLAY "Input: "
                               FUNCTION TRIM(WS-BATCH-LINE)
                           PERFORM CONVERT-ONE-VALUE
                           PERFORM DISPLAY-CONVERSION-RESULT
                           IF WS-WRITE-OUTPUT = "Y"
       RUN-FLOAT-MODE.
           MOVE WS-POSITIONAL-ENTRY(1) TO WS-FP-ARG
           IF WS-FP-ARG = SPACES
               MOVE "DEC007S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               TO WS-HEX-LEN

           IF WS-HEX-LEN NOT = 8 AND WS-HEX-LEN NOT = 16
               MOVE "DEC008S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
                   TO WS-FP-HEX-LE((WS-FP-PAIR-J - 1) * 2 + 1:2)
           END-PERFORM.

      *> RUN-TIMESTAMP-MODE HANDLES ONE -ts INPUT IN WS-TS-TEXT: A
      *> DATE IS ENCODED INTO EVERY EPOCH, A UTCTime IS DECODED AS
      *> TEXT, ANYTHING ELSE IS A RAW VALUE DECODED UNDER THE NAMED
      *> EPOCH (OR ALL OF THEM). WS-TS-VALUE-OK COMES BACK "N" ON BAD
      *> INPUT; WS-TS-BATCH-OUT HOLDS THE LINE A -o FILE GETS.
       RUN-TIMESTAMP-MODE.
           MOVE "Y" TO WS-TS-VALUE-OK
           MOVE SPACES TO WS-TS-OUT-TEXT
           MOVE SPACES TO WS-TS-BATCH-OUT
           MOVE 1 TO WS-TS-PTR
           MOVE FUNCTION TRIM(WS-TS-TEXT) TO WS-TS-TEXT
           MOVE 0 TO WS-TS-TEXT-LEN
           IF WS-TS-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TS-TEXT))
                   TO WS-TS-TEXT-LEN
           END-IF

           MOVE "N" TO WS-TS-IS-DATE
           IF WS-TS-TEXT-LEN >= 10 AND WS-TS-TEXT(5:1) = "-"
               AND WS-TS-TEXT(8:1) = "-"
               MOVE "Y" TO WS-TS-IS-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-TS-TEXT-LEN = 0
                   MOVE "DEC009S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE "N" TO WS-TS-VALUE-OK
               WHEN WS-TS-IS-DATE = "Y"
                   PERFORM TS-ENCODE-DATE
               WHEN WS-TS-EPOCH = "UTCTIME"
                   PERFORM TS-DECODE-UTCTIME
               WHEN OTHER
                   PERFORM TS-PARSE-VALUE
                   IF WS-TS-VALUE-OK = "N"
                       MOVE "DEC010E" TO WS-MSG-ID
                       MOVE WS-TS-TEXT TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                   ELSE
                       IF WS-TS-EPOCH = "ALL"
                           MOVE "UNIX" TO WS-TS-CUR-EPOCH
                           PERFORM TS-SHOW-DECODED
                           MOVE "UNIXMS" TO WS-TS-CUR-EPOCH
                           PERFORM TS-SHOW-DECODED
                           MOVE "HFS" TO WS-TS-CUR-EPOCH
                           PERFORM TS-SHOW-DECODED
                           MOVE "FILETIME" TO WS-TS-CUR-EPOCH
                           PERFORM TS-SHOW-DECODED
                       ELSE
                           MOVE WS-TS-EPOCH TO WS-TS-CUR-EPOCH
                           PERFORM TS-SHOW-DECODED
                       END-IF
                   END-IF
           END-EVALUATE.

      *> TS-PARSE-VALUE READS WS-TS-TEXT INTO WS-TS-RAW: 0x-PREFIXED
      *> (OR, UNDER -r, BARE) HEX, OTHERWISE DECIMAL WITH AN OPTIONAL
      *> LEADING MINUS (PRE-1970 UNIX TIMES ARE NEGATIVE).
       TS-PARSE-VALUE.
           MOVE 0 TO WS-TS-RAW
           MOVE "N" TO WS-TS-NEG
           MOVE 1 TO WS-TS-IDX
           IF WS-TS-TEXT(1:2) = "0x" OR WS-TS-TEXT(1:2) = "0X"
               OR WS-REVERSE-MODE = "Y"
               IF WS-TS-TEXT(1:2) = "0x" OR WS-TS-TEXT(1:2) = "0X"
                   MOVE 3 TO WS-TS-IDX
               END-IF
               INSPECT WS-TS-TEXT CONVERTING "abcdef" TO "ABCDEF"
               IF WS-TS-IDX > WS-TS-TEXT-LEN
                   MOVE "N" TO WS-TS-VALUE-OK
               END-IF
               PERFORM VARYING WS-TS-IDX FROM WS-TS-IDX BY 1
                       UNTIL WS-TS-IDX > WS-TS-TEXT-LEN
                   MOVE WS-TS-TEXT(WS-TS-IDX:1) TO WS-HEX-CHAR
                   IF (WS-HEX-CHAR >= "0" AND WS-HEX-CHAR <= "9")
                       OR (WS-HEX-CHAR >= "A" AND WS-HEX-CHAR <= "F")
                       PERFORM HEX-CHAR-TO-DIGIT-VALUE
                       COMPUTE WS-TS-RAW =
                           WS-TS-RAW * 16 + WS-HEX-DIGIT-VALUE
                           ON SIZE ERROR
                               MOVE "N" TO WS-TS-VALUE-OK
                       END-COMPUTE
                   ELSE
                       MOVE "N" TO WS-TS-VALUE-OK
                   END-IF
               END-PERFORM
           ELSE
               IF WS-TS-TEXT(1:1) = "-"
                   MOVE "Y" TO WS-TS-NEG
                   MOVE 2 TO WS-TS-IDX
               END-IF
               IF WS-TS-IDX > WS-TS-TEXT-LEN
                   MOVE "N" TO WS-TS-VALUE-OK
               END-IF
               PERFORM VARYING WS-TS-IDX FROM WS-TS-IDX BY 1
                       UNTIL WS-TS-IDX > WS-TS-TEXT-LEN
                   MOVE WS-TS-TEXT(WS-TS-IDX:1) TO WS-TS-CHAR
                   IF WS-TS-CHAR >= "0" AND WS-TS-CHAR <= "9"
                       COMPUTE WS-TS-RAW = WS-TS-RAW * 10
                           + FUNCTION ORD(WS-TS-CHAR)
                           - FUNCTION ORD("0")
                           ON SIZE ERROR
                               MOVE "N" TO WS-TS-VALUE-OK
                       END-COMPUTE
                   ELSE
                       MOVE "N" TO WS-TS-VALUE-OK
                   END-IF
               END-PERFORM
               IF WS-TS-NEG = "Y"
                   COMPUTE WS-TS-RAW = 0 - WS-TS-RAW
               END-IF
           END-IF.

      *> TS-SHOW-DECODED READS WS-TS-RAW UNDER WS-TS-CUR-EPOCH AND
      *> SHOWS THE UTC DATE AND TIME IT STANDS FOR.
       TS-SHOW-DECODED.
           MOVE 0 TO WS-TS-FRAC
           MOVE 0 TO WS-TS-FRAC-DIGITS
           EVALUATE WS-TS-CUR-EPOCH
               WHEN "UNIX"
                   MOVE "Unix seconds" TO WS-TS-LABEL
                   COMPUTE WS-TS-S1601 = WS-TS-RAW + WS-TS-SECS-1970
               WHEN "UNIXMS"
                   MOVE "Unix millisecs" TO WS-TS-LABEL
                   COMPUTE WS-TS-S1601 =
                       WS-TS-RAW + WS-TS-SECS-1970 * 1000
                   IF WS-TS-S1601 >= 0
                       DIVIDE WS-TS-S1601 BY 1000 GIVING WS-TS-S1601
                           REMAINDER WS-TS-FRAC
                       MOVE 3 TO WS-TS-FRAC-DIGITS
                   END-IF
               WHEN "HFS"
                   MOVE "HFS+ (1904)" TO WS-TS-LABEL
                   COMPUTE WS-TS-S1601 = WS-TS-RAW + WS-TS-SECS-1904
               WHEN OTHER
                   MOVE "FILETIME" TO WS-TS-LABEL
                   MOVE WS-TS-RAW TO WS-TS-S1601
                   IF WS-TS-S1601 >= 0
                       DIVIDE WS-TS-S1601 BY 10000000
                           GIVING WS-TS-S1601 REMAINDER WS-TS-FRAC
                       MOVE 7 TO WS-TS-FRAC-DIGITS
                   END-IF
           END-EVALUATE

           PERFORM TS-FORMAT-UTC
           DISPLAY WS-TS-LABEL(1:15) ": "
               FUNCTION TRIM(WS-TS-UTC-TEXT)
           IF WS-TS-OUT-TEXT = SPACES
               MOVE WS-TS-UTC-TEXT TO WS-TS-OUT-TEXT
           END-IF
           IF WS-TS-EPOCH = "ALL"
               IF WS-TS-PTR > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO WS-TS-BATCH-OUT WITH POINTER WS-TS-PTR
               END-IF
               STRING FUNCTION TRIM(WS-TS-LABEL) "="
                   FUNCTION TRIM(WS-TS-UTC-TEXT)
                   DELIMITED BY SIZE
                   INTO WS-TS-BATCH-OUT WITH POINTER WS-TS-PTR
           ELSE
               MOVE WS-TS-UTC-TEXT TO WS-TS-BATCH-OUT
           END-IF.

      *> TS-FORMAT-UTC TURNS WS-TS-S1601 (SECONDS SINCE 1601-01-01)
      *> PLUS WS-TS-FRAC (WS-TS-FRAC-DIGITS OF SUB-SECOND) INTO
      *> "YYYY-MM-DD HH:MM:SS[.fff] UTC" IN WS-TS-UTC-TEXT.
       TS-FORMAT-UTC.
           MOVE SPACES TO WS-TS-UTC-TEXT
           COMPUTE WS-TS-MAX-DAY = FUNCTION INTEGER-OF-DATE(99991231)
           IF WS-TS-S1601 < 0
               MOVE "(before 1601-01-01, out of range)"
                   TO WS-TS-UTC-TEXT
           ELSE
               DIVIDE WS-TS-S1601 BY 86400 GIVING WS-TS-DAYS
                   REMAINDER WS-TS-SECS-OF-DAY
               IF WS-TS-DAYS + 1 > WS-TS-MAX-DAY
                   MOVE "(after 9999-12-31, out of range)"
                       TO WS-TS-UTC-TEXT
               ELSE
                   MOVE FUNCTION DATE-OF-INTEGER(WS-TS-DAYS + 1)
                       TO WS-TS-YMD
                   DIVIDE WS-TS-SECS-OF-DAY BY 3600 GIVING WS-TS-HH
                       REMAINDER WS-TS-SECS-OF-DAY
                   DIVIDE WS-TS-SECS-OF-DAY BY 60 GIVING WS-TS-MI
                       REMAINDER WS-TS-SS
                   STRING WS-TS-YYYY "-" WS-TS-MM "-" WS-TS-DD " "
                       WS-TS-HH ":" WS-TS-MI ":" WS-TS-SS
                       DELIMITED BY SIZE INTO WS-TS-UTC-TEXT
                   IF WS-TS-FRAC-DIGITS > 0
                       STRING WS-TS-UTC-TEXT(1:19) "."
                           WS-TS-FRAC(8 - WS-TS-FRAC-DIGITS:
                               WS-TS-FRAC-DIGITS)
                           DELIMITED BY SIZE INTO WS-TS-OUT-TEXT
                       MOVE WS-TS-OUT-TEXT TO WS-TS-UTC-TEXT
                       MOVE SPACES TO WS-TS-OUT-TEXT
                   END-IF
                   STRING FUNCTION TRIM(WS-TS-UTC-TEXT) " UTC"
                       DELIMITED BY SIZE INTO WS-TS-NOTE
                   MOVE WS-TS-NOTE TO WS-TS-UTC-TEXT
                   MOVE SPACES TO WS-TS-NOTE
               END-IF
           END-IF.

      *> TS-ENCODE-DATE READS "YYYY-MM-DD", OPTIONALLY FOLLOWED (AFTER
      *> A SPACE OR A "T") BY "HH:MM:SS", AS A UTC TIME AND SHOWS THE
      *> RAW VALUE EVERY EPOCH WOULD STORE FOR IT, IN DECIMAL AND HEX,
      *> PLUS THE UTCTime TEXT AND ITS BYTES AS A CMS SIGNATURE
      *> CARRIES THEM (READY FOR A cxx -x SEARCH).
       TS-ENCODE-DATE.
           MOVE 0 TO WS-TS-HH
           MOVE 0 TO WS-TS-MI
           MOVE 0 TO WS-TS-SS
           IF WS-TS-TEXT(1:4) IS NUMERIC AND WS-TS-TEXT(6:2) IS NUMERIC
               AND WS-TS-TEXT(9:2) IS NUMERIC
               MOVE WS-TS-TEXT(1:4) TO WS-TS-YYYY
               MOVE WS-TS-TEXT(6:2) TO WS-TS-MM
               MOVE WS-TS-TEXT(9:2) TO WS-TS-DD
           ELSE
               MOVE "N" TO WS-TS-VALUE-OK
           END-IF
           IF WS-TS-TEXT-LEN > 10
               IF WS-TS-TEXT-LEN = 19 AND WS-TS-TEXT(14:1) = ":"
                   AND WS-TS-TEXT(17:1) = ":"
                   AND WS-TS-TEXT(12:2) IS NUMERIC
                   AND WS-TS-TEXT(15:2) IS NUMERIC
                   AND WS-TS-TEXT(18:2) IS NUMERIC
                   MOVE WS-TS-TEXT(12:2) TO WS-TS-HH
                   MOVE WS-TS-TEXT(15:2) TO WS-TS-MI
                   MOVE WS-TS-TEXT(18:2) TO WS-TS-SS
               ELSE
                   MOVE "N" TO WS-TS-VALUE-OK
               END-IF
           END-IF
           PERFORM TS-CHECK-YMD-HMS
           IF WS-TS-VALUE-OK = "N"
               MOVE "DEC011E" TO WS-MSG-ID
               MOVE WS-TS-TEXT TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM TS-SHOW-ENCODED
           END-IF.

      *> TS-CHECK-YMD-HMS VALIDATES THE DATE/TIME FIELDS AND, WHEN
      *> THEY HOLD UP, SETS WS-TS-S1601 FROM THEM.
       TS-CHECK-YMD-HMS.
           IF WS-TS-VALUE-OK = "Y"
               IF WS-TS-YYYY < 1601
                   OR FUNCTION TEST-DATE-YYYYMMDD(WS-TS-YMD) NOT = 0
                   OR WS-TS-HH > 23 OR WS-TS-MI > 59 OR WS-TS-SS > 59
                   MOVE "N" TO WS-TS-VALUE-OK
               ELSE
                   COMPUTE WS-TS-S1601 =
                       (FUNCTION INTEGER-OF-DATE(WS-TS-YMD) - 1) * 86400
                       + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
               END-IF
           END-IF.

       TS-SHOW-ENCODED.
           MOVE 0 TO WS-TS-FRAC-DIGITS
           PERFORM TS-FORMAT-UTC
           DISPLAY "UTC            : " FUNCTION TRIM(WS-TS-UTC-TEXT)

           COMPUTE WS-TS-VALUE = WS-TS-S1601 - WS-TS-SECS-1970
           MOVE "Unix seconds" TO WS-TS-LABEL
           MOVE "UNIX" TO WS-TS-CUR-EPOCH
           PERFORM TS-SHOW-RAW-VALUE
           STRING "unix=" FUNCTION TRIM(WS-TS-DISP) DELIMITED BY SIZE
               INTO WS-TS-OUT-TEXT

           COMPUTE WS-TS-VALUE = (WS-TS-S1601 - WS-TS-SECS-1970) * 1000
           MOVE "Unix millisecs" TO WS-TS-LABEL
           MOVE "UNIXMS" TO WS-TS-CUR-EPOCH
           PERFORM TS-SHOW-RAW-VALUE

           COMPUTE WS-TS-VALUE = WS-TS-S1601 - WS-TS-SECS-1904
           MOVE "HFS+ (1904)" TO WS-TS-LABEL
           MOVE "HFS" TO WS-TS-CUR-EPOCH
           PERFORM TS-SHOW-RAW-VALUE

           COMPUTE WS-TS-VALUE = WS-TS-S1601 * 10000000
           MOVE "FILETIME" TO WS-TS-LABEL
           MOVE "FILETIME" TO WS-TS-CUR-EPOCH
           PERFORM TS-SHOW-RAW-VALUE

      *> UTCTime CARRIES TWO-DIGIT YEARS 1950-2049; OUTSIDE THAT
      *> WINDOW A CMS SIGNATURE USES FOUR-DIGIT GeneralizedTime.
           MOVE SPACES TO WS-TS-UTCTIME
           IF WS-TS-YYYY >= 1950 AND WS-TS-YYYY <= 2049
               STRING WS-TS-YYYY(3:2) WS-TS-MM WS-TS-DD WS-TS-HH
                   WS-TS-MI WS-TS-SS "Z"
                   DELIMITED BY SIZE INTO WS-TS-UTCTIME
               MOVE 13 TO WS-TS-UT-LEN
               MOVE "UTCTime" TO WS-TS-LABEL
           ELSE
               STRING WS-TS-YYYY WS-TS-MM WS-TS-DD WS-TS-HH
                   WS-TS-MI WS-TS-SS "Z"
                   DELIMITED BY SIZE INTO WS-TS-UTCTIME
               MOVE 15 TO WS-TS-UT-LEN
               MOVE "GeneralizedTime" TO WS-TS-LABEL
           END-IF
           MOVE SPACES TO WS-CONV-RESULT
           PERFORM VARYING WS-TS-IDX FROM 1 BY 1
                   UNTIL WS-TS-IDX > WS-TS-UT-LEN
               COMPUTE WS-CONV-REMAINDER =
                   (FUNCTION ORD(WS-TS-UTCTIME(WS-TS-IDX:1)) - 1) / 16
               MOVE BASE-TABLE(WS-CONV-REMAINDER + 1:1)
                   TO WS-CONV-RESULT(WS-TS-IDX * 2 - 1:1)
               COMPUTE WS-CONV-REMAINDER = FUNCTION MOD(
                   FUNCTION ORD(WS-TS-UTCTIME(WS-TS-IDX:1)) - 1, 16)
               MOVE BASE-TABLE(WS-CONV-REMAINDER + 1:1)
                   TO WS-CONV-RESULT(WS-TS-IDX * 2:1)
           END-PERFORM
           DISPLAY WS-TS-LABEL(1:15) ": " FUNCTION TRIM(WS-TS-UTCTIME)
               "  (bytes " FUNCTION TRIM(WS-CONV-RESULT) ")".

      *> TS-SHOW-RAW-VALUE PRINTS ONE EPOCH'S RAW VALUE FOR AN
      *> ENCODED DATE, WITH ITS HEX FORM AND ANY FIELD-WIDTH WARNING,
      *> AND FEEDS THE -o LINE.
       TS-SHOW-RAW-VALUE.
           MOVE WS-TS-VALUE TO WS-TS-DISP
           MOVE SPACES TO WS-TS-NOTE
           MOVE SPACES TO WS-TS-HEX-TEXT
           IF WS-TS-VALUE < 0
               MOVE "(before the epoch)" TO WS-TS-NOTE
           ELSE
               MOVE WS-TS-VALUE TO WS-UNSIGNED-VALUE
               MOVE "N" TO WS-IS-NEGATIVE
               MOVE 16 TO WS-CONV-BASE
               IF WS-UNSIGNED-VALUE > 4294967295
                   MOVE 16 TO WS-CONV-WIDTH
               ELSE
                   MOVE 8 TO WS-CONV-WIDTH
               END-IF
               PERFORM CONVERT-TO-BASE
               STRING "0x" WS-CONV-RESULT(WS-CONV-START-INDEX:
                       WS-CONV-WIDTH - WS-CONV-START-INDEX + 1)
                   DELIMITED BY SIZE INTO WS-TS-HEX-TEXT
               IF WS-TS-CUR-EPOCH = "UNIX"
                   AND WS-TS-VALUE > 2147483647
                   MOVE "(past a 32-bit time_t)" TO WS-TS-NOTE
               END-IF
               IF WS-TS-CUR-EPOCH = "HFS"
                   AND WS-TS-VALUE > 4294967295
                   MOVE "(past the 32-bit HFS+ field)" TO WS-TS-NOTE
               END-IF
               IF WS-TS-VALUE > 18446744073709551615
                   MOVE SPACES TO WS-TS-HEX-TEXT
                   MOVE "(past a 64-bit field)" TO WS-TS-NOTE
               END-IF
           END-IF
           DISPLAY WS-TS-LABEL(1:15) ": " FUNCTION TRIM(WS-TS-DISP)
               "  " FUNCTION TRIM(WS-TS-HEX-TEXT) " "
               FUNCTION TRIM(WS-TS-NOTE)
           IF WS-TS-EPOCH = WS-TS-CUR-EPOCH
               MOVE SPACES TO WS-TS-BATCH-OUT
               MOVE FUNCTION TRIM(WS-TS-DISP) TO WS-TS-BATCH-OUT
           END-IF
           IF WS-TS-EPOCH = "ALL"
               IF WS-TS-PTR > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-TS-BATCH-OUT WITH POINTER WS-TS-PTR
               END-IF
               STRING FUNCTION LOWER-CASE(WS-TS-CUR-EPOCH)
                   DELIMITED BY SPACE
                   "=" FUNCTION TRIM(WS-TS-DISP) DELIMITED BY SIZE
                   INTO WS-TS-BATCH-OUT WITH POINTER WS-TS-PTR
           END-IF.

      *> TS-DECODE-UTCTIME READS AN ASN.1 UTCTime ("YYMMDDHHMMSSZ")
      *> OR GeneralizedTime ("YYYYMMDDHHMMSSZ") - AS TEXT, OR AS THE
      *> HEX BYTES OF THAT TEXT LIFTED STRAIGHT OUT OF A DUMP.
       TS-DECODE-UTCTIME.
           MOVE SPACES TO WS-TS-UTCTIME
           IF WS-TS-TEXT(WS-TS-TEXT-LEN:1) = "Z"
               OR WS-TS-TEXT(WS-TS-TEXT-LEN:1) = "z"
               MOVE WS-TS-TEXT(1:20) TO WS-TS-UTCTIME
               MOVE WS-TS-TEXT-LEN TO WS-TS-UT-LEN
           ELSE
               INSPECT WS-TS-TEXT CONVERTING "abcdef" TO "ABCDEF"
               MOVE 0 TO WS-TS-UT-LEN
               IF FUNCTION MOD(WS-TS-TEXT-LEN, 2) NOT = 0
                   OR WS-TS-TEXT-LEN > 40
                   MOVE "N" TO WS-TS-VALUE-OK
               END-IF
               PERFORM VARYING WS-TS-IDX FROM 1 BY 2
                       UNTIL WS-TS-IDX > WS-TS-TEXT-LEN
                       OR WS-TS-VALUE-OK = "N"
                   MOVE WS-TS-TEXT(WS-TS-IDX:1) TO WS-HEX-CHAR
                   PERFORM HEX-CHAR-TO-DIGIT-VALUE
                   COMPUTE WS-CONV-REMAINDER = WS-HEX-DIGIT-VALUE * 16
                   MOVE WS-TS-TEXT(WS-TS-IDX + 1:1) TO WS-HEX-CHAR
                   PERFORM HEX-CHAR-TO-DIGIT-VALUE
                   ADD 1 TO WS-TS-UT-LEN
                   MOVE FUNCTION CHAR(WS-CONV-REMAINDER
                       + WS-HEX-DIGIT-VALUE + 1)
                       TO WS-TS-UTCTIME(WS-TS-UT-LEN:1)
               END-PERFORM
           END-IF

           IF WS-TS-VALUE-OK = "Y"
               EVALUATE TRUE
                   WHEN WS-TS-UT-LEN = 13
                       AND WS-TS-UTCTIME(1:12) IS NUMERIC
                       MOVE WS-TS-UTCTIME(1:2) TO WS-TS-YYYY
                       IF WS-TS-YYYY >= 50
                           ADD 1900 TO WS-TS-YYYY
                       ELSE
                           ADD 2000 TO WS-TS-YYYY
                       END-IF
                       MOVE WS-TS-UTCTIME(3:2) TO WS-TS-MM
                       MOVE WS-TS-UTCTIME(5:2) TO WS-TS-DD
                       MOVE WS-TS-UTCTIME(7:2) TO WS-TS-HH
                       MOVE WS-TS-UTCTIME(9:2) TO WS-TS-MI
                       MOVE WS-TS-UTCTIME(11:2) TO WS-TS-SS
                   WHEN WS-TS-UT-LEN = 15
                       AND WS-TS-UTCTIME(1:14) IS NUMERIC
                       MOVE WS-TS-UTCTIME(1:4) TO WS-TS-YYYY
                       MOVE WS-TS-UTCTIME(5:2) TO WS-TS-MM
                       MOVE WS-TS-UTCTIME(7:2) TO WS-TS-DD
                       MOVE WS-TS-UTCTIME(9:2) TO WS-TS-HH
                       MOVE WS-TS-UTCTIME(11:2) TO WS-TS-MI
                       MOVE WS-TS-UTCTIME(13:2) TO WS-TS-SS
                   WHEN OTHER
                       MOVE "N" TO WS-TS-VALUE-OK
               END-EVALUATE
           END-IF
           PERFORM TS-CHECK-YMD-HMS

           IF WS-TS-VALUE-OK = "N"
               MOVE "DEC012E" TO WS-MSG-ID
               MOVE WS-TS-TEXT TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           ELSE
               MOVE 0 TO WS-TS-FRAC-DIGITS
               PERFORM TS-FORMAT-UTC
               DISPLAY "UTCTime        : " WS-TS-UTCTIME(1:WS-TS-UT-LEN)
               DISPLAY "UTC            : " FUNCTION TRIM(WS-TS-UTC-TEXT)
               MOVE WS-TS-UTC-TEXT TO WS-TS-OUT-TEXT
               MOVE WS-TS-UTC-TEXT TO WS-TS-BATCH-OUT
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM DEC2HEX.
