      *>
      *> INVOKED AS:
      *>     dataconv -a <layout-file> -R <record-length>
      *>              -dir e2a|a2e|csv <infile> <outfile>
      *>
      *> -dir csv EXPORTS AN EBCDIC DATASET AS A COMMA-SEPARATED FILE
      *> FOR SPREADSHEETS AND THE REPORTING DATABASE: A HEADER ROW OF
      *> THE LAYOUT'S FIELD NAMES, THEN ONE ROW PER RECORD. string
      *> FIELDS ARE TRANSLATED AS e2a DOES (LOW-VALUES AS BLANKS) AND
      *> TRIMMED, QUOTED WHEN THEY HOLD A COMMA OR QUOTE; packed
      *> (COMP-3) AND binary (BIG-ENDIAN, TWO'S-COMPLEMENT COMP)
      *> FIELDS ARE UNPACKED TO SIGNED DECIMAL; unsigned AND hex
      *> FIELDS READ AS THEY DO IN CXX -a. A LAYOUT LINE MAY CARRY A
      *> FIFTH TOKEN, THE FIELD'S IMPLIED DECIMAL PLACES:
      *>     40 5 amount packed 2
      *> A PACKED FIELD WITH A NON-DIGIT NIBBLE OR A BAD SIGN NIBBLE
      *> IS REPORTED BY RECORD NUMBER AND FIELD NAME WITH ITS BYTES
      *> IN HEX AND EXPORTED AS AN EMPTY VALUE, NEVER PASSED THROUGH;
      *> ANY SUCH FIELD SETS THE WARNING EXIT CODE.
      *>
      *> VARIABLE-LENGTH (RECFM=V/VB) FEEDS ARE READ WITH
      *>     -recfm v|vb [-outfmt v|fb]
      *> v IS RECORDS EACH PREFIXED BY AN RDW (2-BYTE BIG-ENDIAN
      *> LENGTH INCLUDING ITSELF, 2 ZERO BYTES); vb WRAPS THEM IN
      *> BLOCKS, EACH PREFIXED BY A BDW OF THE SAME SHAPE. EVERY
      *> BLOCK IS CHECKED BEFORE ITS RECORDS ARE USED: THE RDW
      *> LENGTHS MUST ADD UP TO THE BDW LENGTH EXACTLY. A BLOCK THAT
      *> DOES NOT ADD UP IS REPORTED BY ITS FILE OFFSET AND SKIPPED
      *> WHOLE; A DESCRIPTOR THAT CANNOT BE READ AT ALL (SHORT, ZERO,
      *> SPANNED OR PAST END OF FILE) IS REPORTED AND ENDS THE RUN,
      *> SINCE NOTHING AFTER IT CAN BE LOCATED. EITHER WAY THE RUN
      *> ENDS WITH THE ERROR EXIT CODE. FIELD OFFSETS ARE RELATIVE TO
      *> THE RECORD DATA AFTER THE RDW, AS THE MAINFRAME PROGRAM SEES
      *> THEM. e2a AND a2e OUTPUT KEEPS THE RDWS (-outfmt v, THE
      *> DEFAULT) OR PADS EACH RECORD TO -R BYTES WITH TARGET-SET
      *> BLANKS (-outfmt fb); csv WRITES THE DELIMITED FORM.
      *>
      *> A FILE MIXING RECORD TYPES NAMES ITS RECORD-TYPE FIELD AND
      *> GIVES EACH TYPE ITS OWN FIELDS:
      *>     RECTYPE <offset> <length>
      *>     LAYOUT  <record-type-code>
      *>         <fields of that record type...>
      *> FIELDS BEFORE THE FIRST LAYOUT LINE APPLY TO EVERY RECORD.
      *> A RECORD WHOSE TYPE MATCHES NO LAYOUT GETS ONLY THOSE COMMON
      *> FIELDS AND IS COUNTED AS AN UNKNOWN TYPE (WARNING EXIT CODE).
      *> THE CSV HEADER ROW CARRIES EVERY LAYOUT'S FIELDS, AND EACH
      *> ROW FILLS ONLY THE COLUMNS OF ITS OWN RECORD TYPE. THIS
      *> WORKS FOR FIXED-LENGTH FILES TOO.
      *>
      *> CONTROL-TOTAL RECONCILIATION, RUN AS ITS OWN DECK STEP AHEAD
      *> OF THE CONVERSION SO A SHORT DELIVERY STOPS THE DECK:
      *>     dataconv -a <layout-file> -R <record-length> -recon
      *>              [-bizdate YYYYMMDD] <infile>
      *> THE LAYOUT MARKS THE DELIVERY'S HEADER AND TRAILER AND ITS
      *> CONTROL FIELDS WITH KEYWORD LINES (CXX -a SKIPS THEM):
      *>     HEADER    <offset> <length> <record-type-code>
      *>     TRAILER   <offset> <length> <record-type-code>
      *>     HDRDATE   <offset> <length> <type>
      *>     TRLCOUNT  <offset> <length> <type>
      *>     TRLHASH   <offset> <length> <type> [<decimals>]
      *>     HASHFIELD <detail-field-name>
      *> A RECORD WHOSE TYPE BYTES READ AS THE HEADER (OR TRAILER)
      *> CODE IS THE HEADER (TRAILER); EVERY OTHER RECORD IS DETAIL.
      *> THE HEADER MUST BE THE FIRST RECORD AND THE TRAILER THE
      *> LAST, EXACTLY ONE OF EACH; THE TRAILER COUNT MUST EQUAL THE
      *> DETAIL RECORDS READ, THE TRAILER HASH THE SUM OF THE HASH
      *> FIELD OVER THEM, AND THE HEADER RUN DATE (YYYYMMDD) THE
      *> EXPECTED BUSINESS DATE (DEFAULT TODAY). THE VERDICT IS
      *> BALANCED (EXIT 0) OR OUT-OF-BALANCE (EXIT 8). -dir csv
      *> LEAVES HEADER AND TRAILER RECORDS OUT OF THE EXPORT.
      *>
      *> RECORDS ARE RAW FIXED-LENGTH (NO LINE TERMINATORS), READ AND
      *> WRITTEN THROUGH THE SYSTEM FILE ROUTINES ONE RECORD PER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

           SELECT CSV-FILE ASSIGN DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD PIC X(255).

       FD  CSV-FILE.
       01  CSV-RECORD PIC X(8192).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 16 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-POSITIONAL-TABLE.
               10  WS-FLD-LEN    PIC 9(3) COMP-5.
               10  WS-FLD-NAME   PIC X(24).
               10  WS-FLD-TYPE   PIC X(8).
               10  WS-FLD-DEC    PIC 9(2) COMP-5.
               10  WS-FLD-GROUP  PIC 9(2) COMP-5.
       01  WS-FLD-IDX            PIC 9(2) COMP-5.
       01  WS-TOK-OFFSET         PIC X(12) VALUE SPACES.
       01  WS-TOK-LEN            PIC X(4) VALUE SPACES.
       01  WS-TOK-NAME           PIC X(24) VALUE SPACES.
       01  WS-TOK-TYPE           PIC X(8) VALUE SPACES.
       01  WS-TOK-DEC            PIC X(4) VALUE SPACES.

      *> CSV EXPORT: THE ROW BEING BUILT, THE CURRENT FIELD'S TEXT,
      *> AND THE DIGIT WORK AREAS THE NUMERIC FIELDS ARE UNPACKED
      *> THROUGH. DIGITS ARE HANDLED AS TEXT, SO A 16-BYTE PACKED
      *> FIELD NEEDS NO 31-DIGIT ARITHMETIC.
       01  WS-CSV-STATUS         PIC XX VALUE SPACES.
       01  WS-CSV-LINE           PIC X(8192) VALUE SPACES.
       01  WS-CSV-PTR            PIC 9(5) COMP-5 VALUE 1.
       01  WS-CSV-VALUE          PIC X(4096) VALUE SPACES.
       01  WS-CSV-VALUE-LEN      PIC 9(5) COMP-5 VALUE 0.
       01  WS-CSV-QUOTED         PIC X(8192) VALUE SPACES.
       01  WS-CSV-QPTR           PIC 9(5) COMP-5 VALUE 1.
       01  WS-CSV-NEEDS-QUOTE    PIC X VALUE "N".
       01  WS-CSV-SPECIALS       PIC 9(4) COMP-5 VALUE 0.
       01  WS-CSV-CHAR-IDX       PIC 9(5) COMP-5 VALUE 0.
       01  WS-FLD-OK             PIC X VALUE "Y".
       01  WS-FLD-BAD-COUNT      PIC 9(9) COMP-5 VALUE 0.
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
       01  WS-BIN-IDX            PIC 9(3) COMP-5 VALUE 0.
       01  WS-REC-DISP           PIC 9(9).
       01  WS-CUR-OFFSET         PIC 9(9) COMP-5 VALUE 0.
       01  WS-CUR-LEN            PIC 9(3) COMP-5 VALUE 0.
       01  WS-CUR-TYPE           PIC X(8) VALUE SPACES.
       01  WS-CUR-DEC            PIC 9(2) COMP-5 VALUE 0.

      *> CONTROL ENTRIES FROM THE LAYOUT'S KEYWORD LINES. SLOT 1 IS
      *> HEADER, 2 TRAILER, 3 HDRDATE, 4 TRLCOUNT, 5 TRLHASH; THE
      *> CODE IS THE RECORD-TYPE VALUE FOR HEADER AND TRAILER.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 5 TIMES.
               10  WS-CTL-SET    PIC X.
               10  WS-CTL-OFFSET PIC 9(9) COMP-5.
               10  WS-CTL-LEN    PIC 9(3) COMP-5.
               10  WS-CTL-TYPE   PIC X(8).
               10  WS-CTL-DEC    PIC 9(2) COMP-5.
               10  WS-CTL-CODE   PIC X(24).
       01  WS-CTL-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-CTL-TOKENS.
           05  WS-CTL-TOK        PIC X(24) OCCURS 5 TIMES.
       01  WS-HASH-FIELD-NAME    PIC X(24) VALUE SPACES.
       01  WS-HASH-FLD-IDX       PIC 9(2) COMP-5 VALUE 0.
       01  WS-REC-KIND           PIC X VALUE "D".

      *> RECORD-TYPE LAYOUTS: THE RECTYPE FIELD AND ONE CODE PER
      *> LAYOUT LINE. A FIELD'S GROUP IS THE LAYOUT IT FOLLOWS, 0 FOR
      *> THE COMMON FIELDS AHEAD OF THE FIRST LAYOUT LINE.
       01  WS-RECTYPE-SET        PIC X VALUE "N".
       01  WS-RECTYPE-OFFSET     PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECTYPE-LEN        PIC 9(3) COMP-5 VALUE 0.
       01  WS-LAY-MAX            PIC 9(2) COMP-5 VALUE 16.
       01  WS-LAY-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-LAY-TABLE.
           05  WS-LAY-CODE       PIC X(24) OCCURS 16 TIMES.
       01  WS-LAY-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-CUR-GROUP          PIC 9(2) COMP-5 VALUE 0.
       01  WS-REC-GROUP          PIC 9(2) COMP-5 VALUE 0.
       01  WS-REC-TYPE-TEXT      PIC X(24) VALUE SPACES.
       01  WS-FLD-APPLIES        PIC X VALUE "Y".
       01  WS-UNKNOWN-TYPES      PIC 9(9) COMP-5 VALUE 0.

      *> VARIABLE-LENGTH INPUT: THE BLOCK (OR, FOR RECFM=V, THE SINGLE
      *> RECORD) IN HAND, WHERE ITS NEXT RDW STARTS, AND THE FILE
      *> OFFSET OF THE NEXT DESCRIPTOR TO READ.
       01  WS-RECFM              PIC X(2) VALUE "f".
       01  WS-OUTFMT             PIC X(2) VALUE "v".
       01  WS-BLK-BUFFER         PIC X(32760).
       01  WS-BLK-FILE-POS       PIC 9(12) COMP-5 VALUE 0.
       01  WS-BLK-LEN            PIC 9(5) COMP-5 VALUE 0.
       01  WS-BLK-NEXT           PIC 9(5) COMP-5 VALUE 1.
       01  WS-BLK-SUM            PIC 9(7) COMP-5 VALUE 0.
       01  WS-BLK-OK             PIC X VALUE "Y".
       01  WS-BLK-REASON         PIC X(60) VALUE SPACES.
       01  WS-NEXT-DESC-POS      PIC 9(12) COMP-5 VALUE 0.
       01  WS-DESC-BYTES         PIC X(4) VALUE SPACES.
       01  WS-DESC-LEN           PIC 9(5) COMP-5 VALUE 0.
       01  WS-DESC-WALK          PIC 9(5) COMP-5 VALUE 0.
       01  WS-RDW-LEN            PIC 9(5) COMP-5 VALUE 0.
       01  WS-RDW-OUT            PIC X(4) VALUE LOW-VALUES.
       01  WS-VB-EOF             PIC X VALUE "N".
       01  WS-VB-HAVE-REC        PIC X VALUE "N".
       01  WS-BLK-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-BAD-BLOCKS         PIC 9(9) COMP-5 VALUE 0.
       01  WS-TRUNCATED-RECS     PIC 9(9) COMP-5 VALUE 0.
       01  WS-OUT-POS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-OUT-LEN            PIC 9(5) COMP-5 VALUE 0.
       01  WS-PAD-CHAR           PIC X VALUE SPACE.
       01  WS-OFFSET-DISP        PIC Z(11)9.
       01  WS-NUM-DISP-A         PIC Z(8)9.
       01  WS-NUM-DISP-B         PIC Z(8)9.

      *> RECONCILIATION STATE: WHAT WAS READ, WHAT THE HEADER AND
      *> TRAILER CLAIM, AND THE FINDINGS COUNTED TOWARD THE VERDICT.
       01  WS-RECON-MODE         PIC X VALUE "N".
       01  WS-BIZ-DATE           PIC X(8) VALUE SPACES.
       01  WS-HDR-FOUND          PIC 9(9) COMP-5 VALUE 0.
       01  WS-HDR-RECNO          PIC 9(9) COMP-5 VALUE 0.
       01  WS-HDR-DATE-TEXT      PIC X(24) VALUE SPACES.
       01  WS-TRL-FOUND          PIC 9(9) COMP-5 VALUE 0.
       01  WS-TRL-RECNO          PIC 9(9) COMP-5 VALUE 0.
       01  WS-TRL-COUNT-TEXT     PIC X(40) VALUE SPACES.
       01  WS-TRL-COUNT-VALUE    PIC S9(18) COMP-3 VALUE 0.
       01  WS-TRL-COUNT-OK       PIC X VALUE "N".
       01  WS-TRL-HASH-TEXT      PIC X(40) VALUE SPACES.
       01  WS-TRL-HASH-VALUE     PIC S9(25)V9(6) COMP-3 VALUE 0.
       01  WS-TRL-HASH-OK        PIC X VALUE "N".
       01  WS-DTL-COUNT          PIC 9(9) COMP-5 VALUE 0.
       01  WS-DTL-AFTER-TRL      PIC 9(9) COMP-5 VALUE 0.
       01  WS-HASH-TOTAL         PIC S9(25)V9(6) COMP-3 VALUE 0.
       01  WS-HASH-BAD           PIC 9(9) COMP-5 VALUE 0.
       01  WS-HASH-ABS           PIC 9(25)V9(6) VALUE 0.
       01  WS-HASH-ABS-X REDEFINES WS-HASH-ABS PIC X(31).
       01  WS-HASH-TOTAL-TEXT    PIC X(40) VALUE SPACES.
       01  WS-RECON-ISSUES       PIC 9(5) COMP-5 VALUE 0.
       01  WS-RECON-STATE        PIC X(10) VALUE SPACES.
       01  WS-RECON-VERDICT      PIC X(14) VALUE SPACES.
       01  WS-RECON-LINE         PIC X(132) VALUE SPACES.

      *> CP037 EBCDIC-TO-ASCII TRANSLATE TABLE, THE SAME ONE CXX
      *> CARRIES; THE ASCII-TO-EBCDIC INVERSE IS BUILT FROM IT AT
      *> STARTUP. CODES WITH NO MAPPING TRANSLATE TO THE TARGET
      *> SET'S QUESTION MARK SO A BAD BYTE IS VISIBLE, NOT SILENT.
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
       01  ASCII-TO-EBCDIC-TABLE PIC X(256).
       01  WS-TBL-IDX            PIC 9(3) COMP-5.
       01  WS-BIN-OFFSET         PIC 9(18) COMP VALUE 0.
       01  WS-BIN-COUNT          PIC 9(9) COMP VALUE 0.
       01  WS-BIN-FLAGS          PIC X VALUE X"00".
       01  WS-REC-BUFFER         PIC X(32760).
       01  WS-REC-GOT            PIC 9(5) COMP-5 VALUE 0.
       01  WS-FILE-POS           PIC 9(12) COMP-5 VALUE 0.
       01  WS-FILE-SIZE          PIC 9(12) COMP-5 VALUE 0.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "DataConv".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE WS-POSITIONAL-ENTRY(1) TO WS-IN-PATH
           MOVE WS-POSITIONAL-ENTRY(2) TO WS-OUT-PATH

           IF WS-RECON-MODE = "Y"
               IF WS-RECFM NOT = "f"
                   MOVE "DCV001S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM RECONCILE-DELIVERY
               GOBACK
           END-IF

           IF (WS-RECFM NOT = "f" AND WS-RECFM NOT = "v"
                   AND WS-RECFM NOT = "vb")
               OR (WS-OUTFMT NOT = "v" AND WS-OUTFMT NOT = "fb")
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RECFM NOT = "f" AND WS-RECORD-LEN = 0
               AND (WS-OUTFMT = "v" OR WS-DIRECTION = "csv")
               MOVE 1 TO WS-RECORD-LEN
           END-IF

           IF WS-LAYOUT-PATH = SPACES OR WS-RECORD-LEN = 0
               OR WS-IN-PATH = SPACES OR WS-OUT-PATH = SPACES
               OR (WS-DIRECTION NOT = "e2a"
                   AND WS-DIRECTION NOT = "a2e"
                   AND WS-DIRECTION NOT = "csv")
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK

           PERFORM LOAD-LAYOUT-FILE
           IF WS-FLD-COUNT = 0
               MOVE "DCV002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LAY-COUNT > 0 AND WS-RECTYPE-SET NOT = "Y"
               MOVE "DCV003S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUILD-INVERSE-TABLE
           EVALUATE TRUE
               WHEN WS-RECFM NOT = "f"
                   PERFORM CONVERT-VARIABLE-DATASET
               WHEN WS-DIRECTION = "csv"
                   PERFORM EXPORT-DATASET-CSV
               WHEN OTHER
                   PERFORM CONVERT-DATASET
           END-EVALUATE

           MOVE WS-REC-COUNT TO WS-COUNT-DISP
           DISPLAY "Records converted : " WS-COUNT-DISP
           MOVE WS-FLD-XLATED TO WS-COUNT-DISP
           DISPLAY "Fields translated : " WS-COUNT-DISP
           IF WS-DIRECTION = "csv"
               MOVE WS-FLD-BAD-COUNT TO WS-COUNT-DISP
               DISPLAY "Bad numeric fields: " WS-COUNT-DISP
           END-IF
           IF WS-LAY-COUNT > 0
               MOVE WS-UNKNOWN-TYPES TO WS-COUNT-DISP
               DISPLAY "Unknown rec types : " WS-COUNT-DISP
           END-IF
           IF WS-RECFM = "vb"
               MOVE WS-BLK-COUNT TO WS-COUNT-DISP
               DISPLAY "Blocks read       : " WS-COUNT-DISP
           END-IF
           IF WS-RECFM NOT = "f"
               MOVE WS-BAD-BLOCKS TO WS-COUNT-DISP
               DISPLAY "Bad blocks        : " WS-COUNT-DISP
           END-IF
           IF WS-BAD-BLOCKS > 0
               MOVE "DCV021E" TO WS-MSG-ID
               MOVE WS-BAD-BLOCKS TO WS-MSG-SLOT(1)
               MOVE WS-IN-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF
           IF WS-DIRECTION = "csv" AND WS-FLD-BAD-COUNT > 0
               MOVE "DCV019W" TO WS-MSG-ID
               MOVE WS-FLD-BAD-COUNT TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF
           IF WS-UNKNOWN-TYPES > 0
               MOVE "DCV020W" TO WS-MSG-ID
               MOVE WS-UNKNOWN-TYPES TO WS-MSG-SLOT(1)
               MOVE WS-LAYOUT-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF

           MOVE WS-IN-PATH TO WS-AUDIT-PARAMS
           MOVE WS-REC-COUNT TO WS-COUNT-DISP
           STRING WS-DIRECTION " records=" WS-COUNT-DISP
               " out=" FUNCTION TRIM(WS-OUT-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           IF WS-DIRECTION = "csv"
               MOVE WS-FLD-BAD-COUNT TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-AUDIT-RESULT)
                   " bad fields=" FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               MOVE WS-CSV-LINE TO WS-AUDIT-RESULT
           END-IF
           IF WS-RECFM NOT = "f"
               MOVE SPACES TO WS-CSV-LINE
               MOVE WS-BAD-BLOCKS TO WS-COUNT-DISP
               STRING FUNCTION TRIM(WS-AUDIT-RESULT)
                   " recfm=" FUNCTION TRIM(WS-RECFM)
                   " bad blocks=" FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
               MOVE WS-CSV-LINE TO WS-AUDIT-RESULT
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           GOBACK.

       SHOW-USAGE.
           MOVE "DCV004S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE
           DISPLAY "   or: dataconv -a <layout-file> -recfm v|vb "
               "[-outfmt v|fb -R <record-length>] -dir e2a|a2e|csv "
               "<infile> <outfile>"
           DISPLAY "   or: dataconv -a <layout-file> "
               "-R <record-length> -recon [-bizdate YYYYMMDD] "
               "<infile>".

      *> PARSE-ARGS SPLITS THE COMMAND LINE INTO TOKENS AND WALKS
      *> THEM, THE SAME ORDER-INDEPENDENT STYLE CXX USES.
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8) WS-ARG-ENTRY(9)
                    WS-ARG-ENTRY(10) WS-ARG-ENTRY(11) WS-ARG-ENTRY(12)
                    WS-ARG-ENTRY(13) WS-ARG-ENTRY(14) WS-ARG-ENTRY(15)
                    WS-ARG-ENTRY(16)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

                       COMPUTE WS-RECORD-LEN =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                       IF WS-RECORD-LEN > 4096
                           MOVE "DCV005S" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                   WHEN "-dir"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-DIRECTION
                   WHEN "-recfm"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-RECFM
                   WHEN "-outfmt"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-OUTFMT
                   WHEN "-recon"
                       MOVE "Y" TO WS-RECON-MODE
                   WHEN "-bizdate"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-BIZ-DATE
                   WHEN OTHER
                       ADD 1 TO WS-POSITIONAL-COUNT
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
      *> offset/length/name/type LINES CXX'S -a MODE READS.
       LOAD-LAYOUT-FILE.
           MOVE 0 TO WS-FLD-COUNT
           MOVE 0 TO WS-LAY-COUNT
           MOVE 0 TO WS-CUR-GROUP
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1 UNTIL WS-CTL-IDX > 5
               MOVE "N" TO WS-CTL-SET(WS-CTL-IDX)
           END-PERFORM
           MOVE "N" TO WS-LAYOUT-EOF

           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE "DCV006E" TO WS-MSG-ID
               MOVE WS-LAYOUT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LAYOUT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-LAYOUT-EOF = "Y"
                   READ LAYOUT-FILE INTO WS-LAYOUT-LINE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF

           MOVE 0 TO WS-HASH-FLD-IDX
           IF WS-HASH-FIELD-NAME NOT = SPACES
               PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                       UNTIL WS-FLD-IDX > WS-FLD-COUNT
                   IF WS-FLD-NAME(WS-FLD-IDX) = WS-HASH-FIELD-NAME
                       AND WS-HASH-FLD-IDX = 0
                       MOVE WS-FLD-IDX TO WS-HASH-FLD-IDX
                   END-IF
               END-PERFORM
           END-IF.

       PARSE-LAYOUT-LINE.
           MOVE SPACES TO WS-CTL-TOKENS
           UNSTRING WS-LAYOUT-LINE DELIMITED BY ALL SPACE
               INTO WS-CTL-TOK(1) WS-CTL-TOK(2) WS-CTL-TOK(3)
                   WS-CTL-TOK(4) WS-CTL-TOK(5)
           END-UNSTRING
           EVALUATE WS-CTL-TOK(1)
               WHEN "HEADER"    MOVE 1 TO WS-CTL-IDX
               WHEN "TRAILER"   MOVE 2 TO WS-CTL-IDX
               WHEN "HDRDATE"   MOVE 3 TO WS-CTL-IDX
               WHEN "TRLCOUNT"  MOVE 4 TO WS-CTL-IDX
               WHEN "TRLHASH"   MOVE 5 TO WS-CTL-IDX
               WHEN "HASHFIELD" MOVE 9 TO WS-CTL-IDX
               WHEN "RECTYPE"   MOVE 10 TO WS-CTL-IDX
               WHEN "LAYOUT"    MOVE 11 TO WS-CTL-IDX
               WHEN OTHER       MOVE 0 TO WS-CTL-IDX
           END-EVALUATE
           IF WS-CTL-IDX = 10
               IF WS-CTL-TOK(3) = SPACES
                   MOVE "DCV007W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               ELSE
                   MOVE "Y" TO WS-RECTYPE-SET
                   COMPUTE WS-RECTYPE-OFFSET =
                       FUNCTION NUMVAL(WS-CTL-TOK(2))
                   COMPUTE WS-RECTYPE-LEN =
                       FUNCTION NUMVAL(WS-CTL-TOK(3))
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-IDX = 11
               IF WS-LAY-COUNT < WS-LAY-MAX
                   AND WS-CTL-TOK(2) NOT = SPACES
                   ADD 1 TO WS-LAY-COUNT
                   MOVE WS-CTL-TOK(2) TO WS-LAY-CODE(WS-LAY-COUNT)
                   MOVE WS-LAY-COUNT TO WS-CUR-GROUP
               ELSE
                   MOVE "DCV008W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-IDX = 9
               MOVE WS-CTL-TOK(2) TO WS-HASH-FIELD-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-CTL-IDX > 0
               PERFORM PARSE-CONTROL-LINE
               EXIT PARAGRAPH
           END-IF

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
                       FUNCTION NUMVAL(WS-TOK-LEN)
                   MOVE WS-TOK-NAME TO WS-FLD-NAME(WS-FLD-COUNT)
                   MOVE WS-TOK-TYPE TO WS-FLD-TYPE(WS-FLD-COUNT)
                   MOVE 0 TO WS-FLD-DEC(WS-FLD-COUNT)
                   MOVE WS-CUR-GROUP TO WS-FLD-GROUP(WS-FLD-COUNT)
                   IF WS-TOK-DEC NOT = SPACES
                       COMPUTE WS-FLD-DEC(WS-FLD-COUNT) =
                           FUNCTION NUMVAL(WS-TOK-DEC)
                   END-IF
                   IF WS-FLD-LEN(WS-FLD-COUNT) = 0
                       SUBTRACT 1 FROM WS-FLD-COUNT
                   END-IF
               END-IF
           END-IF.

      *> PARSE-CONTROL-LINE FILLS CONTROL SLOT WS-CTL-IDX FROM A
      *> "<keyword> <offset> <length> <code-or-type> [<decimals>]"
      *> LINE. HEADER AND TRAILER READ THEIR TYPE BYTES AS TEXT.
       PARSE-CONTROL-LINE.
           IF WS-CTL-TOK(2) = SPACES OR WS-CTL-TOK(3) = SPACES
               OR WS-CTL-TOK(4) = SPACES
               MOVE "DCV009W" TO WS-MSG-ID
               MOVE WS-CTL-TOK(1) TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CTL-SET(WS-CTL-IDX)
           COMPUTE WS-CTL-OFFSET(WS-CTL-IDX) =
               FUNCTION NUMVAL(WS-CTL-TOK(2))
           COMPUTE WS-CTL-LEN(WS-CTL-IDX) =
               FUNCTION NUMVAL(WS-CTL-TOK(3))
           MOVE 0 TO WS-CTL-DEC(WS-CTL-IDX)
           MOVE SPACES TO WS-CTL-CODE(WS-CTL-IDX)
           IF WS-CTL-IDX <= 2
               MOVE "string" TO WS-CTL-TYPE(WS-CTL-IDX)
               MOVE WS-CTL-TOK(4) TO WS-CTL-CODE(WS-CTL-IDX)
           ELSE
               MOVE WS-CTL-TOK(4) TO WS-CTL-TYPE(WS-CTL-IDX)
               IF WS-CTL-TOK(5) NOT = SPACES
                   COMPUTE WS-CTL-DEC(WS-CTL-IDX) =
                       FUNCTION NUMVAL(WS-CTL-TOK(5))
               END-IF
           END-IF
           IF WS-CTL-LEN(WS-CTL-IDX) = 0
               OR WS-CTL-LEN(WS-CTL-IDX) > 40
               MOVE "DCV010W" TO WS-MSG-ID
               MOVE WS-CTL-TOK(1) TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-CTL-SET(WS-CTL-IDX)
           END-IF.

      *> BUILD-INVERSE-TABLE DERIVES THE ASCII-TO-EBCDIC TABLE FROM
      *> THE CP037 FORWARD TABLE: EVERY MAPPED EBCDIC CODE POINTS ITS
      *> ASCII IMAGE BACK AT ITSELF; EVERYTHING ELSE TRANSLATES TO
           CALL "CBL_OPEN_FILE" USING WS-IN-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DCV011E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               WS-OPEN-OUTPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-OUT-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DCV012E" TO WS-MSG-ID
               MOVE WS-OUT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK

               ADD 1 TO WS-REC-COUNT
               IF WS-REC-GOT < WS-RECORD-LEN
                   MOVE "DCV013W" TO WS-MSG-ID
                   MOVE WS-REC-GOT TO WS-MSG-SLOT(1)
                   MOVE WS-RECORD-LEN TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   IF WS-RUN-RC = 0
                       MOVE 4 TO WS-RUN-RC
                   END-IF
      *> OVER THE RECORD BUFFER IN PLACE; EVERY OTHER BYTE OF THE
      *> RECORD IS LEFT EXACTLY AS READ.
       TRANSLATE-RECORD-FIELDS.
           PERFORM SELECT-RECORD-LAYOUT
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM CHECK-FIELD-APPLIES
               IF WS-FLD-TYPE(WS-FLD-IDX) = "string"
                   AND WS-FLD-APPLIES = "Y"
                   AND WS-FLD-OFFSET(WS-FLD-IDX) < WS-REC-GOT
                   ADD 1 TO WS-FLD-XLATED
                   COMPUTE WS-FLD-END = WS-FLD-OFFSET(WS-FLD-IDX)
                   FUNCTION ORD(WS-TRANS-IN):1) TO WS-TRANS-OUT
           END-IF.

      *> EXPORT-DATASET-CSV STREAMS THE INPUT ONE FIXED-LENGTH RECORD
      *> AT A TIME, AS CONVERT-DATASET DOES, AND WRITES THE HEADER
      *> ROW AND ONE CSV ROW PER RECORD.
       EXPORT-DATASET-CSV.
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-IN-PATH, WS-FILE-INFO
           MOVE WS-FILE-SIZE-BYTES TO WS-FILE-SIZE
           MOVE 0 TO RETURN-CODE

           CALL "CBL_OPEN_FILE" USING WS-IN-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DCV011E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               MOVE "DCV014E" TO WS-MSG-ID
               MOVE WS-OUT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CSV-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-CSV-HEADER-ROW

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

               PERFORM CLASSIFY-RECORD
               IF WS-REC-KIND = "D"
                   PERFORM SELECT-RECORD-LAYOUT
                   ADD 1 TO WS-REC-COUNT
                   IF WS-REC-GOT < WS-RECORD-LEN
                       MOVE "DCV013W" TO WS-MSG-ID
                       MOVE WS-REC-GOT TO WS-MSG-SLOT(1)
                       MOVE WS-RECORD-LEN TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       IF WS-RUN-RC = 0
                           MOVE 4 TO WS-RUN-RC
                       END-IF
                   END-IF

                   PERFORM WRITE-CSV-DETAIL-ROW
               END-IF

               ADD WS-REC-GOT TO WS-FILE-POS
           END-PERFORM

           CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
           MOVE 0 TO RETURN-CODE
           CLOSE CSV-FILE

           IF WS-FLD-BAD-COUNT > 0 AND WS-RUN-RC = 0
               MOVE 4 TO WS-RUN-RC
           END-IF
           DISPLAY "CSV export written to "
               FUNCTION TRIM(WS-OUT-PATH).

       WRITE-CSV-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               MOVE FUNCTION TRIM(WS-FLD-NAME(WS-FLD-IDX))
                   TO WS-CSV-VALUE
               PERFORM APPEND-CSV-VALUE
           END-PERFORM
           WRITE CSV-RECORD FROM WS-CSV-LINE.

       WRITE-CSV-DETAIL-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FLD-COUNT
               PERFORM FORMAT-CSV-FIELD
               PERFORM APPEND-CSV-VALUE
           END-PERFORM
           WRITE CSV-RECORD FROM WS-CSV-LINE.

      *> FORMAT-CSV-FIELD RENDERS FIELD WS-FLD-IDX OF THE CURRENT
      *> RECORD INTO WS-CSV-VALUE. A FIELD THE RECORD DOES NOT REACH
      *> (A SHORT FINAL RECORD) EXPORTS EMPTY.
       FORMAT-CSV-FIELD.
           MOVE SPACES TO WS-CSV-VALUE
           PERFORM CHECK-FIELD-APPLIES
           IF WS-FLD-APPLIES NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-CUR-OFFSET
           MOVE WS-FLD-LEN(WS-FLD-IDX) TO WS-CUR-LEN
           MOVE WS-FLD-TYPE(WS-FLD-IDX) TO WS-CUR-TYPE
           MOVE WS-FLD-DEC(WS-FLD-IDX) TO WS-CUR-DEC
           COMPUTE WS-FLD-END = WS-CUR-OFFSET + WS-CUR-LEN
           IF WS-FLD-END > WS-REC-GOT
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-TYPE = "string"
               ADD 1 TO WS-FLD-XLATED
           END-IF
           PERFORM DECODE-CURRENT-FIELD
           IF WS-FLD-OK = "N"
               ADD 1 TO WS-FLD-BAD-COUNT
               MOVE WS-REC-COUNT TO WS-REC-DISP
               PERFORM FIELD-BYTES-TO-HEX
               DISPLAY "Record " WS-REC-DISP " field "
                   FUNCTION TRIM(WS-FLD-NAME(WS-FLD-IDX)) ": "
                   FUNCTION TRIM(WS-FLD-BAD-REASON) " X'"
                   WS-FLD-HEX-TEXT(1:WS-FLD-HEX-LEN) "'"
                   " - exported empty"
               MOVE SPACES TO WS-CSV-VALUE
           END-IF.

      *> DECODE-CURRENT-FIELD RENDERS THE WS-CUR-* FIELD (OFFSET,
      *> LENGTH, TYPE, DECIMALS; WS-FLD-END ALREADY SET) OF THE RECORD
      *> IN WS-REC-BUFFER AS TEXT IN WS-CSV-VALUE, SETTING WS-FLD-OK
      *> AND WS-FLD-BAD-REASON WHEN THE BYTES DO NOT DECODE. SHARED
      *> BY THE CSV EXPORT AND THE CONTROL-TOTAL RECONCILIATION.
       DECODE-CURRENT-FIELD.
           MOVE SPACES TO WS-CSV-VALUE
           MOVE "Y" TO WS-FLD-OK
           EVALUATE WS-CUR-TYPE
               WHEN "string"
                   PERFORM FORMAT-CSV-STRING
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
                   STRING "0x" WS-FLD-HEX-TEXT(1:WS-FLD-HEX-LEN)
                       DELIMITED BY SIZE INTO WS-CSV-VALUE
           END-EVALUATE.

      *> FORMAT-CSV-STRING TRANSLATES A string FIELD FROM EBCDIC AS
      *> e2a DOES, WITH LOW-VALUES PADDING READ AS BLANKS, INTO
      *> WS-CSV-VALUE (TRIMMED WHEN IT IS APPENDED).
       FORMAT-CSV-STRING.
           PERFORM VARYING WS-FLD-POS FROM WS-CUR-OFFSET
                   BY 1 UNTIL WS-FLD-POS >= WS-FLD-END
               MOVE WS-REC-BUFFER(WS-FLD-POS + 1:1) TO WS-TRANS-IN
               IF WS-TRANS-IN = X"00"
                   MOVE SPACE TO WS-TRANS-OUT
               ELSE
                   MOVE EBCDIC-TO-ASCII-TABLE(
                       FUNCTION ORD(WS-TRANS-IN):1) TO WS-TRANS-OUT
                   IF WS-TRANS-OUT = X"00"
                       MOVE "?" TO WS-TRANS-OUT
                   END-IF
               END-IF
               MOVE WS-TRANS-OUT TO WS-CSV-VALUE(
                   WS-FLD-POS - WS-CUR-OFFSET + 1:1)
           END-PERFORM.

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
      *> FIELD'S IMPLIED DECIMAL PLACES INTO WS-CSV-VALUE: NO
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
           MOVE SPACES TO WS-CSV-VALUE
           MOVE 1 TO WS-CSV-QPTR
           IF WS-NEGATIVE = "Y"
               STRING "-" DELIMITED BY SIZE INTO WS-CSV-VALUE
                   WITH POINTER WS-CSV-QPTR
           END-IF
           STRING WS-NUM-WORK(WS-NUM-FIRST:
                   WS-NUM-INT-LEN - WS-NUM-FIRST + 1)
               DELIMITED BY SIZE INTO WS-CSV-VALUE
               WITH POINTER WS-CSV-QPTR
           IF WS-CUR-DEC > 0
               STRING "." WS-NUM-WORK(WS-NUM-INT-LEN + 1:
                       WS-CUR-DEC)
                   DELIMITED BY SIZE INTO WS-CSV-VALUE
                   WITH POINTER WS-CSV-QPTR
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

      *> APPEND-CSV-VALUE ADDS WS-CSV-VALUE, TRIMMED, TO THE ROW,
      *> COMMA-SEPARATED; A VALUE HOLDING A COMMA OR QUOTE GOES IN
      *> QUOTES WITH ITS QUOTES DOUBLED.
       APPEND-CSV-VALUE.
           IF WS-FLD-IDX > 1
               STRING "," DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
           END-IF
           IF WS-CSV-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CSV-VALUE) TO WS-CSV-QUOTED
           MOVE WS-CSV-QUOTED TO WS-CSV-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CSV-VALUE TRAILING))
               TO WS-CSV-VALUE-LEN
           MOVE 0 TO WS-CSV-SPECIALS
           INSPECT WS-CSV-VALUE(1:WS-CSV-VALUE-LEN) TALLYING
               WS-CSV-SPECIALS FOR ALL "," ALL QUOTE
           IF WS-CSV-SPECIALS = 0
               STRING WS-CSV-VALUE(1:WS-CSV-VALUE-LEN)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
               EXIT PARAGRAPH
           END-IF
           STRING QUOTE DELIMITED BY SIZE INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
           PERFORM VARYING WS-CSV-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CSV-CHAR-IDX > WS-CSV-VALUE-LEN
               IF WS-CSV-VALUE(WS-CSV-CHAR-IDX:1) = QUOTE
                   STRING QUOTE DELIMITED BY SIZE INTO WS-CSV-LINE
                       WITH POINTER WS-CSV-PTR
               END-IF
               STRING WS-CSV-VALUE(WS-CSV-CHAR-IDX:1)
                   DELIMITED BY SIZE INTO WS-CSV-LINE
                   WITH POINTER WS-CSV-PTR
           END-PERFORM
           STRING QUOTE DELIMITED BY SIZE INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR.

      *> SELECT-RECORD-LAYOUT PICKS THE LAYOUT FOR THE RECORD IN
      *> WS-REC-BUFFER BY ITS RECTYPE BYTES (READ AS TEXT IN THE
      *> SOURCE CHARACTER SET) INTO WS-REC-GROUP; 0 MEANS COMMON
      *> FIELDS ONLY.
       SELECT-RECORD-LAYOUT.
           MOVE 0 TO WS-REC-GROUP
           IF WS-LAY-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-TYPE-TEXT
           IF WS-RECTYPE-OFFSET + WS-RECTYPE-LEN <= WS-REC-GOT
               AND WS-RECTYPE-LEN <= 24
               IF WS-DIRECTION = "a2e"
                   MOVE WS-REC-BUFFER(WS-RECTYPE-OFFSET + 1:
                       WS-RECTYPE-LEN) TO WS-REC-TYPE-TEXT
               ELSE
                   MOVE WS-RECTYPE-OFFSET TO WS-CUR-OFFSET
                   COMPUTE WS-FLD-END = WS-RECTYPE-OFFSET
                       + WS-RECTYPE-LEN
                   MOVE SPACES TO WS-CSV-VALUE
                   PERFORM FORMAT-CSV-STRING
                   MOVE WS-CSV-VALUE(1:24) TO WS-REC-TYPE-TEXT
               END-IF
           END-IF
           PERFORM VARYING WS-LAY-IDX FROM 1 BY 1
                   UNTIL WS-LAY-IDX > WS-LAY-COUNT
                   OR WS-REC-GROUP > 0
               IF FUNCTION TRIM(WS-REC-TYPE-TEXT) =
                   WS-LAY-CODE(WS-LAY-IDX)
                   MOVE WS-LAY-IDX TO WS-REC-GROUP
               END-IF
           END-PERFORM
           IF WS-REC-GROUP = 0
               ADD 1 TO WS-UNKNOWN-TYPES
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       CHECK-FIELD-APPLIES.
           MOVE "Y" TO WS-FLD-APPLIES
           IF WS-FLD-GROUP(WS-FLD-IDX) > 0
               AND WS-FLD-GROUP(WS-FLD-IDX) NOT = WS-REC-GROUP
               MOVE "N" TO WS-FLD-APPLIES
           END-IF.

      *> CONVERT-VARIABLE-DATASET IS CONVERT-DATASET AND THE CSV
      *> EXPORT FOR RECFM=V/VB INPUT: RECORDS COME FROM THE CHECKED
      *> BLOCKS ONE AT A TIME AND GO OUT AS RDW-PREFIXED RECORDS,
      *> PADDED FIXED-LENGTH RECORDS, OR CSV ROWS.
       CONVERT-VARIABLE-DATASET.
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-IN-PATH, WS-FILE-INFO
           MOVE WS-FILE-SIZE-BYTES TO WS-FILE-SIZE
           MOVE 0 TO RETURN-CODE

           CALL "CBL_OPEN_FILE" USING WS-IN-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DCV011E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           IF WS-DIRECTION = "csv"
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS NOT = "00"
                   MOVE "DCV014E" TO WS-MSG-ID
                   MOVE WS-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-CSV-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM WRITE-CSV-HEADER-ROW
           ELSE
               CALL "CBL_CREATE_FILE" USING WS-OUT-PATH,
                   WS-OPEN-OUTPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
                   WS-OUT-HANDLE
               IF RETURN-CODE NOT = 0
                   MOVE "DCV012E" TO WS-MSG-ID
                   MOVE WS-OUT-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-DIRECTION = "e2a"
               MOVE X"20" TO WS-PAD-CHAR
           ELSE
               MOVE X"40" TO WS-PAD-CHAR
           END-IF

           MOVE 0 TO WS-NEXT-DESC-POS
           MOVE 0 TO WS-OUT-POS
           MOVE 0 TO WS-BLK-LEN
           MOVE 1 TO WS-BLK-NEXT
           MOVE "N" TO WS-VB-EOF
           PERFORM READ-NEXT-VB-RECORD
           PERFORM UNTIL WS-VB-EOF = "Y"
               IF WS-DIRECTION = "csv"
                   PERFORM CLASSIFY-RECORD
                   IF WS-REC-KIND = "D"
                       PERFORM SELECT-RECORD-LAYOUT
                       ADD 1 TO WS-REC-COUNT
                       PERFORM WRITE-CSV-DETAIL-ROW
                   END-IF
               ELSE
                   ADD 1 TO WS-REC-COUNT
                   PERFORM TRANSLATE-RECORD-FIELDS
                   PERFORM WRITE-VARIABLE-OUTPUT
               END-IF
               PERFORM READ-NEXT-VB-RECORD
           END-PERFORM

           CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
           IF WS-DIRECTION = "csv"
               CLOSE CSV-FILE
               IF WS-FLD-BAD-COUNT > 0 AND WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               CALL "CBL_CLOSE_FILE" USING WS-OUT-HANDLE
           END-IF
           MOVE 0 TO RETURN-CODE

           IF WS-TRUNCATED-RECS > 0
               MOVE WS-TRUNCATED-RECS TO WS-COUNT-DISP
               MOVE "DCV015W" TO WS-MSG-ID
               MOVE WS-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
           IF WS-BAD-BLOCKS > 0
               MOVE 8 TO WS-RUN-RC
           END-IF
           DISPLAY "Converted dataset written to "
               FUNCTION TRIM(WS-OUT-PATH).

      *> READ-NEXT-VB-RECORD HANDS BACK THE NEXT RECORD'S DATA (RDW
      *> STRIPPED) IN WS-REC-BUFFER / WS-REC-GOT, READING AND
      *> CHECKING THE NEXT BLOCK WHEN THE CURRENT ONE IS USED UP.
       READ-NEXT-VB-RECORD.
           MOVE "N" TO WS-VB-HAVE-REC
           PERFORM UNTIL WS-VB-HAVE-REC = "Y" OR WS-VB-EOF = "Y"
               IF WS-BLK-NEXT > WS-BLK-LEN
                   PERFORM READ-NEXT-VB-BLOCK
               ELSE
                   COMPUTE WS-RDW-LEN =
                       (FUNCTION ORD(WS-BLK-BUFFER(WS-BLK-NEXT:1))
                           - 1) * 256
                       + FUNCTION ORD(WS-BLK-BUFFER(
                           WS-BLK-NEXT + 1:1)) - 1
                   COMPUTE WS-REC-GOT = WS-RDW-LEN - 4
                   MOVE WS-BLK-BUFFER(WS-BLK-NEXT + 4:WS-REC-GOT)
                       TO WS-REC-BUFFER
                   ADD WS-RDW-LEN TO WS-BLK-NEXT
                   MOVE "Y" TO WS-VB-HAVE-REC
               END-IF
           END-PERFORM.

      *> READ-NEXT-VB-BLOCK READS THE DESCRIPTOR AT WS-NEXT-DESC-POS
      *> AND WHAT IT COVERS: A WHOLE BLOCK FOR vb (THEN CHECKED RDW
      *> BY RDW), ONE RECORD FOR v. AN UNREADABLE DESCRIPTOR ENDS THE
      *> INPUT, SINCE THE NEXT ONE CANNOT BE FOUND WITHOUT IT.
       READ-NEXT-VB-BLOCK.
           MOVE 0 TO WS-BLK-LEN
           MOVE 1 TO WS-BLK-NEXT
           IF WS-NEXT-DESC-POS >= WS-FILE-SIZE
               MOVE "Y" TO WS-VB-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEXT-DESC-POS TO WS-BLK-FILE-POS
           MOVE SPACES TO WS-BLK-REASON
           IF WS-FILE-SIZE - WS-NEXT-DESC-POS < 4
               MOVE "descriptor cut short by end of file"
                   TO WS-BLK-REASON
               PERFORM REPORT-BAD-DESCRIPTOR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-DESC-POS TO WS-BIN-OFFSET
           MOVE 4 TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-IN-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-DESC-BYTES
           MOVE 0 TO RETURN-CODE
           COMPUTE WS-DESC-LEN =
               (FUNCTION ORD(WS-DESC-BYTES(1:1)) - 1) * 256
               + FUNCTION ORD(WS-DESC-BYTES(2:1)) - 1
           MOVE WS-DESC-LEN TO WS-NUM-DISP-A

           EVALUATE TRUE
               WHEN WS-DESC-BYTES(3:2) NOT = LOW-VALUES
                   AND WS-RECFM = "v"
                   MOVE "spanned segment (RECFM=VBS) not supported"
                       TO WS-BLK-REASON
               WHEN WS-DESC-BYTES(3:2) NOT = LOW-VALUES
                   MOVE "BDW bytes 3-4 are not zero" TO WS-BLK-REASON
               WHEN WS-DESC-LEN > 32760
                   STRING "length " FUNCTION TRIM(WS-NUM-DISP-A)
                       " over 32760" DELIMITED BY SIZE
                       INTO WS-BLK-REASON
               WHEN WS-DESC-LEN < 8 AND WS-RECFM = "vb"
                   STRING "BDW length " FUNCTION TRIM(WS-NUM-DISP-A)
                       " too small" DELIMITED BY SIZE
                       INTO WS-BLK-REASON
               WHEN WS-DESC-LEN < 5
                   STRING "RDW length " FUNCTION TRIM(WS-NUM-DISP-A)
                       " too small" DELIMITED BY SIZE
                       INTO WS-BLK-REASON
               WHEN WS-NEXT-DESC-POS + WS-DESC-LEN > WS-FILE-SIZE
                   STRING "length " FUNCTION TRIM(WS-NUM-DISP-A)
                       " runs past end of file" DELIMITED BY SIZE
                       INTO WS-BLK-REASON
           END-EVALUATE
           IF WS-BLK-REASON NOT = SPACES
               PERFORM REPORT-BAD-DESCRIPTOR
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-DESC-POS TO WS-BIN-OFFSET
           MOVE WS-DESC-LEN TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-IN-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-BLK-BUFFER
           MOVE 0 TO RETURN-CODE
           ADD WS-DESC-LEN TO WS-NEXT-DESC-POS
           MOVE WS-DESC-LEN TO WS-BLK-LEN

           IF WS-RECFM = "vb"
               PERFORM CHECK-VB-BLOCK
               IF WS-BLK-OK = "Y"
                   ADD 1 TO WS-BLK-COUNT
                   MOVE 5 TO WS-BLK-NEXT
               ELSE
                   PERFORM REPORT-BAD-BLOCK
                   COMPUTE WS-BLK-NEXT = WS-BLK-LEN + 1
               END-IF
           END-IF.

      *> CHECK-VB-BLOCK WALKS THE RDWS OF THE BLOCK IN WS-BLK-BUFFER:
      *> EACH MUST BE WHOLE, UNSPANNED AND AT LEAST 5 BYTES, AND
      *> TOGETHER WITH THE BDW THEY MUST FILL THE BLOCK EXACTLY.
       CHECK-VB-BLOCK.
           MOVE "Y" TO WS-BLK-OK
           MOVE 4 TO WS-BLK-SUM
           MOVE 5 TO WS-DESC-WALK
           PERFORM UNTIL WS-DESC-WALK > WS-BLK-LEN
                   OR WS-BLK-OK = "N"
               IF WS-DESC-WALK + 3 > WS-BLK-LEN
                   MOVE "N" TO WS-BLK-OK
                   COMPUTE WS-RDW-LEN = WS-BLK-LEN - WS-DESC-WALK + 1
               ELSE
                   COMPUTE WS-RDW-LEN =
                       (FUNCTION ORD(WS-BLK-BUFFER(WS-DESC-WALK:1))
                           - 1) * 256
                       + FUNCTION ORD(WS-BLK-BUFFER(
                           WS-DESC-WALK + 1:1)) - 1
                   COMPUTE WS-NUM-DISP-A = WS-DESC-WALK - 1
                   MOVE WS-RDW-LEN TO WS-NUM-DISP-B
                   EVALUATE TRUE
                       WHEN WS-BLK-BUFFER(WS-DESC-WALK + 2:2)
                               NOT = LOW-VALUES
                           MOVE "N" TO WS-BLK-OK
                           STRING "spanned or damaged RDW at block "
                               "byte " FUNCTION TRIM(WS-NUM-DISP-A)
                               DELIMITED BY SIZE INTO WS-BLK-REASON
                       WHEN WS-RDW-LEN < 5
                           MOVE "N" TO WS-BLK-OK
                           STRING "RDW at block byte "
                               FUNCTION TRIM(WS-NUM-DISP-A)
                               " has length "
                               FUNCTION TRIM(WS-NUM-DISP-B)
                               DELIMITED BY SIZE INTO WS-BLK-REASON
                       WHEN WS-DESC-WALK + WS-RDW-LEN - 1 > WS-BLK-LEN
                           MOVE "N" TO WS-BLK-OK
                   END-EVALUATE
               END-IF
               ADD WS-RDW-LEN TO WS-BLK-SUM
               ADD WS-RDW-LEN TO WS-DESC-WALK
           END-PERFORM
           IF WS-BLK-OK = "N" AND WS-BLK-REASON = SPACES
               MOVE WS-BLK-SUM TO WS-NUM-DISP-A
               MOVE WS-BLK-LEN TO WS-NUM-DISP-B
               STRING "BDW length " FUNCTION TRIM(WS-NUM-DISP-B)
                   " but descriptor lengths add up to "
                   FUNCTION TRIM(WS-NUM-DISP-A)
                   DELIMITED BY SIZE INTO WS-BLK-REASON
           END-IF.

       REPORT-BAD-BLOCK.
           ADD 1 TO WS-BAD-BLOCKS
           MOVE WS-BLK-FILE-POS TO WS-OFFSET-DISP
           DISPLAY "Block at offset " FUNCTION TRIM(WS-OFFSET-DISP)
               ": " FUNCTION TRIM(WS-BLK-REASON) " - block skipped".

       REPORT-BAD-DESCRIPTOR.
           ADD 1 TO WS-BAD-BLOCKS
           MOVE "Y" TO WS-VB-EOF
           MOVE WS-BLK-FILE-POS TO WS-OFFSET-DISP
           IF WS-RECFM = "vb"
               DISPLAY "Block at offset "
                   FUNCTION TRIM(WS-OFFSET-DISP) ": "
                   FUNCTION TRIM(WS-BLK-REASON)
                   " - rest of file not read"
           ELSE
               DISPLAY "Record at offset "
                   FUNCTION TRIM(WS-OFFSET-DISP) ": "
                   FUNCTION TRIM(WS-BLK-REASON)
                   " - rest of file not read"
           END-IF.

      *> WRITE-VARIABLE-OUTPUT WRITES THE TRANSLATED RECORD EITHER
      *> BEHIND A FRESH RDW (-outfmt v) OR PADDED / TRUNCATED TO THE
      *> -R LENGTH (-outfmt fb).
       WRITE-VARIABLE-OUTPUT.
           IF WS-OUTFMT = "v"
               COMPUTE WS-OUT-LEN = WS-REC-GOT + 4
               MOVE LOW-VALUES TO WS-RDW-OUT
               MOVE FUNCTION CHAR(WS-OUT-LEN / 256 + 1)
                   TO WS-RDW-OUT(1:1)
               MOVE FUNCTION CHAR(FUNCTION MOD(WS-OUT-LEN, 256) + 1)
                   TO WS-RDW-OUT(2:1)
               MOVE WS-OUT-POS TO WS-BIN-OFFSET
               MOVE 4 TO WS-BIN-COUNT
               CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE,
                   WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
                   WS-RDW-OUT
               ADD 4 TO WS-OUT-POS
               MOVE WS-REC-GOT TO WS-OUT-LEN
           ELSE
               IF WS-REC-GOT > WS-RECORD-LEN
                   ADD 1 TO WS-TRUNCATED-RECS
               END-IF
               PERFORM VARYING WS-FLD-POS FROM WS-REC-GOT BY 1
                       UNTIL WS-FLD-POS >= WS-RECORD-LEN
                   MOVE WS-PAD-CHAR TO WS-REC-BUFFER(WS-FLD-POS + 1:1)
               END-PERFORM
               MOVE WS-RECORD-LEN TO WS-OUT-LEN
           END-IF
           MOVE WS-OUT-POS TO WS-BIN-OFFSET
           MOVE WS-OUT-LEN TO WS-BIN-COUNT
           CALL "CBL_WRITE_FILE" USING WS-OUT-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
               WS-REC-BUFFER
           MOVE 0 TO RETURN-CODE
           ADD WS-OUT-LEN TO WS-OUT-POS.

      *> RECONCILE-DELIVERY CHECKS A DELIVERY'S HEADER AND TRAILER
      *> AGAINST WHAT IS ACTUALLY IN IT BEFORE ANYTHING CONVERTS IT,
      *> AND ENDS WITH THE BALANCED / OUT-OF-BALANCE VERDICT.
       RECONCILE-DELIVERY.
           IF WS-LAYOUT-PATH = SPACES OR WS-RECORD-LEN = 0
               OR WS-IN-PATH = SPACES
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-BIZ-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BIZ-DATE
           END-IF
           IF WS-BIZ-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WS-BIZ-DATE)) NOT = 0
               MOVE "DCV016S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-LAYOUT-FILE
           IF WS-CTL-SET(1) NOT = "Y" OR WS-CTL-SET(2) NOT = "Y"
               OR WS-CTL-SET(4) NOT = "Y"
               MOVE "DCV017S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF (WS-CTL-SET(5) = "Y" OR WS-HASH-FIELD-NAME NOT = SPACES)
               AND (WS-CTL-SET(5) NOT = "Y" OR WS-HASH-FLD-IDX = 0)
               MOVE "DCV018S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-IN-PATH, WS-FILE-INFO
           MOVE WS-FILE-SIZE-BYTES TO WS-FILE-SIZE
           MOVE 0 TO RETURN-CODE
           CALL "CBL_OPEN_FILE" USING WS-IN-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-IN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "DCV011E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           DISPLAY "Reconciliation  : " FUNCTION TRIM(WS-IN-PATH)
           DISPLAY "Business date   : " WS-BIZ-DATE

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
               MOVE WS-REC-COUNT TO WS-REC-DISP
               IF WS-REC-GOT < WS-RECORD-LEN
                   DISPLAY "  ** Record " WS-REC-DISP " is short ("
                       WS-REC-GOT " of " WS-RECORD-LEN " bytes)"
                   ADD 1 TO WS-RECON-ISSUES
               END-IF

               PERFORM CLASSIFY-RECORD
               EVALUATE WS-REC-KIND
                   WHEN "H"
                       PERFORM RECONCILE-HEADER-RECORD
                   WHEN "T"
                       PERFORM RECONCILE-TRAILER-RECORD
                   WHEN OTHER
                       PERFORM RECONCILE-DETAIL-RECORD
               END-EVALUATE

               ADD WS-REC-GOT TO WS-FILE-POS
           END-PERFORM
           CALL "CBL_CLOSE_FILE" USING WS-IN-HANDLE
           MOVE 0 TO RETURN-CODE

           PERFORM REPORT-RECONCILIATION

           IF WS-RECON-ISSUES = 0
               MOVE "BALANCED" TO WS-RECON-VERDICT
               MOVE 0 TO WS-RUN-RC
           ELSE
               MOVE "OUT-OF-BALANCE" TO WS-RECON-VERDICT
               MOVE 8 TO WS-RUN-RC
           END-IF
           DISPLAY "Verdict         : " WS-RECON-VERDICT
           IF WS-RECON-ISSUES > 0
               MOVE "DCV022E" TO WS-MSG-ID
               MOVE WS-IN-PATH TO WS-MSG-SLOT(1)
               MOVE WS-RECON-ISSUES TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF

           MOVE WS-IN-PATH TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-DTL-COUNT TO WS-COUNT-DISP
           STRING "recon " FUNCTION TRIM(WS-RECON-VERDICT)
               " detail=" FUNCTION TRIM(WS-COUNT-DISP)
               " trailer=" FUNCTION TRIM(WS-TRL-COUNT-TEXT)
               " hash=" FUNCTION TRIM(WS-HASH-TOTAL-TEXT)
               "/" FUNCTION TRIM(WS-TRL-HASH-TEXT)
               " hdrdate=" FUNCTION TRIM(WS-HDR-DATE-TEXT)
               " bizdate=" WS-BIZ-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-RUN-RC TO RETURN-CODE.

      *> CLASSIFY-RECORD SETS WS-REC-KIND TO H, T OR D FOR THE RECORD
      *> IN WS-REC-BUFFER BY ITS HEADER/TRAILER RECORD-TYPE BYTES. A
      *> LAYOUT WITHOUT HEADER/TRAILER LINES MAKES EVERY RECORD D.
       CLASSIFY-RECORD.
           MOVE "D" TO WS-REC-KIND
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > 2 OR WS-REC-KIND NOT = "D"
               IF WS-CTL-SET(WS-CTL-IDX) = "Y"
                   PERFORM DECODE-CONTROL-FIELD
                   IF WS-FLD-OK = "Y"
                       AND FUNCTION TRIM(WS-CSV-VALUE) =
                           WS-CTL-CODE(WS-CTL-IDX)
                       IF WS-CTL-IDX = 1
                           MOVE "H" TO WS-REC-KIND
                       ELSE
                           MOVE "T" TO WS-REC-KIND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> DECODE-CONTROL-FIELD DECODES CONTROL SLOT WS-CTL-IDX OF THE
      *> CURRENT RECORD INTO WS-CSV-VALUE THROUGH THE CSV DECODERS.
       DECODE-CONTROL-FIELD.
           MOVE WS-CTL-OFFSET(WS-CTL-IDX) TO WS-CUR-OFFSET
           MOVE WS-CTL-LEN(WS-CTL-IDX) TO WS-CUR-LEN
           MOVE WS-CTL-TYPE(WS-CTL-IDX) TO WS-CUR-TYPE
           MOVE WS-CTL-DEC(WS-CTL-IDX) TO WS-CUR-DEC
           COMPUTE WS-FLD-END = WS-CUR-OFFSET + WS-CUR-LEN
           IF WS-FLD-END > WS-REC-GOT
               MOVE SPACES TO WS-CSV-VALUE
               MOVE "N" TO WS-FLD-OK
               MOVE "beyond end of record" TO WS-FLD-BAD-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM DECODE-CURRENT-FIELD
           IF WS-FLD-OK = "Y" AND WS-CTL-IDX > 3
               IF WS-CSV-VALUE = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CSV-VALUE) NOT = 0
                   MOVE "N" TO WS-FLD-OK
                   MOVE "not numeric" TO WS-FLD-BAD-REASON
               END-IF
           END-IF.

       RECONCILE-HEADER-RECORD.
           ADD 1 TO WS-HDR-FOUND
           IF WS-HDR-FOUND = 1
               MOVE WS-REC-COUNT TO WS-HDR-RECNO
           ELSE
               DISPLAY "  ** Record " WS-REC-DISP
                   " is a second header record"
               ADD 1 TO WS-RECON-ISSUES
           END-IF
           IF WS-HDR-FOUND = 1 AND WS-CTL-SET(3) = "Y"
               MOVE 3 TO WS-CTL-IDX
               PERFORM DECODE-CONTROL-FIELD
               IF WS-FLD-OK = "Y"
                   MOVE FUNCTION TRIM(WS-CSV-VALUE) TO WS-HDR-DATE-TEXT
               ELSE
                   PERFORM REPORT-BAD-CONTROL-FIELD
                   MOVE "unreadable" TO WS-HDR-DATE-TEXT
               END-IF
           END-IF.

       RECONCILE-TRAILER-RECORD.
           ADD 1 TO WS-TRL-FOUND
           IF WS-TRL-FOUND > 1
               DISPLAY "  ** Record " WS-REC-DISP
                   " is a second trailer record"
               ADD 1 TO WS-RECON-ISSUES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REC-COUNT TO WS-TRL-RECNO

           MOVE 4 TO WS-CTL-IDX
           PERFORM DECODE-CONTROL-FIELD
           IF WS-FLD-OK = "Y"
               MOVE FUNCTION TRIM(WS-CSV-VALUE) TO WS-TRL-COUNT-TEXT
               COMPUTE WS-TRL-COUNT-VALUE =
                   FUNCTION NUMVAL(WS-CSV-VALUE)
               MOVE "Y" TO WS-TRL-COUNT-OK
           ELSE
               PERFORM REPORT-BAD-CONTROL-FIELD
               MOVE "unreadable" TO WS-TRL-COUNT-TEXT
           END-IF

           IF WS-CTL-SET(5) = "Y"
               MOVE 5 TO WS-CTL-IDX
               PERFORM DECODE-CONTROL-FIELD
               IF WS-FLD-OK = "Y"
                   MOVE FUNCTION TRIM(WS-CSV-VALUE)
                       TO WS-TRL-HASH-TEXT
                   COMPUTE WS-TRL-HASH-VALUE =
                       FUNCTION NUMVAL(WS-CSV-VALUE)
                   MOVE "Y" TO WS-TRL-HASH-OK
               ELSE
                   PERFORM REPORT-BAD-CONTROL-FIELD
                   MOVE "unreadable" TO WS-TRL-HASH-TEXT
               END-IF
           END-IF.

      *> RECONCILE-DETAIL-RECORD COUNTS A DETAIL RECORD AND ADDS ITS
      *> HASH FIELD INTO THE RUNNING HASH TOTAL. A HASH FIELD THAT
      *> WILL NOT DECODE IS REPORTED AND PUTS THE FILE OUT OF BALANCE.
       RECONCILE-DETAIL-RECORD.
           ADD 1 TO WS-DTL-COUNT
           IF WS-TRL-FOUND > 0
               ADD 1 TO WS-DTL-AFTER-TRL
           END-IF
           IF WS-HASH-FLD-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH-FLD-IDX TO WS-FLD-IDX
           MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-CUR-OFFSET
           MOVE WS-FLD-LEN(WS-FLD-IDX) TO WS-CUR-LEN
           MOVE WS-FLD-TYPE(WS-FLD-IDX) TO WS-CUR-TYPE
           MOVE WS-FLD-DEC(WS-FLD-IDX) TO WS-CUR-DEC
           COMPUTE WS-FLD-END = WS-CUR-OFFSET + WS-CUR-LEN
           IF WS-FLD-END > WS-REC-GOT
               MOVE "N" TO WS-FLD-OK
               MOVE "beyond end of record" TO WS-FLD-BAD-REASON
           ELSE
               PERFORM DECODE-CURRENT-FIELD
               IF WS-FLD-OK = "Y"
                   AND (WS-CSV-VALUE = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CSV-VALUE) NOT = 0)
                   MOVE "N" TO WS-FLD-OK
                   MOVE "not numeric" TO WS-FLD-BAD-REASON
               END-IF
           END-IF
           IF WS-FLD-OK = "Y"
               COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                   + FUNCTION NUMVAL(WS-CSV-VALUE)
           ELSE
               ADD 1 TO WS-HASH-BAD
               ADD 1 TO WS-RECON-ISSUES
               PERFORM FIELD-BYTES-TO-HEX
               DISPLAY "  ** Record " WS-REC-DISP " field "
                   FUNCTION TRIM(WS-FLD-NAME(WS-FLD-IDX)) ": "
                   FUNCTION TRIM(WS-FLD-BAD-REASON) " X'"
                   WS-FLD-HEX-TEXT(1:WS-FLD-HEX-LEN) "'"
           END-IF.

       REPORT-BAD-CONTROL-FIELD.
           ADD 1 TO WS-RECON-ISSUES
           MOVE 0 TO WS-FLD-HEX-LEN
           IF WS-FLD-END <= WS-REC-GOT
               PERFORM FIELD-BYTES-TO-HEX
           END-IF
           EVALUATE WS-CTL-IDX
               WHEN 3     MOVE "HDRDATE" TO WS-RECON-STATE
               WHEN 4     MOVE "TRLCOUNT" TO WS-RECON-STATE
               WHEN OTHER MOVE "TRLHASH" TO WS-RECON-STATE
           END-EVALUATE
           DISPLAY "  ** Record " WS-REC-DISP " "
               FUNCTION TRIM(WS-RECON-STATE) " field: "
               FUNCTION TRIM(WS-FLD-BAD-REASON)
               " X'" WS-FLD-HEX-TEXT(1:WS-FLD-HEX-LEN) "'".

      *> REPORT-RECONCILIATION LISTS EACH CHECK WITH ITS OUTCOME AND
      *> COUNTS EVERY FAILED ONE TOWARD THE VERDICT.
       REPORT-RECONCILIATION.
           MOVE "OK" TO WS-RECON-STATE
           EVALUATE TRUE
               WHEN WS-HDR-FOUND = 0
                   MOVE "MISSING" TO WS-RECON-STATE
               WHEN WS-HDR-RECNO NOT = 1
                   MOVE "MISPLACED" TO WS-RECON-STATE
           END-EVALUATE
           MOVE WS-HDR-RECNO TO WS-COUNT-DISP
           IF WS-HDR-FOUND = 0
               DISPLAY "Header record   : none - "
                   FUNCTION TRIM(WS-RECON-STATE)
           ELSE
               DISPLAY "Header record   : record "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " - " FUNCTION TRIM(WS-RECON-STATE)
           END-IF
           IF WS-RECON-STATE NOT = "OK"
               ADD 1 TO WS-RECON-ISSUES
           END-IF

           MOVE "OK" TO WS-RECON-STATE
           EVALUATE TRUE
               WHEN WS-TRL-FOUND = 0
                   MOVE "MISSING" TO WS-RECON-STATE
               WHEN WS-TRL-RECNO NOT = WS-REC-COUNT
                   MOVE "MISPLACED" TO WS-RECON-STATE
           END-EVALUATE
           MOVE WS-TRL-RECNO TO WS-COUNT-DISP
           IF WS-TRL-FOUND = 0
               DISPLAY "Trailer record  : none - "
                   FUNCTION TRIM(WS-RECON-STATE)
           ELSE
               DISPLAY "Trailer record  : record "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   " - " FUNCTION TRIM(WS-RECON-STATE)
           END-IF
           IF WS-RECON-STATE NOT = "OK"
               ADD 1 TO WS-RECON-ISSUES
           END-IF
           IF WS-DTL-AFTER-TRL > 0
               MOVE WS-DTL-AFTER-TRL TO WS-COUNT-DISP
               DISPLAY "  ** " FUNCTION TRIM(WS-COUNT-DISP)
                   " detail records follow the trailer"
           END-IF

           IF WS-CTL-SET(3) = "Y" AND WS-HDR-FOUND > 0
               IF WS-HDR-DATE-TEXT = WS-BIZ-DATE
                   MOVE "OK" TO WS-RECON-STATE
               ELSE
                   MOVE "MISMATCH" TO WS-RECON-STATE
                   ADD 1 TO WS-RECON-ISSUES
               END-IF
               DISPLAY "Header run date : "
                   FUNCTION TRIM(WS-HDR-DATE-TEXT) ", expected "
                   WS-BIZ-DATE " - " FUNCTION TRIM(WS-RECON-STATE)
           END-IF

           IF WS-TRL-FOUND > 0
               IF WS-TRL-COUNT-OK = "Y"
                   AND WS-TRL-COUNT-VALUE = WS-DTL-COUNT
                   MOVE "OK" TO WS-RECON-STATE
               ELSE
                   MOVE "MISMATCH" TO WS-RECON-STATE
                   ADD 1 TO WS-RECON-ISSUES
               END-IF
               MOVE WS-DTL-COUNT TO WS-COUNT-DISP
               DISPLAY "Detail records  : read "
                   FUNCTION TRIM(WS-COUNT-DISP)
                   ", trailer " FUNCTION TRIM(WS-TRL-COUNT-TEXT)
                   " - " FUNCTION TRIM(WS-RECON-STATE)
           END-IF

           IF WS-HASH-FLD-IDX > 0
               PERFORM EDIT-HASH-TOTAL
               IF WS-TRL-FOUND > 0
                   IF WS-TRL-HASH-OK = "Y" AND WS-HASH-BAD = 0
                       AND WS-TRL-HASH-VALUE = WS-HASH-TOTAL
                       MOVE "OK" TO WS-RECON-STATE
                   ELSE
                       MOVE "MISMATCH" TO WS-RECON-STATE
                       ADD 1 TO WS-RECON-ISSUES
                   END-IF
                   DISPLAY "Hash total      : "
                       FUNCTION TRIM(WS-HASH-FIELD-NAME) " read "
                       FUNCTION TRIM(WS-HASH-TOTAL-TEXT) ", trailer "
                       FUNCTION TRIM(WS-TRL-HASH-TEXT)
                       " - " FUNCTION TRIM(WS-RECON-STATE)
               END-IF
               IF WS-HASH-BAD > 0
                   MOVE WS-HASH-BAD TO WS-COUNT-DISP
                   DISPLAY "  ** " FUNCTION TRIM(WS-COUNT-DISP)
                       " detail hash fields could not be read"
               END-IF
           END-IF.

      *> EDIT-HASH-TOTAL SHOWS THE HASH TOTAL WITH THE HASH FIELD'S
      *> OWN DECIMAL PLACES (AT MOST SIX), THROUGH EDIT-DECIMAL-VALUE.
       EDIT-HASH-TOTAL.
           MOVE WS-HASH-TOTAL TO WS-HASH-ABS
           MOVE WS-HASH-ABS-X TO WS-DIGITS
           MOVE WS-FLD-DEC(WS-HASH-FLD-IDX) TO WS-CUR-DEC
           IF WS-CUR-DEC > 6
               MOVE 6 TO WS-CUR-DEC
           END-IF
           COMPUTE WS-DIGIT-COUNT = 25 + WS-CUR-DEC
           MOVE "N" TO WS-NEGATIVE
           IF WS-HASH-TOTAL < 0
               MOVE "Y" TO WS-NEGATIVE
           END-IF
           PERFORM EDIT-DECIMAL-VALUE
           MOVE FUNCTION TRIM(WS-CSV-VALUE) TO WS-HASH-TOTAL-TEXT.

       COPY "msgissue.cpy".

       END PROGRAM DataConv.
