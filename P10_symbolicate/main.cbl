      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  symbolicate
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> TURNS THE RAW RETURN ADDRESSES IN A FIELD CRASH REPORT INTO
      *> SYMBOL+OFFSET AND SEGMENT/SECTION, USING THE SYMBOL LISTINGS
      *> AND SEGMENT MAPS MachOReader AND ElfReader ALREADY WRITE NEXT
      *> TO EVERY BINARY THEY DECODE (<binary>.symbols.txt AND
      *> <binary>.segments.txt; A FAT FILE HAS ONE PAIR PER SLICE,
      *> NAMED <binary>.<uuid>.*). THE CRASH LOG IS COPIED LINE FOR
      *> LINE TO THE ANNOTATED OUTPUT WITH THE ANSWER APPENDED.
      *>
      *> INVOKED AS:
      *>     symbolicate <crash-log> <annotated-output>
      *>
      *> THE CRASH LOG NAMES EACH IMAGE IT NEEDS ON A LINE OF ITS OWN,
      *> ANYWHERE IN THE FILE:
      *>     IMAGE <name> <uuid-or-build-id> LOAD=<hex> [PATH=<file>]
      *>     IMAGE <name> <uuid-or-build-id> SLIDE=<hex> [PATH=<file>]
      *> LOAD IS THE ADDRESS THE IMAGE'S FIRST SEGMENT WAS MAPPED AT
      *> (__TEXT FOR MACH-O, THE FIRST PT_LOAD FOR ELF); SLIDE IS THE
      *> DISTANCE IT WAS MOVED FROM ITS LINK ADDRESS. THE UUID OR
      *> BUILD-ID MAY BE GIVEN DASHED OR NOT, UPPER OR LOWER CASE, IN
      *> <> OR NOT, AS THE VARIOUS CRASH REPORTERS PRINT IT. THE BUILD
      *> IS LOOKED UP IN THE INVENTORY MASTER TO FIND THE BINARY;
      *> PATH= NAMES A COPY FOR A BUILD THAT WAS NEVER FILED. EITHER
      *> WAY THE LISTING MUST CARRY THE SAME IDENTITY, AND A LISTING
      *> THAT IS MISSING OR BELONGS TO ANOTHER BUILD IS REGENERATED
      *> ONCE BY RUNNING THE READER OVER THE BINARY.
      *>
      *> EVERY OTHER LINE IS SEARCHED FOR ITS FIRST 0x ADDRESS. THE
      *> IMAGE IS THE ONE NAMED ON THE SAME LINE, OR ELSE THE ONE
      *> WHOSE MAPPED RANGE HOLDS THE ADDRESS. THE ANSWER IS THE
      *> NEAREST DEFINED SYMBOL AT OR BELOW THE UNSLID ADDRESS:
      *>     <original line>  <= _helper+0x1c (__TEXT,__text)
      *> MACH-O 64-BIT MAPS CARRY LOW-ORDER 32-BIT ADDRESSES, SO THOSE
      *> IMAGES ARE MATCHED ON THE LOW 32 BITS OF THE UNSLID ADDRESS.
      *>
      *> RETURN-CODE: 0 EVERY ADDRESS AND IMAGE RESOLVED, 4 SOME LEFT
      *> UNRESOLVED, 8 THE CRASH LOG OR OUTPUT FILE COULD NOT BE
      *> OPENED, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Symbolicate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRASH-FILE ASSIGN DYNAMIC WS-CRASH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRASH-STATUS.

           SELECT ANNOTATED-FILE ASSIGN DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

           SELECT LISTING-FILE ASSIGN DYNAMIC WS-LISTING-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT INVENTORY-FILE ASSIGN DYNAMIC WS-INVENTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRASH-FILE.
       01  CRASH-RECORD          PIC X(512).

       FD  ANNOTATED-FILE.
       01  ANNOTATED-RECORD      PIC X(768).

       FD  LISTING-FILE.
       01  LISTING-RECORD        PIC X(300).

       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05  INV-UUID          PIC X(40).
           05  INV-PATH          PIC X(255).
           05  INV-CPUTYPE       PIC 9(8).
           05  INV-FILETYPE      PIC 9(8).
           05  INV-NCMDS         PIC 9(8).
           05  INV-FSIZE         PIC 9(12).
           05  INV-CRC           PIC X(8).
           05  INV-FIRST         PIC X(19).
           05  INV-LAST          PIC X(19).
           05  INV-SHA256        PIC X(64).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-CRASH-PATH         PIC X(255) VALUE SPACES.
       01  WS-CRASH-STATUS       PIC XX VALUE SPACES.
       01  WS-CRASH-EOF          PIC X VALUE "N".
       01  WS-OUT-PATH           PIC X(255) VALUE SPACES.
       01  WS-OUT-STATUS         PIC XX VALUE SPACES.
       01  WS-LISTING-PATH       PIC X(320) VALUE SPACES.
       01  WS-LISTING-STATUS     PIC XX VALUE SPACES.
       01  WS-LISTING-EOF        PIC X VALUE "N".
       01  WS-INVENTORY-FILE     PIC X(255) VALUE "inventory.dat".
       01  WS-INVENTORY-STATUS   PIC XX VALUE SPACES.
       01  WS-INVENTORY-OPEN     PIC X VALUE "N".

      *> ONE LINE OF WHICHEVER FILE IS BEING READ, SPLIT ON BLANKS.
      *> TABS ARE TREATED AS BLANKS.
       01  WS-LINE               PIC X(512) VALUE SPACES.
       01  WS-LINE-SPLIT         PIC X(512) VALUE SPACES.
       01  WS-OUT-LINE           PIC X(768) VALUE SPACES.
       01  WS-TOK-TABLE.
           05  WS-TOK            PIC X(255) OCCURS 16 TIMES.
       01  WS-TOK-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-TOK-IDX            PIC 9(4) COMP-5 VALUE 0.

      *> THE IMAGES THE CRASH LOG DECLARES. WS-IMG-ALT-ID IS THE
      *> UNDASHED FORM OF A 32-DIGIT ID, WHICH COULD BE EITHER A
      *> MACH-O UUID OR AN MD5/UUID-STYLE ELF BUILD-ID - BOTH ARE
      *> TRIED. WS-IMG-BASE IS THE FIRST NON-EMPTY SEGMENT'S LINK
      *> ADDRESS AND WS-IMG-SPAN THE DISTANCE FROM IT TO THE END OF
      *> THE LAST SEGMENT. WS-IMG-STATE: R RESOLVED, U UNRESOLVED.
       01  WS-IMG-MAX            PIC 9(4) COMP-5 VALUE 32.
       01  WS-IMG-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-IMG-TABLE.
           05  WS-IMG-ENTRY OCCURS 32 TIMES.
               10  WS-IMG-NAME       PIC X(64).
               10  WS-IMG-ID         PIC X(40).
               10  WS-IMG-ALT-ID     PIC X(40).
               10  WS-IMG-HOW        PIC X(5).
               10  WS-IMG-LOAD       PIC 9(18) COMP-5.
               10  WS-IMG-GIVEN-PATH PIC X(255).
               10  WS-IMG-PATH       PIC X(255).
               10  WS-IMG-BASE-PATH  PIC X(300).
               10  WS-IMG-STATE      PIC X.
               10  WS-IMG-REASON     PIC X(48).
               10  WS-IMG-FORMAT     PIC X(5).
               10  WS-IMG-LOW32      PIC X.
               10  WS-IMG-BASE       PIC 9(18) COMP-5.
               10  WS-IMG-SPAN       PIC 9(18) COMP-5.
               10  WS-IMG-SYM-FIRST  PIC 9(8) COMP-5.
               10  WS-IMG-SYM-COUNT  PIC 9(8) COMP-5.
               10  WS-IMG-MAP-FIRST  PIC 9(8) COMP-5.
               10  WS-IMG-MAP-COUNT  PIC 9(8) COMP-5.
       01  WS-IMG-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-IMG-HIT            PIC 9(4) COMP-5 VALUE 0.
       01  WS-IMG-RESOLVED       PIC 9(4) COMP-5 VALUE 0.
       01  WS-IMG-SKIPPED        PIC 9(4) COMP-5 VALUE 0.

      *> DEFINED SYMBOLS OF EVERY RESOLVED IMAGE, EACH IMAGE'S RUN
      *> KEPT TOGETHER (WS-IMG-SYM-FIRST/-COUNT). UNDEFINED, DEBUG,
      *> FILE, SECTION AND TLS ENTRIES ARE LEFT OUT - THEY ARE NOT
      *> CODE OR DATA ADDRESSES.
       01  WS-SYM-MAX            PIC 9(8) COMP-5 VALUE 16000.
       01  WS-SYM-COUNT          PIC 9(8) COMP-5 VALUE 0.
       01  WS-SYM-TABLE.
           05  WS-SYM-ENTRY OCCURS 16000 TIMES.
               10  WS-SYM-NAME       PIC X(128).
               10  WS-SYM-VALUE      PIC 9(18) COMP-5.
       01  WS-SYM-IDX            PIC 9(8) COMP-5 VALUE 0.
       01  WS-SYM-LAST           PIC 9(8) COMP-5 VALUE 0.
       01  WS-SYM-HIT            PIC 9(8) COMP-5 VALUE 0.
       01  WS-SYM-FULL           PIC X VALUE "N".
       01  WS-SYM-SECT           PIC 9(8) COMP-5 VALUE 0.
       01  WS-SYM-VALUE-IN       PIC 9(18) COMP-5 VALUE 0.
       01  WS-SYM-SKIP           PIC X VALUE "N".

      *> SEGMENT (G) AND SECTION (S) LINES OF EVERY RESOLVED IMAGE'S
      *> MAP. A SECTION CARRIES ITS SEGMENT'S NAME AS WELL.
       01  WS-MAP-MAX            PIC 9(8) COMP-5 VALUE 4000.
       01  WS-MAP-COUNT          PIC 9(8) COMP-5 VALUE 0.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 4000 TIMES.
               10  WS-MAP-KIND       PIC X.
               10  WS-MAP-SEG        PIC X(32).
               10  WS-MAP-SECT       PIC X(32).
               10  WS-MAP-ADDR       PIC 9(18) COMP-5.
               10  WS-MAP-SIZE       PIC 9(18) COMP-5.
       01  WS-MAP-IDX            PIC 9(8) COMP-5 VALUE 0.
       01  WS-MAP-LAST           PIC 9(8) COMP-5 VALUE 0.
       01  WS-MAP-FULL           PIC X VALUE "N".
       01  WS-MAP-IDENTITY       PIC X(40) VALUE SPACES.
       01  WS-MAP-END            PIC 9(18) COMP-5 VALUE 0.
       01  WS-MAP-BASE-SET       PIC X VALUE "N".
       01  WS-MAP-CLASS          PIC X(2) VALUE SPACES.

      *> IDENTITY CLEAN-UP: KEEP HEX DIGITS AND DASHES, UPPER CASE,
      *> AND GIVE A BARE 32-DIGIT ID ITS 8-4-4-4-12 UUID DASHES.
       01  WS-ID-RAW             PIC X(255) VALUE SPACES.
       01  WS-ID-CLEAN           PIC X(40) VALUE SPACES.
       01  WS-ID-LEN             PIC 9(4) COMP-5 VALUE 0.
       01  WS-ID-DASHES          PIC 9(4) COMP-5 VALUE 0.
       01  WS-ID-IDX             PIC 9(4) COMP-5 VALUE 0.
       01  WS-ID-CHAR            PIC X VALUE SPACE.

      *> LISTING LOOKUP AND REGENERATION.
       01  WS-CAND-BASE          PIC X(300) VALUE SPACES.
       01  WS-LISTING-FOUND      PIC X VALUE "N".
       01  WS-LISTING-SEEN       PIC X VALUE "N".
       01  WS-READER-NAME        PIC X(12) VALUE SPACES.
       01  WS-SHELL-CMD          PIC X(400) VALUE SPACES.
       01  WS-UNSAFE-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01  WS-REGEN-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01  WS-BIN-PATH           PIC X(255) VALUE SPACES.
       01  WS-BIN-HANDLE         PIC X(4) USAGE COMP-X.
       01  WS-BIN-OPEN-MODE      PIC X USAGE COMP-X VALUE 1.
       01  WS-BIN-DENY-MODE      PIC X USAGE COMP-X VALUE 0.
       01  WS-BIN-DEVICE         PIC X USAGE COMP-X VALUE 0.
       01  WS-BIN-OFFSET         PIC X(8) USAGE COMP-X VALUE 0.
       01  WS-BIN-COUNT          PIC X(4) USAGE COMP-X VALUE 4.
       01  WS-BIN-READ-FLAGS     PIC X USAGE COMP-X VALUE 0.
       01  WS-MAGIC              PIC X(4) VALUE SPACES.

      *> HEX ADDRESS PARSING. ANYTHING PAST 15 HEX DIGITS' WORTH
      *> (ABOVE 10**18) IS OUT OF RANGE - KERNEL ADDRESSES, WHICH NO
      *> USER-SPACE IMAGE IS LOADED AT.
       01  WS-HEX-TEXT           PIC X(255) VALUE SPACES.
       01  WS-HEX-VALUE          PIC 9(18) COMP-5 VALUE 0.
       01  WS-HEX-OK             PIC X VALUE "N".
       01  WS-HEX-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-HEX-START          PIC 9(4) COMP-5 VALUE 0.
       01  WS-HEX-DIGIT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-HEX-DIGITS         PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-HEX-CHAR           PIC X VALUE SPACE.
       01  WS-HEX-LIMIT          PIC 9(18) COMP-5
                                 VALUE 62500000000000000.
       01  WS-HEX-OUT            PIC X(16) VALUE SPACES.
       01  WS-HEX-WORK           PIC 9(18) COMP-5 VALUE 0.
       01  WS-HEX-POS            PIC 9(4) COMP-5 VALUE 0.

      *> ONE FRAME BEING RESOLVED.
       01  WS-ADDR               PIC 9(18) COMP-5 VALUE 0.
       01  WS-ADDR-FOUND         PIC X VALUE "N".
       01  WS-UNSLID             PIC S9(18) COMP-5 VALUE 0.
       01  WS-UNSLID-OK          PIC X VALUE "N".
       01  WS-OFFSET             PIC 9(18) COMP-5 VALUE 0.
       01  WS-FRAME-SEG          PIC X(32) VALUE SPACES.
       01  WS-FRAME-SECT         PIC X(32) VALUE SPACES.
       01  WS-NOTE               PIC X(255) VALUE SPACES.
       01  WS-LOW32-MOD          PIC 9(18) COMP-5 VALUE 4294967296.

       01  WS-FRAMES             PIC 9(8) COMP-5 VALUE 0.
       01  WS-FRAMES-RESOLVED    PIC 9(8) COMP-5 VALUE 0.
       01  WS-FRAMES-UNRESOLVED  PIC 9(8) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP2        PIC ZZZ,ZZ9.
       01  WS-COUNT-DISP3        PIC ZZZ,ZZ9.
       01  WS-RUN-RC             PIC 9(2) VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER THE RUN COMPLETES.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "Symbolicate".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CRASH-PATH WS-OUT-PATH
           END-UNSTRING

           IF WS-CRASH-PATH = SPACES OR WS-OUT-PATH = SPACES
               MOVE "SYM001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "  image lines: IMAGE <name> <uuid-or-build-id>"
                   " LOAD=<hex>|SLIDE=<hex> [PATH=<file>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COLLECT-IMAGES
           IF WS-CRASH-STATUS NOT = "00"
               MOVE "SYM002E" TO WS-MSG-ID
               MOVE WS-CRASH-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CRASH-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE WS-CRASH-PATH TO WS-AUDIT-PARAMS
               MOVE "error: cannot open crash log" TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-IMG-COUNT = 0
               MOVE "SYM003W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO WS-RUN-RC
           ELSE
               PERFORM RESOLVE-IMAGES
           END-IF

           PERFORM ANNOTATE-CRASH-LOG
           IF WS-OUT-STATUS NOT = "00"
               MOVE "SYM004E" TO WS-MSG-ID
               MOVE WS-OUT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-OUT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE WS-CRASH-PATH TO WS-AUDIT-PARAMS
               MOVE "error: cannot create annotated output"
                   TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SHOW-SUMMARY

           IF WS-FRAMES-UNRESOLVED > 0 OR WS-IMG-SKIPPED > 0
               OR WS-IMG-RESOLVED < WS-IMG-COUNT
               MOVE "SYM010W" TO WS-MSG-ID
               MOVE WS-CRASH-PATH TO WS-MSG-SLOT(1)
               MOVE WS-FRAMES-UNRESOLVED TO WS-MSG-SLOT(2)
               MOVE WS-IMG-RESOLVED TO WS-MSG-SLOT(3)
               MOVE WS-IMG-COUNT TO WS-MSG-SLOT(4)
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO WS-RUN-RC
           END-IF

           MOVE WS-CRASH-PATH TO WS-AUDIT-PARAMS
           MOVE WS-FRAMES-RESOLVED TO WS-COUNT-DISP
           MOVE WS-FRAMES-UNRESOLVED TO WS-COUNT-DISP2
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "resolved=" FUNCTION TRIM(WS-COUNT-DISP)
               " unresolved=" FUNCTION TRIM(WS-COUNT-DISP2)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           MOVE WS-IMG-RESOLVED TO WS-COUNT-DISP
           MOVE WS-IMG-COUNT TO WS-COUNT-DISP2
           STRING FUNCTION TRIM(WS-AUDIT-RESULT)
               " images=" FUNCTION TRIM(WS-COUNT-DISP)
               "/" FUNCTION TRIM(WS-COUNT-DISP2)
               " output=" FUNCTION TRIM(WS-OUT-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      *> SPLIT-LINE BREAKS WS-LINE INTO BLANK-SEPARATED TOKENS.
       SPLIT-LINE.
           INSPECT WS-LINE REPLACING ALL X"09" BY SPACE
           MOVE FUNCTION TRIM(WS-LINE LEADING) TO WS-LINE-SPLIT
           MOVE SPACES TO WS-TOK-TABLE
           MOVE 0 TO WS-TOK-COUNT
           IF WS-LINE-SPLIT NOT = SPACES
               UNSTRING WS-LINE-SPLIT DELIMITED BY ALL SPACE
                   INTO WS-TOK(1) WS-TOK(2) WS-TOK(3) WS-TOK(4)
                        WS-TOK(5) WS-TOK(6) WS-TOK(7) WS-TOK(8)
                        WS-TOK(9) WS-TOK(10) WS-TOK(11) WS-TOK(12)
                        WS-TOK(13) WS-TOK(14) WS-TOK(15) WS-TOK(16)
                   TALLYING IN WS-TOK-COUNT
               END-UNSTRING
           END-IF.

      *> COLLECT-IMAGES IS THE FIRST PASS OVER THE CRASH LOG: EVERY
      *> IMAGE LINE IS TAKEN, WHEREVER IT SITS (CRASH REPORTERS
      *> USUALLY PUT THE IMAGE LIST AFTER THE BACKTRACES).
       COLLECT-IMAGES.
           OPEN INPUT CRASH-FILE
           IF WS-CRASH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CRASH-EOF
           PERFORM UNTIL WS-CRASH-EOF = "Y"
               READ CRASH-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-CRASH-EOF
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF WS-TOK(1) = "IMAGE"
                           PERFORM ADD-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRASH-FILE
           MOVE "00" TO WS-CRASH-STATUS.

      *> ADD-IMAGE TAKES ONE IMAGE LINE. A LINE WITHOUT A NAME, AN ID
      *> AND A LOAD= OR SLIDE= IS REPORTED AND IGNORED.
       ADD-IMAGE.
           IF WS-IMG-COUNT >= WS-IMG-MAX
               MOVE "SYM005W" TO WS-MSG-ID
               MOVE WS-IMG-MAX TO WS-MSG-SLOT(1)
               MOVE WS-TOK(2) TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-IMG-SKIPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IMG-COUNT
           MOVE WS-IMG-COUNT TO WS-IMG-IDX
           INITIALIZE WS-IMG-ENTRY(WS-IMG-IDX)
           MOVE "U" TO WS-IMG-STATE(WS-IMG-IDX)
           MOVE WS-TOK(2) TO WS-IMG-NAME(WS-IMG-IDX)
           MOVE WS-TOK(3) TO WS-ID-RAW
           PERFORM CLEAN-IDENTITY
           MOVE WS-ID-CLEAN TO WS-IMG-ID(WS-IMG-IDX)

           PERFORM VARYING WS-TOK-IDX FROM 4 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               EVALUATE TRUE
                   WHEN WS-TOK(WS-TOK-IDX)(1:5) = "LOAD="
                       MOVE WS-TOK(WS-TOK-IDX)(6:) TO WS-HEX-TEXT
                       PERFORM PARSE-HEX
                       IF WS-HEX-OK = "Y"
                           MOVE "LOAD" TO WS-IMG-HOW(WS-IMG-IDX)
                           MOVE WS-HEX-VALUE TO WS-IMG-LOAD(WS-IMG-IDX)
                       END-IF
                   WHEN WS-TOK(WS-TOK-IDX)(1:6) = "SLIDE="
                       MOVE WS-TOK(WS-TOK-IDX)(7:) TO WS-HEX-TEXT
                       PERFORM PARSE-HEX
                       IF WS-HEX-OK = "Y"
                           MOVE "SLIDE" TO WS-IMG-HOW(WS-IMG-IDX)
                           MOVE WS-HEX-VALUE TO WS-IMG-LOAD(WS-IMG-IDX)
                       END-IF
                   WHEN WS-TOK(WS-TOK-IDX)(1:5) = "PATH="
                       MOVE WS-TOK(WS-TOK-IDX)(6:)
                           TO WS-IMG-GIVEN-PATH(WS-IMG-IDX)
               END-EVALUATE
           END-PERFORM

           IF WS-IMG-NAME(WS-IMG-IDX) = SPACES
               OR WS-IMG-ID(WS-IMG-IDX) = SPACES
               OR WS-IMG-HOW(WS-IMG-IDX) = SPACES
               MOVE "SYM006W" TO WS-MSG-ID
               MOVE WS-LINE-SPLIT TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               SUBTRACT 1 FROM WS-IMG-COUNT
               ADD 1 TO WS-IMG-SKIPPED
               EXIT PARAGRAPH
           END-IF

      *> A BARE 32-DIGIT ID IS TRIED AS A MACH-O UUID (DASHED) FIRST
      *> AND AS AN ELF BUILD-ID (AS GIVEN) SECOND.
           IF WS-ID-LEN = 32 AND WS-ID-DASHES = 0
               MOVE WS-ID-CLEAN TO WS-IMG-ALT-ID(WS-IMG-IDX)
               MOVE SPACES TO WS-IMG-ID(WS-IMG-IDX)
               STRING WS-ID-CLEAN(1:8) "-" WS-ID-CLEAN(9:4) "-"
                   WS-ID-CLEAN(13:4) "-" WS-ID-CLEAN(17:4) "-"
                   WS-ID-CLEAN(21:12)
                   DELIMITED BY SIZE INTO WS-IMG-ID(WS-IMG-IDX)
           END-IF.

      *> CLEAN-IDENTITY COPIES THE HEX DIGITS AND DASHES OF WS-ID-RAW
      *> INTO WS-ID-CLEAN IN UPPER CASE, COUNTING BOTH.
       CLEAN-IDENTITY.
           MOVE SPACES TO WS-ID-CLEAN
           MOVE 0 TO WS-ID-LEN
           MOVE 0 TO WS-ID-DASHES
           INSPECT WS-ID-RAW CONVERTING "abcdef" TO "ABCDEF"
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 255 OR WS-ID-LEN >= 40
               MOVE WS-ID-RAW(WS-ID-IDX:1) TO WS-ID-CHAR
               IF WS-ID-CHAR = "-"
                   ADD 1 TO WS-ID-DASHES
               END-IF
               IF WS-ID-CHAR = "-"
                   OR (WS-ID-CHAR >= "0" AND WS-ID-CHAR <= "9")
                   OR (WS-ID-CHAR >= "A" AND WS-ID-CHAR <= "F")
                   ADD 1 TO WS-ID-LEN
                   MOVE WS-ID-CHAR TO WS-ID-CLEAN(WS-ID-LEN:1)
               END-IF
           END-PERFORM.

      *> PARSE-HEX TURNS WS-HEX-TEXT (WITH OR WITHOUT 0x, STOPPING AT
      *> THE FIRST NON-HEX CHARACTER) INTO WS-HEX-VALUE.
       PARSE-HEX.
           MOVE 0 TO WS-HEX-VALUE
           MOVE "N" TO WS-HEX-OK
           INSPECT WS-HEX-TEXT CONVERTING "abcdefx" TO "ABCDEFX"
           MOVE 1 TO WS-HEX-START
           IF WS-HEX-TEXT(1:2) = "0X"
               MOVE 3 TO WS-HEX-START
           END-IF
           PERFORM VARYING WS-HEX-IDX FROM WS-HEX-START BY 1
                   UNTIL WS-HEX-IDX > 255
               MOVE WS-HEX-TEXT(WS-HEX-IDX:1) TO WS-HEX-CHAR
               MOVE 0 TO WS-HEX-DIGIT
               INSPECT WS-HEX-DIGITS TALLYING WS-HEX-DIGIT
                   FOR CHARACTERS BEFORE INITIAL WS-HEX-CHAR
               IF WS-HEX-DIGIT >= 16 OR WS-HEX-CHAR = SPACE
                   EXIT PERFORM
               END-IF
               IF WS-HEX-VALUE >= WS-HEX-LIMIT
                   MOVE "N" TO WS-HEX-OK
                   MOVE 0 TO WS-HEX-VALUE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-HEX-VALUE = WS-HEX-VALUE * 16 + WS-HEX-DIGIT
               MOVE "Y" TO WS-HEX-OK
           END-PERFORM.

      *> FORMAT-HEX RENDERS WS-HEX-WORK AS HEX WITHOUT LEADING ZEROS
      *> IN WS-HEX-OUT.
       FORMAT-HEX.
           MOVE SPACES TO WS-HEX-OUT
           MOVE 16 TO WS-HEX-POS
           PERFORM UNTIL WS-HEX-POS = 0
               COMPUTE WS-HEX-DIGIT = FUNCTION MOD(WS-HEX-WORK, 16)
               MOVE WS-HEX-DIGITS(WS-HEX-DIGIT + 1:1)
                   TO WS-HEX-OUT(WS-HEX-POS:1)
               COMPUTE WS-HEX-WORK = WS-HEX-WORK / 16
               SUBTRACT 1 FROM WS-HEX-POS
               IF WS-HEX-WORK = 0
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE FUNCTION TRIM(WS-HEX-OUT) TO WS-HEX-OUT
           INSPECT WS-HEX-OUT CONVERTING "ABCDEF" TO "abcdef".

      *> RESOLVE-IMAGES FINDS, CHECKS AND LOADS EACH DECLARED IMAGE'S
      *> LISTING. A MASTER THAT CANNOT BE OPENED LEAVES ONLY THE
      *> PATH= IMAGES RESOLVABLE.
       RESOLVE-IMAGES.
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               MOVE "Y" TO WS-INVENTORY-OPEN
           ELSE
               MOVE "SYM007W" TO WS-MSG-ID
               MOVE WS-INVENTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF

           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-IMG-COUNT
               PERFORM RESOLVE-ONE-IMAGE
               IF WS-IMG-STATE(WS-IMG-IDX) = "R"
                   ADD 1 TO WS-IMG-RESOLVED
                   MOVE WS-IMG-SYM-COUNT(WS-IMG-IDX) TO WS-COUNT-DISP
                   DISPLAY "Image "
                       FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX))
                       ": " FUNCTION TRIM(WS-IMG-PATH(WS-IMG-IDX))
                       " (" FUNCTION TRIM(WS-COUNT-DISP) " symbols)"
               ELSE
                   DISPLAY "Image "
                       FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX))
                       ": unresolved - "
                       FUNCTION TRIM(WS-IMG-REASON(WS-IMG-IDX))
               END-IF
           END-PERFORM

           IF WS-INVENTORY-OPEN = "Y"
               CLOSE INVENTORY-FILE
           END-IF.

      *> RESOLVE-ONE-IMAGE: INVENTORY (OR PATH=) TO BINARY, BINARY TO
      *> A LISTING OF THE SAME BUILD (REGENERATING IT ONCE IF NEED
      *> BE), THEN THE MAP AND SYMBOLS INTO THE SHARED TABLES.
       RESOLVE-ONE-IMAGE.
           IF WS-INVENTORY-OPEN = "Y"
               MOVE SPACES TO INV-UUID
               MOVE WS-IMG-ID(WS-IMG-IDX) TO INV-UUID
               READ INVENTORY-FILE KEY IS INV-UUID
               IF WS-INVENTORY-STATUS = "00"
                   MOVE INV-PATH TO WS-IMG-PATH(WS-IMG-IDX)
               ELSE
                   IF WS-IMG-ALT-ID(WS-IMG-IDX) NOT = SPACES
                       MOVE SPACES TO INV-UUID
                       MOVE WS-IMG-ALT-ID(WS-IMG-IDX) TO INV-UUID
                       READ INVENTORY-FILE KEY IS INV-UUID
                       IF WS-INVENTORY-STATUS = "00"
                           MOVE INV-PATH TO WS-IMG-PATH(WS-IMG-IDX)
                           MOVE WS-IMG-ALT-ID(WS-IMG-IDX)
                               TO WS-IMG-ID(WS-IMG-IDX)
                           MOVE SPACES TO WS-IMG-ALT-ID(WS-IMG-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-IMG-PATH(WS-IMG-IDX) = SPACES
               MOVE WS-IMG-GIVEN-PATH(WS-IMG-IDX)
                   TO WS-IMG-PATH(WS-IMG-IDX)
           END-IF
           IF WS-IMG-PATH(WS-IMG-IDX) = SPACES
               IF WS-INVENTORY-OPEN = "Y"
                   MOVE "build not in inventory"
                       TO WS-IMG-REASON(WS-IMG-IDX)
               ELSE
                   MOVE "inventory unavailable and no PATH= given"
                       TO WS-IMG-REASON(WS-IMG-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LISTING
           IF WS-LISTING-FOUND = "N"
               PERFORM REGENERATE-LISTING
               IF WS-IMG-REASON(WS-IMG-IDX) = SPACES
                   PERFORM FIND-LISTING
               END-IF
           END-IF
           IF WS-LISTING-FOUND = "N"
               IF WS-IMG-REASON(WS-IMG-IDX) = SPACES
                   IF WS-LISTING-SEEN = "Y"
                       MOVE "listing is for a different build"
                           TO WS-IMG-REASON(WS-IMG-IDX)
                   ELSE
                       MOVE "no symbol listing for the binary"
                           TO WS-IMG-REASON(WS-IMG-IDX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-SEGMENT-MAP
           PERFORM LOAD-SYMBOLS
           IF WS-IMG-MAP-COUNT(WS-IMG-IDX) = 0
               MOVE "segment map is empty" TO WS-IMG-REASON(WS-IMG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-IMG-SYM-COUNT(WS-IMG-IDX) = 0
               MOVE "no defined symbols (stripped)"
                   TO WS-IMG-REASON(WS-IMG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-IMG-STATE(WS-IMG-IDX).

      *> FIND-LISTING LOOKS FOR A SEGMENT MAP WHOSE IDENTITY LINE IS
      *> THIS IMAGE'S BUILD: THE PER-SLICE <binary>.<uuid> MAP OF A
      *> FAT FILE FIRST, THEN THE PLAIN <binary> ONE.
       FIND-LISTING.
           MOVE "N" TO WS-LISTING-FOUND
           MOVE "N" TO WS-LISTING-SEEN
           MOVE SPACES TO WS-CAND-BASE
           STRING FUNCTION TRIM(WS-IMG-PATH(WS-IMG-IDX)) "."
               FUNCTION TRIM(WS-IMG-ID(WS-IMG-IDX))
               DELIMITED BY SIZE INTO WS-CAND-BASE
           PERFORM CHECK-LISTING-IDENTITY
           IF WS-LISTING-FOUND = "N"
               MOVE WS-IMG-PATH(WS-IMG-IDX) TO WS-CAND-BASE
               PERFORM CHECK-LISTING-IDENTITY
           END-IF.

      *> CHECK-LISTING-IDENTITY READS THE IDENTITY LINE OF
      *> <WS-CAND-BASE>.segments.txt AND, WHEN IT IS THIS BUILD (IN
      *> EITHER ID FORM), KEEPS THE BASE AND THE FORM THAT MATCHED.
       CHECK-LISTING-IDENTITY.
           MOVE SPACES TO WS-LISTING-PATH
           STRING FUNCTION TRIM(WS-CAND-BASE) ".segments.txt"
               DELIMITED BY SIZE INTO WS-LISTING-PATH
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LISTING-SEEN
           MOVE SPACES TO WS-LINE
           READ LISTING-FILE INTO WS-LINE
               AT END
                   MOVE SPACES TO WS-LINE
           END-READ
           CLOSE LISTING-FILE

           PERFORM SPLIT-LINE
           IF WS-TOK(1) NOT = "IDENTITY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOK(2) TO WS-MAP-IDENTITY
           IF WS-MAP-IDENTITY = WS-IMG-ID(WS-IMG-IDX)
               OR (WS-IMG-ALT-ID(WS-IMG-IDX) NOT = SPACES
                   AND WS-MAP-IDENTITY = WS-IMG-ALT-ID(WS-IMG-IDX))
               MOVE "Y" TO WS-LISTING-FOUND
               MOVE WS-MAP-IDENTITY TO WS-IMG-ID(WS-IMG-IDX)
               MOVE WS-CAND-BASE TO WS-IMG-BASE-PATH(WS-IMG-IDX)
           END-IF.

      *> REGENERATE-LISTING RUNS THE READER THAT MATCHES THE BINARY'S
      *> MAGIC OVER IT, WHICH REWRITES THE LISTING AND THE MAP. THE
      *> PATH GOES TO THE SHELL IN DOUBLE QUOTES, SO ONE HOLDING A
      *> QUOTE, $, ` OR \ IS REFUSED RATHER THAN PASSED.
       REGENERATE-LISTING.
           MOVE 0 TO WS-UNSAFE-COUNT
           INSPECT WS-IMG-PATH(WS-IMG-IDX) TALLYING WS-UNSAFE-COUNT
               FOR ALL QUOTE ALL "$" ALL "`" ALL "\"
           IF WS-UNSAFE-COUNT > 0
               MOVE "binary path not safe to pass to the reader"
                   TO WS-IMG-REASON(WS-IMG-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-MAGIC
           MOVE WS-IMG-PATH(WS-IMG-IDX) TO WS-BIN-PATH
           CALL "CBL_OPEN_FILE" USING WS-BIN-PATH,
               WS-BIN-OPEN-MODE, WS-BIN-DENY-MODE, WS-BIN-DEVICE,
               WS-BIN-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "binary not found at its inventory path"
                   TO WS-IMG-REASON(WS-IMG-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BIN-OFFSET
           MOVE 4 TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-HANDLE, WS-BIN-OFFSET,
               WS-BIN-COUNT, WS-BIN-READ-FLAGS, WS-MAGIC
           CALL "CBL_CLOSE_FILE" USING WS-BIN-HANDLE
           MOVE 0 TO RETURN-CODE

           IF WS-MAGIC = X"7F454C46"
               MOVE "ElfReader" TO WS-READER-NAME
           ELSE
               MOVE "MachOReader" TO WS-READER-NAME
           END-IF
           DISPLAY "Regenerating listing for "
               FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX)) ": "
               FUNCTION TRIM(WS-READER-NAME) " "
               FUNCTION TRIM(WS-IMG-PATH(WS-IMG-IDX))

           MOVE SPACES TO WS-SHELL-CMD
           STRING "cobcrun " DELIMITED BY SIZE
               FUNCTION TRIM(WS-READER-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-IMG-PATH(WS-IMG-IDX)) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " > /dev/null 2>&1" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE
           ADD 1 TO WS-REGEN-COUNT.

      *> LOAD-SEGMENT-MAP READS THE MATCHED MAP INTO WS-MAP-TABLE AND
      *> WORKS OUT THE IMAGE'S BASE, SPAN AND ADDRESS WIDTH.
       LOAD-SEGMENT-MAP.
           MOVE WS-MAP-COUNT TO WS-IMG-MAP-FIRST(WS-IMG-IDX)
           ADD 1 TO WS-IMG-MAP-FIRST(WS-IMG-IDX)
           MOVE 0 TO WS-IMG-MAP-COUNT(WS-IMG-IDX)
           MOVE "N" TO WS-MAP-BASE-SET
           MOVE 0 TO WS-MAP-END
           MOVE "N" TO WS-IMG-LOW32(WS-IMG-IDX)

           MOVE SPACES TO WS-LISTING-PATH
           STRING FUNCTION TRIM(WS-IMG-BASE-PATH(WS-IMG-IDX))
               ".segments.txt" DELIMITED BY SIZE INTO WS-LISTING-PATH
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LISTING-EOF
           PERFORM UNTIL WS-LISTING-EOF = "Y"
               READ LISTING-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-LISTING-EOF
                   NOT AT END
                       PERFORM SPLIT-LINE
                       PERFORM TAKE-MAP-LINE
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE

           IF WS-IMG-FORMAT(WS-IMG-IDX) = "MACHO"
               AND WS-MAP-CLASS = "64"
               MOVE "Y" TO WS-IMG-LOW32(WS-IMG-IDX)
           END-IF
           IF WS-MAP-END > WS-IMG-BASE(WS-IMG-IDX)
               COMPUTE WS-IMG-SPAN(WS-IMG-IDX) =
                   WS-MAP-END - WS-IMG-BASE(WS-IMG-IDX)
           END-IF.

      *> TAKE-MAP-LINE FILES ONE FORMAT, SEGMENT OR SECTION LINE. THE
      *> FIRST SEGMENT WITH A NON-ZERO SIZE SETS THE BASE (ROUNDED
      *> DOWN TO ITS PAGE FOR ELF, WHOSE LOAD ADDRESS IS THE PAGE THE
      *> FIRST PT_LOAD WAS MAPPED INTO); __PAGEZERO IS PASSED OVER.
       TAKE-MAP-LINE.
           EVALUATE WS-TOK(1)
               WHEN "FORMAT"
                   MOVE WS-TOK(2) TO WS-IMG-FORMAT(WS-IMG-IDX)
                   MOVE WS-TOK(3) TO WS-MAP-CLASS
               WHEN "SEGMENT"
                   PERFORM ADD-MAP-ENTRY
                   IF WS-MAP-FULL = "N"
                       MOVE "G" TO WS-MAP-KIND(WS-MAP-COUNT)
                       MOVE WS-TOK(2) TO WS-MAP-SEG(WS-MAP-COUNT)
                       COMPUTE WS-MAP-ADDR(WS-MAP-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(3)(8:))
                       COMPUTE WS-MAP-SIZE(WS-MAP-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(4)(8:))
                       PERFORM TAKE-SEGMENT-EXTENT
                   END-IF
               WHEN "SECTION"
                   PERFORM ADD-MAP-ENTRY
                   IF WS-MAP-FULL = "N"
                       MOVE "S" TO WS-MAP-KIND(WS-MAP-COUNT)
                       MOVE WS-TOK(2) TO WS-MAP-SEG(WS-MAP-COUNT)
                       MOVE WS-TOK(3) TO WS-MAP-SECT(WS-MAP-COUNT)
                       COMPUTE WS-MAP-ADDR(WS-MAP-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(4)(6:))
                       COMPUTE WS-MAP-SIZE(WS-MAP-COUNT) =
                           FUNCTION NUMVAL(WS-TOK(5)(6:))
                   END-IF
           END-EVALUATE.

       ADD-MAP-ENTRY.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               IF WS-MAP-FULL = "N"
                   MOVE "SYM008W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
               MOVE "Y" TO WS-MAP-FULL
           ELSE
               ADD 1 TO WS-MAP-COUNT
               ADD 1 TO WS-IMG-MAP-COUNT(WS-IMG-IDX)
           END-IF.

       TAKE-SEGMENT-EXTENT.
           IF WS-MAP-SIZE(WS-MAP-COUNT) = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MAP-BASE-SET = "N"
               MOVE "Y" TO WS-MAP-BASE-SET
               MOVE WS-MAP-ADDR(WS-MAP-COUNT) TO WS-IMG-BASE(WS-IMG-IDX)
               IF WS-IMG-FORMAT(WS-IMG-IDX) = "ELF"
                   COMPUTE WS-IMG-BASE(WS-IMG-IDX) =
                       WS-IMG-BASE(WS-IMG-IDX)
                       - FUNCTION MOD(WS-IMG-BASE(WS-IMG-IDX), 4096)
               END-IF
           END-IF
           IF WS-MAP-ADDR(WS-MAP-COUNT) + WS-MAP-SIZE(WS-MAP-COUNT)
                   > WS-MAP-END
               COMPUTE WS-MAP-END = WS-MAP-ADDR(WS-MAP-COUNT)
                   + WS-MAP-SIZE(WS-MAP-COUNT)
           END-IF.

      *> LOAD-SYMBOLS READS THE MATCHED SYMBOL LISTING, KEEPING ONLY
      *> SYMBOLS DEFINED IN A REAL SECTION: SECTION NUMBER 0 IS
      *> UNDEFINED, AND ELF'S RESERVED INDEXES (65280 AND UP: ABS,
      *> COMMON) CARRY NO LOAD ADDRESS.
       LOAD-SYMBOLS.
           MOVE WS-SYM-COUNT TO WS-IMG-SYM-FIRST(WS-IMG-IDX)
           ADD 1 TO WS-IMG-SYM-FIRST(WS-IMG-IDX)
           MOVE 0 TO WS-IMG-SYM-COUNT(WS-IMG-IDX)

           MOVE SPACES TO WS-LISTING-PATH
           STRING FUNCTION TRIM(WS-IMG-BASE-PATH(WS-IMG-IDX))
               ".symbols.txt" DELIMITED BY SIZE INTO WS-LISTING-PATH
           OPEN INPUT LISTING-FILE
           IF WS-LISTING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LISTING-EOF
           PERFORM UNTIL WS-LISTING-EOF = "Y"
               READ LISTING-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-LISTING-EOF
                   NOT AT END
                       PERFORM SPLIT-LINE
                       PERFORM TAKE-SYMBOL-LINE
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE.

      *> TAKE-SYMBOL-LINE DECODES ONE "<name> <type...> sect=<n>
      *> value=<n>" LINE OF EITHER READER'S LISTING.
       TAKE-SYMBOL-LINE.
           IF WS-TOK-COUNT < 3 OR WS-TOK(1)(1:5) = "(strx"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SYM-SKIP
           MOVE 0 TO WS-SYM-SECT
           MOVE 0 TO WS-SYM-VALUE-IN
           PERFORM VARYING WS-TOK-IDX FROM 2 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               EVALUATE TRUE
                   WHEN WS-TOK(WS-TOK-IDX)(1:5) = "sect="
                       COMPUTE WS-SYM-SECT =
                           FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX)(6:))
                   WHEN WS-TOK(WS-TOK-IDX)(1:6) = "value="
                       COMPUTE WS-SYM-VALUE-IN =
                           FUNCTION NUMVAL(WS-TOK(WS-TOK-IDX)(7:))
                   WHEN WS-TOK(WS-TOK-IDX) = "FILE"
                     OR WS-TOK(WS-TOK-IDX) = "SECTION"
                     OR WS-TOK(WS-TOK-IDX) = "TLS"
                     OR WS-TOK(WS-TOK-IDX) = "STAB"
                     OR WS-TOK(WS-TOK-IDX) = "UNDF"
                       MOVE "Y" TO WS-SYM-SKIP
               END-EVALUATE
           END-PERFORM
           IF WS-SYM-SKIP = "Y" OR WS-SYM-SECT = 0
               OR WS-SYM-SECT >= 65280
               EXIT PARAGRAPH
           END-IF

           IF WS-SYM-COUNT >= WS-SYM-MAX
               IF WS-SYM-FULL = "N"
                   MOVE "SYM009W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
               MOVE "Y" TO WS-SYM-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SYM-COUNT
           ADD 1 TO WS-IMG-SYM-COUNT(WS-IMG-IDX)
           MOVE WS-TOK(1) TO WS-SYM-NAME(WS-SYM-COUNT)
           MOVE WS-SYM-VALUE-IN TO WS-SYM-VALUE(WS-SYM-COUNT).

      *> ANNOTATE-CRASH-LOG IS THE SECOND PASS: EVERY LINE IS COPIED
      *> TO THE OUTPUT, IMAGE LINES WITH WHAT THEY RESOLVED TO AND
      *> ADDRESS LINES WITH THEIR SYMBOL.
       ANNOTATE-CRASH-LOG.
           OPEN OUTPUT ANNOTATED-FILE
           IF WS-OUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CRASH-FILE
           MOVE "N" TO WS-CRASH-EOF
           PERFORM UNTIL WS-CRASH-EOF = "Y"
               READ CRASH-FILE INTO WS-LINE
                   AT END
                       MOVE "Y" TO WS-CRASH-EOF
                   NOT AT END
                       PERFORM ANNOTATE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE CRASH-FILE
           CLOSE ANNOTATED-FILE.

       ANNOTATE-ONE-LINE.
           MOVE WS-LINE TO WS-OUT-LINE
           MOVE SPACES TO WS-NOTE
           PERFORM SPLIT-LINE
           IF WS-TOK(1) = "IMAGE"
               PERFORM NOTE-IMAGE-LINE
           ELSE
               PERFORM FIND-FRAME-ADDRESS
               IF WS-ADDR-FOUND = "Y"
                   ADD 1 TO WS-FRAMES
                   PERFORM SYMBOLICATE-FRAME
               END-IF
           END-IF
           IF WS-NOTE NOT = SPACES
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(WS-LINE TRAILING) "  <= "
                   FUNCTION TRIM(WS-NOTE)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
           END-IF
           WRITE ANNOTATED-RECORD FROM WS-OUT-LINE.

      *> NOTE-IMAGE-LINE SAYS WHICH BINARY AN IMAGE LINE RESOLVED TO,
      *> OR WHY IT DID NOT.
       NOTE-IMAGE-LINE.
           MOVE 0 TO WS-IMG-HIT
           PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                   UNTIL WS-IMG-IDX > WS-IMG-COUNT OR WS-IMG-HIT > 0
               IF WS-IMG-NAME(WS-IMG-IDX) = WS-TOK(2)
                   MOVE WS-IMG-IDX TO WS-IMG-HIT
               END-IF
           END-PERFORM
           IF WS-IMG-HIT = 0
               MOVE "ignored (incomplete or over the image limit)"
                   TO WS-NOTE
           ELSE
               IF WS-IMG-STATE(WS-IMG-HIT) = "R"
                   MOVE WS-IMG-SYM-COUNT(WS-IMG-HIT) TO WS-COUNT-DISP
                   STRING FUNCTION TRIM(WS-IMG-PATH(WS-IMG-HIT))
                       " (" FUNCTION TRIM(WS-COUNT-DISP) " symbols)"
                       DELIMITED BY SIZE INTO WS-NOTE
               ELSE
                   STRING "unresolved: "
                       FUNCTION TRIM(WS-IMG-REASON(WS-IMG-HIT))
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
           END-IF.

      *> FIND-FRAME-ADDRESS TAKES THE LINE'S FIRST 0x TOKEN AS THE
      *> ADDRESS AND ANY TOKEN THAT IS A DECLARED IMAGE NAME AS THE
      *> IMAGE IT BELONGS TO.
       FIND-FRAME-ADDRESS.
           MOVE "N" TO WS-ADDR-FOUND
           MOVE 0 TO WS-IMG-HIT
           PERFORM VARYING WS-TOK-IDX FROM 1 BY 1
                   UNTIL WS-TOK-IDX > WS-TOK-COUNT
               IF WS-ADDR-FOUND = "N"
                   AND (WS-TOK(WS-TOK-IDX)(1:2) = "0x"
                     OR WS-TOK(WS-TOK-IDX)(1:2) = "0X")
                   MOVE WS-TOK(WS-TOK-IDX) TO WS-HEX-TEXT
                   PERFORM PARSE-HEX
                   MOVE WS-HEX-VALUE TO WS-ADDR
                   MOVE "Y" TO WS-ADDR-FOUND
                   IF WS-HEX-OK = "N"
                       MOVE "X" TO WS-ADDR-FOUND
                   END-IF
               END-IF
               IF WS-IMG-HIT = 0
                   PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                           UNTIL WS-IMG-IDX > WS-IMG-COUNT
                           OR WS-IMG-HIT > 0
                       IF WS-IMG-NAME(WS-IMG-IDX) = WS-TOK(WS-TOK-IDX)
                           MOVE WS-IMG-IDX TO WS-IMG-HIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-ADDR-FOUND = "X"
               MOVE "Y" TO WS-ADDR-FOUND
               MOVE "address out of range" TO WS-NOTE
               ADD 1 TO WS-FRAMES
               ADD 1 TO WS-FRAMES-UNRESOLVED
               MOVE "N" TO WS-ADDR-FOUND
           END-IF.

      *> SYMBOLICATE-FRAME PICKS THE IMAGE (BY NAME, ELSE BY RANGE),
      *> UNSLIDES THE ADDRESS AND NAMES THE NEAREST SYMBOL AT OR BELOW
      *> IT WITH ITS SEGMENT AND SECTION.
       SYMBOLICATE-FRAME.
           IF WS-IMG-HIT = 0
               PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                       UNTIL WS-IMG-IDX > WS-IMG-COUNT
                       OR WS-IMG-HIT > 0
                   IF WS-IMG-STATE(WS-IMG-IDX) = "R"
                       PERFORM COMPUTE-UNSLID
                       IF WS-UNSLID-OK = "Y"
                           MOVE WS-IMG-IDX TO WS-IMG-HIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF WS-IMG-HIT = 0
               MOVE "no declared image covers this address" TO WS-NOTE
               ADD 1 TO WS-FRAMES-UNRESOLVED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IMG-HIT TO WS-IMG-IDX
           IF WS-IMG-STATE(WS-IMG-IDX) NOT = "R"
               STRING FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX))
                   " unresolved: "
                   FUNCTION TRIM(WS-IMG-REASON(WS-IMG-IDX))
                   DELIMITED BY SIZE INTO WS-NOTE
               ADD 1 TO WS-FRAMES-UNRESOLVED
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-UNSLID
           IF WS-UNSLID-OK = "N"
               STRING "outside "
                   FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX))
                   DELIMITED BY SIZE INTO WS-NOTE
               ADD 1 TO WS-FRAMES-UNRESOLVED
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-NEAREST-SYMBOL
           IF WS-SYM-HIT = 0
               STRING "no symbol below this address in "
                   FUNCTION TRIM(WS-IMG-NAME(WS-IMG-IDX))
                   DELIMITED BY SIZE INTO WS-NOTE
               ADD 1 TO WS-FRAMES-UNRESOLVED
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FRAME-SECTION

           COMPUTE WS-HEX-WORK = WS-UNSLID - WS-SYM-VALUE(WS-SYM-HIT)
           PERFORM FORMAT-HEX
           STRING FUNCTION TRIM(WS-SYM-NAME(WS-SYM-HIT)) "+0x"
               FUNCTION TRIM(WS-HEX-OUT)
               DELIMITED BY SIZE INTO WS-NOTE
           IF WS-FRAME-SEG NOT = SPACES
               MOVE WS-NOTE TO WS-LINE-SPLIT
               MOVE SPACES TO WS-NOTE
               IF WS-FRAME-SECT NOT = SPACES
                   STRING FUNCTION TRIM(WS-LINE-SPLIT) " ("
                       FUNCTION TRIM(WS-FRAME-SEG) ","
                       FUNCTION TRIM(WS-FRAME-SECT) ")"
                       DELIMITED BY SIZE INTO WS-NOTE
               ELSE
                   STRING FUNCTION TRIM(WS-LINE-SPLIT) " ("
                       FUNCTION TRIM(WS-FRAME-SEG) ")"
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
           END-IF
           ADD 1 TO WS-FRAMES-RESOLVED.

      *> COMPUTE-UNSLID TAKES WS-ADDR BACK TO IMAGE WS-IMG-IDX'S LINK
      *> ADDRESSES: ADDR - LOAD + BASE, OR ADDR - SLIDE, CUT TO THE LOW
      *> 32 BITS FOR A 64-BIT MACH-O MAP. WS-UNSLID-OK SAYS WHETHER THE
      *> RESULT FALLS INSIDE THE IMAGE.
       COMPUTE-UNSLID.
           MOVE "N" TO WS-UNSLID-OK
           IF WS-ADDR < WS-IMG-LOAD(WS-IMG-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-IMG-HOW(WS-IMG-IDX) = "LOAD"
               COMPUTE WS-UNSLID = WS-ADDR - WS-IMG-LOAD(WS-IMG-IDX)
                   + WS-IMG-BASE(WS-IMG-IDX)
           ELSE
               COMPUTE WS-UNSLID = WS-ADDR - WS-IMG-LOAD(WS-IMG-IDX)
           END-IF
           IF WS-IMG-LOW32(WS-IMG-IDX) = "Y"
               COMPUTE WS-UNSLID = FUNCTION MOD(WS-UNSLID, WS-LOW32-MOD)
           END-IF
           IF WS-UNSLID >= WS-IMG-BASE(WS-IMG-IDX)
               AND WS-UNSLID < WS-IMG-BASE(WS-IMG-IDX)
                   + WS-IMG-SPAN(WS-IMG-IDX)
               MOVE "Y" TO WS-UNSLID-OK
           END-IF.

      *> FIND-NEAREST-SYMBOL SCANS THE IMAGE'S SYMBOLS FOR THE HIGHEST
      *> VALUE NOT ABOVE THE UNSLID ADDRESS.
       FIND-NEAREST-SYMBOL.
           MOVE 0 TO WS-SYM-HIT
           COMPUTE WS-SYM-LAST = WS-IMG-SYM-FIRST(WS-IMG-IDX)
               + WS-IMG-SYM-COUNT(WS-IMG-IDX) - 1
           PERFORM VARYING WS-SYM-IDX FROM WS-IMG-SYM-FIRST(WS-IMG-IDX)
                   BY 1 UNTIL WS-SYM-IDX > WS-SYM-LAST
               IF WS-SYM-VALUE(WS-SYM-IDX) <= WS-UNSLID
                   IF WS-SYM-HIT = 0
                       MOVE WS-SYM-IDX TO WS-SYM-HIT
                   ELSE
                       IF WS-SYM-VALUE(WS-SYM-IDX)
                               > WS-SYM-VALUE(WS-SYM-HIT)
                           MOVE WS-SYM-IDX TO WS-SYM-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> FIND-FRAME-SECTION NAMES THE SECTION HOLDING THE UNSLID
      *> ADDRESS, OR FAILING THAT THE SEGMENT.
       FIND-FRAME-SECTION.
           MOVE SPACES TO WS-FRAME-SEG
           MOVE SPACES TO WS-FRAME-SECT
           COMPUTE WS-MAP-LAST = WS-IMG-MAP-FIRST(WS-IMG-IDX)
               + WS-IMG-MAP-COUNT(WS-IMG-IDX) - 1
           PERFORM VARYING WS-MAP-IDX FROM WS-IMG-MAP-FIRST(WS-IMG-IDX)
                   BY 1 UNTIL WS-MAP-IDX > WS-MAP-LAST
               IF WS-MAP-SIZE(WS-MAP-IDX) > 0
                   AND WS-UNSLID >= WS-MAP-ADDR(WS-MAP-IDX)
                   AND WS-UNSLID < WS-MAP-ADDR(WS-MAP-IDX)
                       + WS-MAP-SIZE(WS-MAP-IDX)
                   IF WS-MAP-KIND(WS-MAP-IDX) = "S"
                       MOVE WS-MAP-SEG(WS-MAP-IDX) TO WS-FRAME-SEG
                       MOVE WS-MAP-SECT(WS-MAP-IDX) TO WS-FRAME-SECT
                   ELSE
                       IF WS-FRAME-SEG = SPACES
                           MOVE WS-MAP-SEG(WS-MAP-IDX) TO WS-FRAME-SEG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-SUMMARY.
           MOVE WS-IMG-RESOLVED TO WS-COUNT-DISP
           MOVE WS-IMG-COUNT TO WS-COUNT-DISP2
           MOVE WS-IMG-SKIPPED TO WS-COUNT-DISP3
           DISPLAY "Images resolved    : " WS-COUNT-DISP " of "
               FUNCTION TRIM(WS-COUNT-DISP2)
               " (" FUNCTION TRIM(WS-COUNT-DISP3) " ignored)"
           MOVE WS-FRAMES TO WS-COUNT-DISP
           DISPLAY "Addresses found    : " WS-COUNT-DISP
           MOVE WS-FRAMES-RESOLVED TO WS-COUNT-DISP
           DISPLAY "  symbolicated     : " WS-COUNT-DISP
           MOVE WS-FRAMES-UNRESOLVED TO WS-COUNT-DISP
           DISPLAY "  unresolved       : " WS-COUNT-DISP
           IF WS-REGEN-COUNT > 0
               MOVE WS-REGEN-COUNT TO WS-COUNT-DISP
               DISPLAY "Listings rebuilt   : " WS-COUNT-DISP
           END-IF
           DISPLAY "Annotated log written to "
               FUNCTION TRIM(WS-OUT-PATH).

       COPY "msgissue.cpy".
