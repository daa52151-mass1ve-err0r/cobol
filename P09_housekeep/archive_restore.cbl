      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  archive_restore
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> GETS ARCHIVED ARTIFACTS BACK OUT OF housekeep.archive/.
      *> HouseKeep FILES EVERY FILE IT ARCHIVES IN THE ARCHIVE
      *> CATALOG (housekeep.archive/catalog.dat, PIPE-SEPARATED):
      *>     sweep-date|class|size|crc-32|original-path|archive-path
      *> THIS SEARCHES THAT CATALOG AND COPIES WHAT IT FINDS BACK TO
      *> ITS ORIGINAL PATH, OR UNDER A NAMED DIRECTORY, INSTEAD OF
      *> SOMEONE DIGGING THROUGH THE DATED FOLDERS BY HAND.
      *>
      *> INVOKED AS:
      *>     archive_restore [-name <pattern>] [-class <class>]
      *>                     [-from <YYYYMMDD>] [-to <YYYYMMDD>]
      *>                     [-dest <dir>] [-replace] [-list]
      *>                     [-cat <catalog>]
      *>
      *> AT LEAST ONE OF -name/-class/-from/-to IS REQUIRED, SO A
      *> BARE RUN CANNOT RESTORE THE WHOLE ARCHIVE. -name IS MATCHED
      *> AGAINST THE ORIGINAL FILE NAME ("*" ANY RUN OF CHARACTERS,
      *> "?" ANY ONE), OR AGAINST THE WHOLE ORIGINAL PATH WHEN THE
      *> PATTERN HOLDS A "/" (E.G. spool/run-20240611*). -class IS A
      *> HouseKeep CLASS: reports, symbols, exceptions, csv, spool.
      *> -from/-to BOUND THE SWEEP DATE, BOTH ENDS INCLUSIVE. -list
      *> ONLY SHOWS WHAT WOULD BE RESTORED.
      *>
      *> WHEN THE SAME ORIGINAL PATH WAS SWEPT MORE THAN ONCE, ONLY
      *> ITS LATEST ARCHIVE COPY IS RESTORED; NARROW THE DATES TO
      *> GET AN OLDER ONE. WITH -dest THE ORIGINAL RELATIVE PATH IS
      *> KEPT UNDER THE NAMED DIRECTORY.
      *>
      *> EVERY COPY IS CHECKED: THE ARCHIVE COPY'S CRC-32 MUST MATCH
      *> THE CATALOG BEFORE IT IS COPIED, AND THE RESTORED FILE'S
      *> MUST MATCH AFTER (A BAD COPY IS REMOVED AGAIN). AN EXISTING
      *> FILE AT THE DESTINATION IS LEFT ALONE UNLESS -replace IS
      *> GIVEN. EACH RESTORE, GOOD OR REFUSED, IS LOGGED TO THE AUDIT
      *> TRAIL.
      *>
      *> RETURN-CODE: 0 ALL RESTORED (OR LISTED), 4 NOTHING MATCHED
      *> OR A DESTINATION ALREADY EXISTED, 8 A MISSING OR DAMAGED
      *> ARCHIVE COPY, A FAILED COPY OR NO CATALOG, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiveRestore.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 16 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

      *> SELECTION AND DISPOSITION FROM THE COMMAND LINE.
       01  WS-SEL-NAME           PIC X(255) VALUE SPACES.
       01  WS-SEL-CLASS          PIC X(12) VALUE SPACES.
       01  WS-SEL-FROM           PIC X(8) VALUE SPACES.
       01  WS-SEL-TO             PIC X(8) VALUE SPACES.
       01  WS-DEST-DIR           PIC X(255) VALUE SPACES.
       01  WS-REPLACE            PIC X VALUE "N".
       01  WS-LIST-ONLY          PIC X VALUE "N".
       01  WS-NAME-HAS-SLASH     PIC 9(3) COMP-5 VALUE 0.

       01  WS-CATALOG-PATH       PIC X(255) VALUE
           "housekeep.archive/catalog.dat".
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-EOF        PIC X VALUE "N".
       01  WS-CATALOG-LINE       PIC X(700) VALUE SPACES.
       01  WS-CATALOG-READ       PIC 9(6) COMP-5 VALUE 0.

      *> ONE CATALOG LINE, SPLIT.
       01  WS-CAT-DATE           PIC X(8) VALUE SPACES.
       01  WS-CAT-CLASS          PIC X(12) VALUE SPACES.
       01  WS-CAT-SIZE           PIC X(12) VALUE SPACES.
       01  WS-CAT-CRC            PIC X(8) VALUE SPACES.
       01  WS-CAT-ORIGINAL       PIC X(280) VALUE SPACES.
       01  WS-CAT-ARCHIVE        PIC X(280) VALUE SPACES.

      *> THE MATCHING ENTRIES, IN CATALOG (SWEEP) ORDER.
       01  WS-HIT-MAX            PIC 9(4) COMP-5 VALUE 500.
       01  WS-HIT-COUNT          PIC 9(4) COMP-5 VALUE 0.
       01  WS-HIT-TABLE.
           05  WS-HIT-ENTRY OCCURS 500 TIMES.
               10  WS-HIT-DATE       PIC X(8).
               10  WS-HIT-CLASS      PIC X(12).
               10  WS-HIT-SIZE       PIC X(12).
               10  WS-HIT-CRC        PIC X(8).
               10  WS-HIT-ORIGINAL   PIC X(280).
               10  WS-HIT-ARCHIVE    PIC X(280).
       01  WS-HIT-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-LATER-IDX          PIC 9(4) COMP-5 VALUE 0.
       01  WS-SUPERSEDED         PIC X VALUE "N".
       01  WS-HIT-OVERFLOW       PIC X VALUE "N".

      *> WILDCARD MATCH OF WS-SEL-NAME AGAINST WS-MATCH-TEXT.
       01  WS-MATCH-TEXT         PIC X(280) VALUE SPACES.
       01  WS-MATCH-RESULT       PIC X VALUE "N".
       01  WS-PAT-LEN            PIC 9(4) COMP-5 VALUE 0.
       01  WS-TXT-LEN            PIC 9(4) COMP-5 VALUE 0.
       01  WS-PAT-POS            PIC 9(4) COMP-5 VALUE 0.
       01  WS-TXT-POS            PIC 9(4) COMP-5 VALUE 0.
       01  WS-STAR-POS           PIC 9(4) COMP-5 VALUE 0.
       01  WS-STAR-MARK          PIC 9(4) COMP-5 VALUE 0.
       01  WS-MATCH-DEAD         PIC X VALUE "N".
       01  WS-BASE-START         PIC 9(4) COMP-5 VALUE 0.
       01  WS-SCAN-IDX           PIC 9(4) COMP-5 VALUE 0.

      *> THE RESTORE IN FLIGHT.
       01  WS-DEST-PATH          PIC X(540) VALUE SPACES.
       01  WS-DEST-PARENT        PIC X(540) VALUE SPACES.
       01  WS-SLASH-POS          PIC 9(4) COMP-5 VALUE 0.
       01  WS-SHELL-CMD          PIC X(1200) VALUE SPACES.
       01  WS-OUTCOME            PIC X(80) VALUE SPACES.
       01  WS-RESTORED-CRC       PIC X(8) VALUE SPACES.
       01  WS-EXIST-INFO.
           05  WS-EXIST-SIZE     PIC 9(18) COMP.
           05  FILLER            PIC X(8).

      *> THE STANDARD SHELL-METACHARACTER SCREEN, APPLIED TO EVERY
      *> PATH BEFORE IT GOES NEAR cp OR mkdir.
       01  WS-CHECK-NAME         PIC X(540) VALUE SPACES.
       01  WS-CHECK-LEN          PIC 9(4) COMP-5 VALUE 0.
       01  WS-CHECK-IDX          PIC 9(4) COMP-5 VALUE 0.
       01  WS-CHECK-CHAR         PIC X VALUE SPACE.
       01  WS-NAME-OK            PIC X VALUE "Y".

      *> WHOLE-FILE CRC-32 THROUGH THE SHARED CRC32 SUBPROGRAM, THE
      *> SAME 4KB WALK HouseKeep MADE WHEN IT FILED THE ENTRY.
       01  HEX-TABLE             PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-CRC-PATH           PIC X(540) VALUE SPACES.
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

      *> RUN TOTALS.
       01  WS-SELECTED           PIC 9(4) COMP-5 VALUE 0.
       01  WS-RESTORED           PIC 9(4) COMP-5 VALUE 0.
       01  WS-EXISTED            PIC 9(4) COMP-5 VALUE 0.
       01  WS-FAILED             PIC 9(4) COMP-5 VALUE 0.
       01  WS-FINAL-RC           PIC 9(2) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZ,ZZ9.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM ONCE PER ARTIFACT RESTORED OR REFUSED.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "ArchiveRestore".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-SEL-NAME = SPACES AND WS-SEL-CLASS = SPACES
               AND WS-SEL-FROM = SPACES AND WS-SEL-TO = SPACES
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-SEL-FROM NOT = SPACES AND WS-SEL-FROM IS NOT NUMERIC
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-SEL-TO NOT = SPACES AND WS-SEL-TO IS NOT NUMERIC
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "ARS001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "           [-dest <dir>] [-replace] [-list] "
                   "[-cat <catalog>]"
               DISPLAY "  (at least one of -name/-class/-from/-to)"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-MATCHING-ENTRIES
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "ARS002E" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CATALOG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE WS-CATALOG-PATH TO WS-AUDIT-PARAMS
               MOVE "error: cannot open archive catalog"
                   TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                   UNTIL WS-HIT-IDX > WS-HIT-COUNT
               PERFORM CHECK-SUPERSEDED
               IF WS-SUPERSEDED = "N"
                   ADD 1 TO WS-SELECTED
                   IF WS-LIST-ONLY = "Y"
                       PERFORM LIST-ONE-ENTRY
                   ELSE
                       PERFORM RESTORE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM

           IF WS-HIT-OVERFLOW = "Y"
               MOVE WS-HIT-MAX TO WS-COUNT-DISP
               MOVE "ARS003W" TO WS-MSG-ID
               MOVE WS-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF

           MOVE WS-SELECTED TO WS-COUNT-DISP
           DISPLAY "Archive entries selected : " WS-COUNT-DISP
           IF WS-SELECTED = 0
               MOVE "ARS004W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF

           IF WS-LIST-ONLY = "Y"
               MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "listed " FUNCTION TRIM(WS-COUNT-DISP)
                   " archive entries"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           ELSE
               MOVE WS-RESTORED TO WS-COUNT-DISP
               DISPLAY "Restored                 : " WS-COUNT-DISP
               MOVE WS-EXISTED TO WS-COUNT-DISP
               DISPLAY "Left alone (existing)    : " WS-COUNT-DISP
               MOVE WS-FAILED TO WS-COUNT-DISP
               DISPLAY "Refused or failed        : " WS-COUNT-DISP
           END-IF

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
                   WHEN "-name"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-NAME
                   WHEN "-class"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-CLASS
                   WHEN "-from"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-FROM
                       IF WS-ARG-ENTRY(WS-ARG-IDX)(9:1) NOT = SPACE
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-to"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-TO
                       IF WS-ARG-ENTRY(WS-ARG-IDX)(9:1) NOT = SPACE
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-dest"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-DEST-DIR
                       IF WS-DEST-DIR = SPACES
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-cat"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-CATALOG-PATH
                   WHEN "-replace"
                       MOVE "Y" TO WS-REPLACE
                   WHEN "-list"
                       MOVE "Y" TO WS-LIST-ONLY
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM

           MOVE 0 TO WS-NAME-HAS-SLASH
           INSPECT WS-SEL-NAME TALLYING WS-NAME-HAS-SLASH FOR ALL "/".

      *> LOAD-MATCHING-ENTRIES READS THE CATALOG AND KEEPS EVERY
      *> ENTRY THE SELECTION ACCEPTS, IN SWEEP ORDER.
       LOAD-MATCHING-ENTRIES.
           MOVE 0 TO WS-HIT-COUNT
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
                       IF WS-CATALOG-LINE NOT = SPACES
                           ADD 1 TO WS-CATALOG-READ
                           PERFORM CONSIDER-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "00" TO WS-CATALOG-STATUS.

       CONSIDER-CATALOG-LINE.
           MOVE SPACES TO WS-CAT-DATE WS-CAT-CLASS WS-CAT-SIZE
               WS-CAT-CRC WS-CAT-ORIGINAL WS-CAT-ARCHIVE
           UNSTRING WS-CATALOG-LINE DELIMITED BY "|"
               INTO WS-CAT-DATE WS-CAT-CLASS WS-CAT-SIZE WS-CAT-CRC
                   WS-CAT-ORIGINAL WS-CAT-ARCHIVE
           END-UNSTRING

           IF WS-SEL-CLASS NOT = SPACES
               AND WS-CAT-CLASS NOT = WS-SEL-CLASS
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-FROM NOT = SPACES AND WS-CAT-DATE < WS-SEL-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TO NOT = SPACES AND WS-CAT-DATE > WS-SEL-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-NAME NOT = SPACES
               IF WS-NAME-HAS-SLASH > 0
                   MOVE WS-CAT-ORIGINAL TO WS-MATCH-TEXT
               ELSE
                   MOVE 0 TO WS-BASE-START
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                           UNTIL WS-SCAN-IDX > 280
                       IF WS-CAT-ORIGINAL(WS-SCAN-IDX:1) = "/"
                           MOVE WS-SCAN-IDX TO WS-BASE-START
                       END-IF
                   END-PERFORM
                   MOVE WS-CAT-ORIGINAL(WS-BASE-START + 1:)
                       TO WS-MATCH-TEXT
               END-IF
               PERFORM MATCH-NAME-PATTERN
               IF WS-MATCH-RESULT = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-HIT-COUNT >= WS-HIT-MAX
               MOVE "Y" TO WS-HIT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-CAT-DATE TO WS-HIT-DATE(WS-HIT-COUNT)
           MOVE WS-CAT-CLASS TO WS-HIT-CLASS(WS-HIT-COUNT)
           MOVE WS-CAT-SIZE TO WS-HIT-SIZE(WS-HIT-COUNT)
           MOVE WS-CAT-CRC TO WS-HIT-CRC(WS-HIT-COUNT)
           MOVE WS-CAT-ORIGINAL TO WS-HIT-ORIGINAL(WS-HIT-COUNT)
           MOVE WS-CAT-ARCHIVE TO WS-HIT-ARCHIVE(WS-HIT-COUNT).

      *> MATCH-NAME-PATTERN TESTS WS-MATCH-TEXT AGAINST WS-SEL-NAME:
      *> "*" TAKES ANY RUN OF CHARACTERS (BACKTRACKING TO THE LAST
      *> STAR ON A MISMATCH), "?" ANY ONE, ANYTHING ELSE ITSELF.
       MATCH-NAME-PATTERN.
           MOVE "N" TO WS-MATCH-RESULT
           MOVE "N" TO WS-MATCH-DEAD
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SEL-NAME))
               TO WS-PAT-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-TEXT))
               TO WS-TXT-LEN
           MOVE 1 TO WS-PAT-POS
           MOVE 1 TO WS-TXT-POS
           MOVE 0 TO WS-STAR-POS
           MOVE 0 TO WS-STAR-MARK
           PERFORM UNTIL WS-TXT-POS > WS-TXT-LEN
                   OR WS-MATCH-DEAD = "Y"
               EVALUATE TRUE
                   WHEN WS-PAT-POS <= WS-PAT-LEN
                       AND (WS-SEL-NAME(WS-PAT-POS:1) = "?"
                       OR WS-SEL-NAME(WS-PAT-POS:1) =
                          WS-MATCH-TEXT(WS-TXT-POS:1))
                       ADD 1 TO WS-PAT-POS
                       ADD 1 TO WS-TXT-POS
                   WHEN WS-PAT-POS <= WS-PAT-LEN
                       AND WS-SEL-NAME(WS-PAT-POS:1) = "*"
                       MOVE WS-PAT-POS TO WS-STAR-POS
                       MOVE WS-TXT-POS TO WS-STAR-MARK
                       ADD 1 TO WS-PAT-POS
                   WHEN WS-STAR-POS > 0
                       COMPUTE WS-PAT-POS = WS-STAR-POS + 1
                       ADD 1 TO WS-STAR-MARK
                       MOVE WS-STAR-MARK TO WS-TXT-POS
                   WHEN OTHER
                       MOVE "Y" TO WS-MATCH-DEAD
               END-EVALUATE
           END-PERFORM
           IF WS-MATCH-DEAD = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAT-POS > WS-PAT-LEN
                   OR WS-SEL-NAME(WS-PAT-POS:1) NOT = "*"
               ADD 1 TO WS-PAT-POS
           END-PERFORM
           IF WS-PAT-POS > WS-PAT-LEN
               MOVE "Y" TO WS-MATCH-RESULT
           END-IF.

      *> CHECK-SUPERSEDED SAYS WHETHER A LATER SWEEP ALSO ARCHIVED
      *> THIS ENTRY'S ORIGINAL PATH; ONLY THE LATEST COPY COUNTS.
       CHECK-SUPERSEDED.
           MOVE "N" TO WS-SUPERSEDED
           PERFORM VARYING WS-LATER-IDX FROM WS-HIT-IDX BY 1
                   UNTIL WS-LATER-IDX >= WS-HIT-COUNT
                   OR WS-SUPERSEDED = "Y"
               IF WS-HIT-ORIGINAL(WS-LATER-IDX + 1) =
                   WS-HIT-ORIGINAL(WS-HIT-IDX)
                   MOVE "Y" TO WS-SUPERSEDED
               END-IF
           END-PERFORM.

       LIST-ONE-ENTRY.
           DISPLAY WS-HIT-DATE(WS-HIT-IDX) " "
               WS-HIT-CLASS(WS-HIT-IDX) " "
               WS-HIT-CRC(WS-HIT-IDX) " "
               FUNCTION TRIM(WS-HIT-SIZE(WS-HIT-IDX)) " bytes  "
               FUNCTION TRIM(WS-HIT-ORIGINAL(WS-HIT-IDX))
           DISPLAY "         from "
               FUNCTION TRIM(WS-HIT-ARCHIVE(WS-HIT-IDX)).

      *> RESTORE-ONE-ENTRY COPIES ONE ARCHIVE FILE BACK, CHECKING
      *> ITS CRC-32 BEFORE AND AFTER, AND LOGS THE OUTCOME.
       RESTORE-ONE-ENTRY.
           MOVE SPACES TO WS-DEST-PATH
           IF WS-DEST-DIR = SPACES
               MOVE WS-HIT-ORIGINAL(WS-HIT-IDX) TO WS-DEST-PATH
           ELSE
               STRING FUNCTION TRIM(WS-DEST-DIR) "/"
                   FUNCTION TRIM(WS-HIT-ORIGINAL(WS-HIT-IDX))
                   DELIMITED BY SIZE INTO WS-DEST-PATH
           END-IF
           PERFORM COPY-ONE-ENTRY

           EVALUATE TRUE
               WHEN WS-OUTCOME = "RESTORED"
                   DISPLAY FUNCTION TRIM(WS-OUTCOME) ": "
                       FUNCTION TRIM(WS-HIT-ARCHIVE(WS-HIT-IDX))
                       " -> " FUNCTION TRIM(WS-DEST-PATH)
               WHEN WS-OUTCOME(1:10) = "LEFT ALONE"
                   MOVE "ARS006W" TO WS-MSG-ID
                   MOVE WS-HIT-ARCHIVE(WS-HIT-IDX) TO WS-MSG-SLOT(1)
                   MOVE WS-DEST-PATH TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               WHEN OTHER
                   MOVE "ARS005E" TO WS-MSG-ID
                   MOVE WS-HIT-ARCHIVE(WS-HIT-IDX) TO WS-MSG-SLOT(1)
                   MOVE WS-DEST-PATH TO WS-MSG-SLOT(2)
                   MOVE WS-OUTCOME TO WS-MSG-SLOT(3)
                   PERFORM ISSUE-MESSAGE
           END-EVALUATE
           MOVE WS-HIT-ARCHIVE(WS-HIT-IDX) TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING FUNCTION TRIM(WS-OUTCOME) " -> "
               FUNCTION TRIM(WS-DEST-PATH)
               " crc " WS-HIT-CRC(WS-HIT-IDX)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> COPY-ONE-ENTRY DOES THE WORK AND LEAVES THE VERDICT IN
      *> WS-OUTCOME, RAISING THE RUN'S RETURN CODE AS IT GOES.
       COPY-ONE-ENTRY.
           MOVE WS-HIT-ARCHIVE(WS-HIT-IDX) TO WS-CHECK-NAME
           PERFORM CHECK-PATH-NAME
           IF WS-NAME-OK = "Y"
               MOVE WS-DEST-PATH TO WS-CHECK-NAME
               PERFORM CHECK-PATH-NAME
           END-IF
           IF WS-NAME-OK = "N"
               MOVE "REFUSED (unsafe name)" TO WS-OUTCOME
               PERFORM COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-HIT-ARCHIVE(WS-HIT-IDX) TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           IF WS-CRC-HEX = SPACES
               MOVE "REFUSED (archive copy missing)" TO WS-OUTCOME
               PERFORM COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF WS-CRC-HEX NOT = WS-HIT-CRC(WS-HIT-IDX)
               MOVE SPACES TO WS-OUTCOME
               STRING "REFUSED (archive copy damaged, crc "
                   WS-CRC-HEX ")" DELIMITED BY SIZE INTO WS-OUTCOME
               PERFORM COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF

           IF WS-REPLACE = "N"
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DEST-PATH,
                   WS-EXIST-INFO
               IF RETURN-CODE = 0
                   MOVE 0 TO RETURN-CODE
                   MOVE "LEFT ALONE (destination exists)"
                       TO WS-OUTCOME
                   ADD 1 TO WS-EXISTED
                   IF WS-FINAL-RC < 4
                       MOVE 4 TO WS-FINAL-RC
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE 0 TO WS-SLASH-POS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 540
               IF WS-DEST-PATH(WS-SCAN-IDX:1) = "/"
                   MOVE WS-SCAN-IDX TO WS-SLASH-POS
               END-IF
           END-PERFORM
           IF WS-SLASH-POS > 1
               MOVE SPACES TO WS-DEST-PARENT
               MOVE WS-DEST-PATH(1:WS-SLASH-POS - 1) TO WS-DEST-PARENT
               MOVE SPACES TO WS-SHELL-CMD
               STRING "mkdir -p " DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   FUNCTION TRIM(WS-DEST-PARENT) DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   INTO WS-SHELL-CMD
               CALL "SYSTEM" USING WS-SHELL-CMD
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp -p " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-HIT-ARCHIVE(WS-HIT-IDX))
                   DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-DEST-PATH) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE

           MOVE WS-DEST-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-RESTORED-CRC
           IF WS-RESTORED-CRC NOT = WS-HIT-CRC(WS-HIT-IDX)
               IF WS-RESTORED-CRC NOT = SPACES
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING "rm -f " DELIMITED BY SIZE
                       QUOTE DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DEST-PATH) DELIMITED BY SIZE
                       QUOTE DELIMITED BY SIZE
                       INTO WS-SHELL-CMD
                   CALL "SYSTEM" USING WS-SHELL-CMD
                   MOVE 0 TO RETURN-CODE
               END-IF
               MOVE "FAILED (restored copy did not verify)"
                   TO WS-OUTCOME
               PERFORM COUNT-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE "RESTORED" TO WS-OUTCOME
           ADD 1 TO WS-RESTORED.

       COUNT-FAILURE.
           ADD 1 TO WS-FAILED
           MOVE 8 TO WS-FINAL-RC.

      *> CHECK-PATH-NAME APPLIES THE STANDARD SHELL-METACHARACTER
      *> SCREEN TO WS-CHECK-NAME.
       CHECK-PATH-NAME.
           MOVE "Y" TO WS-NAME-OK
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-NAME))
               TO WS-CHECK-LEN
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-LEN
               MOVE WS-CHECK-NAME(WS-CHECK-IDX:1) TO WS-CHECK-CHAR
               IF WS-CHECK-CHAR = ";" OR "|" OR "&" OR "`" OR "$" OR
                       ">" OR "<" OR QUOTE OR "'" OR "(" OR ")" OR
                       "\" OR "*" OR "~" OR X"0A"
                   MOVE "N" TO WS-NAME-OK
               END-IF
           END-PERFORM.

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

       COPY "msgissue.cpy".

       END PROGRAM ArchiveRestore.
