      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  report_catalog
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> FINDS REPORTS AGAIN. ReportWriter REGISTERS EVERY REPORT IT
      *> CLOSES IN THE REPORT CATALOG (REPORT-CATALOG IN tool.cfg,
      *> GLOBALLY OR UNDER [REPORTS]; DEFAULT report.catalog):
      *>     timestamp|program|run-id|pages|detail-lines|crc-32|
      *>     title|absolute-path
      *> THIS LISTS THE CATALOG BY PRODUCING PROGRAM, TITLE, RUN-ID
      *> OR DATE RANGE, AND DISPLAYS OR COPIES A CHOSEN REPORT, SO
      *> NOBODY HAS TO REMEMBER WHICH DIRECTORY A RUN LEFT ITS
      *> LISTING IN.
      *>
      *> INVOKED AS:
      *>     report_catalog [-prog <program>] [-title <text>]
      *>                    [-from <YYYYMMDD>] [-to <YYYYMMDD>]
      *>                    [-run <run-id>] [-check] [-cat <catalog>]
      *>     report_catalog -show <entry> [-cat <catalog>]
      *>     report_catalog -copy <entry> <dest> [-replace]
      *>                    [-cat <catalog>]
      *>
      *> -prog IS MATCHED EXACTLY AND -title AS A SUBSTRING, BOTH
      *> IGNORING CASE; -from/-to BOUND THE REPORT DATE, BOTH ENDS
      *> INCLUSIVE. <entry> IS THE "#" NUMBER THE LISTING SHOWS (THE
      *> ENTRY'S LINE IN THE CATALOG, SO IT DOES NOT MOVE WHEN THE
      *> SELECTION CHANGES).
      *>
      *> EVERY ENTRY LISTED IS CHECKED AGAINST THE DISK: MISSING WHEN
      *> THE FILE IS GONE, CHANGED WHEN ITS CRC-32 NO LONGER MATCHES
      *> THE ONE TAKEN AT CLOSE. -check LISTS ONLY THOSE. A CHANGED
      *> REPORT IS STILL SHOWN OR COPIED, WITH A WARNING; A COPY IS
      *> CHECKED AGAINST ITS SOURCE AFTERWARDS, AND AN EXISTING
      *> DESTINATION IS LEFT ALONE UNLESS -replace IS GIVEN.
      *>
      *> RETURN-CODE: 0 OK, 4 NOTHING MATCHED, AN ENTRY FLAGGED, A
      *> CHANGED REPORT SHOWN/COPIED OR A DESTINATION ALREADY THERE,
      *> 8 NO CATALOG, NO SUCH ENTRY, REPORT MISSING OR A FAILED
      *> COPY, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportCatalog.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT REPORT-FILE ASSIGN DYNAMIC WS-ENT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(700).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(255).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 16 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

      *> SELECTION AND ACTION FROM THE COMMAND LINE.
       01  WS-SEL-PROGRAM        PIC X(30) VALUE SPACES.
       01  WS-SEL-TITLE          PIC X(60) VALUE SPACES.
       01  WS-SEL-FROM           PIC X(8) VALUE SPACES.
       01  WS-SEL-TO             PIC X(8) VALUE SPACES.
       01  WS-SEL-RUN-ID         PIC X(40) VALUE SPACES.
       01  WS-CHECK-ONLY         PIC X VALUE "N".
       01  WS-ACTION             PIC X VALUE "L".
       01  WS-ENTRY-ARG          PIC X(10) VALUE SPACES.
       01  WS-ENTRY-WANTED       PIC 9(6) COMP-5 VALUE 0.
       01  WS-DEST-PATH          PIC X(255) VALUE SPACES.
       01  WS-REPLACE            PIC X VALUE "N".

       01  WS-CATALOG-PATH       PIC X(255) VALUE "report.catalog".
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-EOF        PIC X VALUE "N".
       01  WS-CATALOG-LINE       PIC X(700) VALUE SPACES.
       01  WS-ENTRY-NO           PIC 9(6) COMP-5 VALUE 0.
       01  WS-ENTRY-FOUND        PIC X VALUE "N".
       01  WS-REPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-EOF         PIC X VALUE "N".

       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(20) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-LINE-LEN           PIC 9(3) COMP-5 VALUE 0.

      *> ONE CATALOG LINE, SPLIT.
       01  WS-ENT-STAMP          PIC X(19) VALUE SPACES.
       01  WS-ENT-PROGRAM        PIC X(30) VALUE SPACES.
       01  WS-ENT-RUN-ID         PIC X(40) VALUE SPACES.
       01  WS-ENT-PAGES          PIC X(6) VALUE SPACES.
       01  WS-ENT-LINES          PIC X(9) VALUE SPACES.
       01  WS-ENT-CRC            PIC X(8) VALUE SPACES.
       01  WS-ENT-TITLE          PIC X(60) VALUE SPACES.
       01  WS-ENT-PATH           PIC X(512) VALUE SPACES.
       01  WS-ENT-DATE           PIC X(8) VALUE SPACES.
       01  WS-ENT-STATE          PIC X(8) VALUE SPACES.
       01  WS-ENT-NOW-CRC        PIC X(8) VALUE SPACES.

      *> CASE-FOLDED COPIES FOR THE -prog/-title COMPARISONS.
       01  WS-FOLD-PROGRAM       PIC X(30) VALUE SPACES.
       01  WS-FOLD-TITLE         PIC X(60) VALUE SPACES.
       01  WS-FOLD-WANT          PIC X(60) VALUE SPACES.
       01  WS-WANT-LEN           PIC 9(3) COMP-5 VALUE 0.
       01  WS-SCAN-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-TITLE-HIT          PIC X VALUE "N".

      *> THE STANDARD SHELL-METACHARACTER SCREEN, APPLIED TO BOTH
      *> ENDS OF A COPY BEFORE THEY GO NEAR cp.
       01  WS-SHELL-CMD          PIC X(1200) VALUE SPACES.
       01  WS-CHECK-NAME         PIC X(512) VALUE SPACES.
       01  WS-CHECK-LEN          PIC 9(4) COMP-5 VALUE 0.
       01  WS-CHECK-IDX          PIC 9(4) COMP-5 VALUE 0.
       01  WS-CHECK-CHAR         PIC X VALUE SPACE.
       01  WS-NAME-OK            PIC X VALUE "Y".
       01  WS-EXIST-INFO.
           05  WS-EXIST-SIZE     PIC 9(18) COMP.
           05  FILLER            PIC X(8).
       01  WS-OUTCOME            PIC X(80) VALUE SPACES.

      *> WHOLE-FILE CRC-32 THROUGH THE SHARED CRC32 SUBPROGRAM, THE
      *> SAME 4KB WALK ReportWriter MADE WHEN IT FILED THE ENTRY.
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

      *> RUN TOTALS.
       01  WS-LISTED             PIC 9(6) COMP-5 VALUE 0.
       01  WS-MISSING            PIC 9(6) COMP-5 VALUE 0.
       01  WS-CHANGED            PIC 9(6) COMP-5 VALUE 0.
       01  WS-FINAL-RC           PIC 9(2) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-MISSING-DISP       PIC ZZZ,ZZ9.
       01  WS-CHANGED-DISP       PIC ZZZ,ZZ9.
       01  WS-ENTRY-DISP         PIC ZZZZZ9.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM ONCE PER RUN.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "ReportCatalog".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-REPORT-CONFIG
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-SEL-FROM NOT = SPACES AND WS-SEL-FROM IS NOT NUMERIC
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-SEL-TO NOT = SPACES AND WS-SEL-TO IS NOT NUMERIC
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-ACTION NOT = "L"
               IF FUNCTION TRIM(WS-ENTRY-ARG) IS NOT NUMERIC
                   MOVE "Y" TO WS-USAGE-ERROR
               ELSE
                   COMPUTE WS-ENTRY-WANTED =
                       FUNCTION NUMVAL(WS-ENTRY-ARG)
               END-IF
           END-IF
           IF WS-ACTION = "C" AND WS-DEST-PATH = SPACES
               MOVE "Y" TO WS-USAGE-ERROR
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "RPC001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "           [-run <run-id>] [-check] "
                   "[-cat <catalog>]"
               DISPLAY "       report_catalog -show <entry> "
                   "[-cat <catalog>]"
               DISPLAY "       report_catalog -copy <entry> <dest> "
                   "[-replace] [-cat <catalog>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-FOLD-WANT
           MOVE FUNCTION UPPER-CASE(WS-SEL-TITLE) TO WS-FOLD-WANT
           MOVE FUNCTION UPPER-CASE(WS-SEL-PROGRAM) TO WS-SEL-PROGRAM
           MOVE 0 TO WS-WANT-LEN
           IF WS-FOLD-WANT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FOLD-WANT))
                   TO WS-WANT-LEN
           END-IF

           PERFORM WALK-CATALOG
           IF WS-CATALOG-STATUS NOT = "00"
               MOVE "RPC002E" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CATALOG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE WS-CATALOG-PATH TO WS-AUDIT-PARAMS
               MOVE "error: cannot open report catalog"
                   TO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-ACTION = "L"
               PERFORM SHOW-LIST-TOTALS
           ELSE
               IF WS-ENTRY-FOUND = "N"
                   MOVE WS-ENTRY-WANTED TO WS-ENTRY-DISP
                   MOVE "RPC003E" TO WS-MSG-ID
                   MOVE WS-ENTRY-DISP TO WS-MSG-SLOT(1)
                   MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE "error: no such catalog entry"
                       TO WS-AUDIT-RESULT
                   MOVE 8 TO WS-FINAL-RC
               ELSE
                   IF WS-ACTION = "S"
                       PERFORM SHOW-ONE-REPORT
                   ELSE
                       PERFORM COPY-ONE-REPORT
                   END-IF
               END-IF
           END-IF
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
                   WHEN "-prog"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-PROGRAM
                   WHEN "-title"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-TITLE
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
                   WHEN "-run"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEL-RUN-ID
                   WHEN "-check"
                       MOVE "Y" TO WS-CHECK-ONLY
                   WHEN "-show"
                       MOVE "S" TO WS-ACTION
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-ENTRY-ARG
                   WHEN "-copy"
                       MOVE "C" TO WS-ACTION
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-ENTRY-ARG
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-DEST-PATH
                   WHEN "-replace"
                       MOVE "Y" TO WS-REPLACE
                   WHEN "-cat"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-CATALOG-PATH
                       IF WS-CATALOG-PATH = SPACES
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM.

      *> READ-REPORT-CONFIG PICKS REPORT-CATALOG (GLOBAL OR UNDER
      *> [REPORTS]) OUT OF tool.cfg, THE SAME RULE ReportWriter USES
      *> WHEN IT FILES AN ENTRY.
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

      *> WALK-CATALOG READS THE CATALOG ONCE, NUMBERING THE ENTRIES.
      *> A LISTING CHECKS AND SHOWS EVERY ENTRY THE SELECTION TAKES;
      *> -show/-copy STOP AT THE ONE ENTRY ASKED FOR.
       WALK-CATALOG.
           MOVE 0 TO WS-ENTRY-NO
           MOVE "N" TO WS-ENTRY-FOUND
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
                           ADD 1 TO WS-ENTRY-NO
                           PERFORM CONSIDER-CATALOG-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "00" TO WS-CATALOG-STATUS.

       CONSIDER-CATALOG-LINE.
           IF WS-ACTION NOT = "L"
               IF WS-ENTRY-NO = WS-ENTRY-WANTED
                   PERFORM SPLIT-CATALOG-LINE
                   PERFORM CHECK-ENTRY-STATE
                   MOVE "Y" TO WS-ENTRY-FOUND
                   MOVE "Y" TO WS-CATALOG-EOF
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM SPLIT-CATALOG-LINE
           IF WS-SEL-PROGRAM NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-ENT-PROGRAM)
                   TO WS-FOLD-PROGRAM
               IF WS-FOLD-PROGRAM NOT = WS-SEL-PROGRAM
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SEL-RUN-ID NOT = SPACES
               AND WS-ENT-RUN-ID NOT = WS-SEL-RUN-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-FROM NOT = SPACES AND WS-ENT-DATE < WS-SEL-FROM
               EXIT PARAGRAPH
           END-IF
           IF WS-SEL-TO NOT = SPACES AND WS-ENT-DATE > WS-SEL-TO
               EXIT PARAGRAPH
           END-IF
           IF WS-WANT-LEN > 0
               PERFORM MATCH-TITLE-TEXT
               IF WS-TITLE-HIT = "N"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM CHECK-ENTRY-STATE
           IF WS-CHECK-ONLY = "Y" AND WS-ENT-STATE = "OK"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED
           PERFORM LIST-ONE-ENTRY.

       SPLIT-CATALOG-LINE.
           MOVE SPACES TO WS-ENT-STAMP WS-ENT-PROGRAM WS-ENT-RUN-ID
               WS-ENT-PAGES WS-ENT-LINES WS-ENT-CRC WS-ENT-TITLE
               WS-ENT-PATH
           UNSTRING WS-CATALOG-LINE DELIMITED BY "|"
               INTO WS-ENT-STAMP WS-ENT-PROGRAM WS-ENT-RUN-ID
                   WS-ENT-PAGES WS-ENT-LINES WS-ENT-CRC WS-ENT-TITLE
                   WS-ENT-PATH
           END-UNSTRING
           MOVE SPACES TO WS-ENT-DATE
           STRING WS-ENT-STAMP(1:4) WS-ENT-STAMP(6:2)
               WS-ENT-STAMP(9:2) DELIMITED BY SIZE INTO WS-ENT-DATE.

      *> MATCH-TITLE-TEXT LOOKS FOR THE -title TEXT ANYWHERE IN THE
      *> ENTRY'S TITLE, IGNORING CASE.
       MATCH-TITLE-TEXT.
           MOVE "N" TO WS-TITLE-HIT
           MOVE FUNCTION UPPER-CASE(WS-ENT-TITLE) TO WS-FOLD-TITLE
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX + WS-WANT-LEN - 1 > 60
                   OR WS-TITLE-HIT = "Y"
               IF WS-FOLD-TITLE(WS-SCAN-IDX:WS-WANT-LEN) =
                   WS-FOLD-WANT(1:WS-WANT-LEN)
                   MOVE "Y" TO WS-TITLE-HIT
               END-IF
           END-PERFORM.

      *> CHECK-ENTRY-STATE HOLDS THE ENTRY UP AGAINST THE DISK: OK,
      *> MISSING, OR CHANGED SINCE ReportWriter CLOSED IT.
       CHECK-ENTRY-STATE.
           MOVE WS-ENT-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-ENT-NOW-CRC
           EVALUATE TRUE
               WHEN WS-ENT-NOW-CRC = SPACES
                   MOVE "MISSING" TO WS-ENT-STATE
               WHEN WS-ENT-NOW-CRC NOT = WS-ENT-CRC
                   MOVE "CHANGED" TO WS-ENT-STATE
               WHEN OTHER
                   MOVE "OK" TO WS-ENT-STATE
           END-EVALUATE.

       LIST-ONE-ENTRY.
           MOVE WS-ENTRY-NO TO WS-ENTRY-DISP
           DISPLAY "#" WS-ENTRY-DISP " " WS-ENT-STAMP " "
               WS-ENT-PROGRAM(1:20) " " WS-ENT-STATE " "
               FUNCTION TRIM(WS-ENT-PAGES) "p "
               FUNCTION TRIM(WS-ENT-LINES) "l  "
               FUNCTION TRIM(WS-ENT-TITLE)
           IF WS-ENT-RUN-ID = "-" OR SPACES
               DISPLAY "        " FUNCTION TRIM(WS-ENT-PATH)
           ELSE
               DISPLAY "        " FUNCTION TRIM(WS-ENT-PATH)
                   "  (run " FUNCTION TRIM(WS-ENT-RUN-ID) ")"
           END-IF
           EVALUATE WS-ENT-STATE
               WHEN "MISSING"
                   ADD 1 TO WS-MISSING
               WHEN "CHANGED"
                   ADD 1 TO WS-CHANGED
                   DISPLAY "        crc now " WS-ENT-NOW-CRC
                       ", cataloged " WS-ENT-CRC
           END-EVALUATE.

       SHOW-LIST-TOTALS.
           MOVE WS-LISTED TO WS-COUNT-DISP
           MOVE WS-MISSING TO WS-MISSING-DISP
           MOVE WS-CHANGED TO WS-CHANGED-DISP
           DISPLAY "Reports listed  : " WS-COUNT-DISP
           DISPLAY "Missing         : " WS-MISSING-DISP
           DISPLAY "Changed         : " WS-CHANGED-DISP
           IF WS-LISTED = 0
               MOVE "RPC007W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
           END-IF
           IF WS-LISTED = 0 OR WS-MISSING > 0 OR WS-CHANGED > 0
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "listed " FUNCTION TRIM(WS-COUNT-DISP)
               ", missing " FUNCTION TRIM(WS-MISSING-DISP)
               ", changed " FUNCTION TRIM(WS-CHANGED-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.

      *> SHOW-ONE-REPORT DISPLAYS THE CHOSEN REPORT AS IT NOW SITS ON
      *> DISK, AFTER ITS CATALOG ENTRY.
       SHOW-ONE-REPORT.
           PERFORM LIST-ONE-ENTRY
           IF WS-ENT-STATE = "MISSING"
               MOVE "RPC004E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "error: report missing" TO WS-AUDIT-RESULT
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-ENT-STATE = "CHANGED"
               MOVE "RPC005W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY " "
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE "RPC006E" TO WS-MSG-ID
               MOVE WS-ENT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-REPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "error: cannot open report" TO WS-AUDIT-RESULT
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REPORT-EOF = "Y"
               READ REPORT-FILE
                   AT END
                       MOVE "Y" TO WS-REPORT-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(REPORT-RECORD TRAILING)
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "shown " FUNCTION TRIM(WS-ENT-STATE) " "
               FUNCTION TRIM(WS-ENT-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.

      *> COPY-ONE-REPORT COPIES THE CHOSEN REPORT TO <dest> AND
      *> CHECKS THE COPY AGAINST THE SOURCE'S CRC-32 AFTERWARDS.
       COPY-ONE-REPORT.
           PERFORM LIST-ONE-ENTRY
           PERFORM COPY-REPORT-FILE
           EVALUATE TRUE
               WHEN WS-OUTCOME(1:6) = "COPIED"
                   IF WS-ENT-STATE = "CHANGED"
                       MOVE "RPC005W" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                   END-IF
                   DISPLAY FUNCTION TRIM(WS-OUTCOME) ": "
                       FUNCTION TRIM(WS-ENT-PATH) " -> "
                       FUNCTION TRIM(WS-DEST-PATH)
               WHEN WS-OUTCOME(1:10) = "LEFT ALONE"
                   MOVE "RPC009W" TO WS-MSG-ID
                   MOVE WS-ENT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DEST-PATH TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               WHEN OTHER
                   MOVE "RPC008E" TO WS-MSG-ID
                   MOVE WS-ENT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DEST-PATH TO WS-MSG-SLOT(2)
                   MOVE WS-OUTCOME TO WS-MSG-SLOT(3)
                   PERFORM ISSUE-MESSAGE
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING FUNCTION TRIM(WS-OUTCOME) " -> "
               FUNCTION TRIM(WS-DEST-PATH)
               " crc " WS-ENT-NOW-CRC
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.

       COPY-REPORT-FILE.
           IF WS-ENT-STATE = "MISSING"
               MOVE "REFUSED (report missing)" TO WS-OUTCOME
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENT-PATH TO WS-CHECK-NAME
           PERFORM CHECK-PATH-NAME
           IF WS-NAME-OK = "Y"
               MOVE WS-DEST-PATH TO WS-CHECK-NAME
               PERFORM CHECK-PATH-NAME
           END-IF
           IF WS-NAME-OK = "N"
               MOVE "REFUSED (unsafe name)" TO WS-OUTCOME
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-REPLACE = "N"
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DEST-PATH,
                   WS-EXIST-INFO
               IF RETURN-CODE = 0
                   MOVE 0 TO RETURN-CODE
                   MOVE "LEFT ALONE (destination exists)"
                       TO WS-OUTCOME
                   MOVE 4 TO WS-FINAL-RC
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp -p " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENT-PATH) DELIMITED BY SIZE
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
           IF WS-CRC-HEX NOT = WS-ENT-NOW-CRC
               MOVE "FAILED (copy did not verify)" TO WS-OUTCOME
               MOVE 8 TO WS-FINAL-RC
               EXIT PARAGRAPH
           END-IF

           IF WS-ENT-STATE = "CHANGED"
               MOVE "COPIED (report changed since cataloged)"
                   TO WS-OUTCOME
               MOVE 4 TO WS-FINAL-RC
           ELSE
               MOVE "COPIED" TO WS-OUTCOME
           END-IF.

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

       END PROGRAM ReportCatalog.
