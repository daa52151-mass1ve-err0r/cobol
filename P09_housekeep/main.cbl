      *> SWEEP REPORT AND LEFT ALONE. A SWEEP REPORT OF WHAT WENT
      *> WHERE IS WRITTEN THROUGH THE SHARED ReportWriter.
      *>
      *> EVERY ARTIFACT ARCHIVED IS ALSO FILED IN THE ARCHIVE CATALOG
      *> housekeep.archive/catalog.dat, ONE PIPE-SEPARATED LINE PER
      *> FILE, SO ArchiveRestore CAN FIND IT AND GET IT BACK:
      *>     sweep-date|class|size|crc-32|original-path|archive-path
      *> A SPOOL DIRECTORY IS CATALOGED FILE BY FILE, EACH UNDER ITS
      *> OWN spool/run-*/ ORIGINAL PATH. THE CRC-32 IS TAKEN FROM THE
      *> ARCHIVE COPY (THE mv IS A RENAME, SO THE BYTES ARE THE SAME).
      *>
      *> REPORTS ARE SWEPT BY THE REPORT CATALOG FIRST: EVERY ENTRY
      *> ReportWriter FILED (REPORT-CATALOG, GLOBALLY OR UNDER
      *> [REPORTS]; DEFAULT report.catalog) WHOSE REPORT DATE IS OLDER
      *> THAN KEEP-REPORT-DAYS HAS ITS FILE ARCHIVED, WHATEVER IT IS
      *> CALLED AND WHEREVER IT WAS WRITTEN, AND THE ENTRY LEAVES THE
      *> REPORT CATALOG (IT LIVES ON IN THE ARCHIVE CATALOG). A FILE
      *> WHOSE CRC-32 NO LONGER MATCHES ITS EXPIRED ENTRY HAS BEEN
      *> REWRITTEN SINCE - A NEWER ENTRY DESCRIBES IT - SO ONLY THE
      *> OLD ENTRY IS DROPPED; SO IS AN ENTRY WHOSE FILE IS ALREADY
      *> GONE. THE *.report.txt CLASS BELOW STILL CATCHES REPORTS
      *> WRITTEN BEFORE THE CATALOG EXISTED.
      *>
      *> RETENTION COMES FROM tool.cfg (GLOBALLY OR UNDER A
      *> [HOUSEKEEP] SECTION), DAYS TO KEEP PER ARTIFACT CLASS:
      *>     KEEP-REPORT-DAYS=30      (*.report.txt)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

           SELECT MEMBER-FILE ASSIGN DYNAMIC WS-MEMBER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBER-STATUS.

           SELECT CATALOG-FILE ASSIGN DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT RPTCAT-FILE ASSIGN DYNAMIC WS-RPTCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTCAT-STATUS.

           SELECT RPTNEW-FILE ASSIGN DYNAMIC WS-RPTNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       FD  LIST-FILE.
       01  LIST-RECORD           PIC X(280).

       FD  MEMBER-FILE.
       01  MEMBER-RECORD         PIC X(280).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD        PIC X(700).

       FD  RPTCAT-FILE.
       01  RPTCAT-RECORD         PIC X(700).

       FD  RPTNEW-FILE.
       01  RPTNEW-RECORD         PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(255) VALUE SPACES.
       01  WS-ARG-1              PIC X(255) VALUE SPACES.
       01  WS-CHECK-CHAR         PIC X VALUE SPACE.
       01  WS-NAME-OK            PIC X VALUE "Y".

      *> THE ARCHIVE CATALOG, AND THE FILES OF A SPOOL DIRECTORY
      *> BEING CATALOGED ONE BY ONE.
       01  WS-CATALOG-PATH       PIC X(64) VALUE
           "housekeep.archive/catalog.dat".
       01  WS-CATALOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CATALOG-OPEN       PIC X VALUE "N".
       01  WS-MEMBER-PATH        PIC X(64) VALUE
           "/tmp/housekeep_members.tmp".
       01  WS-MEMBER-STATUS      PIC XX VALUE SPACES.
       01  WS-MEMBER-EOF         PIC X VALUE "N".
       01  WS-MEMBER-NAME        PIC X(280) VALUE SPACES.
       01  WS-BASE-NAME          PIC X(280) VALUE SPACES.
       01  WS-BASE-START         PIC 9(4) COMP-5 VALUE 0.
       01  WS-ARCH-PREFIX-LEN    PIC 9(4) COMP-5 VALUE 0.
       01  WS-CAT-ORIGINAL       PIC X(280) VALUE SPACES.
       01  WS-CAT-ARCHIVE        PIC X(280) VALUE SPACES.
       01  WS-CAT-SIZE-DISP      PIC Z(11)9.
       01  WS-TOTAL-CATALOGED    PIC 9(5) COMP-5 VALUE 0.

      *> THE REPORT CATALOG, REWRITTEN THROUGH <catalog>.new UNDER
      *> THE SAME <catalog>.lock ReportWriter TAKES TO APPEND.
       01  WS-RPTCAT-PATH        PIC X(255) VALUE "report.catalog".
       01  WS-RPTCAT-STATUS      PIC XX VALUE SPACES.
       01  WS-RPTCAT-EOF         PIC X VALUE "N".
       01  WS-RPTNEW-PATH        PIC X(260) VALUE SPACES.
       01  WS-RPTNEW-STATUS      PIC XX VALUE SPACES.
       01  WS-RPTCAT-LINE        PIC X(700) VALUE SPACES.
       01  WS-RPTCAT-KEEP        PIC X VALUE "Y".
       01  WS-RPTCAT-TROUBLE     PIC X VALUE "N".
       01  WS-RPTCAT-ARCHIVED    PIC 9(5) COMP-5 VALUE 0.
       01  WS-RPTCAT-DROPPED     PIC 9(5) COMP-5 VALUE 0.
       01  WS-RPT-CUTOFF         PIC 9(8) VALUE 0.
       01  WS-RPT-CUTOFF-INT     PIC 9(8) COMP-5 VALUE 0.
       01  WS-RPT-SEQ-DISP       PIC 9(5).
       01  WS-DROPPED-DISP       PIC ZZ,ZZ9.
       01  WS-ENT-STAMP          PIC X(19) VALUE SPACES.
       01  WS-ENT-DATE           PIC X(8) VALUE SPACES.
       01  WS-ENT-CRC            PIC X(8) VALUE SPACES.
       01  WS-ENT-PATH           PIC X(512) VALUE SPACES.
       01  WS-ENT-SKIP           PIC X(60) VALUE SPACES.
       01  WS-LOCK-HELD          PIC X VALUE "N".
       01  WS-LOCK-TRIES         PIC 9(2) COMP-5 VALUE 0.
       01  WS-LOCK-MAX-TRIES     PIC 9(2) COMP-5 VALUE 10.
       01  WS-LOCK-CMD           PIC X(600) VALUE SPACES.
       01  WS-LOCK-WAIT-SECS     PIC 9(2) VALUE 1.
       01  WS-EXIST-INFO.
           05  WS-EXIST-SIZE     PIC 9(18) COMP.
           05  FILLER            PIC X(8).

      *> WHOLE-FILE CRC-32 THROUGH THE SHARED CRC32 SUBPROGRAM, 4KB
      *> AT A TIME, THE SAME WALK ElfReader'S COMPUTE-FILE-CRC MAKES.
       01  HEX-TABLE             PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-CRC-PATH           PIC X(280) VALUE SPACES.
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

      *> SWEEP TOTALS.
       01  WS-TOTAL-MOVED        PIC 9(5) COMP-5 VALUE 0.
       01  WS-TOTAL-SKIPPED      PIC 9(5) COMP-5 VALUE 0.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "HouseKeep".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM READ-RETENTION-CONFIG
           PERFORM PREPARE-ARCHIVE-DIR
           PERFORM OPEN-ARCHIVE-CATALOG

           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-RPT-TITLE, WS-REPORT-STATUS

           PERFORM SWEEP-REPORT-CATALOG

           MOVE "reports" TO WS-CLASS-NAME
           MOVE "*.report.txt" TO WS-CLASS-PATTERN
           MOVE WS-KEEP-REPORT TO WS-CLASS-DAYS
           MOVE "N" TO WS-CLASS-IS-DIR

           PERFORM FLAG-DEAD-CHECKPOINTS
           IF WS-CATALOG-OPEN = "Y"
               CLOSE CATALOG-FILE
           END-IF

           MOVE WS-TOTAL-MOVED TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Artifacts archived : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-TOTAL-LINE
           MOVE WS-TOTAL-CATALOGED TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Files cataloged    : " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-TOTAL-LINE
           MOVE WS-TOTAL-SKIPPED TO WS-COUNT-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "Names refused      : " WS-COUNT-DISP
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-DEAD-CKPTS > 0 OR WS-TOTAL-SKIPPED > 0
                   OR WS-RPTCAT-TROUBLE = "Y"
                   OR (WS-TOTAL-MOVED > 0 AND WS-CATALOG-OPEN = "N")
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE

           IF WS-CURRENT-SECTION NOT = SPACES
               AND WS-CURRENT-SECTION NOT = "HOUSEKEEP"
               AND WS-CURRENT-SECTION NOT = "REPORTS"
               EXIT PARAGRAPH
           END-IF

           IF WS-CONFIG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
      *> [REPORTS] IS ReportWriter'S SECTION; ONLY ITS CATALOG NAME
      *> MATTERS HERE.
           IF WS-CURRENT-SECTION = "REPORTS"
               IF FUNCTION TRIM(WS-CONFIG-KEY) = "REPORT-CATALOG"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-RPTCAT-PATH
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "REPORT-CATALOG"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                       TO WS-RPTCAT-PATH
               WHEN "KEEP-REPORT-DAYS"
                   COMPUTE WS-KEEP-REPORT =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE.

      *> OPEN-ARCHIVE-CATALOG OPENS THE CATALOG FOR APPEND, CREATING
      *> IT ON THE FIRST SWEEP. A CATALOG THAT CANNOT BE OPENED DOES
      *> NOT STOP THE SWEEP, BUT IT IS REPORTED AND THE RUN ENDS RC 4.
       OPEN-ARCHIVE-CATALOG.
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS = "00"
               MOVE "Y" TO WS-CATALOG-OPEN
           ELSE
               MOVE "N" TO WS-CATALOG-OPEN
               MOVE "HKP001W" TO WS-MSG-ID
               MOVE WS-CATALOG-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CATALOG-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> SWEEP-REPORT-CATALOG EXPIRES REPORTS BY THEIR CATALOG DATE.
      *> THE CATALOG IS COPIED TO <catalog>.new LESS THE ENTRIES THAT
      *> EXPIRE, AND THE COPY REPLACES IT, ALL UNDER THE CATALOG LOCK
      *> SO NO REPORT CLOSED MEANWHILE IS LOST.
       SWEEP-REPORT-CATALOG.
           MOVE 0 TO WS-RPTCAT-ARCHIVED
           MOVE 0 TO WS-RPTCAT-DROPPED
           MOVE "reports" TO WS-CLASS-NAME
           MOVE "N" TO WS-CLASS-IS-DIR
           MOVE WS-KEEP-REPORT TO WS-DAYS-DISP
           COMPUTE WS-RPT-CUTOFF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-RAW(1:8))) - WS-KEEP-REPORT
           MOVE FUNCTION DATE-OF-INTEGER(WS-RPT-CUTOFF-INT)
               TO WS-RPT-CUTOFF

           CALL "CBL_CHECK_FILE_EXIST" USING WS-RPTCAT-PATH,
               WS-EXIST-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM ACQUIRE-RPTCAT-LOCK
           IF WS-LOCK-HELD = "N"
               MOVE "Y" TO WS-RPTCAT-TROUBLE
               MOVE SPACES TO WS-OUT-LINE
               STRING "report catalog " FUNCTION TRIM(WS-RPTCAT-PATH)
                   " is locked; catalog sweep skipped"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPTNEW-PATH
           STRING FUNCTION TRIM(WS-RPTCAT-PATH) ".new"
               DELIMITED BY SIZE INTO WS-RPTNEW-PATH
           OPEN INPUT RPTCAT-FILE
           IF WS-RPTCAT-STATUS = "00"
               OPEN OUTPUT RPTNEW-FILE
               IF WS-RPTNEW-STATUS NOT = "00"
                   CLOSE RPTCAT-FILE
                   MOVE "99" TO WS-RPTCAT-STATUS
               END-IF
           END-IF
           IF WS-RPTCAT-STATUS NOT = "00"
               MOVE "Y" TO WS-RPTCAT-TROUBLE
               MOVE SPACES TO WS-OUT-LINE
               STRING "cannot rewrite report catalog "
                   FUNCTION TRIM(WS-RPTCAT-PATH)
                   "; catalog sweep skipped"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-SWEEP-LINE
               PERFORM RELEASE-RPTCAT-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RPTCAT-EOF
           PERFORM UNTIL WS-RPTCAT-EOF = "Y"
               READ RPTCAT-FILE INTO WS-RPTCAT-LINE
                   AT END
                       MOVE "Y" TO WS-RPTCAT-EOF
                   NOT AT END
                       IF WS-RPTCAT-LINE NOT = SPACES
                           PERFORM EXPIRE-CATALOG-ENTRY
                           IF WS-RPTCAT-KEEP = "Y"
                               WRITE RPTNEW-RECORD
                                   FROM WS-RPTCAT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RPTCAT-FILE
           CLOSE RPTNEW-FILE

           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPTNEW-PATH) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPTCAT-PATH) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO WS-RPTCAT-TROUBLE
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM RELEASE-RPTCAT-LOCK

           MOVE WS-RPTCAT-ARCHIVED TO WS-COUNT-DISP
           MOVE WS-RPTCAT-DROPPED TO WS-DROPPED-DISP
           MOVE SPACES TO WS-OUT-LINE
           STRING "report catalog (keep " WS-DAYS-DISP
               " days): " WS-COUNT-DISP " archived, "
               WS-DROPPED-DISP " stale entries dropped"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-SWEEP-LINE.

      *> EXPIRE-CATALOG-ENTRY DECIDES ONE REPORT-CATALOG LINE, LEAVING
      *> WS-RPTCAT-KEEP "Y" WHEN IT STAYS IN THE CATALOG.
       EXPIRE-CATALOG-ENTRY.
           MOVE "Y" TO WS-RPTCAT-KEEP
           MOVE SPACES TO WS-ENT-STAMP WS-ENT-CRC WS-ENT-PATH
               WS-ENT-SKIP
           UNSTRING WS-RPTCAT-LINE DELIMITED BY "|"
               INTO WS-ENT-STAMP WS-ENT-SKIP WS-ENT-SKIP WS-ENT-SKIP
                   WS-ENT-SKIP WS-ENT-CRC WS-ENT-SKIP WS-ENT-PATH
           END-UNSTRING
           MOVE SPACES TO WS-ENT-DATE
           STRING WS-ENT-STAMP(1:4) WS-ENT-STAMP(6:2)
               WS-ENT-STAMP(9:2) DELIMITED BY SIZE INTO WS-ENT-DATE
           IF WS-ENT-DATE IS NOT NUMERIC
               OR WS-ENT-DATE NOT < WS-RPT-CUTOFF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENT-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           IF WS-CRC-HEX = SPACES OR WS-CRC-HEX NOT = WS-ENT-CRC
               MOVE "N" TO WS-RPTCAT-KEEP
               ADD 1 TO WS-RPTCAT-DROPPED
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ENT-PATH TO WS-FOUND-NAME
           PERFORM CHECK-FOUND-NAME
           IF WS-ENT-PATH(281:) NOT = SPACES
               MOVE "N" TO WS-NAME-OK
           END-IF
           IF WS-NAME-OK = "N"
               ADD 1 TO WS-TOTAL-SKIPPED
               MOVE SPACES TO WS-OUT-LINE
               STRING "refused (unsafe name): "
                   FUNCTION TRIM(WS-ENT-PATH)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF

      *> REPORTS FROM DIFFERENT DIRECTORIES MAY SHARE A NAME; A
      *> CLASH IN TODAY'S ARCHIVE DIRECTORY GETS A SEQUENCE SUFFIX.
           MOVE 0 TO WS-BASE-START
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-LEN
               IF WS-FOUND-NAME(WS-CHECK-IDX:1) = "/"
                   MOVE WS-CHECK-IDX TO WS-BASE-START
               END-IF
           END-PERFORM
           MOVE WS-FOUND-NAME(WS-BASE-START + 1:) TO WS-BASE-NAME
           MOVE SPACES TO WS-CAT-ARCHIVE
           STRING FUNCTION TRIM(WS-ARCHIVE-DIR) "/"
               FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-CAT-ARCHIVE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CAT-ARCHIVE,
               WS-EXIST-INFO
           IF RETURN-CODE = 0
               COMPUTE WS-RPT-SEQ-DISP = WS-TOTAL-MOVED + 1
               STRING FUNCTION TRIM(WS-CAT-ARCHIVE) "."
                   WS-RPT-SEQ-DISP
                   DELIMITED BY SIZE INTO WS-CAT-ARCHIVE
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-FOUND-NAME) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAT-ARCHIVE) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-TOTAL-SKIPPED
               MOVE SPACES TO WS-OUT-LINE
               STRING "could not archive "
                   FUNCTION TRIM(WS-FOUND-NAME)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-SWEEP-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO WS-RPTCAT-KEEP
           ADD 1 TO WS-RPTCAT-ARCHIVED
           ADD 1 TO WS-TOTAL-MOVED
           MOVE SPACES TO WS-OUT-LINE
           STRING "reports: " FUNCTION TRIM(WS-FOUND-NAME) " -> "
               FUNCTION TRIM(WS-CAT-ARCHIVE)
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-SWEEP-LINE
           IF WS-CATALOG-OPEN = "Y"
               MOVE WS-FOUND-NAME TO WS-CAT-ORIGINAL
               PERFORM CATALOG-ONE-FILE
           END-IF.

      *> ACQUIRE-RPTCAT-LOCK TAKES THE <catalog>.lock DIRECTORY,
      *> WAITING UP TO TEN SECONDS FOR A REPORT BEING FILED.
       ACQUIRE-RPTCAT-LOCK.
           MOVE "N" TO WS-LOCK-HELD
           MOVE SPACES TO WS-LOCK-CMD
           STRING "mkdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPTCAT-PATH) DELIMITED BY SIZE
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

      *> RELEASE-RPTCAT-LOCK GIVES THE LOCK DIRECTORY BACK.
       RELEASE-RPTCAT-LOCK.
           MOVE SPACES TO WS-LOCK-CMD
           STRING "rmdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-RPTCAT-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-LOCK-CMD
           CALL "SYSTEM" USING WS-LOCK-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-LOCK-HELD.

      *> SWEEP-ONE-CLASS LISTS THE CLASS'S EXPIRED ARTIFACTS (find
      *> -mtime, THE SAME SHELL-ASSISTED WORK-LIST STYLE MachOReader
      *> USES) AND ARCHIVES-THEN-REMOVES EACH ONE.
                   FUNCTION TRIM(WS-ARCHIVE-DIR) "/"
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-SWEEP-LINE
               PERFORM CATALOG-ARTIFACT
           END-IF.

      *> CATALOG-ARTIFACT FILES THE ARTIFACT JUST ARCHIVED: A FILE AS
      *> ONE ENTRY, A SPOOL DIRECTORY AS ONE ENTRY PER FILE IN IT.
      *> ORIGINAL PATHS ARE KEPT RELATIVE TO THE WORKING DIRECTORY,
      *> WITHOUT find'S LEADING "./".
       CATALOG-ARTIFACT.
           IF WS-CATALOG-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-FOUND-NAME) TO WS-CAT-ORIGINAL
           IF WS-CAT-ORIGINAL(1:2) = "./"
               MOVE WS-CAT-ORIGINAL(3:) TO WS-CAT-ORIGINAL
           END-IF
           MOVE 0 TO WS-BASE-START
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-LEN
               IF WS-FOUND-NAME(WS-CHECK-IDX:1) = "/"
                   MOVE WS-CHECK-IDX TO WS-BASE-START
               END-IF
           END-PERFORM
           MOVE WS-FOUND-NAME(WS-BASE-START + 1:) TO WS-BASE-NAME
           MOVE SPACES TO WS-CAT-ARCHIVE
           STRING FUNCTION TRIM(WS-ARCHIVE-DIR) "/"
               FUNCTION TRIM(WS-BASE-NAME)
               DELIMITED BY SIZE INTO WS-CAT-ARCHIVE

           IF WS-CLASS-IS-DIR = "N"
               PERFORM CATALOG-ONE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "find " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-CAT-ARCHIVE) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " -type f 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MEMBER-PATH) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ARCHIVE-DIR))
               TO WS-ARCH-PREFIX-LEN
           MOVE "N" TO WS-MEMBER-EOF
           OPEN INPUT MEMBER-FILE
           IF WS-MEMBER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MEMBER-EOF = "Y"
               READ MEMBER-FILE INTO WS-MEMBER-NAME
                   AT END
                       MOVE "Y" TO WS-MEMBER-EOF
                   NOT AT END
                       IF WS-MEMBER-NAME NOT = SPACES
                           MOVE WS-MEMBER-NAME TO WS-CAT-ARCHIVE
                           MOVE SPACES TO WS-CAT-ORIGINAL
                           STRING "spool/" WS-MEMBER-NAME(
                               WS-ARCH-PREFIX-LEN + 2:)
                               DELIMITED BY SIZE INTO WS-CAT-ORIGINAL
                           PERFORM CATALOG-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMBER-FILE.

      *> CATALOG-ONE-FILE WRITES ONE CATALOG LINE FOR WS-CAT-ARCHIVE,
      *> FINGERPRINTED AND SIZED AS IT NOW SITS IN THE ARCHIVE.
       CATALOG-ONE-FILE.
           MOVE WS-CAT-ARCHIVE TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           IF WS-CRC-HEX = SPACES
               MOVE "-" TO WS-CRC-HEX
           END-IF
           MOVE WS-CRC-FILE-SIZE TO WS-CAT-SIZE-DISP
           MOVE SPACES TO CATALOG-RECORD
           STRING WS-TODAY-RAW(1:8) "|"
               FUNCTION TRIM(WS-CLASS-NAME) "|"
               FUNCTION TRIM(WS-CAT-SIZE-DISP) "|"
               FUNCTION TRIM(WS-CRC-HEX) "|"
               FUNCTION TRIM(WS-CAT-ORIGINAL) "|"
               FUNCTION TRIM(WS-CAT-ARCHIVE)
               DELIMITED BY SIZE INTO CATALOG-RECORD
           WRITE CATALOG-RECORD
           ADD 1 TO WS-TOTAL-CATALOGED.

      *> COMPUTE-FILE-CRC FINGERPRINTS WS-CRC-PATH'S WHOLE CONTENT,
      *> LEAVING THE 8-HEX-DIGIT CRC-32 IN WS-CRC-HEX (SPACES WHEN
      *> THE FILE CANNOT BE OPENED) AND ITS SIZE IN WS-CRC-FILE-SIZE.
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

      *> CHECK-FOUND-NAME APPLIES THE STANDARD SHELL-METACHARACTER
      *> SCREEN TO A NAME THE LISTING HANDED BACK.
       CHECK-FOUND-NAME.
           CALL "ReportWriter" USING WS-RPT-OP, WS-REPORT-PATH,
               WS-OUT-LINE, WS-REPORT-STATUS.

       COPY "msgissue.cpy".

       END PROGRAM HouseKeep.
