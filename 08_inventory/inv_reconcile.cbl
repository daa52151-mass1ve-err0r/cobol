      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  inv_reconcile
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> RECONCILES THE BINARY-INVENTORY MASTER AGAINST THE DISK. THE
      *> MASTER ONLY KNOWS WHAT THE LAST SCAN SAW; THIS WALKS IT
      *> SEQUENTIALLY, GOES BACK TO EVERY INV-PATH AND SORTS EACH
      *> RECORD INTO ONE OF:
      *>     MISSING    NOTHING IS AT THE PATH ANY MORE
      *>     CHANGED    THE FILE IS THERE BUT ITS SIZE, CRC-32 OR
      *>                SHA-256 (WHERE THE RECORD HAS ONE) NO
      *>                LONGER MATCHES THE RECORD, OR THE RECORD'S
      *>                BUILD ID IS NOT AMONG THE BUILD IDS THE FILE
      *>                NOW CARRIES (EVERY LC_UUID OF A MACH-O, EVERY
      *>                SLICE OF A FAT FILE, THE GNU BUILD-ID NOTE OF
      *>                AN ELF FILE)
      *>     UNCHANGED  SIZE, CRC-32 AND BUILD ID ALL STILL AGREE
      *> A CHANGED FILE THAT STILL CARRIES ITS BUILD ID HAS BEEN
      *> ALTERED IN PLACE - PATCHED OR TAMPERED WITH - RATHER THAN
      *> REPLACED BY ANOTHER BUILD, AND THE REPORT SAYS WHICH.
      *>
      *> INVOKED AS:
      *>     inv_reconcile [-o <report>] [-exceptions <file>] [-all]
      *>                   [-update]
      *>
      *> THE DRIFT REPORT GOES THROUGH ReportWriter (DEFAULT
      *> inventory_drift.report.txt) AND LISTS EVERY MISSING AND
      *> CHANGED RECORD WITH ITS OWNERSHIP ANNOTATION; -all LISTS THE
      *> UNCHANGED ONES TOO. -exceptions ALSO WRITES EACH MISSING OR
      *> CHANGED RECORD AS ONE PIPE-SEPARATED LINE:
      *>     status|uuid|path|reasons|master-size|master-crc|
      *>     disk-size|disk-crc|team|environment
      *> THE MASTER IS OPENED READ-ONLY UNLESS -update IS GIVEN. WITH
      *> -update A CHANGED RECORD WHOSE BUILD IS STILL AT ITS PATH
      *> TAKES THE SIZE, CRC-32 AND SHA-256 NOW ON DISK, ITS
      *> LAST-SEEN STAMP IS REFRESHED AND THE SIGHTING IS APPENDED TO
      *> inventory.hist THE WAY InvWriter RECORDS ONE; A MISSING
      *> RECORD, OR ONE WHOSE BUILD HAS GONE FROM THE PATH, IS LEFT
      *> FOR InvQuery -purge.
      *>
      *> RETURN-CODE: 0 NO DRIFT, 4 DRIFT FOUND (OR AN UPDATE THAT
      *> COULD NOT BE WRITTEN), 8 MASTER, REPORT OR EXCEPTION FILE
      *> CANNOT BE OPENED, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvReconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-FILE ASSIGN DYNAMIC WS-INVENTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT OWNER-FILE ASSIGN DYNAMIC WS-OWNER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-UUID
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
       01  INVENTORY-RECORD.
           05  INV-UUID      PIC X(40).
           05  INV-PATH      PIC X(255).
           05  INV-CPUTYPE   PIC 9(8).
           05  INV-FILETYPE  PIC 9(8).
           05  INV-NCMDS     PIC 9(8).
           05  INV-FSIZE     PIC 9(12).
           05  INV-CRC       PIC X(8).
           05  INV-FIRST     PIC X(19).
           05  INV-LAST      PIC X(19).
           05  INV-SHA256    PIC X(64).

      *> READ-ONLY VIEW OF THE OWNERSHIP ANNOTATIONS OwnerMaint
      *> MAINTAINS, KEYED BY THE SAME BUILD IDENTITY AS INV-UUID.
       FD  OWNER-FILE.
       01  OWNER-RECORD.
           05  OWN-UUID      PIC X(40).
           05  OWN-TEAM      PIC X(20).
           05  OWN-APP       PIC X(8).
           05  OWN-ENV       PIC X(8).
           05  OWN-CONTACT   PIC X(40).
           05  OWN-NOTES     PIC X(60).
           05  OWN-UPDATED   PIC X(19).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD  PIC X(600).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD    PIC X(450).

       WORKING-STORAGE SECTION.
       01  WS-INVENTORY-FILE   PIC X(255) VALUE "inventory.dat".
       01  WS-INVENTORY-STATUS PIC XX VALUE SPACES.
       01  WS-OWNER-FILE       PIC X(255) VALUE "owners.dat".
       01  WS-OWNER-STATUS     PIC XX VALUE SPACES.
       01  WS-OWNER-OPEN       PIC X VALUE "N".
       01  WS-EXCEPTION-PATH   PIC X(255) VALUE SPACES.
       01  WS-EXCEPTION-STATUS PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(255) VALUE "inventory.hist".
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01  WS-HIST-OVERFLOW    PIC X VALUE "N".
       01  WS-RUN-ID           PIC X(26) VALUE SPACES.
       01  WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-CMD-LINE         PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY    PIC X(255) OCCURS 8 TIMES.
       01  WS-ARG-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARGS-OK          PIC X VALUE "Y".
       01  WS-LIST-ALL         PIC X VALUE "N".
       01  WS-UPDATE-MODE      PIC X VALUE "N".

      *> THE DRIFT REPORT, THROUGH THE SHARED ReportWriter.
       01  WS-RPT-OP           PIC X VALUE SPACE.
       01  WS-RPT-FILE-ARG     PIC X(255) VALUE
           "inventory_drift.report.txt".
       01  WS-RPT-TITLE        PIC X(255) VALUE
           "INVENTORY DRIFT RECONCILIATION".
       01  WS-RPT-LINE         PIC X(255) VALUE SPACES.
       01  WS-RPT-STATUS       PIC XX VALUE SPACES.

      *> ONE RECORD'S VERDICT.
       01  WS-INV-EOF          PIC X VALUE "N".
       01  WS-DRIFT-STATE      PIC X(9) VALUE SPACES.
       01  WS-DRIFT-REASONS    PIC X(20) VALUE SPACES.
       01  WS-REASON-PTR       PIC 9(3) COMP-5 VALUE 1.
       01  WS-BUILD-AT-PATH    PIC X VALUE "N".
       01  WS-UPDATE-NOTE      PIC X(60) VALUE SPACES.
       01  WS-UPDATE-TEXT      PIC X(40) VALUE SPACES.
       01  WS-DISK-PATH        PIC X(512) VALUE SPACES.
       01  WS-DISK-SIZE        PIC 9(12) COMP-5 VALUE 0.
       01  WS-DISK-CRC         PIC X(8) VALUE SPACES.
       01  WS-DISK-SHA         PIC X(64) VALUE SPACES.
       01  WS-WAS-SIZE         PIC 9(12) VALUE 0.
       01  WS-WAS-CRC          PIC X(8) VALUE SPACES.
       01  WS-EXIST-INFO.
           05  WS-EXIST-SIZE   PIC 9(18) COMP.
           05  FILLER          PIC X(8).
       01  WS-OWNER-TEXT       PIC X(80) VALUE SPACES.
       01  WS-OWNER-TEAM       PIC X(20) VALUE SPACES.
       01  WS-OWNER-ENV        PIC X(8) VALUE SPACES.
       01  WS-SIZE-WAS-DISP    PIC Z(11)9.
       01  WS-SIZE-NOW-DISP    PIC Z(11)9.
       01  WS-SIZE-NOW-TEXT    PIC X(12) VALUE SPACES.

      *> RUN TOTALS.
       01  WS-CHECKED          PIC 9(6) COMP-5 VALUE 0.
       01  WS-UNCHANGED        PIC 9(6) COMP-5 VALUE 0.
       01  WS-CHANGED          PIC 9(6) COMP-5 VALUE 0.
       01  WS-IN-PLACE         PIC 9(6) COMP-5 VALUE 0.
       01  WS-MISSING          PIC 9(6) COMP-5 VALUE 0.
       01  WS-UPDATED          PIC 9(6) COMP-5 VALUE 0.
       01  WS-UPDATE-FAILS     PIC 9(6) COMP-5 VALUE 0.
       01  WS-COUNT-DISP       PIC ZZZ,ZZ9.
       01  WS-CHANGED-DISP     PIC ZZZ,ZZ9.
       01  WS-MISSING-DISP     PIC ZZZ,ZZ9.
       01  WS-RUN-RC           PIC 9(2) VALUE 0.

      *> WHOLE-FILE CRC-32 AND SHA-256 THROUGH THE SHARED CRC32 AND
      *> SHA256 SUBPROGRAMS, THE SAME 4KB WALK THE SCANNERS MAKE WHEN
      *> THEY FILE A BUILD.
       01  HEX-TABLE           PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-CRC-OP           PIC X VALUE SPACE.
       01  WS-CRC-BUFFER       PIC X(4096).
       01  WS-CRC-LEN          PIC 9(9) COMP-5 VALUE 0.
       01  WS-CRC-VALUE        PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-WORK         PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-NIBBLE-IDX   PIC 9(2) COMP-5 VALUE 0.
       01  WS-CRC-DIGIT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-CRC-POS          PIC 9(12) COMP-5 VALUE 0.
       01  WS-FILE-HANDLE      PIC X(4).
       01  WS-OPEN-INPUT-MODE  PIC X VALUE X"01".
       01  WS-DENY-MODE        PIC X VALUE X"00".
       01  WS-DEVICE-FLAG      PIC X VALUE X"00".
       01  WS-BIN-OFFSET       PIC 9(18) COMP VALUE 0.
       01  WS-BIN-COUNT        PIC 9(9) COMP VALUE 0.
       01  WS-BIN-FLAGS        PIC X VALUE X"00".

      *> BUILD IDS FOUND IN THE FILE NOW AT THE PATH, IN THE SAME
      *> SHAPE THE SCANNERS KEY THE MASTER BY: DASHED LC_UUID HEX FOR
      *> MACH-O (ONE PER SLICE), PLAIN HEX FOR AN ELF GNU BUILD ID.
       01  WS-BID-MAX          PIC 9(2) COMP-5 VALUE 16.
       01  WS-BID-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-BID-TABLE.
           05  WS-BID-ENTRY    PIC X(40) OCCURS 16 TIMES.
       01  WS-BID-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-BID-HEX          PIC X(40) VALUE SPACES.
       01  WS-BID-DASHED       PIC X VALUE "N".
       01  WS-HEX-LEN          PIC 9(2) COMP-5 VALUE 0.
       01  WS-HEX-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-HEX-OUT-IDX      PIC 9(2) COMP-5 VALUE 0.
       01  WS-HEX-VALUE        PIC 9(3) COMP-5 VALUE 0.
       01  WS-HEX-HI           PIC 9(2) COMP-5 VALUE 0.
       01  WS-HEX-LO           PIC 9(2) COMP-5 VALUE 0.

      *> POSITIONED READS OF UP TO 64 BYTES, AND THE DECODE OF ONE
      *> INTEGER FIELD OUT OF THEM IN EITHER BYTE ORDER.
       01  WS-RD-OFFSET        PIC 9(18) COMP-5 VALUE 0.
       01  WS-RD-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-RD-OK            PIC X VALUE "Y".
       01  WS-RD-BUF           PIC X(64) VALUE SPACES.
       01  WS-DEC-POS          PIC 9(4) COMP-5 VALUE 0.
       01  WS-DEC-LEN          PIC 9(4) COMP-5 VALUE 0.
       01  WS-DEC-BIG          PIC X VALUE "N".
       01  WS-DEC-IDX          PIC S9(4) COMP-5 VALUE 0.
       01  WS-DEC-VALUE        PIC 9(18) COMP-5 VALUE 0.

      *> MACH-O AND FAT WALK.
       01  WS-MAGIC            PIC X(4) VALUE SPACES.
       01  WS-IMG-BASE         PIC 9(18) COMP-5 VALUE 0.
       01  WS-IMG-HDR-SIZE     PIC 9(2) COMP-5 VALUE 0.
       01  WS-IMG-NCMDS        PIC 9(9) COMP-5 VALUE 0.
       01  WS-LC-IDX           PIC 9(9) COMP-5 VALUE 0.
       01  WS-LC-POS           PIC 9(18) COMP-5 VALUE 0.
       01  WS-LC-CMD           PIC 9(10) COMP-5 VALUE 0.
       01  WS-LC-SIZE          PIC 9(10) COMP-5 VALUE 0.
       01  WS-FAT-64           PIC X VALUE "N".
       01  WS-FAT-COUNT        PIC 9(9) COMP-5 VALUE 0.
       01  WS-FAT-IDX          PIC 9(9) COMP-5 VALUE 0.
       01  WS-FAT-ENTRY-POS    PIC 9(18) COMP-5 VALUE 0.

      *> ELF SECTION-HEADER AND NOTE WALK.
       01  WS-ELF-64           PIC X VALUE "N".
       01  WS-ELF-BIG          PIC X VALUE "N".
       01  WS-SH-OFF           PIC 9(18) COMP-5 VALUE 0.
       01  WS-SH-ENTSIZE       PIC 9(5) COMP-5 VALUE 0.
       01  WS-SH-NUM           PIC 9(5) COMP-5 VALUE 0.
       01  WS-SH-IDX           PIC 9(5) COMP-5 VALUE 0.
       01  WS-NOTE-POS         PIC 9(18) COMP-5 VALUE 0.
       01  WS-NOTE-END         PIC 9(18) COMP-5 VALUE 0.
       01  WS-NOTE-NAMESZ      PIC 9(10) COMP-5 VALUE 0.
       01  WS-NOTE-DESCSZ      PIC 9(10) COMP-5 VALUE 0.
       01  WS-NOTE-TYPE        PIC 9(10) COMP-5 VALUE 0.
       01  WS-NOTE-NAMEPAD     PIC 9(10) COMP-5 VALUE 0.
       01  WS-NOTE-DESCPAD     PIC 9(10) COMP-5 VALUE 0.
       01  WS-NOTE-STEPS       PIC 9(3) COMP-5 VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER THE RUN COMPLETES.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE "InvReconcile".
       01  WS-AUDIT-PARAMS     PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           PERFORM PARSE-ARGS
           IF WS-ARGS-OK = "N"
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-UPDATE-MODE = "Y"
               OPEN I-O INVENTORY-FILE
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INR001E" TO WS-MSG-ID
               MOVE WS-INVENTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-EXCEPTION-PATH NOT = SPACES
               OPEN OUTPUT EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS NOT = "00"
                   MOVE "INR002E" TO WS-MSG-ID
                   MOVE WS-EXCEPTION-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-EXCEPTION-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   CLOSE INVENTORY-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-TITLE, WS-RPT-STATUS
           IF WS-RPT-STATUS NOT = "00"
               MOVE "INR003E" TO WS-MSG-ID
               MOVE WS-RPT-FILE-ARG TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CLOSE INVENTORY-FILE
               IF WS-EXCEPTION-PATH NOT = SPACES
                   CLOSE EXCEPTION-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> NO ANNOTATION FILE YET JUST MEANS NO OWNER IS RECORDED.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE "Y" TO WS-OWNER-OPEN
           END-IF

           PERFORM WRITE-REPORT-HEADING
           PERFORM SWEEP-INVENTORY
           PERFORM WRITE-REPORT-TOTALS

           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS

           CLOSE INVENTORY-FILE
           IF WS-OWNER-OPEN = "Y"
               CLOSE OWNER-FILE
           END-IF
           IF WS-EXCEPTION-PATH NOT = SPACES
               CLOSE EXCEPTION-FILE
           END-IF

           DISPLAY "---- Inventory reconciliation summary ----"
           MOVE WS-CHECKED TO WS-COUNT-DISP
           DISPLAY "Records checked : " WS-COUNT-DISP
           MOVE WS-UNCHANGED TO WS-COUNT-DISP
           DISPLAY "Unchanged       : " WS-COUNT-DISP
           MOVE WS-CHANGED TO WS-CHANGED-DISP
           DISPLAY "Changed         : " WS-CHANGED-DISP
           MOVE WS-IN-PLACE TO WS-COUNT-DISP
           DISPLAY "  same build    : " WS-COUNT-DISP
           MOVE WS-MISSING TO WS-MISSING-DISP
           DISPLAY "Missing         : " WS-MISSING-DISP
           IF WS-UPDATE-MODE = "Y"
               MOVE WS-UPDATED TO WS-COUNT-DISP
               DISPLAY "Master updated  : " WS-COUNT-DISP
           END-IF
           DISPLAY "Report written to " FUNCTION TRIM(WS-RPT-FILE-ARG)

           IF WS-CHANGED > 0 OR WS-MISSING > 0
               MOVE "INR010W" TO WS-MSG-ID
               MOVE WS-CHANGED TO WS-MSG-SLOT(1)
               MOVE WS-MISSING TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF
           IF WS-CHANGED > 0 OR WS-MISSING > 0 OR WS-UPDATE-FAILS > 0
               MOVE 4 TO WS-RUN-RC
           END-IF

           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
           MOVE WS-CHECKED TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE 1 TO WS-REASON-PTR
           STRING "checked=" FUNCTION TRIM(WS-COUNT-DISP)
               " changed=" FUNCTION TRIM(WS-CHANGED-DISP)
               " missing=" FUNCTION TRIM(WS-MISSING-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               WITH POINTER WS-REASON-PTR
           IF WS-UPDATE-MODE = "Y"
               MOVE WS-UPDATED TO WS-COUNT-DISP
               STRING " updated=" FUNCTION TRIM(WS-COUNT-DISP)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
                   WITH POINTER WS-REASON-PTR
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       SHOW-USAGE.
           MOVE "INR004S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE.

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE, THE SAME
      *> ORDER-INDEPENDENT STYLE THE OTHER TOOLS USE. EVERY ARGUMENT
      *> IS OPTIONAL; AN UNKNOWN ONE IS A USAGE ERROR.
       PARSE-ARGS.
           IF WS-CMD-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-RPT-FILE-ARG
                   WHEN "-exceptions"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-EXCEPTION-PATH
                   WHEN "-all"
                       MOVE "Y" TO WS-LIST-ALL
                   WHEN "-update"
                       MOVE "Y" TO WS-UPDATE-MODE
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       MOVE "INR005S" TO WS-MSG-ID
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-ARGS-OK
               END-EVALUATE
           END-PERFORM

           IF WS-RPT-FILE-ARG = SPACES
               MOVE "INR006S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-ARGS-OK
           END-IF.

      *> WRITE-REPORT-HEADING NAMES THE MASTER AND THE MODE AND LAYS
      *> OUT THE COLUMN HEADINGS.
       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-RPT-LINE
           STRING "MASTER    : " FUNCTION TRIM(WS-INVENTORY-FILE)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-UPDATE-MODE = "Y"
               MOVE "MODE      : update - changed builds still at the"
                   & "ir path take the fingerprint now on disk"
                   TO WS-RPT-LINE
           ELSE
               MOVE "MODE      : report only - the master is not chan"
                   & "ged" TO WS-RPT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           IF WS-LIST-ALL = "Y"
               MOVE "LISTING   : every record" TO WS-RPT-LINE
           ELSE
               MOVE "LISTING   : missing and changed records"
                   TO WS-RPT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE "STATUS" TO WS-RPT-LINE(1:6)
           MOVE "REASONS" TO WS-RPT-LINE(11:7)
           MOVE "BUILD ID" TO WS-RPT-LINE(28:8)
           MOVE "PATH" TO WS-RPT-LINE(69:4)
           PERFORM PUT-REPORT-LINE.

       PUT-REPORT-LINE.
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS.

      *> SWEEP-INVENTORY READS THE MASTER FRONT TO BACK IN KEY ORDER
      *> AND RECONCILES EVERY RECORD.
       SWEEP-INVENTORY.
           MOVE LOW-VALUES TO INV-UUID
           START INVENTORY-FILE KEY >= INV-UUID
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-INV-EOF
           END-IF

           PERFORM UNTIL WS-INV-EOF = "Y"
               READ INVENTORY-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-INV-EOF
                   NOT AT END
                       PERFORM RECONCILE-ONE-RECORD
               END-READ
           END-PERFORM.

      *> RECONCILE-ONE-RECORD CHECKS THE CURRENT RECORD AGAINST ITS
      *> PATH AND FILES THE VERDICT.
       RECONCILE-ONE-RECORD.
           ADD 1 TO WS-CHECKED
           MOVE SPACES TO WS-DRIFT-REASONS
           MOVE 1 TO WS-REASON-PTR
           MOVE SPACES TO WS-UPDATE-NOTE
           MOVE SPACES TO WS-DISK-CRC
           MOVE SPACES TO WS-DISK-SHA
           MOVE 0 TO WS-DISK-SIZE
           MOVE "N" TO WS-BUILD-AT-PATH
           MOVE INV-FSIZE TO WS-WAS-SIZE
           MOVE INV-CRC TO WS-WAS-CRC
           MOVE INV-PATH TO WS-DISK-PATH

           MOVE 0 TO WS-EXIST-SIZE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DISK-PATH,
               WS-EXIST-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "MISSING" TO WS-DRIFT-STATE
               ADD 1 TO WS-MISSING
               PERFORM FILE-DRIFT-VERDICT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE WS-EXIST-SIZE TO WS-DISK-SIZE

           CALL "CBL_OPEN_FILE" USING WS-DISK-PATH, WS-OPEN-INPUT-MODE,
               WS-DENY-MODE, WS-DEVICE-FLAG, WS-FILE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "CHANGED" TO WS-DRIFT-STATE
               MOVE "UNREADABLE" TO WS-DRIFT-REASONS
               ADD 1 TO WS-CHANGED
               PERFORM FILE-DRIFT-VERDICT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM COMPUTE-FILE-CRC
           PERFORM COLLECT-BUILD-IDS
           CALL "CBL_CLOSE_FILE" USING WS-FILE-HANDLE
           MOVE 0 TO RETURN-CODE

           PERFORM VARYING WS-BID-IDX FROM 1 BY 1
                   UNTIL WS-BID-IDX > WS-BID-COUNT
               IF WS-BID-ENTRY(WS-BID-IDX) = INV-UUID
                   MOVE "Y" TO WS-BUILD-AT-PATH
               END-IF
           END-PERFORM

           IF WS-DISK-SIZE NOT = INV-FSIZE
               STRING "SIZE " DELIMITED BY SIZE
                   INTO WS-DRIFT-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-DISK-CRC NOT = INV-CRC
               STRING "CRC " DELIMITED BY SIZE
                   INTO WS-DRIFT-REASONS WITH POINTER WS-REASON-PTR
           END-IF
      *> THE DIGEST ONLY ADDS A REASON WHEN THE CRC STILL MATCHES -
      *> CONTENT CHANGED SO AS TO KEEP ITS CRC-32 IS NO ACCIDENT. A
      *> RECORD FILED BEFORE THE SHA-256 COLUMN HAS NO DIGEST TO
      *> COMPARE UNTIL ITS BUILD IS NEXT SCANNED OR UPDATED HERE.
           IF INV-SHA256 NOT = SPACES AND WS-DISK-SHA NOT = INV-SHA256
               AND WS-DISK-CRC = INV-CRC
               STRING "SHA " DELIMITED BY SIZE
                   INTO WS-DRIFT-REASONS WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-BUILD-AT-PATH = "N"
               STRING "BUILD " DELIMITED BY SIZE
                   INTO WS-DRIFT-REASONS WITH POINTER WS-REASON-PTR
           END-IF

           IF WS-DRIFT-REASONS = SPACES
               MOVE "UNCHANGED" TO WS-DRIFT-STATE
               ADD 1 TO WS-UNCHANGED
           ELSE
               MOVE "CHANGED" TO WS-DRIFT-STATE
               ADD 1 TO WS-CHANGED
               IF WS-BUILD-AT-PATH = "Y"
                   ADD 1 TO WS-IN-PLACE
               END-IF
               IF WS-UPDATE-MODE = "Y"
                   PERFORM UPDATE-MASTER-RECORD
               END-IF
           END-IF
           PERFORM FILE-DRIFT-VERDICT.

      *> UPDATE-MASTER-RECORD BRINGS A CHANGED RECORD IN LINE WITH THE
      *> DISK - ONLY WHEN THE FILE AT THE PATH STILL CARRIES THE
      *> RECORD'S BUILD, SO THE RECORD STILL DESCRIBES WHAT IS THERE.
       UPDATE-MASTER-RECORD.
           IF WS-BUILD-AT-PATH = "N"
               MOVE "not updated - this build is no longer at the path"
                   TO WS-UPDATE-NOTE
               EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-TIMESTAMP
           MOVE WS-DISK-SIZE TO INV-FSIZE
           MOVE WS-DISK-CRC TO INV-CRC
           MOVE WS-DISK-SHA TO INV-SHA256
           MOVE WS-TIMESTAMP TO INV-LAST
           REWRITE INVENTORY-RECORD
           IF WS-INVENTORY-STATUS NOT = "00"
               ADD 1 TO WS-UPDATE-FAILS
               MOVE SPACES TO WS-UPDATE-NOTE
               STRING "update failed, status " WS-INVENTORY-STATUS
                   DELIMITED BY SIZE INTO WS-UPDATE-NOTE
               MOVE "INR007W" TO WS-MSG-ID
               MOVE INV-UUID TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UPDATED
           MOVE "master updated to the fingerprint now on disk"
               TO WS-UPDATE-NOTE
           PERFORM WRITE-SIGHTING.

      *> WRITE-SIGHTING APPENDS THE REFRESHED FINGERPRINT TO THE
      *> SIGHTING HISTORY IN InvWriter'S LAYOUT:
      *>     timestamp|uuid|path|crc|size|run-id|sha256
       WRITE-SIGHTING.
           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "TOOLKIT_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF

           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "INR008W" TO WS-MSG-ID
               MOVE WS-HISTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-HISTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HIST-OVERFLOW
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-TIMESTAMP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INV-UUID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INV-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-CRC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-FSIZE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-SHA256 DELIMITED BY SPACE
               INTO HISTORY-RECORD
               ON OVERFLOW
                   MOVE "Y" TO WS-HIST-OVERFLOW
           END-STRING
           IF WS-HIST-OVERFLOW = "Y"
               MOVE "INR009W" TO WS-MSG-ID
               MOVE INV-UUID TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *> FILE-DRIFT-VERDICT WRITES THE RECORD'S REPORT LINES (UNLESS
      *> IT IS UNCHANGED AND -all WAS NOT GIVEN) AND ITS EXCEPTION
      *> LINE. THE MASTER'S FIGURES SHOWN ARE THE ONES SAVED BEFORE
      *> ANY UPDATE, SO AN UPDATED RECORD STILL SHOWS WHAT CHANGED.
       FILE-DRIFT-VERDICT.
           IF WS-DRIFT-STATE = "UNCHANGED" AND WS-LIST-ALL = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-OWNER

           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-DRIFT-STATE TO WS-RPT-LINE(1:9)
           MOVE WS-DRIFT-REASONS TO WS-RPT-LINE(11:16)
           MOVE INV-UUID TO WS-RPT-LINE(28:40)
           MOVE INV-PATH TO WS-RPT-LINE(69:187)
           PERFORM PUT-REPORT-LINE
           IF WS-DRIFT-STATE = "UNCHANGED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           IF WS-DRIFT-STATE = "CHANGED"
               AND WS-DRIFT-REASONS NOT = "UNREADABLE"
               MOVE WS-WAS-SIZE TO WS-SIZE-WAS-DISP
               MOVE WS-DISK-SIZE TO WS-SIZE-NOW-DISP
               IF WS-BUILD-AT-PATH = "Y"
                   MOVE "same build, altered in place"
                       TO WS-UPDATE-TEXT
               ELSE
                   MOVE "another build at the path" TO WS-UPDATE-TEXT
               END-IF
               STRING "          " FUNCTION TRIM(WS-UPDATE-TEXT)
                   ": size " FUNCTION TRIM(WS-SIZE-WAS-DISP) " -> "
                   FUNCTION TRIM(WS-SIZE-NOW-DISP) ", crc "
                   WS-WAS-CRC " -> " WS-DISK-CRC
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "          owner: " FUNCTION TRIM(WS-OWNER-TEXT)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-UPDATE-NOTE NOT = SPACES
               MOVE SPACES TO WS-RPT-LINE
               STRING "          " FUNCTION TRIM(WS-UPDATE-NOTE)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF

           IF WS-EXCEPTION-PATH NOT = SPACES
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      *> WRITE-EXCEPTION-LINE WRITES THE RECORD AS ONE PIPE-SEPARATED
      *> LINE; A MISSING FILE HAS NO DISK FIGURES.
       WRITE-EXCEPTION-LINE.
           MOVE WS-WAS-SIZE TO WS-SIZE-WAS-DISP
           MOVE WS-DISK-SIZE TO WS-SIZE-NOW-DISP
           MOVE FUNCTION TRIM(WS-SIZE-NOW-DISP) TO WS-SIZE-NOW-TEXT
           IF WS-DRIFT-STATE = "MISSING"
               MOVE SPACES TO WS-SIZE-NOW-TEXT
           END-IF
           MOVE SPACES TO EXCEPTION-RECORD
           STRING FUNCTION TRIM(WS-DRIFT-STATE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INV-UUID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(INV-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DRIFT-REASONS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIZE-WAS-DISP) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-WAS-CRC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SIZE-NOW-TEXT) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-DISK-CRC) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWNER-TEAM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OWNER-ENV) DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

      *> LOOKUP-OWNER FETCHES THE RECORD'S OWNERSHIP ANNOTATION SO
      *> EVERY DRIFTED BUILD SAYS WHOSE IT IS AND WHERE IT RUNS.
       LOOKUP-OWNER.
           MOVE "not recorded" TO WS-OWNER-TEXT
           MOVE SPACES TO WS-OWNER-TEAM
           MOVE SPACES TO WS-OWNER-ENV
           MOVE "23" TO WS-OWNER-STATUS
           IF WS-OWNER-OPEN = "Y"
               MOVE INV-UUID TO OWN-UUID
               READ OWNER-FILE KEY IS OWN-UUID
           END-IF
           IF WS-OWNER-STATUS = "00"
               MOVE OWN-TEAM TO WS-OWNER-TEAM
               MOVE OWN-ENV TO WS-OWNER-ENV
               MOVE SPACES TO WS-OWNER-TEXT
               STRING FUNCTION TRIM(OWN-TEAM) " / "
                   FUNCTION TRIM(OWN-APP) " ("
                   FUNCTION TRIM(OWN-ENV) ") "
                   FUNCTION TRIM(OWN-CONTACT)
                   DELIMITED BY SIZE INTO WS-OWNER-TEXT
           END-IF.

      *> WRITE-REPORT-TOTALS CLOSES THE REPORT WITH THE COUNT OF
      *> EACH VERDICT.
       WRITE-REPORT-TOTALS.
           MOVE WS-CHECKED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Records checked       " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS

           MOVE WS-UNCHANGED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Unchanged             " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-CHANGED TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Changed               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-IN-PLACE TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "  altered in place    " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-MISSING TO WS-COUNT-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Missing               " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           IF WS-UPDATE-MODE = "Y"
               MOVE WS-UPDATED TO WS-COUNT-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "Master records updated" WS-COUNT-DISP
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-REPORT-LINE
           END-IF.

      *> COMPUTE-FILE-CRC FINGERPRINTS THE OPEN FILE'S WHOLE CONTENT,
      *> LEAVING THE 8-HEX-DIGIT CRC-32 IN WS-DISK-CRC AND THE
      *> 64-HEX-DIGIT SHA-256 IN WS-DISK-SHA.
       COMPUTE-FILE-CRC.
           MOVE "I" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-DISK-SHA

           MOVE 0 TO WS-CRC-POS
           PERFORM UNTIL WS-CRC-POS >= WS-DISK-SIZE
               COMPUTE WS-CRC-LEN = WS-DISK-SIZE - WS-CRC-POS
               IF WS-CRC-LEN > 4096
                   MOVE 4096 TO WS-CRC-LEN
               END-IF
               MOVE WS-CRC-POS TO WS-BIN-OFFSET
               MOVE WS-CRC-LEN TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-FILE-HANDLE,
                   WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS,
                   WS-CRC-BUFFER
               MOVE 0 TO RETURN-CODE
               MOVE "U" TO WS-CRC-OP
               CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-CRC-VALUE
               CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-DISK-SHA
               ADD WS-CRC-LEN TO WS-CRC-POS
           END-PERFORM

           MOVE "F" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-DISK-SHA
           MOVE 0 TO RETURN-CODE

           MOVE WS-CRC-VALUE TO WS-CRC-WORK
           MOVE "00000000" TO WS-DISK-CRC
           PERFORM VARYING WS-CRC-NIBBLE-IDX FROM 8 BY -1
                   UNTIL WS-CRC-NIBBLE-IDX = 0
               COMPUTE WS-CRC-DIGIT = FUNCTION MOD(WS-CRC-WORK, 16)
               MOVE HEX-TABLE(WS-CRC-DIGIT + 1:1)
                   TO WS-DISK-CRC(WS-CRC-NIBBLE-IDX:1)
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

      *> COLLECT-BUILD-IDS FILLS WS-BID-TABLE WITH EVERY BUILD ID THE
      *> OPEN FILE CARRIES, BY ITS MAGIC: A LITTLE-ENDIAN MACH-O
      *> IMAGE, A FAT FILE (EACH LITTLE-ENDIAN SLICE) OR AN ELF FILE.
      *> ANYTHING ELSE CARRIES NONE.
       COLLECT-BUILD-IDS.
           MOVE 0 TO WS-BID-COUNT
           MOVE 0 TO WS-RD-OFFSET
           MOVE 4 TO WS-RD-COUNT
           PERFORM READ-AT
           IF WS-RD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RD-BUF(1:4) TO WS-MAGIC
           EVALUATE WS-MAGIC
               WHEN X"CFFAEDFE"
               WHEN X"CEFAEDFE"
                   MOVE 0 TO WS-IMG-BASE
                   PERFORM WALK-MACHO-IMAGE
               WHEN X"CAFEBABE"
               WHEN X"CAFEBABF"
                   PERFORM WALK-FAT-FILE
               WHEN X"7F454C46"
                   PERFORM WALK-ELF-NOTES
           END-EVALUATE.

      *> WALK-FAT-FILE READS THE BIG-ENDIAN FAT_ARCH TABLE (20-BYTE
      *> ENTRIES, 32-BYTE FOR FAT_MAGIC_64) AND WALKS EACH SLICE. A
      *> JAVA CLASS FILE SHARES THE MAGIC; ITS "SLICES" FAIL THE
      *> MACH-O MAGIC CHECK AND ARE PASSED OVER.
       WALK-FAT-FILE.
           IF WS-MAGIC = X"CAFEBABF"
               MOVE "Y" TO WS-FAT-64
           ELSE
               MOVE "N" TO WS-FAT-64
           END-IF
           MOVE 4 TO WS-RD-OFFSET
           MOVE 4 TO WS-RD-COUNT
           PERFORM READ-AT
           IF WS-RD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DEC-POS
           MOVE 4 TO WS-DEC-LEN
           MOVE "Y" TO WS-DEC-BIG
           PERFORM DECODE-FIELD
           MOVE WS-DEC-VALUE TO WS-FAT-COUNT
           IF WS-FAT-COUNT > WS-BID-MAX
               MOVE WS-BID-MAX TO WS-FAT-COUNT
           END-IF

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-FAT-COUNT
               IF WS-FAT-64 = "Y"
                   COMPUTE WS-FAT-ENTRY-POS = 8 + (WS-FAT-IDX - 1) * 32
                   MOVE 32 TO WS-RD-COUNT
               ELSE
                   COMPUTE WS-FAT-ENTRY-POS = 8 + (WS-FAT-IDX - 1) * 20
                   MOVE 20 TO WS-RD-COUNT
               END-IF
               MOVE WS-FAT-ENTRY-POS TO WS-RD-OFFSET
               PERFORM READ-AT
               IF WS-RD-OK = "Y"
                   MOVE 9 TO WS-DEC-POS
                   MOVE "Y" TO WS-DEC-BIG
                   IF WS-FAT-64 = "Y"
                       MOVE 8 TO WS-DEC-LEN
                   ELSE
                       MOVE 4 TO WS-DEC-LEN
                   END-IF
                   PERFORM DECODE-FIELD
                   MOVE WS-DEC-VALUE TO WS-IMG-BASE
                   PERFORM WALK-MACHO-IMAGE
               END-IF
           END-PERFORM.

      *> WALK-MACHO-IMAGE WALKS THE LOAD COMMANDS OF THE LITTLE-ENDIAN
      *> IMAGE AT WS-IMG-BASE AND FILES EACH LC_UUID (CMD 27) AS A
      *> DASHED BUILD ID, THE WAY MachOReader KEYS THE MASTER.
       WALK-MACHO-IMAGE.
           MOVE WS-IMG-BASE TO WS-RD-OFFSET
           MOVE 28 TO WS-RD-COUNT
           PERFORM READ-AT
           IF WS-RD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RD-BUF(1:4)
               WHEN X"CFFAEDFE"
                   MOVE 32 TO WS-IMG-HDR-SIZE
               WHEN X"CEFAEDFE"
                   MOVE 28 TO WS-IMG-HDR-SIZE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 17 TO WS-DEC-POS
           MOVE 4 TO WS-DEC-LEN
           MOVE "N" TO WS-DEC-BIG
           PERFORM DECODE-FIELD
           MOVE WS-DEC-VALUE TO WS-IMG-NCMDS
           IF WS-IMG-NCMDS > 1024
               MOVE 1024 TO WS-IMG-NCMDS
           END-IF

           COMPUTE WS-LC-POS = WS-IMG-BASE + WS-IMG-HDR-SIZE
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-IMG-NCMDS
               MOVE WS-LC-POS TO WS-RD-OFFSET
               MOVE 8 TO WS-RD-COUNT
               PERFORM READ-AT
               IF WS-RD-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE 1 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-LC-CMD
               MOVE 5 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-LC-SIZE
               IF WS-LC-SIZE < 8
                   EXIT PARAGRAPH
               END-IF
               IF WS-LC-CMD = 27
                   COMPUTE WS-RD-OFFSET = WS-LC-POS + 8
                   MOVE 16 TO WS-RD-COUNT
                   PERFORM READ-AT
                   IF WS-RD-OK = "Y"
                       MOVE 16 TO WS-HEX-LEN
                       MOVE "Y" TO WS-BID-DASHED
                       PERFORM FORMAT-BUILD-ID
                       PERFORM ADD-BUILD-ID
                   END-IF
               END-IF
               ADD WS-LC-SIZE TO WS-LC-POS
           END-PERFORM.

      *> WALK-ELF-NOTES READS THE ELF HEADER FOR THE SECTION-HEADER
      *> TABLE AND SCANS EVERY SHT_NOTE SECTION (TYPE 7) FOR THE GNU
      *> BUILD-ID NOTE, IN THE FILE'S OWN CLASS AND BYTE ORDER.
       WALK-ELF-NOTES.
           MOVE 0 TO WS-RD-OFFSET
           MOVE 64 TO WS-RD-COUNT
           PERFORM READ-AT
           IF WS-RD-OK = "N"
               MOVE 52 TO WS-RD-COUNT
               PERFORM READ-AT
           END-IF
           IF WS-RD-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-RD-BUF(5:1) = X"02"
               MOVE "Y" TO WS-ELF-64
           ELSE
               MOVE "N" TO WS-ELF-64
           END-IF
           IF WS-RD-BUF(6:1) = X"02"
               MOVE "Y" TO WS-ELF-BIG
           ELSE
               MOVE "N" TO WS-ELF-BIG
           END-IF
           MOVE WS-ELF-BIG TO WS-DEC-BIG

           IF WS-ELF-64 = "Y"
               MOVE 41 TO WS-DEC-POS
               MOVE 8 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-OFF
               MOVE 59 TO WS-DEC-POS
               MOVE 2 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-ENTSIZE
               MOVE 61 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-NUM
           ELSE
               MOVE 33 TO WS-DEC-POS
               MOVE 4 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-OFF
               MOVE 47 TO WS-DEC-POS
               MOVE 2 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-ENTSIZE
               MOVE 49 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-SH-NUM
           END-IF
           IF WS-SH-OFF = 0 OR WS-SH-ENTSIZE < 40
               OR WS-SH-ENTSIZE > 64
               EXIT PARAGRAPH
           END-IF
           IF WS-SH-NUM > 400
               MOVE 400 TO WS-SH-NUM
           END-IF

           PERFORM VARYING WS-SH-IDX FROM 0 BY 1
                   UNTIL WS-SH-IDX >= WS-SH-NUM
               COMPUTE WS-RD-OFFSET =
                   WS-SH-OFF + WS-SH-IDX * WS-SH-ENTSIZE
               MOVE WS-SH-ENTSIZE TO WS-RD-COUNT
               PERFORM READ-AT
               IF WS-RD-OK = "Y"
                   MOVE WS-ELF-BIG TO WS-DEC-BIG
                   MOVE 5 TO WS-DEC-POS
                   MOVE 4 TO WS-DEC-LEN
                   PERFORM DECODE-FIELD
                   IF WS-DEC-VALUE = 7
                       PERFORM SCAN-NOTE-SECTION
                   END-IF
               END-IF
           END-PERFORM.

      *> SCAN-NOTE-SECTION TAKES THE NOTE SECTION'S OFFSET AND SIZE
      *> FROM THE SECTION HEADER IN WS-RD-BUF AND STEPS THROUGH ITS
      *> NOTES: NAMESZ/DESCSZ/TYPE, THE NAME AND THE DESC, EACH PADDED
      *> TO 4 BYTES. NT_GNU_BUILD_ID (TYPE 3, NAME "GNU") IS THE
      *> BUILD ID; ONE LONGER THAN 20 BYTES WOULD NOT FIT THE KEY.
       SCAN-NOTE-SECTION.
           IF WS-ELF-64 = "Y"
               MOVE 25 TO WS-DEC-POS
               MOVE 8 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-NOTE-POS
               MOVE 33 TO WS-DEC-POS
               PERFORM DECODE-FIELD
           ELSE
               MOVE 17 TO WS-DEC-POS
               MOVE 4 TO WS-DEC-LEN
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-NOTE-POS
               MOVE 21 TO WS-DEC-POS
               PERFORM DECODE-FIELD
           END-IF
           COMPUTE WS-NOTE-END = WS-NOTE-POS + WS-DEC-VALUE

           MOVE 0 TO WS-NOTE-STEPS
           PERFORM UNTIL WS-NOTE-POS + 12 > WS-NOTE-END
                   OR WS-NOTE-STEPS >= 64
               ADD 1 TO WS-NOTE-STEPS
               MOVE WS-NOTE-POS TO WS-RD-OFFSET
               MOVE 12 TO WS-RD-COUNT
               PERFORM READ-AT
               IF WS-RD-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE 4 TO WS-DEC-LEN
               MOVE 1 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-NOTE-NAMESZ
               MOVE 5 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-NOTE-DESCSZ
               MOVE 9 TO WS-DEC-POS
               PERFORM DECODE-FIELD
               MOVE WS-DEC-VALUE TO WS-NOTE-TYPE
               COMPUTE WS-NOTE-NAMEPAD = (WS-NOTE-NAMESZ + 3) / 4
               MULTIPLY 4 BY WS-NOTE-NAMEPAD
               COMPUTE WS-NOTE-DESCPAD = (WS-NOTE-DESCSZ + 3) / 4
               MULTIPLY 4 BY WS-NOTE-DESCPAD

               IF WS-NOTE-TYPE = 3 AND WS-NOTE-NAMESZ = 4
                   AND WS-NOTE-DESCSZ > 0 AND WS-NOTE-DESCSZ <= 20
                   COMPUTE WS-RD-OFFSET = WS-NOTE-POS + 12
                   MOVE 4 TO WS-RD-COUNT
                   PERFORM READ-AT
                   IF WS-RD-OK = "Y" AND WS-RD-BUF(1:4) = "GNU" & X"00"
                       COMPUTE WS-RD-OFFSET =
                           WS-NOTE-POS + 12 + WS-NOTE-NAMEPAD
                       MOVE WS-NOTE-DESCSZ TO WS-RD-COUNT
                       PERFORM READ-AT
                       IF WS-RD-OK = "Y"
                           MOVE WS-NOTE-DESCSZ TO WS-HEX-LEN
                           MOVE "N" TO WS-BID-DASHED
                           PERFORM FORMAT-BUILD-ID
                           PERFORM ADD-BUILD-ID
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-NOTE-POS = WS-NOTE-POS + 12
                   + WS-NOTE-NAMEPAD + WS-NOTE-DESCPAD
           END-PERFORM.

      *> FORMAT-BUILD-ID RENDERS THE FIRST WS-HEX-LEN BYTES OF
      *> WS-RD-BUF AS UPPER-CASE HEX IN WS-BID-HEX, DASHED 8-4-4-4-12
      *> WHEN WS-BID-DASHED IS "Y" (THE LC_UUID SHAPE).
       FORMAT-BUILD-ID.
           MOVE SPACES TO WS-BID-HEX
           MOVE 0 TO WS-HEX-OUT-IDX
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                   UNTIL WS-HEX-IDX > WS-HEX-LEN
               IF WS-BID-DASHED = "Y"
                   AND (WS-HEX-IDX = 5 OR 7 OR 9 OR 11)
                   ADD 1 TO WS-HEX-OUT-IDX
                   MOVE "-" TO WS-BID-HEX(WS-HEX-OUT-IDX:1)
               END-IF
               COMPUTE WS-HEX-VALUE =
                   FUNCTION ORD(WS-RD-BUF(WS-HEX-IDX:1)) - 1
               DIVIDE WS-HEX-VALUE BY 16 GIVING WS-HEX-HI
                   REMAINDER WS-HEX-LO
               ADD 1 TO WS-HEX-OUT-IDX
               MOVE HEX-TABLE(WS-HEX-HI + 1:1)
                   TO WS-BID-HEX(WS-HEX-OUT-IDX:1)
               ADD 1 TO WS-HEX-OUT-IDX
               MOVE HEX-TABLE(WS-HEX-LO + 1:1)
                   TO WS-BID-HEX(WS-HEX-OUT-IDX:1)
           END-PERFORM.

       ADD-BUILD-ID.
           IF WS-BID-COUNT < WS-BID-MAX
               ADD 1 TO WS-BID-COUNT
               MOVE WS-BID-HEX TO WS-BID-ENTRY(WS-BID-COUNT)
           END-IF.

      *> READ-AT READS WS-RD-COUNT (AT MOST 64) BYTES AT WS-RD-OFFSET
      *> OF THE OPEN FILE INTO WS-RD-BUF. A READ THAT WOULD RUN PAST
      *> THE END OF THE FILE IS REFUSED WITH WS-RD-OK "N".
       READ-AT.
           MOVE "Y" TO WS-RD-OK
           IF WS-RD-COUNT = 0 OR WS-RD-COUNT > 64
               OR WS-RD-OFFSET + WS-RD-COUNT > WS-DISK-SIZE
               MOVE "N" TO WS-RD-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RD-OFFSET TO WS-BIN-OFFSET
           MOVE WS-RD-COUNT TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-FILE-HANDLE,
               WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-FLAGS, WS-RD-BUF
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-RD-OK
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> DECODE-FIELD TURNS WS-DEC-LEN BYTES OF WS-RD-BUF FROM
      *> POSITION WS-DEC-POS INTO WS-DEC-VALUE, MOST SIGNIFICANT BYTE
      *> FIRST WHEN WS-DEC-BIG IS "Y", LEAST SIGNIFICANT FIRST
      *> OTHERWISE.
       DECODE-FIELD.
           MOVE 0 TO WS-DEC-VALUE
           IF WS-DEC-BIG = "Y"
               PERFORM VARYING WS-DEC-IDX FROM 0 BY 1
                       UNTIL WS-DEC-IDX >= WS-DEC-LEN
                   COMPUTE WS-DEC-VALUE = WS-DEC-VALUE * 256
                       + FUNCTION ORD(
                           WS-RD-BUF(WS-DEC-POS + WS-DEC-IDX:1)) - 1
               END-PERFORM
           ELSE
               PERFORM VARYING WS-DEC-IDX FROM WS-DEC-LEN BY -1
                       UNTIL WS-DEC-IDX < 1
                   COMPUTE WS-DEC-VALUE = WS-DEC-VALUE * 256
                       + FUNCTION ORD(
                           WS-RD-BUF(WS-DEC-POS + WS-DEC-IDX - 1:1))
                       - 1
               END-PERFORM
           END-IF.

      *> FORMAT-TIMESTAMP LAYS OUT THE CURRENT DATE/TIME AS
      *> YYYY-MM-DD HH:MM:SS, THE SAME SHAPE AuditLogger WRITES.
       FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CURRENT-DATE(1:4) "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE(5:2) "-" DELIMITED BY SIZE
                   WS-CURRENT-DATE(7:2) " " DELIMITED BY SIZE
                   WS-CURRENT-DATE(9:2) ":" DELIMITED BY SIZE
                   WS-CURRENT-DATE(11:2) ":" DELIMITED BY SIZE
                   WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP
           END-STRING.

       COPY "msgissue.cpy".

       END PROGRAM InvReconcile.
