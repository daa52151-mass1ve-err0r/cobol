      *> THE MASTER IS AN ORGANIZATION INDEXED FILE KEYED BY THE BUILD
      *> IDENTITY (THE DASHED LC_UUID HEX, OR ANY OTHER UP-TO-40-HEX
      *> FINGERPRINT A READER EXTRACTS), WITH THE CRC-32 CONTENT
      *> FINGERPRINT AS AN ALTERNATE KEY FOR DUPLICATE-CONTENT LOOKUPS
      *> AND THE SHA-256 DIGEST AS A SECOND ONE, FOR MATCHING THE
      *> ESTATE AGAINST VENDOR-PUBLISHED HASHES AND ADVISORIES.
      *> ONE CALL DOES ONE KEYED READ AND ONE REWRITE (OR WRITE FOR A
      *> BUILD NEVER SEEN BEFORE) - THE OLD LOAD-THE-WHOLE-MASTER /
      *> REWRITE-THE-WHOLE-MASTER MERGE, AND ITS 1000-RECORD TABLE
      *> LOG FILE.
      *>
      *>     CALL "InvWriter" USING <uuid>, <path>, <cputype>,
      *>         <filetype>, <ncmds>, <fsize>, <crc>, <sha256>
      *>
      *> FIRST-SEEN IS STAMPED ONCE WHEN THE RECORD IS CREATED;
      *> LAST-SEEN IS REFRESHED ON EVERY CALL. EVERY CALL ALSO
      *> APPENDS ONE SIGHTING (UUID, PATH, CRC, SIZE, TIMESTAMP, THE
      *> JobRunner RUN ID AND SHA-256) TO THE COMPANION HISTORY FILE
      *> inventory.hist, SO A BUILD THAT MOVED BETWEEN DIRECTORIES OR
      *> DISAPPEARED AND CAME BACK LEAVES A TRAIL InvQuery CAN REPLAY.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvWriter.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT PRIOR-FILE ASSIGN DYNAMIC WS-INVENTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRV-UUID
               ALTERNATE RECORD KEY IS PRV-CRC WITH DUPLICATES
               FILE STATUS IS WS-PRIOR-STATUS.

           SELECT LEGACY-FILE ASSIGN DYNAMIC WS-LEGACY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEGACY-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
           05  INV-CRC       PIC X(8).
           05  INV-FIRST     PIC X(19).
           05  INV-LAST      PIC X(19).
           05  INV-SHA256    PIC X(64).

      *> THE INDEXED MASTER AS IT WAS BEFORE THE SHA-256 COLUMN, READ
      *> ONLY BY THE ONE-TIME CONVERSION IN MIGRATE-PRIOR-MASTER.
       FD  PRIOR-FILE.
       01  PRIOR-RECORD.
           05  PRV-UUID      PIC X(40).
           05  PRV-PATH      PIC X(255).
           05  PRV-CPUTYPE   PIC 9(8).
           05  PRV-FILETYPE  PIC 9(8).
           05  PRV-NCMDS     PIC 9(8).
           05  PRV-FSIZE     PIC 9(12).
           05  PRV-CRC       PIC X(8).
           05  PRV-FIRST     PIC X(19).
           05  PRV-LAST      PIC X(19).

       FD  LEGACY-FILE.
       01  LEGACY-RECORD       PIC X(400).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(450).

       WORKING-STORAGE SECTION.
       01  WS-INVENTORY-FILE   PIC X(255) VALUE "inventory.dat".
       01  WS-INVENTORY-STATUS PIC XX VALUE SPACES.
       01  WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(19) VALUE SPACES.

      *> SIGHTING HISTORY: AN APPEND-ONLY, PIPE-SEPARATED COMPANION
      *> TO THE MASTER (THE SAME SEPARATOR audit.log AND THE PURGE
      *> ARCHIVE USE), ONE LINE PER CALL IN THE ORDER THE CALLS CAME:
      *>     timestamp|uuid|path|crc|size|run-id|sha256
      *> THE RUN ID IS THE TOOLKIT_RUN_ID JobRunner EXPORTS TO ITS
      *> STEPS, OR "-" FOR A TOOL RUN BY HAND, AS IN audit.log.
       01  WS-HISTORY-FILE     PIC X(255) VALUE "inventory.hist".
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01  WS-HIST-OVERFLOW    PIC X VALUE "N".
       01  WS-RUN-ID           PIC X(26) VALUE SPACES.

      *> ONE-TIME MIGRATION OF THE OLD PIPE-SEPARATED MASTER: OPEN
      *> I-O ON IT COMES BACK STATUS 39 (CONFLICTING ATTRIBUTES), AT
      *> WHICH POINT THE OLD FILE IS SET ASIDE AS <master>.old AND
       01  WS-OLD-FIRST        PIC X(19) VALUE SPACES.
       01  WS-OLD-LAST         PIC X(19) VALUE SPACES.

      *> ONE-TIME CONVERSION OF THE INDEXED MASTER FROM BEFORE THE
      *> SHA-256 COLUMN: ITS RECORDS ARE UNLOADED TO <master>.prev IN
      *> THE PIPE-SEPARATED LAYOUT ABOVE (WHICH IS KEPT), THE MASTER
      *> IS RECREATED IN THE CURRENT LAYOUT, AND THE UNLOAD IS LOADED
      *> BACK THROUGH THE SAME PATH AS THE OLD MASTER. THE DIGEST OF A
      *> MIGRATED RECORD STAYS BLANK UNTIL THE BUILD IS NEXT SCANNED.
       01  WS-PRIOR-STATUS     PIC XX VALUE SPACES.
       01  WS-PRIOR-EOF        PIC X VALUE "N".
       01  WS-UNLOADED-COUNT   PIC 9(6) VALUE 0.
       COPY "msgarea.cpy".

       LINKAGE SECTION.
       01  LK-INV-UUID         PIC X(40).
       01  LK-INV-PATH         PIC X(255).
       01  LK-INV-NCMDS        PIC 9(8).
       01  LK-INV-FSIZE        PIC 9(12).
       01  LK-INV-CRC          PIC X(8).
       01  LK-INV-SHA256       PIC X(64).

       PROCEDURE DIVISION USING LK-INV-UUID, LK-INV-PATH,
               LK-INV-CPUTYPE, LK-INV-FILETYPE, LK-INV-NCMDS,
               LK-INV-FSIZE, LK-INV-CRC, LK-INV-SHA256.
       MAIN-PROCEDURE.
           PERFORM FORMAT-TIMESTAMP
           PERFORM WRITE-SIGHTING
           PERFORM OPEN-INVENTORY

           IF WS-INVENTORY-STATUS = "00"
               PERFORM MERGE-ONE-RECORD
               CLOSE INVENTORY-FILE
           ELSE
               MOVE "INW001W" TO WS-MSG-ID
               MOVE WS-INVENTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF

           EXIT PROGRAM.
      *> OPEN-INVENTORY OPENS THE MASTER FOR KEYED I-O, CREATING IT
      *> EMPTY FIRST WHEN NO MASTER EXISTS YET (OPEN I-O ON A MISSING
      *> INDEXED FILE FAILS WITH STATUS 35 RATHER THAN CREATING IT).
      *> STATUS 39 MEANS THE FILE ON DISK IS AN OLDER LAYOUT: IF IT
      *> OPENS AS THE INDEXED MASTER FROM BEFORE THE SHA-256 COLUMN IT
      *> IS CONVERTED FROM THAT, OTHERWISE IT IS STILL THE OLD
      *> PIPE-SEPARATED MASTER. EITHER WAY IT IS CONVERTED ONCE.
       OPEN-INVENTORY.
           OPEN I-O INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "35"
               END-IF
           END-IF
           IF WS-INVENTORY-STATUS = "39"
               OPEN INPUT PRIOR-FILE
               IF WS-PRIOR-STATUS = "00"
                   PERFORM MIGRATE-PRIOR-MASTER
               ELSE
                   PERFORM MIGRATE-LEGACY-MASTER
               END-IF
           END-IF.

      *> MIGRATE-LEGACY-MASTER CONVERTS THE OLD PIPE-SEPARATED
               WS-LEGACY-PATH
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "INW002E" TO WS-MSG-ID
               MOVE WS-LEGACY-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "39" TO WS-INVENTORY-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INW003E" TO WS-MSG-ID
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(1)
               MOVE WS-LEGACY-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM RELOAD-LEGACY-RECORDS
           CLOSE INVENTORY-FILE

           DISPLAY "Migrated " WS-MIGRATED-COUNT
               " inventory record(s); the old master is kept as "
               FUNCTION TRIM(WS-LEGACY-PATH)

           OPEN I-O INVENTORY-FILE.

      *> MIGRATE-PRIOR-MASTER CONVERTS THE INDEXED MASTER FROM BEFORE
      *> THE SHA-256 COLUMN (ALREADY OPEN AS PRIOR-FILE): EVERY RECORD
      *> IS UNLOADED TO <master>.prev IN THE PIPE-SEPARATED LAYOUT,
      *> THE MASTER IS RECREATED EMPTY IN THE CURRENT LAYOUT, AND THE
      *> UNLOAD IS LOADED BACK WITH FIRST/LAST-SEEN PRESERVED. THE
      *> UNLOAD IS KEPT. ON ANY FAILURE THE STATUS STAYS 39 AND THE
      *> MASTER IS LEFT AS IT WAS.
       MIGRATE-PRIOR-MASTER.
           DISPLAY "Inventory master "
               FUNCTION TRIM(WS-INVENTORY-FILE)
               " predates the SHA-256 column - converting"

           MOVE SPACES TO WS-LEGACY-PATH
           STRING FUNCTION TRIM(WS-INVENTORY-FILE) ".prev"
               DELIMITED BY SIZE INTO WS-LEGACY-PATH
           OPEN OUTPUT LEGACY-FILE
           IF WS-LEGACY-STATUS NOT = "00"
               MOVE "INW004E" TO WS-MSG-ID
               MOVE WS-LEGACY-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LEGACY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE PRIOR-FILE
               MOVE "39" TO WS-INVENTORY-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "uuid|path|cputype|filetype|ncmds|fsize|crc|first|last"
               TO LEGACY-RECORD
           WRITE LEGACY-RECORD
           MOVE 0 TO WS-UNLOADED-COUNT
           MOVE "N" TO WS-PRIOR-EOF
           PERFORM UNTIL WS-PRIOR-EOF = "Y"
               READ PRIOR-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PRIOR-EOF
                   NOT AT END
                       PERFORM UNLOAD-ONE-PRIOR-RECORD
               END-READ
           END-PERFORM
           CLOSE LEGACY-FILE
           CLOSE PRIOR-FILE

           OPEN OUTPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INW005E" TO WS-MSG-ID
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(1)
               MOVE WS-UNLOADED-COUNT TO WS-MSG-SLOT(2)
               MOVE WS-LEGACY-PATH TO WS-MSG-SLOT(3)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           PERFORM RELOAD-LEGACY-RECORDS
           CLOSE INVENTORY-FILE

           DISPLAY "Migrated " WS-MIGRATED-COUNT " of "
               WS-UNLOADED-COUNT
               " inventory record(s); the unload is kept as "
               FUNCTION TRIM(WS-LEGACY-PATH)

           OPEN I-O INVENTORY-FILE.

      *> UNLOAD-ONE-PRIOR-RECORD WRITES ONE PRIOR-LAYOUT RECORD AS A
      *> PIPE-SEPARATED LINE IN THE OLD MASTER'S COLUMN ORDER.
       UNLOAD-ONE-PRIOR-RECORD.
           MOVE SPACES TO LEGACY-RECORD
           STRING FUNCTION TRIM(PRV-UUID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(PRV-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-CPUTYPE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-FILETYPE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-NCMDS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-FSIZE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-CRC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-FIRST DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               PRV-LAST DELIMITED BY SIZE
               INTO LEGACY-RECORD
           WRITE LEGACY-RECORD
           ADD 1 TO WS-UNLOADED-COUNT.

      *> RELOAD-LEGACY-RECORDS READS THE PIPE-SEPARATED FILE AT
      *> WS-LEGACY-PATH (HEADER LINE FIRST) INTO THE FRESHLY CREATED
      *> MASTER, COUNTING THE RECORDS LOADED IN WS-MIGRATED-COUNT.
       RELOAD-LEGACY-RECORDS.
           MOVE 0 TO WS-MIGRATED-COUNT
           MOVE "N" TO WS-LEGACY-EOF
           MOVE "N" TO WS-LEGACY-HEADER
               END-PERFORM
               CLOSE LEGACY-FILE
           ELSE
               MOVE "INW006W" TO WS-MSG-ID
               MOVE WS-LEGACY-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LEGACY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> LOAD-ONE-LEGACY-RECORD SPLITS ONE PIPE-SEPARATED RECORD THE
      *> SAME WAY THE OLD LOAD-INVENTORY-LINE DID AND WRITES IT
               IF WS-INVENTORY-STATUS = "00"
                   ADD 1 TO WS-MIGRATED-COUNT
               ELSE
                   MOVE "INW007W" TO WS-MSG-ID
                   MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(1)
                   MOVE WS-OLD-UUID TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

               MOVE LK-INV-NCMDS TO INV-NCMDS
               MOVE LK-INV-FSIZE TO INV-FSIZE
               MOVE LK-INV-CRC TO INV-CRC
               MOVE LK-INV-SHA256 TO INV-SHA256
               MOVE WS-TIMESTAMP TO INV-LAST
               REWRITE INVENTORY-RECORD
           ELSE
               MOVE LK-INV-NCMDS TO INV-NCMDS
               MOVE LK-INV-FSIZE TO INV-FSIZE
               MOVE LK-INV-CRC TO INV-CRC
               MOVE LK-INV-SHA256 TO INV-SHA256
               MOVE WS-TIMESTAMP TO INV-FIRST
               MOVE WS-TIMESTAMP TO INV-LAST
               WRITE INVENTORY-RECORD
           END-IF

           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INW008W" TO WS-MSG-ID
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> WRITE-SIGHTING APPENDS THIS CALL'S SIGHTING TO THE HISTORY
      *> FILE, CREATING IT ON FIRST USE. IT RUNS AHEAD OF THE MASTER
      *> UPDATE AND REGARDLESS OF ITS OUTCOME, SO EVEN A SIGHTING THE
      *> MASTER COULD NOT TAKE IS ON RECORD.
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
               MOVE "INW009W" TO WS-MSG-ID
               MOVE WS-HISTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-HISTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HIST-OVERFLOW
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-TIMESTAMP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LK-INV-UUID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(LK-INV-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LK-INV-CRC DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LK-INV-FSIZE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RUN-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               LK-INV-SHA256 DELIMITED BY SPACE
               INTO HISTORY-RECORD
               ON OVERFLOW
                   MOVE "Y" TO WS-HIST-OVERFLOW
           END-STRING
           IF WS-HIST-OVERFLOW = "Y"
               MOVE "INW010W" TO WS-MSG-ID
               MOVE LK-INV-UUID TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CLOSE HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

      *> FORMAT-TIMESTAMP LAYS OUT THE CURRENT DATE/TIME AS
      *> YYYY-MM-DD HH:MM:SS, THE SAME SHAPE AuditLogger WRITES.
       FORMAT-TIMESTAMP.
               INTO WS-TIMESTAMP
           END-STRING.

       COPY "msgissue.cpy".

       END PROGRAM InvWriter.
