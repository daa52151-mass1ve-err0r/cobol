      *>
      *>     inv_query -uuid <key>
      *>     inv_query -crc <crc32>
      *>     inv_query -sha256 <digest>
      *>     inv_query -path <substring>
      *>     inv_query -first-from <YYYY-MM-DD> [-first-to <YYYY-MM-DD>]
      *>     inv_query -last-from <YYYY-MM-DD> [-last-to <YYYY-MM-DD>]
      *>     inv_query -aging <days>
      *>     inv_query -purge <days> -archive <archive-file>
      *>     inv_query -timeline <key>
      *>     inv_query -timeline-path <path>
      *>
      *> -uuid IS ONE KEYED READ; -crc WALKS THE ALTERNATE KEY'S
      *> DUPLICATE CHAIN (SAME CONTENT UNDER SEVERAL BUILD IDS);
      *> -sha256 WALKS THE SHA-256 ALTERNATE KEY THE SAME WAY, SO A
      *> HASH QUOTED IN A VENDOR ADVISORY OR THREAT-INTEL FEED IS
      *> CHECKED AGAINST THE ESTATE IN ONE STEP (UPPER OR LOWER CASE,
      *> AS sha256sum PRINTS IT); THE REST ARE SEQUENTIAL SWEEPS.
      *> -aging LISTS EVERY BINARY NOT SEEN IN THE GIVEN NUMBER OF
      *> DAYS; -purge MOVES THOSE AGED
      *> RECORDS TO A PIPE-SEPARATED ARCHIVE FILE AND DELETES THEM
      *> FROM THE MASTER, REPORTING HOW MANY WERE REMOVED.
      *> -timeline AND -timeline-path REPLAY THE SIGHTING HISTORY
      *> InvWriter KEEPS BESIDE THE MASTER: EVERY SIGHTING OF ONE
      *> BUILD (FLAGGING EACH MOVE TO A NEW PATH), OR EVERY BUILD SEEN
      *> AT ONE PATH (FLAGGING EACH CHANGE OF BUILD), OLDEST FIRST -
      *> THE "WHERE WAS THIS BUILD RUNNING ON DATE X" QUESTION.
      *> EVERY RECORD SHOWN ALSO CARRIES ITS OWNERSHIP ANNOTATION -
      *> OWNING TEAM, APPLICATION, ENVIRONMENT AND SUPPORT CONTACT -
      *> FROM THE owners.dat FILE OwnerMaint KEEPS, OR "not recorded".
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InvQuery.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT ARCHIVE-FILE ASSIGN DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OWNER-FILE ASSIGN DYNAMIC WS-OWNER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-UUID
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-FILE.
           05  INV-CRC       PIC X(8).
           05  INV-FIRST     PIC X(19).
           05  INV-LAST      PIC X(19).
           05  INV-SHA256    PIC X(64).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD    PIC X(460).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD    PIC X(450).

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

       WORKING-STORAGE SECTION.
       01  WS-INVENTORY-FILE   PIC X(255) VALUE "inventory.dat".
       01  WS-INVENTORY-STATUS PIC XX VALUE SPACES.
       01  WS-ARCHIVE-PATH     PIC X(255) VALUE SPACES.
       01  WS-ARCHIVE-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(255) VALUE "inventory.hist".
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01  WS-OWNER-FILE       PIC X(255) VALUE "owners.dat".
       01  WS-OWNER-STATUS     PIC XX VALUE SPACES.
       01  WS-OWNER-OPEN       PIC X VALUE "N".

       01  WS-CMD-LINE         PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
       01  WS-MODE             PIC X(8) VALUE SPACES.
       01  WS-KEY-ARG          PIC X(40) VALUE SPACES.
       01  WS-CRC-ARG          PIC X(8) VALUE SPACES.
       01  WS-SHA-ARG          PIC X(64) VALUE SPACES.
       01  WS-PATH-ARG         PIC X(255) VALUE SPACES.
       01  WS-FIRST-FROM       PIC X(10) VALUE SPACES.
       01  WS-FIRST-TO         PIC X(10) VALUE SPACES.
       01  WS-LAST-TO          PIC X(10) VALUE SPACES.
       01  WS-AGE-DAYS         PIC 9(5) COMP-5 VALUE 0.

      *> ONE SIGHTING-HISTORY LINE, SPLIT ON ITS PIPES, AND THE
      *> PREVIOUS MATCHING SIGHTING'S PATH/BUILD FOR THE MOVE FLAGS.
       01  WS-HIST-EOF         PIC X VALUE "N".
       01  WS-HIST-LINE        PIC X(450) VALUE SPACES.
       01  WS-HIST-STAMP       PIC X(19) VALUE SPACES.
       01  WS-HIST-UUID        PIC X(40) VALUE SPACES.
       01  WS-HIST-PATH        PIC X(255) VALUE SPACES.
       01  WS-HIST-CRC         PIC X(8) VALUE SPACES.
       01  WS-HIST-FSIZE       PIC X(12) VALUE SPACES.
       01  WS-HIST-RUN         PIC X(26) VALUE SPACES.
       01  WS-HIST-SHA         PIC X(64) VALUE SPACES.
       01  WS-HIST-PREV        PIC X(255) VALUE SPACES.
       01  WS-HIST-MARK        PIC X(16) VALUE SPACES.
       01  WS-HIST-CHANGES     PIC 9(6) COMP-5 VALUE 0.
       01  WS-HIST-SIZE-DISP   PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *> AGING CUTOFF: LAST-SEEN DATES STRICTLY BELOW THIS YYYY-MM-DD
      *> ARE "AGED". DERIVED FROM TODAY MINUS THE -aging/-purge DAYS
      *> THROUGH THE INTEGER-DATE FUNCTIONS.
       01  WS-INV-EOF          PIC X VALUE "N".
       01  WS-MATCH-COUNT      PIC 9(6) COMP-5 VALUE 0.
       01  WS-PURGE-COUNT      PIC 9(6) COMP-5 VALUE 0.
       01  WS-ARCHIVE-OVERFLOW PIC X VALUE "N".
       01  WS-COUNT-DISP       PIC ZZZ,ZZ9.
       01  WS-PATH-TRIMMED     PIC X(255) VALUE SPACES.
       01  WS-SUBSTR-HITS      PIC 9(4) COMP-5 VALUE 0.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE "InvQuery".
       01  WS-AUDIT-PARAMS     PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM COMPUTE-CUTOFF-DATE
           END-IF

           IF WS-MODE = "TIMELINE" OR WS-MODE = "TLPATH"
               PERFORM REPLAY-TIMELINE
               GOBACK
           END-IF

           IF WS-MODE = "PURGE"
               OPEN I-O INVENTORY-FILE
           ELSE
               OPEN INPUT INVENTORY-FILE
           END-IF
           IF WS-INVENTORY-STATUS NOT = "00"
               MOVE "INQ001E" TO WS-MSG-ID
               MOVE WS-INVENTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      *> NO ANNOTATION FILE YET JUST MEANS NO OWNER IS RECORDED.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE "Y" TO WS-OWNER-OPEN
           END-IF

           EVALUATE WS-MODE
               WHEN "UUID"   PERFORM LOOKUP-BY-UUID
               WHEN "CRC"    PERFORM LOOKUP-BY-CRC
               WHEN "SHA256" PERFORM LOOKUP-BY-SHA256
               WHEN "PATH"   PERFORM SWEEP-RECORDS
               WHEN "FIRST"  PERFORM SWEEP-RECORDS
               WHEN "LAST"   PERFORM SWEEP-RECORDS
           END-EVALUATE

           CLOSE INVENTORY-FILE
           IF WS-OWNER-OPEN = "Y"
               CLOSE OWNER-FILE
           END-IF

           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           DISPLAY "Records matched : " WS-COUNT-DISP
           GOBACK.

       SHOW-USAGE.
           MOVE "INQ002S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE
           DISPLAY "   or: inv_query -crc <crc32>"
           DISPLAY "   or: inv_query -sha256 <digest>"
           DISPLAY "   or: inv_query -path <substring>"
           DISPLAY "   or: inv_query -first-from <YYYY-MM-DD> "
               "[-first-to <YYYY-MM-DD>]"
           DISPLAY "   or: inv_query -last-from <YYYY-MM-DD> "
               "[-last-to <YYYY-MM-DD>]"
           DISPLAY "   or: inv_query -aging <days>"
           DISPLAY "   or: inv_query -purge <days> -archive <file>"
           DISPLAY "   or: inv_query -timeline <key>"
           DISPLAY "   or: inv_query -timeline-path <path>".

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE, THE SAME
      *> ORDER-INDEPENDENT STYLE THE OTHER TOOLS USE.
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-CRC-ARG
                       INSPECT WS-CRC-ARG CONVERTING "abcdef"
                           TO "ABCDEF"
                   WHEN "-sha256"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "SHA256" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SHA-ARG
                       INSPECT WS-SHA-ARG CONVERTING "abcdef"
                           TO "ABCDEF"
                   WHEN "-path"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "PATH" TO WS-MODE
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                           TO WS-ARCHIVE-PATH
                   WHEN "-timeline"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "TIMELINE" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-KEY-ARG
                       INSPECT WS-KEY-ARG CONVERTING "abcdef"
                           TO "ABCDEF"
                   WHEN "-timeline-path"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "TLPATH" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-PATH-ARG
               END-EVALUATE
           END-PERFORM

           IF WS-MODE = "PURGE" AND WS-ARCHIVE-PATH = SPACES
               MOVE "INQ003S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE SPACES TO WS-MODE
           END-IF.

               END-PERFORM
           END-IF.

      *> LOOKUP-BY-SHA256 POSITIONS ON THE SHA-256 ALTERNATE KEY AND
      *> WALKS ITS DUPLICATE CHAIN, AS LOOKUP-BY-CRC DOES - ONE
      *> ADVISORY HASH CAN BE FILED UNDER SEVERAL BUILD IDS (EVERY
      *> SLICE OF A UNIVERSAL BINARY CARRIES THE WHOLE FILE'S DIGEST).
      *> A RECORD NOT SCANNED SINCE THE DIGEST WAS ADDED HAS A BLANK
      *> ONE AND IS FOUND BY -crc OR -path INSTEAD.
       LOOKUP-BY-SHA256.
           IF WS-SHA-ARG = SPACES
               DISPLAY "No inventory record with sha256 (none given)"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SHA-ARG TO INV-SHA256
           START INVENTORY-FILE KEY = INV-SHA256
           IF WS-INVENTORY-STATUS NOT = "00"
               DISPLAY "No inventory record with sha256 "
                   FUNCTION TRIM(WS-SHA-ARG)
           ELSE
               PERFORM UNTIL WS-INV-EOF = "Y"
                   READ INVENTORY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-INV-EOF
                       NOT AT END
                           IF INV-SHA256 = WS-SHA-ARG
                               ADD 1 TO WS-MATCH-COUNT
                               PERFORM DISPLAY-ONE-RECORD
                           ELSE
                               MOVE "Y" TO WS-INV-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> SWEEP-RECORDS READS THE WHOLE MASTER IN KEY ORDER AND JUDGES
      *> EACH RECORD AGAINST THE ACTIVE MODE'S FILTER.
       SWEEP-RECORDS.
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "INQ004E" TO WS-MSG-ID
               MOVE WS-ARCHIVE-PATH TO WS-MSG-SLOT(1)
               MOVE WS-ARCHIVE-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               MOVE LOW-VALUES TO INV-UUID
               START INVENTORY-FILE KEY >= INV-UUID

      *> ARCHIVE-AND-DELETE WRITES THE CURRENT RECORD TO THE ARCHIVE
      *> AS ONE PIPE-SEPARATED LINE (THE SAME SEPARATOR audit.log
      *> USES) AND THEN DELETES IT FROM THE MASTER. A LINE THAT WILL
      *> NOT FIT THE ARCHIVE RECORD IS NOT WRITTEN, AND THE RECORD IS
      *> LEFT ON THE MASTER RATHER THAN LOSE ANY OF ITS COLUMNS.
       ARCHIVE-AND-DELETE.
           MOVE "N" TO WS-ARCHIVE-OVERFLOW
           MOVE SPACES TO ARCHIVE-RECORD
           STRING FUNCTION TRIM(INV-UUID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-FIRST DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-LAST DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INV-SHA256 DELIMITED BY SPACE
               INTO ARCHIVE-RECORD
               ON OVERFLOW
                   MOVE "Y" TO WS-ARCHIVE-OVERFLOW
           END-STRING
           IF WS-ARCHIVE-OVERFLOW = "Y"
               MOVE "INQ007W" TO WS-MSG-ID
               MOVE INV-UUID TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           WRITE ARCHIVE-RECORD

           DELETE INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               ADD 1 TO WS-PURGE-COUNT
           ELSE
               MOVE "INQ005W" TO WS-MSG-ID
               MOVE INV-UUID TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> REPLAY-TIMELINE READS THE SIGHTING HISTORY FRONT TO BACK -
      *> IT IS WRITTEN IN CALL ORDER, SO THAT IS ALREADY OLDEST
      *> FIRST - AND SHOWS EVERY SIGHTING OF THE REQUESTED BUILD OR
      *> PATH, THEN CLOSES THE RUN THE WAY THE MASTER MODES DO.
       REPLAY-TIMELINE.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "INQ006E" TO WS-MSG-ID
               MOVE WS-HISTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-HISTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF WS-MODE = "TIMELINE"
               DISPLAY "Sighting timeline for build "
                   FUNCTION TRIM(WS-KEY-ARG)
           ELSE
               DISPLAY "Sighting timeline for path "
                   FUNCTION TRIM(WS-PATH-ARG)
           END-IF

           MOVE SPACES TO WS-HIST-PREV
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE INTO WS-HIST-LINE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       PERFORM JUDGE-ONE-SIGHTING
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE

           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           DISPLAY "Sightings       : " WS-COUNT-DISP
           MOVE WS-HIST-CHANGES TO WS-COUNT-DISP
           IF WS-MODE = "TIMELINE"
               DISPLAY "Path changes    : " WS-COUNT-DISP
           ELSE
               DISPLAY "Build changes   : " WS-COUNT-DISP
           END-IF

           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
           MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "sightings=" WS-COUNT-DISP DELIMITED BY SIZE
               INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE 0 TO RETURN-CODE.

      *> JUDGE-ONE-SIGHTING SPLITS ONE HISTORY LINE AND, WHEN IT
      *> BELONGS TO THE REQUESTED BUILD OR PATH, DISPLAYS IT - MARKED
      *> WHERE THE PATH (BUILD TIMELINE) OR THE BUILD (PATH TIMELINE)
      *> DIFFERS FROM THE PREVIOUS MATCHING SIGHTING.
       JUDGE-ONE-SIGHTING.
           IF WS-HIST-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-STAMP
           MOVE SPACES TO WS-HIST-UUID
           MOVE SPACES TO WS-HIST-PATH
           MOVE SPACES TO WS-HIST-CRC
           MOVE SPACES TO WS-HIST-FSIZE
           MOVE SPACES TO WS-HIST-RUN
           MOVE SPACES TO WS-HIST-SHA
           UNSTRING WS-HIST-LINE DELIMITED BY "|"
               INTO WS-HIST-STAMP WS-HIST-UUID WS-HIST-PATH
                   WS-HIST-CRC WS-HIST-FSIZE WS-HIST-RUN
                   WS-HIST-SHA
           END-UNSTRING

           MOVE SPACES TO WS-HIST-MARK
           MOVE 0 TO WS-HIST-SIZE-DISP
           IF WS-HIST-FSIZE NOT = SPACES
               COMPUTE WS-HIST-SIZE-DISP =
                   FUNCTION NUMVAL(WS-HIST-FSIZE)
           END-IF

           IF WS-MODE = "TIMELINE"
               IF WS-HIST-UUID NOT = WS-KEY-ARG
                   EXIT PARAGRAPH
               END-IF
               IF WS-HIST-PREV NOT = SPACES
                   AND WS-HIST-PATH NOT = WS-HIST-PREV
                   MOVE "<- moved" TO WS-HIST-MARK
                   ADD 1 TO WS-HIST-CHANGES
               END-IF
               MOVE WS-HIST-PATH TO WS-HIST-PREV
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY WS-HIST-STAMP "  "
                   FUNCTION TRIM(WS-HIST-PATH) "  "
                   FUNCTION TRIM(WS-HIST-MARK)
               DISPLAY "                     crc32 " WS-HIST-CRC
                   " size " WS-HIST-SIZE-DISP
                   " run " FUNCTION TRIM(WS-HIST-RUN)
               IF WS-HIST-SHA NOT = SPACES
                   DISPLAY "                     sha256 " WS-HIST-SHA
               END-IF
           ELSE
               IF WS-HIST-PATH NOT = WS-PATH-ARG
                   EXIT PARAGRAPH
               END-IF
               IF WS-HIST-PREV NOT = SPACES
                   AND WS-HIST-UUID NOT = WS-HIST-PREV
                   MOVE "<- new build" TO WS-HIST-MARK
                   ADD 1 TO WS-HIST-CHANGES
               END-IF
               MOVE WS-HIST-UUID TO WS-HIST-PREV
               ADD 1 TO WS-MATCH-COUNT
               DISPLAY WS-HIST-STAMP "  "
                   FUNCTION TRIM(WS-HIST-UUID) "  "
                   FUNCTION TRIM(WS-HIST-MARK)
               DISPLAY "                     crc32 " WS-HIST-CRC
                   " size " WS-HIST-SIZE-DISP
                   " run " FUNCTION TRIM(WS-HIST-RUN)
               IF WS-HIST-SHA NOT = SPACES
                   DISPLAY "                     sha256 " WS-HIST-SHA
               END-IF
           END-IF.

      *> DISPLAY-ONE-RECORD SHOWS THE CURRENT RECORD IN THE SAME
           DISPLAY "NCMDS      : " INV-NCMDS
           DISPLAY "SIZE       : " INV-FSIZE
           DISPLAY "CRC32      : " INV-CRC
           IF INV-SHA256 = SPACES
               DISPLAY "SHA-256    : not recorded"
           ELSE
               DISPLAY "SHA-256    : " INV-SHA256
           END-IF
           DISPLAY "FIRST-SEEN : " INV-FIRST
           DISPLAY "LAST-SEEN  : " INV-LAST
           PERFORM DISPLAY-OWNER.

      *> DISPLAY-OWNER LOOKS THE RECORD'S BUILD UP IN THE OWNERSHIP
      *> ANNOTATIONS SO EVERY ANSWER SAYS WHOSE THE BINARY IS.
       DISPLAY-OWNER.
           MOVE "23" TO WS-OWNER-STATUS
           IF WS-OWNER-OPEN = "Y"
               MOVE INV-UUID TO OWN-UUID
               READ OWNER-FILE KEY IS OWN-UUID
           END-IF
           IF WS-OWNER-STATUS = "00"
               DISPLAY "OWNER      : " FUNCTION TRIM(OWN-TEAM)
               DISPLAY "APPLICATION: " FUNCTION TRIM(OWN-APP)
                   " (" FUNCTION TRIM(OWN-ENV) ")"
               DISPLAY "CONTACT    : " FUNCTION TRIM(OWN-CONTACT)
               IF OWN-NOTES NOT = SPACES
                   DISPLAY "NOTES      : " FUNCTION TRIM(OWN-NOTES)
               END-IF
           ELSE
               DISPLAY "OWNER      : not recorded"
           END-IF.

       COPY "msgissue.cpy".

       END PROGRAM InvQuery.
