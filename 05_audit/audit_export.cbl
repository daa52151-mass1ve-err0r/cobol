      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  audit_export
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> NIGHTLY EXPORT OF THE AUDIT TRAIL FOR THE SECURITY TEAM'S
      *> LOG PLATFORM, WHICH CANNOT TAKE THE PIPE-SEPARATED audit.log
      *> WITH ITS CHAIN FIELD. READS THE SAME FILE SET AuditReport
      *> READS - THE DATED <log>.YYYYMMDD-HHMMSS ARCHIVES OLDEST
      *> FIRST, THEN THE ACTIVE LOG - AND WRITES EVERY RECORD NOT YET
      *> EXPORTED AS ONE CSV ROW OR ONE JSON OBJECT PER LINE, WITH
      *> TIMESTAMP, PROGRAM, PARAMETERS, RESULT, RUN-ID, OPERATOR AND
      *> CHAIN CRC AS SEPARATE FIELDS. RECORDS WRITTEN BEFORE THE
      *> OPERATOR FIELD EXISTED GO OUT WITH AN EMPTY OPERATOR.
      *>
      *> INVOKED AS:
      *>     audit_export [-fmt csv/json] [-o <export-file>]
      *>                  [-hwm <mark-file>] [-all]
      *>
      *> HIGH-WATER MARK: AFTER A SUCCESSFUL EXPORT THE MARK FILE
      *> (DEFAULT audit_export.hwm) HOLDS THE TIMESTAMP AND CRC-32 OF
      *> THE LAST RECORD WRITTEN, SO THE NEXT RUN STARTS AFTER IT -
      *> ROTATION MOVES RECORDS BETWEEN FILES, SO THE MARK NAMES A
      *> RECORD, NOT A LINE NUMBER. -all IGNORES THE MARK AND EXPORTS
      *> THE WHOLE TRAIL (AND THEN MOVES THE MARK AS USUAL). THE
      *> EXPORT FILE (DEFAULT audit_export.csv OR .json) IS REWRITTEN
      *> EACH RUN AND HOLDS THAT RUN'S NEW RECORDS ONLY.
      *>
      *> THE CHAIN IS RE-VERIFIED AS THE TRAIL IS READ, THE SAME WALK
      *> AuditReport -verify MAKES. AT A BROKEN LINK THE EXPORT STOPS:
      *> RECORDS BEFORE THE BREAK ARE WRITTEN AND THE MARK LEFT ON THE
      *> LAST GOOD ONE, NOTHING PAST IT IS EXPORTED, AND THE RUN ENDS
      *> WITH RETURN-CODE 8 UNTIL THE BREAK IS INVESTIGATED. RECORDS
      *> FROM BEFORE CHAINING EXISTED GO OUT WITH AN EMPTY CHAIN CRC.
      *>
      *> RETURN-CODE: 0 EXPORTED (OR NOTHING NEW), 8 BROKEN CHAIN OR
      *> FILE ERROR, 12 USAGE ERROR.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditExport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-LIST-FILE ASSIGN DYNAMIC WS-ARCHLIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLIST-STATUS.

           SELECT EXPORT-FILE ASSIGN DYNAMIC WS-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT HWM-FILE ASSIGN DYNAMIC WS-HWM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HWM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(300).

       FD  ARCHIVE-LIST-FILE.
       01  ARCHIVE-LIST-RECORD   PIC X(280).

       FD  EXPORT-FILE.
       01  EXPORT-RECORD         PIC X(1400).

      *> THE MARK: "<timestamp> <crc-of-last-exported-line> <count>".
       FD  HWM-FILE.
       01  HWM-RECORD.
           05  HWM-TIMESTAMP     PIC X(19).
           05  FILLER            PIC X.
           05  HWM-LINE-CRC      PIC X(8).
           05  FILLER            PIC X.
           05  HWM-COUNT         PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY      PIC X(255) OCCURS 8 TIMES.
       01  WS-ARG-COUNT          PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX            PIC 9(2) COMP-5 VALUE 0.
       01  WS-USAGE-ERROR        PIC X VALUE "N".

       01  WS-AUDIT-FILENAME     PIC X(255) VALUE "audit.log".
       01  WS-AUDIT-STATUS       PIC XX VALUE SPACES.
       01  WS-AUDIT-EOF          PIC X VALUE "N".
       01  WS-LOG-LINE           PIC X(300) VALUE SPACES.
       01  WS-ACTIVE-LOG         PIC X(255) VALUE SPACES.
       01  WS-FILES-READ         PIC 9(3) COMP-5 VALUE 0.

      *> ROTATED-ARCHIVE SWEEP, OLDEST FIRST, AS AuditReport DOES IT.
       01  WS-ARCHLIST-PATH      PIC X(64) VALUE
           "/tmp/audit_export_archives.tmp".
       01  WS-ARCHLIST-STATUS    PIC XX VALUE SPACES.
       01  WS-ARCHLIST-EOF       PIC X VALUE "N".
       01  WS-SHELL-CMD          PIC X(700) VALUE SPACES.

      *> EXPORT FORMAT AND FILES.
       01  WS-FORMAT             PIC X(4) VALUE "csv".
       01  WS-EXPORT-PATH        PIC X(255) VALUE SPACES.
       01  WS-EXPORT-STATUS      PIC XX VALUE SPACES.
       01  WS-EXPORT-OPEN        PIC X VALUE "N".
       01  WS-OUT-PTR            PIC 9(4) COMP-5 VALUE 1.
       01  WS-CSV-HEADER.
           05  FILLER            PIC X(36) VALUE
               "timestamp,program,parameters,result,".
           05  FILLER            PIC X(34) VALUE
               "run_id,operator,chain_crc".

      *> HIGH-WATER MARK. UNTIL THE MARKED RECORD HAS GONE BY, A
      *> RECORD IS ALREADY EXPORTED; RECORDS STAMPED IN THE MARK'S
      *> OWN SECOND ARE TOLD APART BY THEIR LINE CRC.
       01  WS-HWM-PATH           PIC X(255) VALUE "audit_export.hwm".
       01  WS-HWM-STATUS         PIC XX VALUE SPACES.
       01  WS-HWM-TS             PIC X(19) VALUE SPACES.
       01  WS-HWM-CRC            PIC X(8) VALUE SPACES.
       01  WS-HWM-TOTAL          PIC 9(9) COMP-5 VALUE 0.
       01  WS-IGNORE-HWM         PIC X VALUE "N".
       01  WS-PAST-MARK          PIC X VALUE "N".
       01  WS-LAST-OUT-TS        PIC X(19) VALUE SPACES.
       01  WS-LAST-OUT-LINE      PIC X(300) VALUE SPACES.
       01  WS-LAST-OUT-CRC       PIC X(8) VALUE SPACES.

      *> ONE PARSED RECORD.
       01  WS-REC-FIELDS.
           05  WS-REC-FIELD      PIC X(255) OCCURS 7 TIMES.
       01  WS-REC-FIELD-IDX      PIC 9(1) COMP-5 VALUE 0.
       01  WS-REC-LAST-FLD       PIC 9(1) COMP-5 VALUE 0.
       01  WS-REC-TIMESTAMP      PIC X(19) VALUE SPACES.
       01  WS-REC-RUNID          PIC X(255) VALUE SPACES.
       01  WS-REC-CHAIN          PIC X(8) VALUE SPACES.
       01  WS-REC-OPER           PIC X(255) VALUE SPACES.
       01  WS-REC-IS-HEX         PIC X VALUE "N".
       01  WS-REC-DONE           PIC X VALUE "N".
       01  WS-REC-HEX-IDX        PIC 9(2) COMP-5 VALUE 0.

      *> FIELD ESCAPING: CSV DOUBLES QUOTES INSIDE A QUOTED FIELD,
      *> JSON BACKSLASH-ESCAPES QUOTE AND BACKSLASH; A CONTROL BYTE
      *> (A TAB OUT OF A PARAMETER LIST) GOES OUT AS A SPACE.
       01  WS-ESC-IN             PIC X(255) VALUE SPACES.
       01  WS-ESC-LEN            PIC 9(4) COMP-5 VALUE 0.
       01  WS-ESC-IDX            PIC 9(4) COMP-5 VALUE 0.
       01  WS-ESC-CHAR           PIC X VALUE SPACE.
       01  WS-JSON-NAME          PIC X(12) VALUE SPACES.

      *> CHAIN VERIFICATION, THE SAME WALK AS AuditReport -verify.
       01  WS-VFY-PREV           PIC X(300) VALUE SPACES.
       01  WS-VFY-FIRST          PIC X VALUE "Y".
       01  WS-VFY-LINE-NO        PIC 9(6) COMP-5 VALUE 0.
       01  WS-VFY-LINE-DISP      PIC 9(6).
       01  WS-VFY-EXPECT         PIC X(8) VALUE SPACES.
       01  WS-VFY-BROKEN         PIC X VALUE "N".
       01  WS-BREAK-TEXT         PIC X(120) VALUE SPACES.
       01  WS-CRC-INPUT          PIC X(300) VALUE SPACES.
       01  WS-CRC-HEX            PIC X(8) VALUE SPACES.
       01  WS-CRC-OP             PIC X VALUE "I".
       01  WS-CRC-BUFFER         PIC X(4096).
       01  WS-CRC-LEN            PIC 9(9) COMP-5 VALUE 0.
       01  WS-CRC-VALUE          PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-WORK           PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-NIBBLE-IDX     PIC 9(1) COMP-5 VALUE 0.
       01  WS-HEX-VALUE          PIC 9(3) COMP-5 VALUE 0.
       01  HEX-TABLE             PIC X(16) VALUE "0123456789ABCDEF".

       01  WS-RECORDS-READ       PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECORDS-SKIPPED    PIC 9(9) COMP-5 VALUE 0.
       01  WS-RECORDS-OUT        PIC 9(9) COMP-5 VALUE 0.
       01  WS-COUNT-DISP         PIC ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-RAW          PIC 9(9).

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AT THE END OF THE RUN.
       01  WS-AUDIT-PROGRAM      PIC X(20) VALUE "AuditExport".
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.

      *> STARTUP-CONFIGURATION DEFAULT FOR THE AUDIT-LOG PATH, READ
      *> FROM tool.cfg THE SAME WAY AuditLogger DOES.
       01  WS-CFG-BYTES-PER-LINE PIC 9(2) COMP-5 VALUE 16.
       01  WS-CFG-OUTPUT-FILENAME PIC X(255) VALUE SPACES.
       01  WS-CFG-CHARSET        PIC X(8) VALUE "ASCII".
       01  WS-CFG-AUDIT-MAX-SIZE PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP     PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "AuditExport".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           CALL "ConfigReader" USING WS-CFG-BYTES-PER-LINE,
               WS-CFG-OUTPUT-FILENAME, WS-AUDIT-FILENAME,
               WS-CFG-CHARSET, WS-CFG-AUDIT-MAX-SIZE,
               WS-CFG-AUDIT-KEEP,
               WS-CFG-TOOL-NAME

           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           IF WS-USAGE-ERROR = "Y"
               MOVE "AUX001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-EXPORT-PATH = SPACES
               STRING "audit_export." FUNCTION TRIM(WS-FORMAT)
                   DELIMITED BY SIZE INTO WS-EXPORT-PATH
           END-IF

           PERFORM READ-HIGH-WATER-MARK

           OPEN OUTPUT EXPORT-FILE
           IF WS-EXPORT-STATUS NOT = "00"
               MOVE "AUX002E" TO WS-MSG-ID
               MOVE WS-EXPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-EXPORT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "error: cannot create export file"
                   TO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-EXPORT-OPEN
           IF WS-FORMAT = "csv"
               MOVE WS-CSV-HEADER TO EXPORT-RECORD
               WRITE EXPORT-RECORD
           END-IF

           MOVE WS-AUDIT-FILENAME TO WS-ACTIVE-LOG
           PERFORM EXPORT-ARCHIVED-LOGS
           IF WS-VFY-BROKEN = "N"
               MOVE WS-ACTIVE-LOG TO WS-AUDIT-FILENAME
               PERFORM EXPORT-ONE-LOG
               IF WS-AUDIT-STATUS = "00"
                   ADD 1 TO WS-FILES-READ
               END-IF
           END-IF
           CLOSE EXPORT-FILE
           MOVE "N" TO WS-EXPORT-OPEN

           IF WS-FILES-READ = 0
               MOVE "AUX003E" TO WS-MSG-ID
               MOVE WS-ACTIVE-LOG TO WS-MSG-SLOT(1)
               MOVE WS-AUDIT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "error: audit log not found" TO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-RECORDS-OUT > 0
               PERFORM WRITE-HIGH-WATER-MARK
           END-IF

           MOVE WS-RECORDS-READ TO WS-COUNT-DISP
           DISPLAY "Records read      : " WS-COUNT-DISP
           MOVE WS-RECORDS-SKIPPED TO WS-COUNT-DISP
           DISPLAY "Already exported  : " WS-COUNT-DISP
           MOVE WS-RECORDS-OUT TO WS-COUNT-DISP
           DISPLAY "Records exported  : " WS-COUNT-DISP
               " to " FUNCTION TRIM(WS-EXPORT-PATH)

           MOVE WS-RECORDS-OUT TO WS-COUNT-RAW
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-VFY-BROKEN = "Y"
               MOVE "AUX005E" TO WS-MSG-ID
               MOVE WS-AUDIT-FILENAME TO WS-MSG-SLOT(1)
               MOVE WS-VFY-LINE-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               DISPLAY FUNCTION TRIM(WS-BREAK-TEXT TRAILING)
               STRING "error: chain broken, exported=" WS-COUNT-RAW
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 8 TO RETURN-CODE
           ELSE
               STRING "exported=" WS-COUNT-RAW " "
                   FUNCTION TRIM(WS-FORMAT)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               PERFORM LOG-AND-FINISH
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> LOG-AND-FINISH RECORDS THE RUN ON THE AUDIT TRAIL. THE
      *> RECORD LANDS AFTER THE MARK, SO TOMORROW'S EXPORT CARRIES IT.
       LOG-AND-FINISH.
           MOVE SPACES TO WS-AUDIT-PARAMS
           STRING FUNCTION TRIM(WS-FORMAT) " "
               FUNCTION TRIM(WS-EXPORT-PATH)
               DELIMITED BY SIZE INTO WS-AUDIT-PARAMS
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE, THE SAME
      *> ORDER-INDEPENDENT STYLE THE OTHER TOOLS USE.
       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5) WS-ARG-ENTRY(6)
                    WS-ARG-ENTRY(7) WS-ARG-ENTRY(8)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING

           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE WS-ARG-ENTRY(WS-ARG-IDX)
                   WHEN "-fmt"
                       ADD 1 TO WS-ARG-IDX
                       MOVE FUNCTION LOWER-CASE(
                           WS-ARG-ENTRY(WS-ARG-IDX)) TO WS-FORMAT
                       IF WS-FORMAT NOT = "csv"
                           AND WS-FORMAT NOT = "json"
                           MOVE "Y" TO WS-USAGE-ERROR
                       END-IF
                   WHEN "-o"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-EXPORT-PATH
                   WHEN "-hwm"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-HWM-PATH
                   WHEN "-all"
                       MOVE "Y" TO WS-IGNORE-HWM
                   WHEN OTHER
                       MOVE "Y" TO WS-USAGE-ERROR
               END-EVALUATE
           END-PERFORM.

      *> READ-HIGH-WATER-MARK PICKS UP WHERE THE LAST EXPORT STOPPED.
      *> NO MARK FILE (THE FIRST RUN) MEANS EVERYTHING IS NEW.
       READ-HIGH-WATER-MARK.
           MOVE "Y" TO WS-PAST-MARK
           IF WS-IGNORE-HWM = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HWM-FILE
           IF WS-HWM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HWM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF HWM-TIMESTAMP NOT = SPACES
                       MOVE HWM-TIMESTAMP TO WS-HWM-TS
                       MOVE HWM-LINE-CRC TO WS-HWM-CRC
                       IF HWM-COUNT IS NUMERIC
                           MOVE HWM-COUNT TO WS-HWM-TOTAL
                       END-IF
                       MOVE "N" TO WS-PAST-MARK
                   END-IF
           END-READ
           CLOSE HWM-FILE
           IF WS-PAST-MARK = "N"
               DISPLAY "Resuming after " WS-HWM-TS " ("
                   WS-HWM-CRC ")"
           END-IF.

      *> WRITE-HIGH-WATER-MARK MOVES THE MARK ONTO THE LAST RECORD
      *> WRITTEN, ONLY ONCE THE EXPORT FILE IS SAFELY CLOSED.
       WRITE-HIGH-WATER-MARK.
           MOVE WS-LAST-OUT-LINE TO WS-CRC-INPUT
           PERFORM COMPUTE-LINE-CRC
           MOVE WS-CRC-HEX TO WS-LAST-OUT-CRC
           ADD WS-RECORDS-OUT TO WS-HWM-TOTAL

           OPEN OUTPUT HWM-FILE
           IF WS-HWM-STATUS NOT = "00"
               MOVE "AUX004W" TO WS-MSG-ID
               MOVE WS-HWM-PATH TO WS-MSG-SLOT(1)
               MOVE WS-HWM-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HWM-RECORD
           MOVE WS-LAST-OUT-TS TO HWM-TIMESTAMP
           MOVE WS-LAST-OUT-CRC TO HWM-LINE-CRC
           MOVE WS-HWM-TOTAL TO HWM-COUNT
           WRITE HWM-RECORD
           CLOSE HWM-FILE.

      *> EXPORT-ARCHIVED-LOGS RUNS EVERY DATED ARCHIVE NEXT TO THE
      *> ACTIVE LOG THROUGH THE EXPORT, OLDEST FIRST.
       EXPORT-ARCHIVED-LOGS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTIVE-LOG) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               ".[0-9]* 2>/dev/null > " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ARCHLIST-PATH) DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO WS-ARCHLIST-EOF
           OPEN INPUT ARCHIVE-LIST-FILE
           IF WS-ARCHLIST-STATUS = "00"
               PERFORM UNTIL WS-ARCHLIST-EOF = "Y"
                   READ ARCHIVE-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-ARCHLIST-EOF
                       NOT AT END
                           IF ARCHIVE-LIST-RECORD NOT = SPACES
                               AND WS-VFY-BROKEN = "N"
                               MOVE ARCHIVE-LIST-RECORD(1:255)
                                   TO WS-AUDIT-FILENAME
                               PERFORM EXPORT-ONE-LOG
                               IF WS-AUDIT-STATUS = "00"
                                   ADD 1 TO WS-FILES-READ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-LIST-FILE
           END-IF.

      *> EXPORT-ONE-LOG WALKS ONE FILE: ITS HEADER SEEDS THE CHAIN,
      *> AND EVERY RECORD AFTER IT IS CHECKED, THEN EXPORTED WHEN IT
      *> LIES PAST THE MARK.
       EXPORT-ONE-LOG.
           MOVE "N" TO WS-AUDIT-EOF
           MOVE 0 TO WS-VFY-LINE-NO
           MOVE SPACES TO WS-VFY-PREV
           MOVE "Y" TO WS-VFY-FIRST

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                       OR WS-VFY-BROKEN = "Y"
                   READ AUDIT-FILE INTO WS-LOG-LINE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           ADD 1 TO WS-VFY-LINE-NO
                           IF WS-VFY-FIRST = "Y"
                               MOVE "N" TO WS-VFY-FIRST
                               MOVE WS-LOG-LINE TO WS-VFY-PREV
                           ELSE
                               PERFORM EXPORT-ONE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

      *> EXPORT-ONE-RECORD SPLITS ONE LOG LINE INTO ITS FIELDS,
      *> CHECKS ITS CHAIN LINK, AND WRITES IT OUT IF IT IS NEW.
       EXPORT-ONE-RECORD.
           IF WS-LOG-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-READ

           MOVE SPACES TO WS-REC-FIELDS
           UNSTRING WS-LOG-LINE DELIMITED BY " | "
               INTO WS-REC-FIELD(1) WS-REC-FIELD(2) WS-REC-FIELD(3)
                    WS-REC-FIELD(4) WS-REC-FIELD(5) WS-REC-FIELD(6)
                    WS-REC-FIELD(7)
           END-UNSTRING
           MOVE 0 TO WS-REC-LAST-FLD
           PERFORM VARYING WS-REC-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-REC-FIELD-IDX > 7
               IF WS-REC-FIELD(WS-REC-FIELD-IDX) NOT = SPACES
                   MOVE WS-REC-FIELD-IDX TO WS-REC-LAST-FLD
               END-IF
           END-PERFORM
           MOVE WS-REC-FIELD(1)(1:19) TO WS-REC-TIMESTAMP

      *> THE FINAL FIELD IS THE CHAIN CRC WHEN IT IS EXACTLY 8 HEX
      *> DIGITS ON A RECORD OF AT LEAST FIVE FIELDS; THE RUN-ID THEN
      *> SITS BEFORE IT, AND ON A SEVEN-FIELD RECORD THE OPERATOR
      *> SITS BETWEEN THE TWO. A LEGACY RECORD'S FIFTH FIELD, IF
      *> ANY, IS ITS RUN-ID.
           MOVE SPACES TO WS-REC-CHAIN
           MOVE SPACES TO WS-REC-RUNID
           MOVE SPACES TO WS-REC-OPER
           MOVE "N" TO WS-REC-IS-HEX
           IF WS-REC-LAST-FLD >= 5
               MOVE WS-REC-FIELD(WS-REC-LAST-FLD)(1:8)
                   TO WS-REC-CHAIN
               PERFORM CHECK-CHAIN-IS-HEX
           END-IF
           IF WS-REC-IS-HEX = "Y"
               IF WS-REC-LAST-FLD >= 6
                   MOVE WS-REC-FIELD(5) TO WS-REC-RUNID
               END-IF
               IF WS-REC-LAST-FLD >= 7
                   MOVE WS-REC-FIELD(6) TO WS-REC-OPER
               END-IF
               MOVE WS-VFY-PREV TO WS-CRC-INPUT
               PERFORM COMPUTE-LINE-CRC
               MOVE WS-CRC-HEX TO WS-VFY-EXPECT
               IF WS-REC-CHAIN NOT = WS-VFY-EXPECT
                   MOVE "Y" TO WS-VFY-BROKEN
                   MOVE WS-VFY-LINE-NO TO WS-VFY-LINE-DISP
                   MOVE SPACES TO WS-BREAK-TEXT
                   STRING "  expected " WS-VFY-EXPECT
                       " found " WS-REC-CHAIN
                       DELIMITED BY SIZE INTO WS-BREAK-TEXT
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE SPACES TO WS-REC-CHAIN
               MOVE WS-REC-FIELD(5) TO WS-REC-RUNID
           END-IF
           MOVE WS-LOG-LINE TO WS-VFY-PREV

           IF WS-PAST-MARK = "N"
               PERFORM CHECK-HIGH-WATER-MARK
               IF WS-REC-DONE = "Y"
                   ADD 1 TO WS-RECORDS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FORMAT = "csv"
               PERFORM BUILD-CSV-ROW
           ELSE
               PERFORM BUILD-JSON-ROW
           END-IF
           WRITE EXPORT-RECORD
           ADD 1 TO WS-RECORDS-OUT
           MOVE WS-REC-TIMESTAMP TO WS-LAST-OUT-TS
           MOVE WS-LOG-LINE TO WS-LAST-OUT-LINE.

      *> CHECK-HIGH-WATER-MARK DECIDES WHETHER THE MARK HAS GONE BY.
      *> AN EARLIER SECOND IS BEFORE IT; A LATER ONE IS AFTER IT (THE
      *> MARKED RECORD ITSELF MAY HAVE ROTATED AWAY); IN THE MARK'S
      *> OWN SECOND THE RECORD WHOSE LINE CRC MATCHES IS THE MARK,
      *> AND EVERYTHING FOLLOWING IT IS NEW.
       CHECK-HIGH-WATER-MARK.
           MOVE "Y" TO WS-REC-DONE
           EVALUATE TRUE
               WHEN WS-REC-TIMESTAMP < WS-HWM-TS
                   CONTINUE
               WHEN WS-REC-TIMESTAMP > WS-HWM-TS
                   MOVE "Y" TO WS-PAST-MARK
                   MOVE "N" TO WS-REC-DONE
               WHEN OTHER
                   MOVE WS-LOG-LINE TO WS-CRC-INPUT
                   PERFORM COMPUTE-LINE-CRC
                   IF WS-CRC-HEX = WS-HWM-CRC
                       MOVE "Y" TO WS-PAST-MARK
                   END-IF
           END-EVALUATE.

      *> BUILD-CSV-ROW LAYS OUT ONE RECORD AS A CSV ROW, EVERY TEXT
      *> FIELD QUOTED.
       BUILD-CSV-ROW.
           MOVE SPACES TO EXPORT-RECORD
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-REC-TIMESTAMP TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-FIELD(2) TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-FIELD(3) TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-FIELD(4) TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-RUNID TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-OPER TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD
           PERFORM APPEND-CSV-COMMA
           MOVE WS-REC-CHAIN TO WS-ESC-IN
           PERFORM APPEND-CSV-FIELD.

       APPEND-CSV-COMMA.
           STRING "," DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR.

      *> APPEND-CSV-FIELD WRITES WS-ESC-IN AS ONE QUOTED CSV FIELD.
       APPEND-CSV-FIELD.
           STRING QUOTE DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           PERFORM MEASURE-ESC-IN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR < SPACE
                   MOVE SPACE TO WS-ESC-CHAR
               END-IF
               IF WS-ESC-CHAR = QUOTE
                   STRING QUOTE QUOTE DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           STRING QUOTE DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR.

      *> BUILD-JSON-ROW LAYS OUT ONE RECORD AS ONE JSON OBJECT ON ONE
      *> LINE, THE FORM THE LOG PLATFORM INGESTS DIRECTLY.
       BUILD-JSON-ROW.
           MOVE SPACES TO EXPORT-RECORD
           MOVE 1 TO WS-OUT-PTR
           STRING "{" DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           MOVE "timestamp" TO WS-JSON-NAME
           MOVE WS-REC-TIMESTAMP TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "program" TO WS-JSON-NAME
           MOVE WS-REC-FIELD(2) TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "parameters" TO WS-JSON-NAME
           MOVE WS-REC-FIELD(3) TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "result" TO WS-JSON-NAME
           MOVE WS-REC-FIELD(4) TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "run_id" TO WS-JSON-NAME
           MOVE WS-REC-RUNID TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "operator" TO WS-JSON-NAME
           MOVE WS-REC-OPER TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           PERFORM APPEND-CSV-COMMA
           MOVE "chain_crc" TO WS-JSON-NAME
           MOVE WS-REC-CHAIN TO WS-ESC-IN
           PERFORM APPEND-JSON-PAIR
           STRING "}" DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR.

      *> APPEND-JSON-PAIR WRITES "name":"value" WITH THE VALUE
      *> ESCAPED.
       APPEND-JSON-PAIR.
           STRING QUOTE FUNCTION TRIM(WS-JSON-NAME) QUOTE ":" QUOTE
               DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
           PERFORM MEASURE-ESC-IN
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-LEN
               MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-CHAR
               IF WS-ESC-CHAR < SPACE
                   MOVE SPACE TO WS-ESC-CHAR
               END-IF
               IF WS-ESC-CHAR = QUOTE OR WS-ESC-CHAR = "\"
                   STRING "\" WS-ESC-CHAR DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               ELSE
                   STRING WS-ESC-CHAR DELIMITED BY SIZE
                       INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR
               END-IF
           END-PERFORM
           STRING QUOTE DELIMITED BY SIZE
               INTO EXPORT-RECORD WITH POINTER WS-OUT-PTR.

      *> MEASURE-ESC-IN FINDS THE FIELD'S LENGTH WITHOUT ITS
      *> TRAILING BLANKS (ZERO FOR AN EMPTY FIELD).
       MEASURE-ESC-IN.
           IF WS-ESC-IN = SPACES
               MOVE 0 TO WS-ESC-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-IN TRAILING))
                   TO WS-ESC-LEN
           END-IF.

      *> CHECK-CHAIN-IS-HEX CONFIRMS THE CANDIDATE FIELD IS EXACTLY
      *> 8 HEX DIGITS (AND NOTHING MORE).
       CHECK-CHAIN-IS-HEX.
           IF WS-REC-FIELD(WS-REC-LAST-FLD)(9:1) NOT = SPACE
               MOVE "N" TO WS-REC-IS-HEX
           ELSE
               MOVE "Y" TO WS-REC-IS-HEX
               PERFORM VARYING WS-REC-HEX-IDX FROM 1 BY 1
                       UNTIL WS-REC-HEX-IDX > 8
                   IF (WS-REC-CHAIN(WS-REC-HEX-IDX:1) >= "0"
                           AND WS-REC-CHAIN(WS-REC-HEX-IDX:1) <= "9")
                       OR (WS-REC-CHAIN(WS-REC-HEX-IDX:1) >= "A"
                           AND WS-REC-CHAIN(WS-REC-HEX-IDX:1) <= "F")
                       CONTINUE
                   ELSE
                       MOVE "N" TO WS-REC-IS-HEX
                   END-IF
               END-PERFORM
           END-IF.

      *> COMPUTE-LINE-CRC FINGERPRINTS WS-CRC-INPUT (TRAILING BLANKS
      *> TRIMMED) THE SAME WAY AuditLogger'S COMPUTE-CHAIN-CRC DOES,
      *> INTO 8 HEX DIGITS IN WS-CRC-HEX.
       COMPUTE-LINE-CRC.
           MOVE "I" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CRC-INPUT TRAILING))
               TO WS-CRC-LEN
           MOVE SPACES TO WS-CRC-BUFFER
           MOVE WS-CRC-INPUT(1:WS-CRC-LEN) TO WS-CRC-BUFFER
           MOVE "U" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           MOVE "F" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           MOVE 0 TO RETURN-CODE

           MOVE WS-CRC-VALUE TO WS-CRC-WORK
           PERFORM VARYING WS-CRC-NIBBLE-IDX FROM 8 BY -1
                   UNTIL WS-CRC-NIBBLE-IDX = 0
               COMPUTE WS-HEX-VALUE = FUNCTION MOD(WS-CRC-WORK, 16)
               MOVE HEX-TABLE(WS-HEX-VALUE + 1:1)
                   TO WS-CRC-HEX(WS-CRC-NIBBLE-IDX:1)
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

       COPY "msgissue.cpy".

       END PROGRAM AuditExport.
