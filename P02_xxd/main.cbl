       01  WS-CHARSET            PIC X(8) VALUE "ASCII".
       01  WS-TRANS-BYTE         PIC X VALUE SPACES.
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

      *> INCLUDE MODE: "-i" RENDERS THE INPUT AS A C UNSIGNED-CHAR
       01  WS-BRO-HEX-IDX        PIC 9(2) COMP-5 VALUE 0.
       01  WS-BRO-HEX-LEN        PIC 9(2) COMP-5 VALUE 0.

      *> CARVE MODE, "-k [-w <prefix>]": SCANS THE INPUT FOR THE
      *> EMBEDDED-FILE MAGICS THIS SHOP'S READERS DEAL IN - MACH-O
      *> (BOTH BYTE ORDERS, 32/64-BIT), FAT/UNIVERSAL, ELF - PLUS
      *> ZIP, GZIP AND PNG, AND LISTS EACH HIT WITH ITS OFFSET, TYPE
      *> AND ESTIMATED LENGTH. THE LENGTH COMES FROM THE FORMAT'S OWN
      *> HEADERS WHERE IT HAS THEM (MACH-O SEGMENTS, FAT ARCH TABLE,
      *> ELF SECTION/PROGRAM HEADERS, PNG CHUNK CHAIN, ZIP END OF
      *> CENTRAL DIRECTORY); GZIP, AND A ZIP WITH NO DIRECTORY, RUN
      *> TO THE NEXT HIT OR END OF FILE. A HIT WHOSE HEADER DOES NOT
      *> HOLD UP (A JAVA CLASS FILE'S CAFEBABE, STRAY MAGIC BYTES IN
      *> CODE) IS DROPPED AS A FALSE POSITIVE; A HIT INSIDE AN EARLIER
      *> ONE (A SLICE INSIDE ITS FAT FILE) IS LISTED WITH ITS PARENT,
      *> AND A ZIP'S OWN MEMBER HEADERS ARE NOT LISTED AT ALL. WITH
      *> -w EACH HIT IS COPIED OUT TO <prefix>.NNN.<type> READY FOR
      *> MachoReader / ElfReader. -s/-l AND -o APPLY AS IN A SEARCH.
       01  WS-CARVE-MODE         PIC X VALUE "N".
       01  WS-CARVE-PREFIX       PIC X(255) VALUE SPACES.
       01  WS-CARVE-WINDOW       PIC X(8) VALUE LOW-VALUES.
       01  WS-CARVE-READ-COUNT   PIC 9(12) COMP-5 VALUE 0.
       01  WS-CARVE-AT           PIC 9(12) COMP-5 VALUE 0.
       01  WS-CARVE-TYPE         PIC X(8) VALUE SPACES.
       01  WS-CARVE-MAX          PIC 9(4) COMP-5 VALUE 500.
       01  WS-CARVE-COUNT        PIC 9(4) COMP-5 VALUE 0.
       01  WS-CARVE-OVERFLOW     PIC X VALUE "N".
       01  WS-CARVE-RC           PIC 9(2) COMP-5 VALUE 0.
       01  WS-CARVE-TABLE.
           05  WS-CARVE-ENTRY OCCURS 500 TIMES.
               10  WS-CRV-OFFSET   PIC 9(12) COMP-5.
               10  WS-CRV-TYPE     PIC X(8).
               10  WS-CRV-LENGTH   PIC 9(12) COMP-5.
               10  WS-CRV-METHOD   PIC X(8).
      *>           K = KEPT, R = REJECTED, M = ZIP MEMBER HEADER
               10  WS-CRV-STATE    PIC X.
               10  WS-CRV-PARENT   PIC 9(4) COMP-5.
       01  WS-EOCD-MAX           PIC 9(4) COMP-5 VALUE 200.
       01  WS-EOCD-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-EOCD-TABLE.
           05  WS-EOCD-OFFSET    PIC 9(12) COMP-5 OCCURS 200 TIMES.
       01  WS-EOCD-IDX           PIC 9(4) COMP-5.
       01  WS-CRV-IDX            PIC 9(4) COMP-5.
       01  WS-CRV-J              PIC 9(4) COMP-5.
       01  WS-CRV-NEXT           PIC 9(12) COMP-5.
       01  WS-CARVE-KEPT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-CARVE-REJECTED     PIC 9(4) COMP-5 VALUE 0.
       01  WS-CARVE-MEMBERS      PIC 9(4) COMP-5 VALUE 0.
       01  WS-CARVE-WRITTEN      PIC 9(4) COMP-5 VALUE 0.
       01  WS-CARVE-KEPT-DISP    PIC 9(4).
       01  WS-CARVE-CNT-DISP     PIC Z(3)9.
       01  WS-CRV-NO-DISP        PIC 9(3).
       01  WS-CRV-LEN-DISP       PIC Z(11)9.
       01  WS-CRV-OUT-PATH       PIC X(255) VALUE SPACES.
       01  WS-CRV-EXT            PIC X(6) VALUE SPACES.
       01  WS-CRV-WRITE-HANDLE   PIC X(4).
       01  WS-CRV-CREATE-MODE    PIC X VALUE X"02".
       01  WS-CRV-COPY-BUF       PIC X(4096).
       01  WS-CRV-POS            PIC 9(12) COMP-5 VALUE 0.
       01  WS-CRV-CHUNK          PIC 9(9) COMP-5 VALUE 0.
      *> HEADER READS FOR VALIDATION AND LENGTH ESTIMATES: UP TO 64KB
      *> AT AN ABSOLUTE OFFSET, THEN UNSIGNED INTEGERS PICKED OUT OF
      *> IT AT A 1-BASED POSITION IN EITHER BYTE ORDER.
       01  WS-CV-BUF             PIC X(65536).
       01  WS-CV-AT              PIC 9(12) COMP-5 VALUE 0.
       01  WS-CV-WANT            PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-GOT             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-POS             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-LEN             PIC 9(1) COMP-5 VALUE 0.
       01  WS-CV-K               PIC 9(1) COMP-5 VALUE 0.
       01  WS-CV-ENDIAN          PIC X VALUE "L".
       01  WS-CV-HUGE            PIC X VALUE "N".
       01  WS-CV-VALUE           PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-END             PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-HDR-LEN         PIC 9(2) COMP-5 VALUE 0.
       01  WS-CV-NUM             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-NUM2            PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-ENTSIZE         PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-TABOFF          PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-IDX             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-CMD             PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-CMDSIZE         PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-CMD-POS         PIC 9(9) COMP-5 VALUE 0.
       01  WS-CV-SEG-OFF         PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-SEG-SIZE        PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-CHUNK-POS       PIC 9(18) COMP-5 VALUE 0.
       01  WS-CV-CHUNKS          PIC 9(6) COMP-5 VALUE 0.
       01  WS-CV-CHUNK-TYPE      PIC X(4) VALUE SPACES.
       01  WS-CV-DONE            PIC X VALUE "N".

      *> STARTUP-CONFIGURATION DEFAULTS, READ FROM tool.cfg (IF PRESENT)
      *> BEFORE THE COMMAND LINE IS PARSED, SO A PREFERRED
      *> BYTES-PER-LINE DOESN'T HAVE TO BE RESPECIFIED WITH "-c" EVERY
       01  WS-CFG-AUDIT-MAX-SIZE  PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP      PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "CXX".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-FILE-PATH FROM COMMAND-LINE

           IF WS-FILE-PATH = SPACES
             MOVE "CXX001S" TO WS-MSG-ID
             PERFORM ISSUE-MESSAGE
             DISPLAY "   or: cxx -r <dumpfile> <outputfile> "
                 "[-c bytes-per-line]"
             DISPLAY "   or: cxx -d <other_binary> <abs_path_to_binary>"
             DISPLAY "   or: cxx -b <abs_path_to_binary>"
             DISPLAY "   or: cxx -m <detail-report> -y <symbols-file> "
                 "<abs_path_to_binary>"
             DISPLAY "   or: cxx -k [-w <carve-prefix>] [-o listfile] "
                 "<abs_path_to_binary>"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF
               GOBACK
           END-IF

           IF WS-CARVE-MODE = "Y"
               MOVE WS-POSITIONAL-ENTRY(1) TO WS-FILENAME-ARG
               MOVE WS-FILENAME-ARG TO WS-FILENAME
               PERFORM RUN-CARVE-MODE
               MOVE WS-FILENAME TO WS-AUDIT-PARAMS
               MOVE WS-CARVE-KEPT TO WS-CARVE-KEPT-DISP
               STRING "carve mode, " WS-CARVE-KEPT-DISP " hits"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE WS-CARVE-RC TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-BROWSE-MODE = "Y"
               MOVE WS-POSITIONAL-ENTRY(1) TO WS-FILENAME-ARG
               MOVE WS-FILENAME-ARG TO WS-FILENAME
           IF WS-ANNOT-MODE = "Y"
               PERFORM LOAD-LAYOUT-FILE
               IF WS-FLD-COUNT = 0
                   MOVE "CXX002S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF

           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
      *> SAME WIDTH THE INTERRUPTED RUN DID; ANYTHING ELSE WOULD
      *> MIS-DECODE THE TAIL AND BREAK THE CHECKSUM TRAILER.
                       MOVE WS-CKPT-LINE-WIDTH TO WS-CKPT-WID-DISP
                       MOVE "CXX004E" TO WS-MSG-ID
                       MOVE WS-CKPT-WID-DISP TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       DISPLAY "Re-run with a matching -c value, or "
                           "delete " FUNCTION TRIM(WS-CKPT-PATH)
                           " to start the dump over"
                   OPEN OUTPUT DUMP-OUT-FILE
               END-IF
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                       IF WS-BYTES-PER-LINE < 1 OR
                               WS-BYTES-PER-LINE > WS-MAX-BYTES-PER-LINE
                           MOVE "CXX006S" TO WS-MSG-ID
                           MOVE WS-MAX-BYTES-PER-LINE TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       COMPUTE WS-RECORD-LEN =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                       IF WS-RECORD-LEN < 1 OR WS-RECORD-LEN > 4096
                           MOVE "CXX007S" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE "Y" TO WS-SEARCH-MODE
                       MOVE "N" TO WS-SEARCH-IS-HEX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-SEARCH-ARG
                   WHEN "-k"
                       MOVE "Y" TO WS-CARVE-MODE
                   WHEN "-w"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-CARVE-PREFIX
                   WHEN "-S"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "Y" TO WS-STRINGS-MODE
                       COMPUTE WS-STR-MINLEN =
                           FUNCTION NUMVAL(WS-ARG-ENTRY(WS-ARG-IDX))
                       IF WS-STR-MINLEN < 1 OR WS-STR-MINLEN > 200
                           MOVE "CXX008S" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
           MOVE 0 TO WS-LINE-BYTE-COUNT

           PERFORM VARYING WS-POSITION FROM 1 BY 1
                   UNTIL WS-POSITION > WS-BYTES-PER-LINE
                   OR WS-EOF-FLAG = 'Y'
               IF WS-LENGTH-LIMIT > 0
                   AND WS-BYTES-DUMPED >= WS-LENGTH-LIMIT
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   PERFORM GET-MAIN-BYTE

           IF WS-WRITE-TO-FILE = "Y"
               MOVE SPACES TO DUMP-OUT-RECORD
               STRING "Checksum (additive, mod 65536): "
                   WS-CHECKSUM-DISP
                   DELIMITED BY SIZE INTO DUMP-OUT-RECORD
               WRITE DUMP-OUT-RECORD
           ELSE
               DISPLAY "Checksum (additive, mod 65536): "
                   WS-CHECKSUM-DISP
           END-IF.

      *> LOAD-SECTION-MAP READS A MachOReader DETAIL REPORT AND FILES
           MOVE WS-MAP-REPORT-PATH TO WS-MAP-PATH-CUR
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE "CXX009W" TO WS-MSG-ID
               MOVE WS-MAP-REPORT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-MAP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ MAP-FILE INTO WS-MAP-LINE
           MOVE WS-SYMS-PATH TO WS-MAP-PATH-CUR
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               MOVE "CXX010W" TO WS-MSG-ID
               MOVE WS-SYMS-PATH TO WS-MSG-SLOT(1)
               MOVE WS-MAP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ MAP-FILE INTO WS-MAP-LINE
       RUN-STRINGS-MODE.
           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           IF WS-WRITE-TO-FILE = "Y"
               OPEN OUTPUT DUMP-OUT-FILE
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
       RUN-SEARCH-MODE.
           PERFORM PARSE-SEARCH-PATTERN
           IF WS-PATTERN-LEN = 0
               MOVE "CXX011S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           IF WS-WRITE-TO-FILE = "Y"
               OPEN OUTPUT DUMP-OUT-FILE
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
       RUN-DIFF-MODE.
           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK

           PERFORM OPEN-DIFFB-INPUT
           IF WS-DIFF-STATUS-B NOT = "00"
               MOVE "CXX012E" TO WS-MSG-ID
               MOVE WS-DIFF-FILE-B TO WS-MSG-SLOT(1)
               MOVE WS-DIFF-STATUS-B TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               PERFORM CLOSE-MAIN-INPUT
               MOVE 8 TO RETURN-CODE
               GOBACK
       REBUILD-FROM-DUMP.
           OPEN INPUT DUMP-FILE
           IF WS-DUMP-STATUS NOT = "00"
               MOVE "CXX013E" TO WS-MSG-ID
               MOVE WS-DUMP-FILE TO WS-MSG-SLOT(1)
               MOVE WS-DUMP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT OUT-FILE
           IF WS-OUT-STATUS NOT = "00"
               MOVE "CXX005E" TO WS-MSG-ID
               MOVE WS-OUTPUT-FILE TO WS-MSG-SLOT(1)
               MOVE WS-OUT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               CLOSE DUMP-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK

           OPEN INPUT LAYOUT-FILE
           IF WS-LAYOUT-STATUS NOT = "00"
               MOVE "CXX014E" TO WS-MSG-ID
               MOVE WS-LAYOUT-PATH TO WS-MSG-SLOT(1)
               MOVE WS-LAYOUT-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               PERFORM UNTIL WS-LAYOUT-EOF = "Y"
                   READ LAYOUT-FILE INTO WS-LAYOUT-LINE

      *> PARSE-LAYOUT-LINE SPLITS "<offset> <length> <name> <type>"
      *> INTO THE NEXT FIELD SLOT. NUMERIC FIELDS ARE CAPPED AT 8
      *> BYTES, STRING AND HEX FIELDS AT THE 64-BYTE BUFFER. A LINE
      *> THAT DOES NOT OPEN WITH AN OFFSET (DataConv'S HEADER/TRAILER
      *> CONTROL KEYWORDS) IS NOT A FIELD AND IS SKIPPED.
       PARSE-LAYOUT-LINE.
           IF WS-FLD-COUNT < WS-FLD-MAX
               MOVE SPACES TO WS-TOK-OFFSET
               IF WS-TOK-OFFSET NOT = SPACES AND WS-TOK-LEN NOT = SPACES
                   AND WS-TOK-NAME NOT = SPACES
                   AND WS-TOK-TYPE NOT = SPACES
                   AND WS-TOK-OFFSET(1:1) IS NUMERIC
                   ADD 1 TO WS-FLD-COUNT
                   COMPUTE WS-FLD-OFFSET(WS-FLD-COUNT) =
                       FUNCTION NUMVAL(WS-TOK-OFFSET)
      *> RECORD WITH ONE name=value COLUMN PER FIELD.
       RUN-RECORD-MODE.
           IF WS-ANNOT-MODE NOT = "Y"
               MOVE "CXX015S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-LAYOUT-FILE
           IF WS-FLD-COUNT = 0
               MOVE "CXX002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           IF WS-WRITE-TO-FILE = "Y"
               OPEN OUTPUT DUMP-OUT-FILE
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
       RUN-BROWSE-MODE.
           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
       RUN-INCLUDE-MODE.
           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           IF WS-WRITE-TO-FILE = "Y"
               OPEN OUTPUT DUMP-OUT-FILE
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               DISPLAY FUNCTION TRIM(WS-INC-LINE TRAILING)
           END-IF.

      *> RUN-CARVE-MODE MAKES ONE PASS OVER THE INPUT COLLECTING
      *> MAGIC HITS (AND ZIP END-OF-DIRECTORY RECORDS), THEN WORKS
      *> OUT EACH HIT'S LENGTH FROM ITS HEADERS WITH POSITIONED
      *> READS, SETTLES NESTING AND RUN-TO-NEXT-HIT LENGTHS, AND
      *> LISTS (AND WITH -w WRITES OUT) WHAT SURVIVED.
       RUN-CARVE-MODE.
           PERFORM OPEN-MAIN-INPUT
           IF WS-FILE-STATUS NOT = "00"
               MOVE "CXX003E" TO WS-MSG-ID
               MOVE WS-FILENAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-WRITE-TO-FILE = "Y"
               OPEN OUTPUT DUMP-OUT-FILE
               IF WS-DUMP-OUT-STATUS NOT = "00"
                   MOVE "CXX005E" TO WS-MSG-ID
                   MOVE WS-DUMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-DUMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   PERFORM CLOSE-MAIN-INPUT
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF WS-SEEK-OFFSET > 0
               PERFORM SEEK-MAIN-INPUT
           END-IF

           MOVE 0 TO WS-CARVE-READ-COUNT
           MOVE 0 TO WS-CARVE-COUNT
           MOVE 0 TO WS-EOCD-COUNT
           MOVE 0 TO WS-BYTES-DUMPED
           MOVE LOW-VALUES TO WS-CARVE-WINDOW

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               IF WS-LENGTH-LIMIT > 0
                   AND WS-BYTES-DUMPED >= WS-LENGTH-LIMIT
                   MOVE "Y" TO WS-EOF-FLAG
               ELSE
                   PERFORM GET-MAIN-BYTE
                   IF WS-EOF-FLAG = "N"
                       ADD 1 TO WS-BYTES-DUMPED
                       PERFORM CARVE-ONE-BYTE
                   END-IF
               END-IF
           END-PERFORM
      *> PUSH THE LAST SEVEN OFFSETS THROUGH THE WINDOW SO A SHORT
      *> MAGIC IN THE FINAL BYTES IS STILL SEEN. NO MAGIC ENDS IN A
      *> ZERO BYTE, SO THE PADDING CANNOT COMPLETE A FALSE ONE.
           MOVE X"00" TO WS-CUR-BYTE
           PERFORM CARVE-ONE-BYTE 7 TIMES

           PERFORM CARVE-ESTIMATE-HITS
           PERFORM CARVE-SETTLE-HITS
           PERFORM CARVE-LIST-HITS

           PERFORM CLOSE-MAIN-INPUT
           IF WS-WRITE-TO-FILE = "Y"
               CLOSE DUMP-OUT-FILE
               DISPLAY "Carve list written to " WS-DUMP-OUT-PATH
           END-IF

           MOVE WS-CARVE-KEPT TO WS-CARVE-CNT-DISP
           DISPLAY FUNCTION TRIM(WS-CARVE-CNT-DISP)
               " embedded file(s) found"
           IF WS-CARVE-REJECTED > 0
               MOVE WS-CARVE-REJECTED TO WS-CARVE-CNT-DISP
               DISPLAY FUNCTION TRIM(WS-CARVE-CNT-DISP)
                   " magic match(es) rejected, header does not hold up"
           END-IF
           IF WS-CARVE-MEMBERS > 0
               MOVE WS-CARVE-MEMBERS TO WS-CARVE-CNT-DISP
               DISPLAY FUNCTION TRIM(WS-CARVE-CNT-DISP)
                   " zip member header(s) not listed"
           END-IF
           IF WS-CARVE-PREFIX NOT = SPACES
               MOVE WS-CARVE-WRITTEN TO WS-CARVE-CNT-DISP
               DISPLAY FUNCTION TRIM(WS-CARVE-CNT-DISP)
                   " file(s) carved out"
           END-IF
           IF WS-CARVE-OVERFLOW = "Y"
               MOVE "CXX016W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO WS-CARVE-RC
           END-IF.

      *> CARVE-ONE-BYTE SLIDES THE 8-BYTE WINDOW AND, ONCE IT IS
      *> FULL, TESTS THE OFFSET AT ITS LEFT EDGE AGAINST EVERY MAGIC.
       CARVE-ONE-BYTE.
           MOVE WS-CARVE-WINDOW(2:7) TO WS-CARVE-WINDOW(1:7)
           MOVE WS-CUR-BYTE TO WS-CARVE-WINDOW(8:1)
           ADD 1 TO WS-CARVE-READ-COUNT
           IF WS-CARVE-READ-COUNT >= 8
               COMPUTE WS-CARVE-AT =
                   WS-SEEK-OFFSET + WS-CARVE-READ-COUNT - 8
               PERFORM CARVE-CHECK-WINDOW
           END-IF.

       CARVE-CHECK-WINDOW.
           MOVE SPACES TO WS-CARVE-TYPE
           EVALUATE TRUE
               WHEN WS-CARVE-WINDOW(1:4) = X"FEEDFACE"
               WHEN WS-CARVE-WINDOW(1:4) = X"CEFAEDFE"
                   MOVE "MACHO32" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"FEEDFACF"
               WHEN WS-CARVE-WINDOW(1:4) = X"CFFAEDFE"
                   MOVE "MACHO64" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"CAFEBABE"
                   MOVE "FAT" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"CAFEBABF"
                   MOVE "FAT64" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"7F454C46"
                   MOVE "ELF" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"504B0304"
                   MOVE "ZIP" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW(1:4) = X"504B0506"
                   IF WS-EOCD-COUNT < WS-EOCD-MAX
                       ADD 1 TO WS-EOCD-COUNT
                       MOVE WS-CARVE-AT
                           TO WS-EOCD-OFFSET(WS-EOCD-COUNT)
                   END-IF
               WHEN WS-CARVE-WINDOW(1:3) = X"1F8B08"
                   MOVE "GZIP" TO WS-CARVE-TYPE
               WHEN WS-CARVE-WINDOW = X"89504E470D0A1A0A"
                   MOVE "PNG" TO WS-CARVE-TYPE
           END-EVALUATE

           IF WS-CARVE-TYPE NOT = SPACES
               IF WS-CARVE-COUNT < WS-CARVE-MAX
                   ADD 1 TO WS-CARVE-COUNT
                   MOVE WS-CARVE-AT TO WS-CRV-OFFSET(WS-CARVE-COUNT)
                   MOVE WS-CARVE-TYPE TO WS-CRV-TYPE(WS-CARVE-COUNT)
                   MOVE 0 TO WS-CRV-LENGTH(WS-CARVE-COUNT)
                   MOVE SPACES TO WS-CRV-METHOD(WS-CARVE-COUNT)
                   MOVE "K" TO WS-CRV-STATE(WS-CARVE-COUNT)
                   MOVE 0 TO WS-CRV-PARENT(WS-CARVE-COUNT)
               ELSE
                   MOVE "Y" TO WS-CARVE-OVERFLOW
               END-IF
           END-IF.

      *> CARVE-ESTIMATE-HITS VALIDATES EACH HIT AGAINST ITS FORMAT'S
      *> HEADER AND SETS ITS LENGTH (ZERO = NOT KNOWN FROM HEADERS).
       CARVE-ESTIMATE-HITS.
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
                   UNTIL WS-CRV-IDX > WS-CARVE-COUNT
               EVALUATE WS-CRV-TYPE(WS-CRV-IDX)
                   WHEN "MACHO32"
                   WHEN "MACHO64"
                       PERFORM CARVE-SIZE-MACHO
                   WHEN "FAT"
                   WHEN "FAT64"
                       PERFORM CARVE-SIZE-FAT
                   WHEN "ELF"
                       PERFORM CARVE-SIZE-ELF
                   WHEN "ZIP"
                       PERFORM CARVE-SIZE-ZIP
                   WHEN "GZIP"
                       PERFORM CARVE-SIZE-GZIP
                   WHEN "PNG"
                       PERFORM CARVE-SIZE-PNG
               END-EVALUATE
               IF WS-CRV-STATE(WS-CRV-IDX) = "R"
                   ADD 1 TO WS-CARVE-REJECTED
               END-IF
           END-PERFORM.

      *> MACH-O: NCMDS/SIZEOFCMDS MUST BE SANE AND THE FILETYPE ONE
      *> dyld KNOWS; THE LENGTH IS THE FURTHEST SEGMENT FILEOFF +
      *> FILESIZE (__LINKEDIT, AND THE SIGNATURE IN IT, ENDS THE FILE).
       CARVE-SIZE-MACHO.
           MOVE WS-CRV-OFFSET(WS-CRV-IDX) TO WS-CV-AT
           MOVE 32 TO WS-CV-WANT
           PERFORM CARVE-READ-AT
           IF WS-CV-BUF(1:1) = X"FE"
               MOVE "B" TO WS-CV-ENDIAN
           ELSE
               MOVE "L" TO WS-CV-ENDIAN
           END-IF
           IF WS-CRV-TYPE(WS-CRV-IDX) = "MACHO64"
               MOVE 32 TO WS-CV-HDR-LEN
           ELSE
               MOVE 28 TO WS-CV-HDR-LEN
           END-IF
           IF WS-CV-GOT < WS-CV-HDR-LEN
               MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
           ELSE
               MOVE 13 TO WS-CV-POS
               MOVE 4 TO WS-CV-LEN
               PERFORM CARVE-GET-UINT
               MOVE WS-CV-VALUE TO WS-CV-CMD
               MOVE 17 TO WS-CV-POS
               PERFORM CARVE-GET-UINT
               MOVE WS-CV-VALUE TO WS-CV-NUM
               MOVE 21 TO WS-CV-POS
               PERFORM CARVE-GET-UINT
               MOVE WS-CV-VALUE TO WS-CV-NUM2
               IF WS-CV-CMD < 1 OR WS-CV-CMD > 12
                   OR WS-CV-NUM < 1 OR WS-CV-NUM > 4096
                   OR WS-CV-NUM2 < 8 OR WS-CV-NUM2 > 1048576
                   MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
               ELSE
                   PERFORM CARVE-WALK-MACHO-CMDS
               END-IF
           END-IF.

       CARVE-WALK-MACHO-CMDS.
           COMPUTE WS-CV-END = WS-CV-HDR-LEN + WS-CV-NUM2
           COMPUTE WS-CV-WANT = WS-CV-HDR-LEN + WS-CV-NUM2
           IF WS-CV-WANT > 65536
               MOVE 65536 TO WS-CV-WANT
           END-IF
           PERFORM CARVE-READ-AT
           COMPUTE WS-CV-CMD-POS = WS-CV-HDR-LEN + 1
           MOVE "N" TO WS-CV-DONE
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-NUM OR WS-CV-DONE = "Y"
               IF WS-CV-CMD-POS + 7 > WS-CV-GOT
                   MOVE "Y" TO WS-CV-DONE
               ELSE
                   MOVE WS-CV-CMD-POS TO WS-CV-POS
                   MOVE 4 TO WS-CV-LEN
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-CMD
                   COMPUTE WS-CV-POS = WS-CV-CMD-POS + 4
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-CMDSIZE
                   MOVE 0 TO WS-CV-SEG-OFF
                   MOVE 0 TO WS-CV-SEG-SIZE
      *>           LC_SEGMENT (0x1) / LC_SEGMENT_64 (0x19)
                   IF WS-CV-CMD = 1
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 32
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 36
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
                   END-IF
                   IF WS-CV-CMD = 25
                       MOVE 8 TO WS-CV-LEN
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 40
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 48
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
                   END-IF
                   IF WS-CV-SEG-SIZE > 0
                       AND WS-CV-SEG-OFF + WS-CV-SEG-SIZE > WS-CV-END
                       COMPUTE WS-CV-END =
                           WS-CV-SEG-OFF + WS-CV-SEG-SIZE
                   END-IF
                   IF WS-CV-CMDSIZE < 8
                       MOVE "Y" TO WS-CV-DONE
                   ELSE
                       ADD WS-CV-CMDSIZE TO WS-CV-CMD-POS
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CV-END TO WS-CRV-LENGTH(WS-CRV-IDX)
           MOVE "header" TO WS-CRV-METHOD(WS-CRV-IDX).

      *> FAT: THE ARCH COUNT MUST BE SMALL (A JAVA CLASS FILE HAS
      *> ITS VERSION NUMBERS THERE, ALWAYS 45 OR MORE); THE LENGTH IS
      *> THE FURTHEST SLICE OFFSET + SIZE. ALWAYS BIG-ENDIAN.
       CARVE-SIZE-FAT.
           MOVE WS-CRV-OFFSET(WS-CRV-IDX) TO WS-CV-AT
           MOVE 1032 TO WS-CV-WANT
           PERFORM CARVE-READ-AT
           MOVE "B" TO WS-CV-ENDIAN
           MOVE 5 TO WS-CV-POS
           MOVE 4 TO WS-CV-LEN
           PERFORM CARVE-GET-UINT
           MOVE WS-CV-VALUE TO WS-CV-NUM
           IF WS-CV-GOT < 8 OR WS-CV-NUM < 1 OR WS-CV-NUM > 30
               MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
           ELSE
               IF WS-CRV-TYPE(WS-CRV-IDX) = "FAT64"
                   MOVE 32 TO WS-CV-ENTSIZE
               ELSE
                   MOVE 20 TO WS-CV-ENTSIZE
               END-IF
               MOVE 0 TO WS-CV-END
               PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                       UNTIL WS-CV-IDX > WS-CV-NUM
                   COMPUTE WS-CV-CMD-POS =
                       9 + (WS-CV-IDX - 1) * WS-CV-ENTSIZE
                   IF WS-CRV-TYPE(WS-CRV-IDX) = "FAT64"
                       MOVE 8 TO WS-CV-LEN
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 8
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 16
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
                   ELSE
                       MOVE 4 TO WS-CV-LEN
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 8
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                       COMPUTE WS-CV-POS = WS-CV-CMD-POS + 12
                       PERFORM CARVE-GET-UINT
                       MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
                   END-IF
                   IF WS-CV-SEG-OFF + WS-CV-SEG-SIZE > WS-CV-END
                       COMPUTE WS-CV-END =
                           WS-CV-SEG-OFF + WS-CV-SEG-SIZE
                   END-IF
               END-PERFORM
               IF WS-CV-END = 0
                   MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
               ELSE
                   MOVE WS-CV-END TO WS-CRV-LENGTH(WS-CRV-IDX)
                   MOVE "header" TO WS-CRV-METHOD(WS-CRV-IDX)
               END-IF
           END-IF.

      *> ELF: CLASS, DATA AND VERSION BYTES MUST BE VALID; THE
      *> LENGTH IS THE FURTHER OF THE SECTION HEADER TABLE'S END, THE
      *> PROGRAM HEADER TABLE'S END AND THE LAST SEGMENT'S FILE END.
       CARVE-SIZE-ELF.
           MOVE WS-CRV-OFFSET(WS-CRV-IDX) TO WS-CV-AT
           MOVE 64 TO WS-CV-WANT
           PERFORM CARVE-READ-AT
           IF WS-CV-GOT < 52
               OR (WS-CV-BUF(5:1) NOT = X"01"
                   AND WS-CV-BUF(5:1) NOT = X"02")
               OR (WS-CV-BUF(6:1) NOT = X"01"
                   AND WS-CV-BUF(6:1) NOT = X"02")
               OR WS-CV-BUF(7:1) NOT = X"01"
               MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
           ELSE
               IF WS-CV-BUF(6:1) = X"02"
                   MOVE "B" TO WS-CV-ENDIAN
               ELSE
                   MOVE "L" TO WS-CV-ENDIAN
               END-IF
               IF WS-CV-BUF(5:1) = X"02"
                   MOVE "ELF64" TO WS-CRV-TYPE(WS-CRV-IDX)
                   MOVE 64 TO WS-CV-HDR-LEN
                   MOVE 8 TO WS-CV-LEN
                   MOVE 33 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-TABOFF
                   MOVE 41 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                   MOVE 2 TO WS-CV-LEN
                   MOVE 55 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-ENTSIZE
                   MOVE 57 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-NUM
                   MOVE 59 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-CMDSIZE
                   MOVE 61 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-NUM2
               ELSE
                   MOVE "ELF32" TO WS-CRV-TYPE(WS-CRV-IDX)
                   MOVE 52 TO WS-CV-HDR-LEN
                   MOVE 4 TO WS-CV-LEN
                   MOVE 29 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-TABOFF
                   MOVE 33 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                   MOVE 2 TO WS-CV-LEN
                   MOVE 43 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-ENTSIZE
                   MOVE 45 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-NUM
                   MOVE 47 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-CMDSIZE
                   MOVE 49 TO WS-CV-POS
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-NUM2
               END-IF
      *>       TABOFF/NUM/ENTSIZE = PROGRAM HEADERS,
      *>       SEG-OFF/NUM2/CMDSIZE = SECTION HEADERS
               IF WS-CV-SEG-OFF = 0 AND WS-CV-NUM = 0
                   MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
               ELSE
                   MOVE WS-CV-HDR-LEN TO WS-CV-END
                   IF WS-CV-SEG-OFF + WS-CV-NUM2 * WS-CV-CMDSIZE
                       > WS-CV-END
                       COMPUTE WS-CV-END = WS-CV-SEG-OFF
                           + WS-CV-NUM2 * WS-CV-CMDSIZE
                   END-IF
                   IF WS-CV-TABOFF + WS-CV-NUM * WS-CV-ENTSIZE
                       > WS-CV-END
                       COMPUTE WS-CV-END = WS-CV-TABOFF
                           + WS-CV-NUM * WS-CV-ENTSIZE
                   END-IF
                   IF WS-CV-NUM > 0 AND WS-CV-ENTSIZE >= 32
                       PERFORM CARVE-WALK-ELF-SEGMENTS
                   END-IF
                   MOVE WS-CV-END TO WS-CRV-LENGTH(WS-CRV-IDX)
                   MOVE "header" TO WS-CRV-METHOD(WS-CRV-IDX)
               END-IF
           END-IF.

       CARVE-WALK-ELF-SEGMENTS.
           COMPUTE WS-CV-AT = WS-CRV-OFFSET(WS-CRV-IDX) + WS-CV-TABOFF
           COMPUTE WS-CV-WANT = WS-CV-NUM * WS-CV-ENTSIZE
           IF WS-CV-WANT > 65536
               MOVE 65536 TO WS-CV-WANT
           END-IF
           PERFORM CARVE-READ-AT
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-NUM
               COMPUTE WS-CV-CMD-POS =
                   1 + (WS-CV-IDX - 1) * WS-CV-ENTSIZE
               IF WS-CRV-TYPE(WS-CRV-IDX) = "ELF64"
                   MOVE 8 TO WS-CV-LEN
                   COMPUTE WS-CV-POS = WS-CV-CMD-POS + 8
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                   COMPUTE WS-CV-POS = WS-CV-CMD-POS + 32
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
               ELSE
                   MOVE 4 TO WS-CV-LEN
                   COMPUTE WS-CV-POS = WS-CV-CMD-POS + 4
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-OFF
                   COMPUTE WS-CV-POS = WS-CV-CMD-POS + 16
                   PERFORM CARVE-GET-UINT
                   MOVE WS-CV-VALUE TO WS-CV-SEG-SIZE
               END-IF
               IF WS-CV-SEG-OFF + WS-CV-SEG-SIZE > WS-CV-END
                   COMPUTE WS-CV-END = WS-CV-SEG-OFF + WS-CV-SEG-SIZE
               END-IF
           END-PERFORM.

      *> ZIP: THE FIRST END-OF-CENTRAL-DIRECTORY RECORD PAST THE HIT
      *> CLOSES THE ARCHIVE (22 BYTES PLUS ITS COMMENT). WITHOUT ONE
      *> THE ARCHIVE RUNS TO THE NEXT HIT.
       CARVE-SIZE-ZIP.
           MOVE 0 TO WS-CRV-NEXT
           PERFORM VARYING WS-EOCD-IDX FROM 1 BY 1
                   UNTIL WS-EOCD-IDX > WS-EOCD-COUNT
                   OR WS-CRV-NEXT > 0
               IF WS-EOCD-OFFSET(WS-EOCD-IDX)
                   > WS-CRV-OFFSET(WS-CRV-IDX)
                   MOVE WS-EOCD-OFFSET(WS-EOCD-IDX) TO WS-CRV-NEXT
               END-IF
           END-PERFORM
           IF WS-CRV-NEXT = 0
               MOVE "next-hit" TO WS-CRV-METHOD(WS-CRV-IDX)
           ELSE
               MOVE WS-CRV-NEXT TO WS-CV-AT
               MOVE 22 TO WS-CV-WANT
               PERFORM CARVE-READ-AT
               MOVE "L" TO WS-CV-ENDIAN
               MOVE 21 TO WS-CV-POS
               MOVE 2 TO WS-CV-LEN
               PERFORM CARVE-GET-UINT
               COMPUTE WS-CRV-LENGTH(WS-CRV-IDX) = WS-CRV-NEXT + 22
                   + WS-CV-VALUE - WS-CRV-OFFSET(WS-CRV-IDX)
               MOVE "eocd" TO WS-CRV-METHOD(WS-CRV-IDX)
           END-IF.

      *> GZIP: ONLY THE FLAG BYTE CAN BE CHECKED (RESERVED BITS
      *> CLEAR); THE STREAM'S LENGTH IS NOT KNOWN WITHOUT INFLATING
      *> IT, SO IT RUNS TO THE NEXT HIT.
       CARVE-SIZE-GZIP.
           MOVE WS-CRV-OFFSET(WS-CRV-IDX) TO WS-CV-AT
           MOVE 10 TO WS-CV-WANT
           PERFORM CARVE-READ-AT
           IF WS-CV-GOT < 10 OR FUNCTION ORD(WS-CV-BUF(4:1)) > 32
               MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
           ELSE
               MOVE "next-hit" TO WS-CRV-METHOD(WS-CRV-IDX)
           END-IF.

      *> PNG: THE FIRST CHUNK MUST BE IHDR; THE CHUNK CHAIN IS THEN
      *> WALKED (LENGTH + TYPE + DATA + CRC) TO IEND. A CHAIN THAT
      *> RUNS OFF THE END OF THE FILE STOPS WHERE IT BROKE.
       CARVE-SIZE-PNG.
           MOVE 8 TO WS-CV-CHUNK-POS
           MOVE 0 TO WS-CV-CHUNKS
           MOVE "N" TO WS-CV-DONE
           MOVE "B" TO WS-CV-ENDIAN
           MOVE 4 TO WS-CV-LEN
           MOVE "chunks" TO WS-CRV-METHOD(WS-CRV-IDX)
           PERFORM UNTIL WS-CV-DONE = "Y"
               COMPUTE WS-CV-AT =
                   WS-CRV-OFFSET(WS-CRV-IDX) + WS-CV-CHUNK-POS
               MOVE 8 TO WS-CV-WANT
               PERFORM CARVE-READ-AT
               MOVE WS-CV-BUF(5:4) TO WS-CV-CHUNK-TYPE
               IF WS-CV-GOT < 8
                   MOVE "Y" TO WS-CV-DONE
               ELSE
                   IF WS-CV-CHUNKS = 0 AND WS-CV-CHUNK-TYPE NOT = "IHDR"
                       MOVE "R" TO WS-CRV-STATE(WS-CRV-IDX)
                       MOVE "Y" TO WS-CV-DONE
                   ELSE
                       MOVE 1 TO WS-CV-POS
                       PERFORM CARVE-GET-UINT
                       COMPUTE WS-CV-CHUNK-POS =
                           WS-CV-CHUNK-POS + 12 + WS-CV-VALUE
                       ADD 1 TO WS-CV-CHUNKS
                       IF WS-CV-CHUNK-TYPE = "IEND"
                           OR WS-CV-CHUNKS > 100000
                           OR WS-CRV-OFFSET(WS-CRV-IDX)
                               + WS-CV-CHUNK-POS > WS-MAIN-FILE-SIZE
                           MOVE "Y" TO WS-CV-DONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CV-CHUNK-POS TO WS-CRV-LENGTH(WS-CRV-IDX).

      *> CARVE-SETTLE-HITS RECORDS WHICH EARLIER HIT (IF ANY) EACH
      *> HIT SITS INSIDE, DROPS A ZIP'S OWN MEMBER HEADERS, RUNS THE
      *> UNKNOWN LENGTHS TO THE NEXT LISTED HIT (OR END OF FILE), AND
      *> CLAMPS ANY LENGTH THAT OVERRUNS THE FILE.
       CARVE-SETTLE-HITS.
           PERFORM VARYING WS-CRV-IDX FROM 2 BY 1
                   UNTIL WS-CRV-IDX > WS-CARVE-COUNT
               IF WS-CRV-STATE(WS-CRV-IDX) = "K"
                   PERFORM VARYING WS-CRV-J FROM WS-CRV-IDX BY -1
                           UNTIL WS-CRV-J < 2
                           OR WS-CRV-PARENT(WS-CRV-IDX) > 0
                       IF WS-CRV-STATE(WS-CRV-J - 1) = "K"
                           AND WS-CRV-OFFSET(WS-CRV-J - 1)
                               + WS-CRV-LENGTH(WS-CRV-J - 1)
                               > WS-CRV-OFFSET(WS-CRV-IDX)
                           COMPUTE WS-CRV-PARENT(WS-CRV-IDX) =
                               WS-CRV-J - 1
                       END-IF
                   END-PERFORM
                   IF WS-CRV-PARENT(WS-CRV-IDX) > 0
                       AND WS-CRV-TYPE(WS-CRV-IDX) = "ZIP"
                       AND WS-CRV-TYPE(WS-CRV-PARENT(WS-CRV-IDX))
                           = "ZIP"
                       MOVE "M" TO WS-CRV-STATE(WS-CRV-IDX)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
                   UNTIL WS-CRV-IDX > WS-CARVE-COUNT
               IF WS-CRV-STATE(WS-CRV-IDX) = "K"
                   AND WS-CRV-LENGTH(WS-CRV-IDX) = 0
                   PERFORM CARVE-RUN-TO-NEXT-HIT
               END-IF
               IF WS-CRV-STATE(WS-CRV-IDX) = "K"
                   IF WS-CRV-OFFSET(WS-CRV-IDX)
                       + WS-CRV-LENGTH(WS-CRV-IDX) > WS-MAIN-FILE-SIZE
                       COMPUTE WS-CRV-LENGTH(WS-CRV-IDX) =
                           WS-MAIN-FILE-SIZE - WS-CRV-OFFSET(WS-CRV-IDX)
                       MOVE "trunc" TO WS-CRV-METHOD(WS-CRV-IDX)
                   END-IF
                   ADD 1 TO WS-CARVE-KEPT
               END-IF
               IF WS-CRV-STATE(WS-CRV-IDX) = "M"
                   ADD 1 TO WS-CARVE-MEMBERS
               END-IF
           END-PERFORM.

      *> A ZIP WITH NO DIRECTORY SWALLOWS THE ZIP MEMBER HEADERS
      *> THAT FOLLOW IT, SO IT RUNS TO THE NEXT HIT OF ANOTHER TYPE.
       CARVE-RUN-TO-NEXT-HIT.
           COMPUTE WS-CRV-NEXT = WS-MAIN-FILE-SIZE
           PERFORM VARYING WS-CRV-J FROM WS-CRV-IDX BY 1
                   UNTIL WS-CRV-J >= WS-CARVE-COUNT
                   OR WS-CRV-NEXT < WS-MAIN-FILE-SIZE
               IF WS-CRV-STATE(WS-CRV-J + 1) = "K"
                   IF WS-CRV-TYPE(WS-CRV-IDX) = "ZIP"
                       AND WS-CRV-TYPE(WS-CRV-J + 1) = "ZIP"
                       MOVE "M" TO WS-CRV-STATE(WS-CRV-J + 1)
                   ELSE
                       MOVE WS-CRV-OFFSET(WS-CRV-J + 1) TO WS-CRV-NEXT
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-CRV-LENGTH(WS-CRV-IDX) =
               WS-CRV-NEXT - WS-CRV-OFFSET(WS-CRV-IDX).

      *> CARVE-LIST-HITS PRINTS ONE LINE PER LISTED HIT AND, WITH -w,
      *> COPIES IT OUT TO ITS OWN FILE.
       CARVE-LIST-HITS.
           MOVE 0 TO WS-CARVE-WRITTEN
           PERFORM VARYING WS-CRV-IDX FROM 1 BY 1
                   UNTIL WS-CRV-IDX > WS-CARVE-COUNT
               IF WS-CRV-STATE(WS-CRV-IDX) = "K"
                   MOVE WS-CRV-OFFSET(WS-CRV-IDX) TO WS-OFFSET
                   PERFORM CONVERT-OFFSET-TO-HEX
                   MOVE FUNCTION NUMVAL-C(WS-OFFSET) TO WS-OFFSET-TEXT
                   MOVE WS-CRV-IDX TO WS-CRV-NO-DISP
                   MOVE WS-CRV-LENGTH(WS-CRV-IDX) TO WS-CRV-LEN-DISP
                   MOVE SPACES TO WS-OUTPUT-LINE
                   STRING "#" WS-CRV-NO-DISP "  " WS-OFFSET-TEXT
                       " (0x" WS-OFFSET-HEX ")  "
                       WS-CRV-TYPE(WS-CRV-IDX) " length "
                       WS-CRV-LEN-DISP " by "
                       WS-CRV-METHOD(WS-CRV-IDX)
                       DELIMITED BY SIZE INTO WS-OUTPUT-LINE
                   END-STRING
                   IF WS-CRV-PARENT(WS-CRV-IDX) > 0
                       MOVE WS-CRV-PARENT(WS-CRV-IDX) TO WS-CRV-NO-DISP
                       STRING FUNCTION TRIM(WS-OUTPUT-LINE TRAILING)
                           "  inside #" WS-CRV-NO-DISP
                           DELIMITED BY SIZE INTO WS-CRV-OUT-PATH
                       END-STRING
                       MOVE WS-CRV-OUT-PATH TO WS-OUTPUT-LINE
                       MOVE SPACES TO WS-CRV-OUT-PATH
                   END-IF
                   IF WS-WRITE-TO-FILE = "Y"
                       MOVE WS-OUTPUT-LINE TO DUMP-OUT-RECORD
                       WRITE DUMP-OUT-RECORD
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-OUTPUT-LINE TRAILING)
                   END-IF
                   IF WS-CARVE-PREFIX NOT = SPACES
                       AND WS-CRV-LENGTH(WS-CRV-IDX) > 0
                       PERFORM CARVE-WRITE-HIT
                   END-IF
               END-IF
           END-PERFORM.

      *> CARVE-WRITE-HIT COPIES ONE HIT TO <prefix>.NNN.<type>, 4KB
      *> AT A TIME, THE WAY MachoReader'S --extract COPIES A SECTION.
       CARVE-WRITE-HIT.
           EVALUATE WS-CRV-TYPE(WS-CRV-IDX)
               WHEN "MACHO32"
               WHEN "MACHO64"
                   MOVE "macho" TO WS-CRV-EXT
               WHEN "FAT"
               WHEN "FAT64"
                   MOVE "fat" TO WS-CRV-EXT
               WHEN "ELF32"
               WHEN "ELF64"
                   MOVE "elf" TO WS-CRV-EXT
               WHEN "ZIP"
                   MOVE "zip" TO WS-CRV-EXT
               WHEN "GZIP"
                   MOVE "gz" TO WS-CRV-EXT
               WHEN OTHER
                   MOVE "png" TO WS-CRV-EXT
           END-EVALUATE
           MOVE WS-CRV-IDX TO WS-CRV-NO-DISP
           MOVE SPACES TO WS-CRV-OUT-PATH
           STRING FUNCTION TRIM(WS-CARVE-PREFIX) "." WS-CRV-NO-DISP
               "." FUNCTION TRIM(WS-CRV-EXT)
               DELIMITED BY SIZE INTO WS-CRV-OUT-PATH
           END-STRING

           CALL "CBL_CREATE_FILE" USING WS-CRV-OUT-PATH,
               WS-CRV-CREATE-MODE, WS-BIN-DENY-MODE, WS-BIN-DEVICE,
               WS-CRV-WRITE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "CXX017E" TO WS-MSG-ID
               MOVE WS-CRV-OUT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO WS-CARVE-RC
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE 0 TO WS-CRV-POS
               PERFORM UNTIL WS-CRV-POS >= WS-CRV-LENGTH(WS-CRV-IDX)
                   COMPUTE WS-CRV-CHUNK =
                       WS-CRV-LENGTH(WS-CRV-IDX) - WS-CRV-POS
                   IF WS-CRV-CHUNK > 4096
                       MOVE 4096 TO WS-CRV-CHUNK
                   END-IF
                   COMPUTE WS-BIN-OFFSET =
                       WS-CRV-OFFSET(WS-CRV-IDX) + WS-CRV-POS
                   MOVE WS-CRV-CHUNK TO WS-BIN-COUNT
                   CALL "CBL_READ_FILE" USING WS-MAIN-HANDLE,
                       WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-READ-FLAGS,
                       WS-CRV-COPY-BUF
                   MOVE WS-CRV-POS TO WS-BIN-OFFSET
                   MOVE WS-CRV-CHUNK TO WS-BIN-COUNT
                   CALL "CBL_WRITE_FILE" USING WS-CRV-WRITE-HANDLE,
                       WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-READ-FLAGS,
                       WS-CRV-COPY-BUF
                   MOVE 0 TO RETURN-CODE
                   ADD WS-CRV-CHUNK TO WS-CRV-POS
               END-PERFORM
               CALL "CBL_CLOSE_FILE" USING WS-CRV-WRITE-HANDLE
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-CARVE-WRITTEN
               DISPLAY "    carved to " FUNCTION TRIM(WS-CRV-OUT-PATH)
           END-IF.

      *> CARVE-READ-AT READS UP TO WS-CV-WANT BYTES AT ABSOLUTE
      *> OFFSET WS-CV-AT INTO WS-CV-BUF, CLAMPED TO THE FILE SIZE;
      *> WS-CV-GOT SAYS HOW MANY ARRIVED (ZERO PAST THE END).
       CARVE-READ-AT.
           MOVE LOW-VALUES TO WS-CV-BUF(1:WS-CV-WANT)
           MOVE 0 TO WS-CV-GOT
           IF WS-CV-AT < WS-MAIN-FILE-SIZE
               COMPUTE WS-CV-GOT = WS-MAIN-FILE-SIZE - WS-CV-AT
               IF WS-CV-GOT > WS-CV-WANT
                   MOVE WS-CV-WANT TO WS-CV-GOT
               END-IF
               MOVE WS-CV-AT TO WS-BIN-OFFSET
               MOVE WS-CV-GOT TO WS-BIN-COUNT
               CALL "CBL_READ_FILE" USING WS-MAIN-HANDLE,
                   WS-BIN-OFFSET, WS-BIN-COUNT, WS-BIN-READ-FLAGS,
                   WS-CV-BUF
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO WS-CV-GOT
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> CARVE-GET-UINT DECODES WS-CV-LEN BYTES AT WS-CV-POS OF
      *> WS-CV-BUF IN WS-CV-ENDIAN ORDER ("B"IG / "L"ITTLE). A FIELD
      *> PAST THE BYTES READ DECODES AS ZERO; ONE TOO BIG FOR 18
      *> DIGITS (GARBAGE, NOT A REAL OFFSET) SATURATES SO IT CAN
      *> NEVER LOOK LIKE A SMALL VALUE.
       CARVE-GET-UINT.
           MOVE 0 TO WS-CV-VALUE
           MOVE "N" TO WS-CV-HUGE
           IF WS-CV-POS + WS-CV-LEN - 1 <= WS-CV-GOT
               PERFORM VARYING WS-CV-K FROM 1 BY 1
                       UNTIL WS-CV-K > WS-CV-LEN
                   IF WS-CV-ENDIAN = "B"
                       COMPUTE WS-CV-VALUE = WS-CV-VALUE * 256
                           + FUNCTION ORD(WS-CV-BUF(WS-CV-POS
                               + WS-CV-K - 1:1)) - 1
                           ON SIZE ERROR
                               MOVE "Y" TO WS-CV-HUGE
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-CV-VALUE = WS-CV-VALUE * 256
                           + FUNCTION ORD(WS-CV-BUF(WS-CV-POS
                               + WS-CV-LEN - WS-CV-K:1)) - 1
                           ON SIZE ERROR
                               MOVE "Y" TO WS-CV-HUGE
                       END-COMPUTE
                   END-IF
               END-PERFORM
               IF WS-CV-HUGE = "Y"
                   MOVE 99999999999999 TO WS-CV-VALUE
               END-IF
           END-IF.

      *> OPEN-MAIN-INPUT OPENS THE INPUT BINARY FOR POSITIONED BLOCK
      *> READS, CAPTURING ITS SIZE SO THE FINAL PARTIAL BLOCK CAN BE
      *> READ EXACTLY. THE ROUTINE STATUS IS MAPPED ONTO

       COPY "filestat.cpy".

       COPY "msgissue.cpy".

       END PROGRAM CXX.
