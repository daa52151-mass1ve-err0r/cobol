      *> IN A FAT TARGET. BLANK LINES AND LINES OPENING WITH "*" ARE
      *> COMMENTS. BYTE VALUES ARE TRUE HEX (THE VALUES otool/xxd
      *> PRINT).
      *>
      *> APPLIED-PATCH LEDGER: EVERY SUCCESSFUL RUN APPENDS ONE
      *> PIPE-SEPARATED LINE TO patch.ledger -
      *>     timestamp|run-id|source-crc|output-crc|deck-crc|slice|
      *>     records|target|output|deck|source-sha256|output-sha256
      *> (ONE LINE; CRC-32 OF THE TARGET, THE PATCHED COPY AND THE
      *> DECK FILE ITSELF, AND THE SHA-256 OF THE TARGET AND THE
      *> PATCHED COPY FOR MATCHING AGAINST VENDOR-PUBLISHED HASHES;
      *> LINES FILED BEFORE THE DIGESTS END AT deck; slice IS THE
      *> DECK'S CPU DIRECTIVE
      *> CPUTYPE(S) OR "-"; run-id IS JobRunner'S TOOLKIT_RUN_ID OR
      *> "-" BY HAND). BEFORE PATCHING, THE TARGET'S CRC IS LOOKED UP:
      *> A TARGET THAT IS ITSELF THE OUTPUT OF AN EARLIER RUN IS
      *> REFUSED (RC 8) SO A SECOND DECK CANNOT QUIETLY LAND ON TOP
      *> OF THE FIRST; -force APPLIES IT ANYWAY (STACKING A DECK, OR
      *> APPLYING A ROLLBACK DECK) WITH A WARNING AND RC 4:
      *>     bin_patch [-force] <patch-file> <target> <output>
      *>
      *> LINEAGE QUERY:
      *>     bin_patch -lineage <binary-crc32-or-sha256>
      *> SHOWS THE PATCH HISTORY OF ONE BINARY (BY ITS CONTENT, OR AN
      *> 8-DIGIT CRC-32 OR 64-DIGIT SHA-256 WHEN THE FILE IS GONE -
      *> A SHA-256 IS FOUND THROUGH THE LEDGER): THE CHAIN OF RUNS
      *> THAT PRODUCED IT BACK TO THE UNPATCHED ORIGINAL, THEN EVERY
      *> PATCHED COPY MADE FROM IT.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinPatch.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RB-STATUS.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-LEDGER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATCH-FILE.
       FD  ROLLBACK-FILE.
       01  ROLLBACK-RECORD PIC X(300).

       FD  LEDGER-FILE.
       01  LEDGER-RECORD PIC X(900).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1024) VALUE SPACES.
       01  WS-PATCH-PATH        PIC X(255) VALUE SPACES.
       01  WS-GEN-RECORDS       PIC 9(6) COMP-5 VALUE 0.
       01  WS-GEN-REC-DISP      PIC 9(6).

      *> APPLY-MODE ARGUMENTS: THE THREE POSITIONALS AND -force.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY     PIC X(255) OCCURS 5 TIMES.
       01  WS-ARG-COUNT         PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX           PIC 9(2) COMP-5 VALUE 0.
       01  WS-POSITIONAL-COUNT  PIC 9(2) COMP-5 VALUE 0.
       01  WS-FORCE             PIC X VALUE "N".
       01  WS-RUN-RC            PIC 9(2) COMP-5 VALUE 0.

      *> APPLIED-PATCH LEDGER, ONE LINE PER SUCCESSFUL RUN, AND THE
      *> CRC-32 FINGERPRINTS THAT TIE ITS RUNS TOGETHER.
       01  WS-LEDGER-FILE       PIC X(255) VALUE "patch.ledger".
       01  WS-LEDGER-STATUS     PIC XX VALUE SPACES.
       01  WS-LEDGER-EOF        PIC X VALUE "N".
       01  WS-LEDGER-LINE       PIC X(900) VALUE SPACES.
       01  WS-LED-STAMP         PIC X(19) VALUE SPACES.
       01  WS-LED-RUN-ID        PIC X(26) VALUE SPACES.
       01  WS-LED-SRC-CRC       PIC X(8) VALUE SPACES.
       01  WS-LED-OUT-CRC       PIC X(8) VALUE SPACES.
       01  WS-LED-DECK-CRC      PIC X(8) VALUE SPACES.
       01  WS-LED-SLICE         PIC X(40) VALUE SPACES.
       01  WS-LED-RECORDS       PIC X(6) VALUE SPACES.
       01  WS-LED-TARGET        PIC X(255) VALUE SPACES.
       01  WS-LED-OUTPUT        PIC X(255) VALUE SPACES.
       01  WS-LED-DECK          PIC X(255) VALUE SPACES.
       01  WS-LED-SRC-SHA       PIC X(64) VALUE SPACES.
       01  WS-LED-OUT-SHA       PIC X(64) VALUE SPACES.
       01  WS-PRIOR-FOUND       PIC X VALUE "N".
       01  WS-PRIOR-STAMP       PIC X(19) VALUE SPACES.
       01  WS-PRIOR-DECK        PIC X(255) VALUE SPACES.
       01  WS-PRIOR-SRC-CRC     PIC X(8) VALUE SPACES.
       01  WS-TARGET-CRC        PIC X(8) VALUE SPACES.
       01  WS-OUTPUT-CRC        PIC X(8) VALUE SPACES.
       01  WS-DECK-CRC          PIC X(8) VALUE SPACES.
       01  WS-TARGET-SHA        PIC X(64) VALUE SPACES.
       01  WS-OUTPUT-SHA        PIC X(64) VALUE SPACES.
       01  WS-SLICE-LIST        PIC X(40) VALUE SPACES.
       01  WS-SLICE-PTR         PIC 9(3) COMP-5 VALUE 1.
       01  WS-CPU-DISP          PIC Z(9)9.
       01  WS-RUN-ID            PIC X(26) VALUE SPACES.
       01  WS-CURRENT-DATE      PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP         PIC X(19) VALUE SPACES.

      *> WHOLE-FILE CRC-32 AND SHA-256 THROUGH THE SHARED CRC32 AND
      *> SHA256 SUBPROGRAMS, THE SAME 4KB WALK ElfReader'S
      *> COMPUTE-FILE-CRC MAKES.
       01  WS-CRC-PATH          PIC X(255) VALUE SPACES.
       01  WS-CRC-HEX           PIC X(8) VALUE SPACES.
       01  WS-SHA-HEX           PIC X(64) VALUE SPACES.
       01  WS-CRC-OP            PIC X VALUE SPACE.
       01  WS-CRC-BUFFER        PIC X(4096).
       01  WS-CRC-LEN           PIC 9(9) COMP-5 VALUE 0.
       01  WS-CRC-VALUE         PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-WORK          PIC 9(18) COMP-5 VALUE 0.
       01  WS-CRC-NIBBLE-IDX    PIC 9(2) COMP-5 VALUE 0.
       01  WS-CRC-HANDLE        PIC X(4).
       01  WS-CRC-POS           PIC 9(12) COMP-5 VALUE 0.
       01  WS-CRC-FILE-SIZE     PIC 9(12) COMP-5 VALUE 0.
       01  WS-CRC-FILE-INFO.
           05  WS-CRC-SIZE-BYTES PIC 9(18) COMP.
           05  FILLER            PIC X(8).

      *> LINEAGE MODE. THE LEDGER IS HELD IN A TABLE, OLDEST FIRST;
      *> THE ANCESTRY WALK FOLLOWS output-crc BACK TO source-crc
      *> (LATEST RUN FIRST), BOUNDED SO A LOOP IN THE LEDGER (A DECK
      *> AND ITS ROLLBACK) CANNOT SPIN FOREVER.
       01  WS-LIN-FLAG          PIC X(9) VALUE SPACES.
       01  WS-LIN-ARG           PIC X(255) VALUE SPACES.
       01  WS-LIN-CRC           PIC X(8) VALUE SPACES.
       01  WS-LIN-SHA           PIC X(64) VALUE SPACES.
       01  WS-LIN-MAX           PIC 9(4) COMP-5 VALUE 2000.
       01  WS-LIN-COUNT         PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIN-TABLE.
           05  WS-LIN-ENTRY OCCURS 2000 TIMES.
               10  WS-LIN-LINE  PIC X(900).
               10  WS-LIN-SRC   PIC X(8).
               10  WS-LIN-OUT   PIC X(8).
       01  WS-LIN-IDX           PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIN-HIT           PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIN-DEPTH         PIC 9(3) COMP-5 VALUE 0.
       01  WS-LIN-SHOWN         PIC 9(4) COMP-5 VALUE 0.
       01  WS-LIN-DISP          PIC ZZZ9.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE = SPACES
               MOVE "BPT001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "   or: bin_patch -gen <original> <modified> "
                   "<deck-out> <rollback-out>"
               DISPLAY "   or: bin_patch -lineage "
                   "<binary-crc32-or-sha256>"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF

           MOVE WS-CMD-LINE(1:9) TO WS-LIN-FLAG
           IF WS-LIN-FLAG = "-lineage "
               MOVE WS-CMD-LINE(10:255) TO WS-LIN-ARG
               MOVE FUNCTION TRIM(WS-LIN-ARG) TO WS-LIN-ARG
               PERFORM RUN-LINEAGE-MODE
               GOBACK
           END-IF

           PERFORM PARSE-APPLY-ARGS

           IF WS-PATCH-PATH = SPACES OR WS-TARGET-PATH = SPACES
               OR WS-OUTPUT-PATH = SPACES
               MOVE "BPT002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-PATCH-FILE
           IF WS-PARSE-OK = "N" OR WS-PATCH-COUNT = 0
               MOVE "BPT003S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-PATCH-LEDGER
           IF WS-PRIOR-FOUND = "Y" AND WS-FORCE = "N"
               MOVE WS-TARGET-PATH TO WS-AUDIT-PARAMS
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "patch refused: target crc " WS-TARGET-CRC
                   " is already patched output"
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFY-EXPECTED-BYTES
           IF WS-MISMATCH-COUNT > 0
               MOVE WS-MISMATCH-COUNT TO WS-COUNT-DISP
               MOVE "BPT026E" TO WS-MSG-ID
               MOVE WS-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE WS-TARGET-PATH TO WS-AUDIT-PARAMS
               MOVE "patch aborted: expected bytes did not match"
                   TO WS-AUDIT-RESULT
               FUNCTION TRIM(WS-OUTPUT-PATH) " ("
               WS-TOTAL-DISP " byte(s) changed)"

           PERFORM APPEND-LEDGER-RECORD

           MOVE WS-TARGET-PATH TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "patched " WS-TOTAL-DISP " bytes into "
               FUNCTION TRIM(WS-OUTPUT-PATH)
               " crc " WS-TARGET-CRC "->" WS-OUTPUT-CRC
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           IF WS-PRIOR-FOUND = "Y"
               MOVE 4 TO WS-RUN-RC
               STRING FUNCTION TRIM(WS-AUDIT-RESULT)
                   " (forced over patched output)"
                   DELIMITED BY SIZE INTO WS-LEDGER-LINE
               MOVE WS-LEDGER-LINE TO WS-AUDIT-RESULT
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      *> PARSE-APPLY-ARGS TAKES THE DECK, TARGET AND OUTPUT PATHS IN
      *> THAT ORDER, WITH -force ALLOWED ANYWHERE ON THE LINE.
       PARSE-APPLY-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
                    WS-ARG-ENTRY(4) WS-ARG-ENTRY(5)
               TALLYING IN WS-ARG-COUNT
           END-UNSTRING
           PERFORM VARYING WS-ARG-IDX FROM 1 BY 1
                   UNTIL WS-ARG-IDX > WS-ARG-COUNT
               EVALUATE TRUE
                   WHEN WS-ARG-ENTRY(WS-ARG-IDX) = "-force"
                       MOVE "Y" TO WS-FORCE
                   WHEN WS-ARG-ENTRY(WS-ARG-IDX) = SPACES
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-POSITIONAL-COUNT
                       EVALUATE WS-POSITIONAL-COUNT
                           WHEN 1
                               MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                                   TO WS-PATCH-PATH
                           WHEN 2
                               MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                                   TO WS-TARGET-PATH
                           WHEN 3
                               MOVE WS-ARG-ENTRY(WS-ARG-IDX)
                                   TO WS-OUTPUT-PATH
                       END-EVALUATE
               END-EVALUATE
           END-PERFORM.

      *> CHECK-PATCH-LEDGER FINGERPRINTS THE TARGET AND LOOKS FOR A
      *> LEDGER RUN THAT PRODUCED IT. FINDING ONE MEANS THE TARGET IS
      *> ALREADY PATCHED OUTPUT: REFUSED, OR ONLY WARNED UNDER -force.
      *> A MISSING LEDGER SIMPLY MEANS NOTHING HAS BEEN PATCHED YET.
       CHECK-PATCH-LEDGER.
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE WS-TARGET-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-TARGET-CRC
           MOVE WS-SHA-HEX TO WS-TARGET-SHA
           IF WS-TARGET-CRC = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE INTO WS-LEDGER-LINE
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM SPLIT-LEDGER-LINE
                       IF WS-LED-OUT-CRC = WS-TARGET-CRC
                           MOVE "Y" TO WS-PRIOR-FOUND
                           MOVE WS-LED-STAMP TO WS-PRIOR-STAMP
                           MOVE WS-LED-DECK TO WS-PRIOR-DECK
                           MOVE WS-LED-SRC-CRC TO WS-PRIOR-SRC-CRC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE

           IF WS-PRIOR-FOUND = "Y"
               IF WS-FORCE = "Y"
                   MOVE "BPT004W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               ELSE
                   MOVE "BPT005E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
               DISPLAY "  target crc " WS-TARGET-CRC " was produced "
                   WS-PRIOR-STAMP " from crc " WS-PRIOR-SRC-CRC
               DISPLAY "  by deck " FUNCTION TRIM(WS-PRIOR-DECK)
               IF WS-FORCE = "N"
                   DISPLAY "  (-force applies it anyway - to stack a "
                       "deck or apply a rollback deck)"
               END-IF
           END-IF.

      *> SPLIT-LEDGER-LINE BREAKS ONE LEDGER LINE ON ITS PIPES.
       SPLIT-LEDGER-LINE.
           MOVE SPACES TO WS-LED-STAMP WS-LED-RUN-ID WS-LED-SRC-CRC
               WS-LED-OUT-CRC WS-LED-DECK-CRC WS-LED-SLICE
               WS-LED-RECORDS WS-LED-TARGET WS-LED-OUTPUT WS-LED-DECK
               WS-LED-SRC-SHA WS-LED-OUT-SHA
           UNSTRING WS-LEDGER-LINE DELIMITED BY "|"
               INTO WS-LED-STAMP WS-LED-RUN-ID WS-LED-SRC-CRC
                   WS-LED-OUT-CRC WS-LED-DECK-CRC WS-LED-SLICE
                   WS-LED-RECORDS WS-LED-TARGET WS-LED-OUTPUT
                   WS-LED-DECK WS-LED-SRC-SHA WS-LED-OUT-SHA
           END-UNSTRING.

      *> APPEND-LEDGER-RECORD FINGERPRINTS THE NEW COPY AND THE DECK
      *> AND FILES THE RUN, CREATING THE LEDGER ON FIRST USE.
       APPEND-LEDGER-RECORD.
           MOVE WS-OUTPUT-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-OUTPUT-CRC
           MOVE WS-SHA-HEX TO WS-OUTPUT-SHA
           MOVE WS-PATCH-PATH TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-DECK-CRC

           MOVE SPACES TO WS-RUN-ID
           ACCEPT WS-RUN-ID FROM ENVIRONMENT "TOOLKIT_RUN_ID"
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ID
           END-ACCEPT
           IF WS-RUN-ID = SPACES
               MOVE "-" TO WS-RUN-ID
           END-IF
           IF WS-SLICE-LIST = SPACES
               MOVE "-" TO WS-SLICE-LIST
           END-IF
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-PATCH-COUNT TO WS-GEN-REC-DISP

           MOVE SPACES TO LEDGER-RECORD
           STRING WS-TIMESTAMP "|" FUNCTION TRIM(WS-RUN-ID) "|"
               WS-TARGET-CRC "|" WS-OUTPUT-CRC "|" WS-DECK-CRC "|"
               FUNCTION TRIM(WS-SLICE-LIST) "|" WS-GEN-REC-DISP "|"
               FUNCTION TRIM(WS-TARGET-PATH) "|"
               FUNCTION TRIM(WS-OUTPUT-PATH) "|"
               FUNCTION TRIM(WS-PATCH-PATH) "|"
               FUNCTION TRIM(WS-TARGET-SHA) "|"
               FUNCTION TRIM(WS-OUTPUT-SHA)
               DELIMITED BY SIZE INTO LEDGER-RECORD
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS = "00"
               WRITE LEDGER-RECORD
               CLOSE LEDGER-FILE
               DISPLAY "Ledger: crc " WS-TARGET-CRC " -> "
                   WS-OUTPUT-CRC " (deck crc " WS-DECK-CRC ") filed in "
                   FUNCTION TRIM(WS-LEDGER-FILE)
               DISPLAY "  target sha256 " WS-TARGET-SHA
               DISPLAY "  output sha256 " WS-OUTPUT-SHA
           ELSE
               MOVE "BPT006W" TO WS-MSG-ID
               MOVE WS-LEDGER-FILE TO WS-MSG-SLOT(1)
               MOVE WS-LEDGER-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *> RUN-LINEAGE-MODE ANSWERS "WHERE DID THIS BINARY COME FROM":
      *> THE RUNS THAT LED TO IT, NEWEST FIRST BACK TO THE UNPATCHED
      *> ORIGINAL, AND THE PATCHED COPIES MADE FROM IT.
       RUN-LINEAGE-MODE.
           IF WS-LIN-ARG = SPACES
               MOVE "BPT007S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIN-ARG TO WS-CRC-PATH
           PERFORM COMPUTE-FILE-CRC
           MOVE WS-CRC-HEX TO WS-LIN-CRC
           IF WS-LIN-CRC = SPACES
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-LIN-ARG)) = 8
                   MOVE WS-LIN-ARG(1:8) TO WS-LIN-CRC
                   INSPECT WS-LIN-CRC CONVERTING "abcdef" TO "ABCDEF"
               ELSE
                   IF FUNCTION LENGTH(FUNCTION TRIM(WS-LIN-ARG)) = 64
                       PERFORM RESOLVE-LINEAGE-SHA
                   END-IF
               END-IF
           END-IF
           IF WS-LIN-CRC = SPACES
               MOVE "BPT008E" TO WS-MSG-ID
               MOVE WS-LIN-ARG TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-LEDGER-TABLE
           DISPLAY "PATCH LINEAGE FOR " FUNCTION TRIM(WS-LIN-ARG)
               " (crc " WS-LIN-CRC ")"
           DISPLAY "---- Produced by (newest first) ----"
           MOVE 0 TO WS-LIN-SHOWN
           MOVE 0 TO WS-LIN-DEPTH
           MOVE WS-LIN-CRC TO WS-TARGET-CRC
           PERFORM FIND-PRODUCING-RUN
           PERFORM UNTIL WS-LIN-HIT = 0 OR WS-LIN-DEPTH >= 50
               ADD 1 TO WS-LIN-DEPTH
               ADD 1 TO WS-LIN-SHOWN
               MOVE WS-LIN-HIT TO WS-LIN-IDX
               PERFORM SHOW-LEDGER-ENTRY
               MOVE WS-LIN-SRC(WS-LIN-HIT) TO WS-TARGET-CRC
               PERFORM FIND-PRODUCING-RUN
           END-PERFORM
           IF WS-LIN-DEPTH = 0
               DISPLAY "  not patched output - an original as far as "
                   "the ledger knows"
           ELSE
               DISPLAY "  original: crc " WS-TARGET-CRC
           END-IF

           DISPLAY "---- Patched copies made from it ----"
           MOVE 0 TO WS-LIN-HIT
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-COUNT
               IF WS-LIN-SRC(WS-LIN-IDX) = WS-LIN-CRC
                   ADD 1 TO WS-LIN-HIT
                   ADD 1 TO WS-LIN-SHOWN
                   PERFORM SHOW-LEDGER-ENTRY
               END-IF
           END-PERFORM
           IF WS-LIN-HIT = 0
               DISPLAY "  none"
           END-IF

           MOVE WS-LIN-SHOWN TO WS-LIN-DISP
           DISPLAY "Ledger runs shown : " WS-LIN-DISP
           MOVE WS-LIN-ARG TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "lineage crc " WS-LIN-CRC " runs="
               FUNCTION TRIM(WS-LIN-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE 0 TO RETURN-CODE.

      *> LOAD-LEDGER-TABLE READS THE LEDGER INTO WS-LIN-TABLE, OLDEST
      *> FIRST, KEEPING THE TWO CRCS EACH LINE IS LOOKED UP BY.
       LOAD-LEDGER-TABLE.
           MOVE 0 TO WS-LIN-COUNT
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "(no ledger " FUNCTION TRIM(WS-LEDGER-FILE)
                   " yet)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE INTO WS-LEDGER-LINE
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       IF WS-LIN-COUNT < WS-LIN-MAX
                           AND WS-LEDGER-LINE NOT = SPACES
                           PERFORM SPLIT-LEDGER-LINE
                           ADD 1 TO WS-LIN-COUNT
                           MOVE WS-LEDGER-LINE
                               TO WS-LIN-LINE(WS-LIN-COUNT)
                           MOVE WS-LED-SRC-CRC
                               TO WS-LIN-SRC(WS-LIN-COUNT)
                           MOVE WS-LED-OUT-CRC
                               TO WS-LIN-OUT(WS-LIN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *> FIND-PRODUCING-RUN LEAVES IN WS-LIN-HIT THE LATEST LEDGER
      *> RUN WHOSE OUTPUT IS WS-TARGET-CRC, OR 0.
       FIND-PRODUCING-RUN.
           MOVE 0 TO WS-LIN-HIT
           PERFORM VARYING WS-LIN-IDX FROM WS-LIN-COUNT BY -1
                   UNTIL WS-LIN-IDX = 0 OR WS-LIN-HIT > 0
               IF WS-LIN-OUT(WS-LIN-IDX) = WS-TARGET-CRC
                   MOVE WS-LIN-IDX TO WS-LIN-HIT
               END-IF
           END-PERFORM.

      *> SHOW-LEDGER-ENTRY LISTS LEDGER LINE WS-LIN-IDX, LABELED.
       SHOW-LEDGER-ENTRY.
           MOVE WS-LIN-LINE(WS-LIN-IDX) TO WS-LEDGER-LINE
           PERFORM SPLIT-LEDGER-LINE
           DISPLAY "  " WS-LED-STAMP "  crc " WS-LED-SRC-CRC " -> "
               WS-LED-OUT-CRC "  run " FUNCTION TRIM(WS-LED-RUN-ID)
           DISPLAY "      deck   " FUNCTION TRIM(WS-LED-DECK)
               " (crc " WS-LED-DECK-CRC ", "
               FUNCTION TRIM(WS-LED-RECORDS) " records, slice "
               FUNCTION TRIM(WS-LED-SLICE) ")"
           DISPLAY "      target " FUNCTION TRIM(WS-LED-TARGET)
           DISPLAY "      output " FUNCTION TRIM(WS-LED-OUTPUT)
           IF WS-LED-OUT-SHA NOT = SPACES
               DISPLAY "      sha256 " WS-LED-SRC-SHA " (target)"
               DISPLAY "      sha256 " WS-LED-OUT-SHA " (output)"
           END-IF.

      *> RESOLVE-LINEAGE-SHA TURNS A SHA-256 (OF A BINARY NO LONGER
      *> ON HAND) INTO THE CRC-32 THE LINEAGE WALK FOLLOWS, FROM THE
      *> FIRST LEDGER RUN THAT RECORDS IT AS TARGET OR OUTPUT. LEAVES
      *> WS-LIN-CRC BLANK WHEN NO RUN DOES.
       RESOLVE-LINEAGE-SHA.
           MOVE WS-LIN-ARG(1:64) TO WS-LIN-SHA
           INSPECT WS-LIN-SHA CONVERTING "abcdef" TO "ABCDEF"
           MOVE "N" TO WS-LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LEDGER-EOF = "Y"
               READ LEDGER-FILE INTO WS-LEDGER-LINE
                   AT END
                       MOVE "Y" TO WS-LEDGER-EOF
                   NOT AT END
                       PERFORM SPLIT-LEDGER-LINE
                       EVALUATE TRUE
                           WHEN WS-LED-OUT-SHA = WS-LIN-SHA
                               MOVE WS-LED-OUT-CRC TO WS-LIN-CRC
                               MOVE "Y" TO WS-LEDGER-EOF
                           WHEN WS-LED-SRC-SHA = WS-LIN-SHA
                               MOVE WS-LED-SRC-CRC TO WS-LIN-CRC
                               MOVE "Y" TO WS-LEDGER-EOF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

      *> COMPUTE-FILE-CRC FINGERPRINTS WS-CRC-PATH'S WHOLE CONTENT
      *> THROUGH THE SHARED CRC32 SUBPROGRAM, 4KB AT A TIME, LEAVING
      *> THE 8-HEX-DIGIT FINGERPRINT IN WS-CRC-HEX AND THE SHA-256
      *> DIGEST OF THE SAME READS IN WS-SHA-HEX (BOTH SPACES WHEN THE
      *> FILE CANNOT BE OPENED).
       COMPUTE-FILE-CRC.
           MOVE SPACES TO WS-CRC-HEX
           MOVE SPACES TO WS-SHA-HEX
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
           CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-SHA-HEX

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
               CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-SHA-HEX
               ADD WS-CRC-LEN TO WS-CRC-POS
           END-PERFORM

           MOVE "F" TO WS-CRC-OP
           CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-CRC-VALUE
           CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
               WS-CRC-LEN, WS-SHA-HEX
           CALL "CBL_CLOSE_FILE" USING WS-CRC-HANDLE
           MOVE 0 TO RETURN-CODE

           MOVE WS-CRC-VALUE TO WS-CRC-WORK
           MOVE "00000000" TO WS-CRC-HEX
           PERFORM VARYING WS-CRC-NIBBLE-IDX FROM 8 BY -1
                   UNTIL WS-CRC-NIBBLE-IDX = 0
               COMPUTE WS-BYTE-VALUE = FUNCTION MOD(WS-CRC-WORK, 16)
               MOVE HEX-TABLE(WS-BYTE-VALUE + 1:1)
                   TO WS-CRC-HEX(WS-CRC-NIBBLE-IDX:1)
               DIVIDE WS-CRC-WORK BY 16 GIVING WS-CRC-WORK
           END-PERFORM.

      *> FORMAT-TIMESTAMP BUILDS YYYY-MM-DD HH:MM:SS FROM THE CURRENT
      *> DATE, THE FORM EVERY TOOL STAMPS ITS RECORDS WITH.
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

      *> LOAD-PATCH-FILE READS AND PARSES EVERY PATCH RECORD. A
      *> RECORD THAT DOES NOT PARSE POISONS THE WHOLE RUN - A PATCH
      *> DECK WITH A TYPO MUST NOT HALF-APPLY.

           OPEN INPUT PATCH-FILE
           IF WS-PATCH-STATUS NOT = "00"
               MOVE "BPT009E" TO WS-MSG-ID
               MOVE WS-PATCH-PATH TO WS-MSG-SLOT(1)
               MOVE WS-PATCH-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-PARSE-OK
           ELSE
               PERFORM UNTIL WS-PATCH-EOF = "Y"
      *> 128 DIGITS, BUT THEIR LENGTHS MUST MATCH.
       PARSE-PATCH-LINE.
           IF WS-PATCH-COUNT >= WS-PATCH-MAX
               MOVE "BPT010E" TO WS-MSG-ID
               MOVE WS-PATCH-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-PARSE-OK
           ELSE
               MOVE SPACES TO WS-TOK-OFFSET

               IF WS-TOK-OFFSET = "CPU"
                   IF WS-TOK-OLD = SPACES
                       MOVE "BPT011E" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-PARSE-OK
                   ELSE
                       COMPUTE WS-DIRECTIVE-CPU =
                           FUNCTION NUMVAL(WS-TOK-OLD)
                       PERFORM RESOLVE-SLICE-BASE
                       MOVE WS-DIRECTIVE-CPU TO WS-CPU-DISP
                       IF WS-SLICE-PTR > 1
                           STRING "," DELIMITED BY SIZE
                               INTO WS-SLICE-LIST
                               WITH POINTER WS-SLICE-PTR
                       END-IF
                       STRING FUNCTION TRIM(WS-CPU-DISP)
                           DELIMITED BY SIZE INTO WS-SLICE-LIST
                           WITH POINTER WS-SLICE-PTR
                   END-IF
               ELSE
               IF WS-TOK-OFFSET = SPACES OR WS-TOK-OLD = SPACES
                   OR WS-TOK-NEW = SPACES
                   MOVE "BPT012E" TO WS-MSG-ID
                   MOVE WS-PATCH-LINE TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE "N" TO WS-PARSE-OK
               ELSE
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TOK-OLD))
                       TO WS-HEXLEN-NEW

                   IF WS-HEXLEN-OLD NOT = WS-HEXLEN-NEW
                       MOVE "BPT013E" TO WS-MSG-ID
                       MOVE WS-PATCH-LINE TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-PARSE-OK
                   ELSE
                   IF FUNCTION MOD(WS-HEXLEN-OLD, 2) NOT = 0
                       OR WS-HEXLEN-OLD < 2 OR WS-HEXLEN-OLD > 128
                       MOVE "BPT014E" TO WS-MSG-ID
                       MOVE WS-PATCH-LINE TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-PARSE-OK
                   ELSE
                       ADD 1 TO WS-PATCH-COUNT
                       END-IF

                       IF WS-HEX-SRC-OK = "N"
                           MOVE "BPT015E" TO WS-MSG-ID
                           MOVE WS-PATCH-LINE TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                           MOVE "N" TO WS-PARSE-OK
                       END-IF
                   END-IF
               WS-OPEN-INPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-FAT-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "BPT016E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 0 TO RETURN-CODE
               MOVE "N" TO WS-PARSE-OK
           ELSE
                   WHEN X"CAFEBABF"
                       MOVE "Y" TO WS-FAT-IS64
                   WHEN OTHER
                       MOVE "BPT017E" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-PARSE-OK
               END-EVALUATE

                       PERFORM READ-ONE-FAT-ENTRY
                   END-PERFORM
                   IF WS-SLICE-FOUND = "N"
                       MOVE "BPT018E" TO WS-MSG-ID
                       MOVE WS-DIRECTIVE-CPU TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       MOVE "N" TO WS-PARSE-OK
                   END-IF
               END-IF
               WS-OPEN-INPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-READ-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "BPT019E" TO WS-MSG-ID
               MOVE WS-TARGET-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-MISMATCH-COUNT
           ELSE
           IF WS-PATCH-OFFSET(WS-PATCH-IDX)
               + WS-PATCH-LEN(WS-PATCH-IDX) > WS-FILE-SIZE-BYTES
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "BPT027E" TO WS-MSG-ID
               MOVE WS-OFFSET-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           ELSE
               MOVE WS-PATCH-OFFSET(WS-PATCH-IDX) TO WS-BIN-OFFSET
               MOVE WS-PATCH-LEN(WS-PATCH-IDX) TO WS-BIN-COUNT
                       COMPUTE WS-BYTE-VALUE = FUNCTION ORD(
                           WS-READ-BUF(WS-CMP-IDX:1)) - 1
                       PERFORM BUILD-HEX-OUT
                       MOVE "BPT028E" TO WS-MSG-ID
                       MOVE WS-OFFSET-DISP TO WS-MSG-SLOT(1)
                       MOVE WS-HEX-OUT TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       MOVE WS-PATCH-LEN(WS-PATCH-IDX) TO WS-CMP-IDX
                   END-IF
               END-PERFORM
               WS-OPEN-OUTPUT-MODE, WS-DENY-MODE, WS-DEVICE-FLAG,
               WS-WRITE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "BPT020E" TO WS-MSG-ID
               MOVE WS-OUTPUT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-READ-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK
       RUN-GENERATE-MODE.
           IF WS-GEN-ORIG = SPACES OR WS-GEN-MOD = SPACES
               OR WS-GEN-DECK = SPACES OR WS-GEN-ROLLBACK = SPACES
               MOVE "BPT021S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-ORIG, WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE "BPT022E" TO WS-MSG-ID
               MOVE WS-GEN-ORIG TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING WS-GEN-MOD, WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE "BPT023E" TO WS-MSG-ID
               MOVE WS-GEN-MOD TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE

           IF WS-GEN-SIZE-A NOT = WS-GEN-SIZE-B
               MOVE "BPT024E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE WS-GEN-ORIG TO WS-AUDIT-PARAMS
               MOVE "generate refused: length mismatch"
                   TO WS-AUDIT-RESULT
           OPEN OUTPUT DECK-FILE
           OPEN OUTPUT ROLLBACK-FILE
           IF WS-DECK-STATUS NOT = "00" OR WS-RB-STATUS NOT = "00"
               MOVE "BPT025E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               CALL "CBL_CLOSE_FILE" USING WS-GEN-HANDLE-A
               CALL "CBL_CLOSE_FILE" USING WS-GEN-HANDLE-B
               MOVE 8 TO RETURN-CODE
           MOVE "N" TO WS-RUN-ACTIVE
           MOVE 0 TO WS-RUN-LEN.

       COPY "msgissue.cpy".

       END PROGRAM BinPatch.
