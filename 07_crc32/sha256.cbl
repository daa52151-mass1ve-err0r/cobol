      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  sha256
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> SHARED SHA-256 (FIPS 180-4) FOR CONTENT FINGERPRINTS THAT HAVE
      *> TO STAND UP OUTSIDE THIS SHOP - VENDOR ATTESTATIONS, SECURITY
      *> ADVISORIES AND THREAT-INTEL FEEDS ALL PUBLISH SHA-256, WHICH
      *> CRC-32 CANNOT BE MATCHED AGAINST. CALLED EXACTLY LIKE CRC32,
      *> SO A CALLER THAT ALREADY FINGERPRINTS A FILE IN 4KB CHUNKS
      *> FEEDS THE SAME CHUNKS TO BOTH:
      *>
      *>     CALL "SHA256" USING <op>, <buffer>, <length>, <digest>
      *>
      *>     op "I" - START A DIGEST (BUFFER/LENGTH IGNORED)
      *>     op "U" - FOLD THE FIRST <length> BYTES OF <buffer> IN
      *>     op "F" - FINISH; <digest> THEN HOLDS THE 64 HEX DIGITS,
      *>              UPPER CASE LIKE EVERY CRC THE TOOLS PRINT
      *>
      *> <digest> IS PIC X(64) AND IS ONLY SET BY "F". THE RUNNING
      *> STATE (THE EIGHT HASH WORDS, THE PART-FILLED 64-BYTE BLOCK
      *> AND THE BYTE COUNT) LIVES HERE IN WORKING-STORAGE, SO ONE
      *> DIGEST IS IN PROGRESS AT A TIME PER RUN UNIT - THE WAY EVERY
      *> CALLER WORKS ONE FILE THROUGH TO "F" BEFORE THE NEXT.
      *>
      *> THE 32-BIT WORDS ARE HELD AS NATIVE-BINARY NUMBERS: THE
      *> ROTATES AND SHIFTS ARE DIVIDES AND MULTIPLIES BY POWERS OF
      *> TWO, THE ADDITIONS ARE TAKEN MODULO 2**32, AND THE BITWISE
      *> WORK GOES THROUGH THE SYSTEM ROUTINES CBL_AND AND CBL_XOR,
      *> AS IN CRC32. THE POWERS-OF-TWO TABLE IS BUILT ON THE FIRST
      *> CALL AND KEPT FOR THE LIFE OF THE RUN UNIT.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHA256.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-TABLE-BUILT      PIC X VALUE "N".

      *> THE 64 ROUND CONSTANTS - THE FIRST 32 BITS OF THE FRACTIONAL
      *> PARTS OF THE CUBE ROOTS OF THE FIRST 64 PRIMES.
       01  WS-K-VALUES.
           05  FILLER PIC 9(10) COMP-5 VALUE 1116352408.
           05  FILLER PIC 9(10) COMP-5 VALUE 1899447441.
           05  FILLER PIC 9(10) COMP-5 VALUE 3049323471.
           05  FILLER PIC 9(10) COMP-5 VALUE 3921009573.
           05  FILLER PIC 9(10) COMP-5 VALUE 961987163.
           05  FILLER PIC 9(10) COMP-5 VALUE 1508970993.
           05  FILLER PIC 9(10) COMP-5 VALUE 2453635748.
           05  FILLER PIC 9(10) COMP-5 VALUE 2870763221.
           05  FILLER PIC 9(10) COMP-5 VALUE 3624381080.
           05  FILLER PIC 9(10) COMP-5 VALUE 310598401.
           05  FILLER PIC 9(10) COMP-5 VALUE 607225278.
           05  FILLER PIC 9(10) COMP-5 VALUE 1426881987.
           05  FILLER PIC 9(10) COMP-5 VALUE 1925078388.
           05  FILLER PIC 9(10) COMP-5 VALUE 2162078206.
           05  FILLER PIC 9(10) COMP-5 VALUE 2614888103.
           05  FILLER PIC 9(10) COMP-5 VALUE 3248222580.
           05  FILLER PIC 9(10) COMP-5 VALUE 3835390401.
           05  FILLER PIC 9(10) COMP-5 VALUE 4022224774.
           05  FILLER PIC 9(10) COMP-5 VALUE 264347078.
           05  FILLER PIC 9(10) COMP-5 VALUE 604807628.
           05  FILLER PIC 9(10) COMP-5 VALUE 770255983.
           05  FILLER PIC 9(10) COMP-5 VALUE 1249150122.
           05  FILLER PIC 9(10) COMP-5 VALUE 1555081692.
           05  FILLER PIC 9(10) COMP-5 VALUE 1996064986.
           05  FILLER PIC 9(10) COMP-5 VALUE 2554220882.
           05  FILLER PIC 9(10) COMP-5 VALUE 2821834349.
           05  FILLER PIC 9(10) COMP-5 VALUE 2952996808.
           05  FILLER PIC 9(10) COMP-5 VALUE 3210313671.
           05  FILLER PIC 9(10) COMP-5 VALUE 3336571891.
           05  FILLER PIC 9(10) COMP-5 VALUE 3584528711.
           05  FILLER PIC 9(10) COMP-5 VALUE 113926993.
           05  FILLER PIC 9(10) COMP-5 VALUE 338241895.
           05  FILLER PIC 9(10) COMP-5 VALUE 666307205.
           05  FILLER PIC 9(10) COMP-5 VALUE 773529912.
           05  FILLER PIC 9(10) COMP-5 VALUE 1294757372.
           05  FILLER PIC 9(10) COMP-5 VALUE 1396182291.
           05  FILLER PIC 9(10) COMP-5 VALUE 1695183700.
           05  FILLER PIC 9(10) COMP-5 VALUE 1986661051.
           05  FILLER PIC 9(10) COMP-5 VALUE 2177026350.
           05  FILLER PIC 9(10) COMP-5 VALUE 2456956037.
           05  FILLER PIC 9(10) COMP-5 VALUE 2730485921.
           05  FILLER PIC 9(10) COMP-5 VALUE 2820302411.
           05  FILLER PIC 9(10) COMP-5 VALUE 3259730800.
           05  FILLER PIC 9(10) COMP-5 VALUE 3345764771.
           05  FILLER PIC 9(10) COMP-5 VALUE 3516065817.
           05  FILLER PIC 9(10) COMP-5 VALUE 3600352804.
           05  FILLER PIC 9(10) COMP-5 VALUE 4094571909.
           05  FILLER PIC 9(10) COMP-5 VALUE 275423344.
           05  FILLER PIC 9(10) COMP-5 VALUE 430227734.
           05  FILLER PIC 9(10) COMP-5 VALUE 506948616.
           05  FILLER PIC 9(10) COMP-5 VALUE 659060556.
           05  FILLER PIC 9(10) COMP-5 VALUE 883997877.
           05  FILLER PIC 9(10) COMP-5 VALUE 958139571.
           05  FILLER PIC 9(10) COMP-5 VALUE 1322822218.
           05  FILLER PIC 9(10) COMP-5 VALUE 1537002063.
           05  FILLER PIC 9(10) COMP-5 VALUE 1747873779.
           05  FILLER PIC 9(10) COMP-5 VALUE 1955562222.
           05  FILLER PIC 9(10) COMP-5 VALUE 2024104815.
           05  FILLER PIC 9(10) COMP-5 VALUE 2227730452.
           05  FILLER PIC 9(10) COMP-5 VALUE 2361852424.
           05  FILLER PIC 9(10) COMP-5 VALUE 2428436474.
           05  FILLER PIC 9(10) COMP-5 VALUE 2756734187.
           05  FILLER PIC 9(10) COMP-5 VALUE 3204031479.
           05  FILLER PIC 9(10) COMP-5 VALUE 3329325298.
       01  WS-K-TABLE REDEFINES WS-K-VALUES.
           05  WS-K            PIC 9(10) COMP-5 OCCURS 64 TIMES.

      *> THE INITIAL HASH VALUE - THE FIRST 32 BITS OF THE FRACTIONAL
      *> PARTS OF THE SQUARE ROOTS OF THE FIRST 8 PRIMES.
       01  WS-H-INIT-VALUES.
           05  FILLER PIC 9(10) COMP-5 VALUE 1779033703.
           05  FILLER PIC 9(10) COMP-5 VALUE 3144134277.
           05  FILLER PIC 9(10) COMP-5 VALUE 1013904242.
           05  FILLER PIC 9(10) COMP-5 VALUE 2773480762.
           05  FILLER PIC 9(10) COMP-5 VALUE 1359893119.
           05  FILLER PIC 9(10) COMP-5 VALUE 2600822924.
           05  FILLER PIC 9(10) COMP-5 VALUE 528734635.
           05  FILLER PIC 9(10) COMP-5 VALUE 1541459225.
       01  WS-H-INIT-TABLE REDEFINES WS-H-INIT-VALUES.
           05  WS-H-INIT       PIC 9(10) COMP-5 OCCURS 8 TIMES.

      *> RUNNING STATE BETWEEN CALLS.
       01  WS-H-TABLE.
           05  WS-H            PIC 9(10) COMP-5 OCCURS 8 TIMES.
       01  WS-BLOCK            PIC X(64) VALUE LOW-VALUES.
       01  WS-BLOCK-LEN        PIC 9(2) COMP-5 VALUE 0.
       01  WS-TOTAL-BYTES      PIC 9(18) COMP-5 VALUE 0.

      *> ONE BLOCK'S MESSAGE SCHEDULE AND THE EIGHT WORKING WORDS.
       01  WS-W-TABLE.
           05  WS-W            PIC 9(10) COMP-5 OCCURS 64 TIMES.
       01  WS-WORK-A           PIC 9(10) COMP-5.
       01  WS-WORK-B           PIC 9(10) COMP-5.
       01  WS-WORK-C           PIC 9(10) COMP-5.
       01  WS-WORK-D           PIC 9(10) COMP-5.
       01  WS-WORK-E           PIC 9(10) COMP-5.
       01  WS-WORK-F           PIC 9(10) COMP-5.
       01  WS-WORK-G           PIC 9(10) COMP-5.
       01  WS-WORK-H           PIC 9(10) COMP-5.
       01  WS-TEMP-1           PIC 9(12) COMP-5.
       01  WS-TEMP-2           PIC 9(12) COMP-5.
       01  WS-SUM              PIC 9(12) COMP-5.
       01  WS-SIGMA            PIC 9(10) COMP-5.
       01  WS-CHOOSE           PIC 9(10) COMP-5.
       01  WS-MAJORITY         PIC 9(10) COMP-5.
       01  WS-SCRATCH          PIC 9(10) COMP-5.

      *> ROTATE/SHIFT WORK AREA: WS-POW(N + 1) HOLDS 2**N.
       01  WS-POW-TABLE.
           05  WS-POW          PIC 9(10) COMP-5 OCCURS 33 TIMES.
       01  WS-ROT-IN           PIC 9(10) COMP-5.
       01  WS-ROT-N            PIC 9(2) COMP-5.
       01  WS-ROT-HIGH         PIC 9(10) COMP-5.
       01  WS-ROT-LOW          PIC 9(10) COMP-5.
       01  WS-ROT-OUT          PIC 9(10) COMP-5.
       01  WS-WORD-LEN         PIC 9(9) COMP-5 VALUE 8.

       01  WS-ROUND            PIC 9(2) COMP-5.
       01  WS-IDX              PIC 9(2) COMP-5.
       01  WS-BYTE-POS         PIC 9(2) COMP-5.
       01  WS-BUF-POS          PIC 9(9) COMP-5.
       01  WS-TAKE             PIC 9(9) COMP-5.
       01  WS-BIT-COUNT        PIC 9(18) COMP-5.
       01  WS-BYTE-VAL         PIC 9(3) COMP-5.
       01  WS-HEX-WORD         PIC 9(10) COMP-5.
       01  WS-HEX-DIGIT        PIC 9(2) COMP-5.
       01  WS-HEX-POS          PIC 9(2) COMP-5.
       01  HEX-TABLE           PIC X(16) VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       01  LK-OP               PIC X.
       01  LK-BUFFER           PIC X(4096).
       01  LK-LENGTH           PIC 9(9) COMP-5.
       01  LK-DIGEST           PIC X(64).

       PROCEDURE DIVISION USING LK-OP, LK-BUFFER, LK-LENGTH,
               LK-DIGEST.
       MAIN-PROCEDURE.
           IF WS-TABLE-BUILT = "N"
               PERFORM BUILD-POWER-TABLE
               MOVE "Y" TO WS-TABLE-BUILT
           END-IF

           EVALUATE LK-OP
               WHEN "I"
                   PERFORM START-DIGEST
               WHEN "U"
                   PERFORM UPDATE-DIGEST
               WHEN "F"
                   PERFORM FINISH-DIGEST
           END-EVALUATE

           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *> BUILD-POWER-TABLE FILLS WS-POW WITH 2**0 THROUGH 2**32.
       BUILD-POWER-TABLE.
           MOVE 1 TO WS-POW(1)
           PERFORM VARYING WS-IDX FROM 2 BY 1 UNTIL WS-IDX > 33
               COMPUTE WS-POW(WS-IDX) = WS-POW(WS-IDX - 1) * 2
           END-PERFORM.

      *> START-DIGEST LOADS THE INITIAL HASH VALUE AND EMPTIES THE
      *> BLOCK AND THE BYTE COUNT.
       START-DIGEST.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H-INIT(WS-IDX) TO WS-H(WS-IDX)
           END-PERFORM
           MOVE LOW-VALUES TO WS-BLOCK
           MOVE 0 TO WS-BLOCK-LEN
           MOVE 0 TO WS-TOTAL-BYTES.

      *> UPDATE-DIGEST TOPS UP THE PENDING BLOCK FROM THE CALLER'S
      *> BUFFER AND COMPRESSES EVERY BLOCK THAT FILLS; A PART BLOCK
      *> WAITS FOR THE NEXT CALL.
       UPDATE-DIGEST.
           MOVE 1 TO WS-BUF-POS
           PERFORM UNTIL WS-BUF-POS > LK-LENGTH
               COMPUTE WS-TAKE = 64 - WS-BLOCK-LEN
               IF WS-TAKE > LK-LENGTH - WS-BUF-POS + 1
                   COMPUTE WS-TAKE = LK-LENGTH - WS-BUF-POS + 1
               END-IF
               MOVE LK-BUFFER(WS-BUF-POS:WS-TAKE)
                   TO WS-BLOCK(WS-BLOCK-LEN + 1:WS-TAKE)
               ADD WS-TAKE TO WS-BLOCK-LEN
               ADD WS-TAKE TO WS-BUF-POS
               IF WS-BLOCK-LEN = 64
                   PERFORM COMPRESS-BLOCK
               END-IF
           END-PERFORM
           ADD LK-LENGTH TO WS-TOTAL-BYTES.

      *> FINISH-DIGEST PADS THE MESSAGE - ONE 1 BIT, ZEROS, THEN THE
      *> BIT LENGTH AS A 64-BIT BIG-ENDIAN NUMBER IN THE LAST EIGHT
      *> BYTES OF THE LAST BLOCK - AND SPELLS THE EIGHT HASH WORDS OUT
      *> IN HEX. THE BLOCK IS ALREADY ZERO PAST ITS FILL POINT.
       FINISH-DIGEST.
           COMPUTE WS-BIT-COUNT = WS-TOTAL-BYTES * 8
           MOVE X"80" TO WS-BLOCK(WS-BLOCK-LEN + 1:1)
           ADD 1 TO WS-BLOCK-LEN
           IF WS-BLOCK-LEN > 56
               PERFORM COMPRESS-BLOCK
           END-IF

           PERFORM VARYING WS-BYTE-POS FROM 64 BY -1
                   UNTIL WS-BYTE-POS < 57
               DIVIDE WS-BIT-COUNT BY 256 GIVING WS-BIT-COUNT
                   REMAINDER WS-BYTE-VAL
               MOVE FUNCTION CHAR(WS-BYTE-VAL + 1)
                   TO WS-BLOCK(WS-BYTE-POS:1)
           END-PERFORM
           PERFORM COMPRESS-BLOCK

           MOVE SPACES TO LK-DIGEST
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE WS-H(WS-IDX) TO WS-HEX-WORD
               PERFORM VARYING WS-HEX-POS FROM 8 BY -1
                       UNTIL WS-HEX-POS < 1
                   DIVIDE WS-HEX-WORD BY 16 GIVING WS-HEX-WORD
                       REMAINDER WS-HEX-DIGIT
                   MOVE HEX-TABLE(WS-HEX-DIGIT + 1:1)
                       TO LK-DIGEST((WS-IDX - 1) * 8 + WS-HEX-POS:1)
               END-PERFORM
           END-PERFORM.

      *> COMPRESS-BLOCK RUNS THE 64 ROUNDS OVER THE FULL PENDING BLOCK
      *> AND ADDS THE RESULT INTO THE HASH WORDS, THEN EMPTIES THE
      *> BLOCK FOR THE NEXT 64 BYTES.
       COMPRESS-BLOCK.
           PERFORM BUILD-SCHEDULE

           MOVE WS-H(1) TO WS-WORK-A
           MOVE WS-H(2) TO WS-WORK-B
           MOVE WS-H(3) TO WS-WORK-C
           MOVE WS-H(4) TO WS-WORK-D
           MOVE WS-H(5) TO WS-WORK-E
           MOVE WS-H(6) TO WS-WORK-F
           MOVE WS-H(7) TO WS-WORK-G
           MOVE WS-H(8) TO WS-WORK-H

           PERFORM VARYING WS-ROUND FROM 1 BY 1 UNTIL WS-ROUND > 64
               PERFORM ONE-ROUND
           END-PERFORM

           COMPUTE WS-H(1) =
               FUNCTION MOD(WS-H(1) + WS-WORK-A, 4294967296)
           COMPUTE WS-H(2) =
               FUNCTION MOD(WS-H(2) + WS-WORK-B, 4294967296)
           COMPUTE WS-H(3) =
               FUNCTION MOD(WS-H(3) + WS-WORK-C, 4294967296)
           COMPUTE WS-H(4) =
               FUNCTION MOD(WS-H(4) + WS-WORK-D, 4294967296)
           COMPUTE WS-H(5) =
               FUNCTION MOD(WS-H(5) + WS-WORK-E, 4294967296)
           COMPUTE WS-H(6) =
               FUNCTION MOD(WS-H(6) + WS-WORK-F, 4294967296)
           COMPUTE WS-H(7) =
               FUNCTION MOD(WS-H(7) + WS-WORK-G, 4294967296)
           COMPUTE WS-H(8) =
               FUNCTION MOD(WS-H(8) + WS-WORK-H, 4294967296)

           MOVE LOW-VALUES TO WS-BLOCK
           MOVE 0 TO WS-BLOCK-LEN.

      *> BUILD-SCHEDULE READS THE BLOCK AS SIXTEEN BIG-ENDIAN WORDS
      *> AND EXTENDS THEM TO 64:
      *>     W(T) = s1(W(T-2)) + W(T-7) + s0(W(T-15)) + W(T-16)
      *>     s0 = ROTR 7 XOR ROTR 18 XOR SHR 3
      *>     s1 = ROTR 17 XOR ROTR 19 XOR SHR 10
       BUILD-SCHEDULE.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 16
               COMPUTE WS-BYTE-POS = (WS-IDX - 1) * 4 + 1
               COMPUTE WS-W(WS-IDX) =
                   (FUNCTION ORD(WS-BLOCK(WS-BYTE-POS:1)) - 1)
                       * 16777216
                 + (FUNCTION ORD(WS-BLOCK(WS-BYTE-POS + 1:1)) - 1)
                       * 65536
                 + (FUNCTION ORD(WS-BLOCK(WS-BYTE-POS + 2:1)) - 1)
                       * 256
                 + (FUNCTION ORD(WS-BLOCK(WS-BYTE-POS + 3:1)) - 1)
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 17 BY 1 UNTIL WS-IDX > 64
               MOVE 0 TO WS-SIGMA
               MOVE WS-W(WS-IDX - 15) TO WS-ROT-IN
               MOVE 7 TO WS-ROT-N
               PERFORM FOLD-ROTATE
               MOVE 18 TO WS-ROT-N
               PERFORM FOLD-ROTATE
               MOVE 3 TO WS-ROT-N
               PERFORM FOLD-SHIFT
               COMPUTE WS-SUM = WS-W(WS-IDX - 16) + WS-SIGMA
                   + WS-W(WS-IDX - 7)

               MOVE 0 TO WS-SIGMA
               MOVE WS-W(WS-IDX - 2) TO WS-ROT-IN
               MOVE 17 TO WS-ROT-N
               PERFORM FOLD-ROTATE
               MOVE 19 TO WS-ROT-N
               PERFORM FOLD-ROTATE
               MOVE 10 TO WS-ROT-N
               PERFORM FOLD-SHIFT
               COMPUTE WS-W(WS-IDX) =
                   FUNCTION MOD(WS-SUM + WS-SIGMA, 4294967296)
           END-PERFORM.

      *> ONE-ROUND IS ONE STEP OF THE COMPRESSION FUNCTION:
      *>     T1 = H + S1(E) + CH(E,F,G) + K(T) + W(T)
      *>     T2 = S0(A) + MAJ(A,B,C)
      *>     S0 = ROTR 2 XOR ROTR 13 XOR ROTR 22
      *>     S1 = ROTR 6 XOR ROTR 11 XOR ROTR 25
      *>     CH  = (E AND F) XOR (NOT E AND G)
      *>     MAJ = (A AND B) XOR (A AND C) XOR (B AND C)
      *> NOT E IS TAKEN AS 2**32 - 1 - E.
       ONE-ROUND.
           MOVE 0 TO WS-SIGMA
           MOVE WS-WORK-E TO WS-ROT-IN
           MOVE 6 TO WS-ROT-N
           PERFORM FOLD-ROTATE
           MOVE 11 TO WS-ROT-N
           PERFORM FOLD-ROTATE
           MOVE 25 TO WS-ROT-N
           PERFORM FOLD-ROTATE

           MOVE WS-WORK-E TO WS-CHOOSE
           CALL "CBL_AND" USING WS-WORK-F, WS-CHOOSE,
               BY VALUE WS-WORD-LEN
           COMPUTE WS-SCRATCH = 4294967295 - WS-WORK-E
           CALL "CBL_AND" USING WS-WORK-G, WS-SCRATCH,
               BY VALUE WS-WORD-LEN
           CALL "CBL_XOR" USING WS-SCRATCH, WS-CHOOSE,
               BY VALUE WS-WORD-LEN

           COMPUTE WS-TEMP-1 = WS-WORK-H + WS-SIGMA + WS-CHOOSE
               + WS-K(WS-ROUND) + WS-W(WS-ROUND)

           MOVE 0 TO WS-SIGMA
           MOVE WS-WORK-A TO WS-ROT-IN
           MOVE 2 TO WS-ROT-N
           PERFORM FOLD-ROTATE
           MOVE 13 TO WS-ROT-N
           PERFORM FOLD-ROTATE
           MOVE 22 TO WS-ROT-N
           PERFORM FOLD-ROTATE

           MOVE WS-WORK-A TO WS-MAJORITY
           CALL "CBL_AND" USING WS-WORK-B, WS-MAJORITY,
               BY VALUE WS-WORD-LEN
           MOVE WS-WORK-A TO WS-SCRATCH
           CALL "CBL_AND" USING WS-WORK-C, WS-SCRATCH,
               BY VALUE WS-WORD-LEN
           CALL "CBL_XOR" USING WS-SCRATCH, WS-MAJORITY,
               BY VALUE WS-WORD-LEN
           MOVE WS-WORK-B TO WS-SCRATCH
           CALL "CBL_AND" USING WS-WORK-C, WS-SCRATCH,
               BY VALUE WS-WORD-LEN
           CALL "CBL_XOR" USING WS-SCRATCH, WS-MAJORITY,
               BY VALUE WS-WORD-LEN

           COMPUTE WS-TEMP-2 = WS-SIGMA + WS-MAJORITY

           MOVE WS-WORK-G TO WS-WORK-H
           MOVE WS-WORK-F TO WS-WORK-G
           MOVE WS-WORK-E TO WS-WORK-F
           COMPUTE WS-WORK-E =
               FUNCTION MOD(WS-WORK-D + WS-TEMP-1, 4294967296)
           MOVE WS-WORK-C TO WS-WORK-D
           MOVE WS-WORK-B TO WS-WORK-C
           MOVE WS-WORK-A TO WS-WORK-B
           COMPUTE WS-WORK-A =
               FUNCTION MOD(WS-TEMP-1 + WS-TEMP-2, 4294967296).

      *> FOLD-ROTATE EXCLUSIVE-ORS WS-ROT-IN ROTATED RIGHT WS-ROT-N
      *> BITS INTO WS-SIGMA: THE BITS THAT FALL OFF THE BOTTOM (THE
      *> REMAINDER) COME BACK IN AT THE TOP.
       FOLD-ROTATE.
           DIVIDE WS-ROT-IN BY WS-POW(WS-ROT-N + 1)
               GIVING WS-ROT-HIGH REMAINDER WS-ROT-LOW
           COMPUTE WS-ROT-OUT =
               WS-ROT-HIGH + WS-ROT-LOW * WS-POW(33 - WS-ROT-N)
           CALL "CBL_XOR" USING WS-ROT-OUT, WS-SIGMA,
               BY VALUE WS-WORD-LEN.

      *> FOLD-SHIFT EXCLUSIVE-ORS WS-ROT-IN SHIFTED RIGHT WS-ROT-N
      *> BITS INTO WS-SIGMA.
       FOLD-SHIFT.
           DIVIDE WS-ROT-IN BY WS-POW(WS-ROT-N + 1)
               GIVING WS-ROT-OUT
           CALL "CBL_XOR" USING WS-ROT-OUT, WS-SIGMA,
               BY VALUE WS-WORD-LEN.

       END PROGRAM SHA256.
