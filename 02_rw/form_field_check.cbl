      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  form_field_check
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> THE FIELD-VALIDATION RULES BEHIND FormInputHandler, CALLABLE
      *> ON THEIR OWN SO A VALUE THAT DID NOT COME FROM THE KEYBOARD
      *> (A BATCH OF name=value TRANSACTIONS, SAY) IS JUDGED BY
      *> EXACTLY THE RULES AN OPERATOR'S KEYSTROKES ARE:
      *>
      *>     CALL "FormFieldCheck" USING <field-spec>, <value>,
      *>         <field-ok>, <reason>
      *>
      *> <field-spec> IS ONE ENTRY OF THE FormInputHandler FIELD
      *> SPECIFICATION TABLE (NAME, TYPE NUMERIC/DATE/TEXT, REQUIRED,
      *> MIN, MAX), <value> THE 80-CHARACTER CANDIDATE. <field-ok>
      *> COMES BACK "Y" OR "N"; ON "N" <reason> (60 CHARACTERS) SAYS
      *> WHY. MIN/MAX MEAN THE VALUE RANGE FOR NUMERIC FIELDS AND THE
      *> TRIMMED LENGTH RANGE FOR TEXT FIELDS; DATE FIELDS TAKE
      *> YYYY-MM-DD.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FormFieldCheck.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INPUT-LEN      PIC 9(3) COMP-5 VALUE 0.
       01  WS-CHAR-IDX       PIC 9(3) COMP-5 VALUE 0.
       01  WS-DIGITS-OK      PIC X VALUE "Y".
       01  WS-NUM-START      PIC 9(2) COMP-5 VALUE 1.
       01  WS-NUM-VALUE      PIC S9(12) VALUE 0.
       01  WS-MIN-DISP       PIC -(8)9.
       01  WS-MAX-DISP       PIC -(8)9.
       01  WS-DATE-MONTH     PIC 9(2) VALUE 0.
       01  WS-DATE-DAY       PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LK-FIELD-SPEC.
           05  LK-FLD-NAME       PIC X(20).
           05  LK-FLD-TYPE       PIC X(8).
           05  LK-FLD-REQUIRED   PIC X.
           05  LK-FLD-MIN        PIC S9(9) COMP-5.
           05  LK-FLD-MAX        PIC S9(9) COMP-5.
       01  LK-INPUT          PIC X(80).
       01  LK-FIELD-OK       PIC X.
       01  LK-REASON         PIC X(60).

       PROCEDURE DIVISION USING LK-FIELD-SPEC, LK-INPUT, LK-FIELD-OK,
               LK-REASON.
       MAIN-PROCEDURE.
           PERFORM VALIDATE-FIELD-INPUT
           EXIT PROGRAM.

      *> VALIDATE-FIELD-INPUT JUDGES ONE VALUE AGAINST THE FIELD'S
      *> SPECIFICATION, LEAVING THE REFUSAL REASON FOR THE CALLER.
       VALIDATE-FIELD-INPUT.
           MOVE "N" TO LK-FIELD-OK
           MOVE SPACES TO LK-REASON
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LK-INPUT TRAILING))
               TO WS-INPUT-LEN
           IF LK-INPUT = SPACES
               MOVE 0 TO WS-INPUT-LEN
           END-IF

           IF WS-INPUT-LEN = 0
               IF LK-FLD-REQUIRED = "Y"
                   MOVE "this field is required" TO LK-REASON
               ELSE
                   MOVE "Y" TO LK-FIELD-OK
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE LK-FLD-TYPE
               WHEN "NUMERIC"
                   PERFORM VALIDATE-NUMERIC-INPUT
               WHEN "DATE"
                   PERFORM VALIDATE-DATE-INPUT
               WHEN OTHER
                   PERFORM VALIDATE-TEXT-INPUT
           END-EVALUATE.

      *> VALIDATE-NUMERIC-INPUT: DIGITS (AN OPTIONAL LEADING SIGN)
      *> AND THE VALUE INSIDE THE SPEC'S MIN/MAX RANGE.
       VALIDATE-NUMERIC-INPUT.
           MOVE "Y" TO WS-DIGITS-OK
           MOVE 1 TO WS-NUM-START
           IF LK-INPUT(1:1) = "-" OR LK-INPUT(1:1) = "+"
               MOVE 2 TO WS-NUM-START
               IF WS-INPUT-LEN = 1
                   MOVE "N" TO WS-DIGITS-OK
               END-IF
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM WS-NUM-START BY 1
                   UNTIL WS-CHAR-IDX > WS-INPUT-LEN
               IF LK-INPUT(WS-CHAR-IDX:1) < "0"
                   OR LK-INPUT(WS-CHAR-IDX:1) > "9"
                   MOVE "N" TO WS-DIGITS-OK
               END-IF
           END-PERFORM

           IF WS-DIGITS-OK = "N"
               MOVE "not a whole number" TO LK-REASON
           ELSE
               COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(LK-INPUT)
               IF WS-NUM-VALUE < LK-FLD-MIN
                   OR WS-NUM-VALUE > LK-FLD-MAX
                   MOVE LK-FLD-MIN TO WS-MIN-DISP
                   MOVE LK-FLD-MAX TO WS-MAX-DISP
                   MOVE SPACES TO LK-REASON
                   STRING "value must be between "
                       FUNCTION TRIM(WS-MIN-DISP) " and "
                       FUNCTION TRIM(WS-MAX-DISP)
                       DELIMITED BY SIZE INTO LK-REASON
               ELSE
                   MOVE "Y" TO LK-FIELD-OK
               END-IF
           END-IF.

      *> VALIDATE-DATE-INPUT: THE YYYY-MM-DD SHAPE EVERY TIMESTAMP
      *> IN THIS SHOP USES, WITH A SANE MONTH AND DAY.
       VALIDATE-DATE-INPUT.
           IF WS-INPUT-LEN NOT = 10
               OR LK-INPUT(5:1) NOT = "-"
               OR LK-INPUT(8:1) NOT = "-"
               MOVE "date must be YYYY-MM-DD" TO LK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-DIGITS-OK
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 10
               IF WS-CHAR-IDX NOT = 5 AND WS-CHAR-IDX NOT = 8
                   IF LK-INPUT(WS-CHAR-IDX:1) < "0"
                       OR LK-INPUT(WS-CHAR-IDX:1) > "9"
                       MOVE "N" TO WS-DIGITS-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DIGITS-OK = "N"
               MOVE "date must be YYYY-MM-DD" TO LK-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DATE-MONTH = FUNCTION NUMVAL(LK-INPUT(6:2))
           COMPUTE WS-DATE-DAY = FUNCTION NUMVAL(LK-INPUT(9:2))
           IF WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
               MOVE "month must be 01-12" TO LK-REASON
           ELSE
               IF WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                   MOVE "day must be 01-31" TO LK-REASON
               ELSE
                   MOVE "Y" TO LK-FIELD-OK
               END-IF
           END-IF.

      *> VALIDATE-TEXT-INPUT: TRIMMED LENGTH INSIDE THE SPEC'S
      *> MIN/MAX RANGE (A MAX OF 0 MEANS THE 60-CHARACTER CEILING).
       VALIDATE-TEXT-INPUT.
           IF LK-FLD-MAX > 0
               AND WS-INPUT-LEN > LK-FLD-MAX
               MOVE LK-FLD-MAX TO WS-MAX-DISP
               MOVE SPACES TO LK-REASON
               STRING "text is longer than "
                   FUNCTION TRIM(WS-MAX-DISP) " character(s)"
                   DELIMITED BY SIZE INTO LK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-LEN < LK-FLD-MIN
               MOVE LK-FLD-MIN TO WS-MIN-DISP
               MOVE SPACES TO LK-REASON
               STRING "text is shorter than "
                   FUNCTION TRIM(WS-MIN-DISP) " character(s)"
                   DELIMITED BY SIZE INTO LK-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-INPUT-LEN > 60
               MOVE "text is longer than 60 characters"
                   TO LK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LK-FIELD-OK.

       END PROGRAM FormFieldCheck.
