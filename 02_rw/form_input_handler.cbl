      *>
      *> MIN/MAX MEAN THE VALUE RANGE FOR NUMERIC FIELDS AND THE
      *> TRIMMED LENGTH RANGE FOR TEXT FIELDS; DATE FIELDS TAKE
      *> YYYY-MM-DD (THE RULES THEMSELVES LIVE IN FormFieldCheck, SO
      *> BATCH LOADS JUDGE VALUES THE SAME WAY). <form-status> COMES
      *> BACK "O" WHEN EVERY FIELD VALIDATED, "E" WHEN STDIN RAN DRY
      *> MID-FORM.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FormInputHandler.
       WORKING-STORAGE SECTION.
       01  WS-FLD-IDX        PIC 9(2) COMP-5 VALUE 0.
       01  WS-INPUT          PIC X(80) VALUE SPACES.
       01  WS-INPUT-DONE     PIC X VALUE "N".
       01  WS-FIELD-OK       PIC X VALUE "N".
       01  WS-REASON         PIC X(60) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-FIELD-SPECS.
           END-PERFORM.

      *> VALIDATE-FIELD-INPUT JUDGES ONE ANSWER AGAINST THE FIELD'S
      *> SPECIFICATION THROUGH THE SHARED FormFieldCheck RULES,
      *> LEAVING THE REFUSAL REASON FOR THE RE-PROMPT.
       VALIDATE-FIELD-INPUT.
           CALL "FormFieldCheck" USING LK-FIELD-SPEC(WS-FLD-IDX),
               WS-INPUT, WS-FIELD-OK, WS-REASON.

       END PROGRAM FormInputHandler.
