      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  owner_maint
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> ADD/CHANGE/DELETE/INQUIRE SCREEN FOR THE INDEXED OWNERSHIP
      *> ANNOTATION FILE. AN INVENTORY RECORD SAYS WHAT A BINARY IS
      *> AND WHERE IT WAS SEEN, NOT WHOSE IT IS; THE ANNOTATION FILE
      *> (owners.dat) IS KEYED BY THE SAME BUILD IDENTITY AS INV-UUID
      *> AND CARRIES THE OWNING TEAM, THE APPLICATION CODE, THE
      *> ENVIRONMENT, THE SUPPORT CONTACT AND FREE-TEXT NOTES, SO
      *> InvQuery AND THE MachOReader/OpsStatus EXCEPTION LISTINGS
      *> CAN NAME THE OWNER OF EVERY FLAGGED BINARY.
      *>
      *> INVOKED AS:
      *>     owner_maint
      *>
      *> EVERY ANSWER IS CAPTURED THROUGH FormInputHandler, SO EACH
      *> FIELD IS RE-PROMPTED WITH THE REASON UNTIL IT VALIDATES. ONE
      *> TRANSACTION PER PASS:
      *>     A  ADD A NEW ANNOTATION (THE KEY MUST NOT EXIST YET)
      *>     C  CHANGE ONE - A BLANK ANSWER KEEPS THE CURRENT VALUE
      *>     D  DELETE ONE, AFTER SHOWING IT AND ASKING FOR Y
      *>     I  INQUIRE
      *>     Q  QUIT (SO DOES THE END OF STDIN, SO A PREPARED ANSWER
      *>        FILE PIPED IN WORKS AS A BATCH OF TRANSACTIONS)
      *> ENVIRONMENT MUST BE PROD, UAT, TEST OR DEV. KEYS ARE FOLDED
      *> TO UPPER CASE THE WAY ApprovalQuery FOLDS THEM. EVERY ADD,
      *> CHANGE AND DELETE LEAVES ITS OWN audit.log ENTRY; THE FILE
      *> IS CREATED ON THE FIRST ADD. RETURN-CODE IS 8 WHEN THE FILE
      *> CANNOT BE OPENED OR A WRITE FAILED, 4 WHEN A TRANSACTION WAS
      *> REFUSED (KEY ALREADY THERE, OR NOT THERE), OTHERWISE 0.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OwnerMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE ASSIGN DYNAMIC WS-OWNER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-UUID
               FILE STATUS IS WS-OWNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01  WS-OWNER-FILE       PIC X(255) VALUE "owners.dat".
       01  WS-OWNER-STATUS     PIC XX VALUE SPACES.

      *> FormInputHandler CALL AREAS: THE FIELD SPECS OF THE FORM IN
      *> HAND AND THE VALIDATED VALUES IT HANDS BACK.
       01  WS-FIELD-SPECS.
           05  WS-FIELD-SPEC OCCURS 20 TIMES.
               10  WS-FLD-NAME     PIC X(20).
               10  WS-FLD-TYPE     PIC X(8).
               10  WS-FLD-REQUIRED PIC X.
               10  WS-FLD-MIN      PIC S9(9) COMP-5.
               10  WS-FLD-MAX      PIC S9(9) COMP-5.
       01  WS-FIELD-COUNT      PIC 9(2) COMP-5 VALUE 0.
       01  WS-FORM-VALUES.
           05  WS-FORM-VALUE   PIC X(60) OCCURS 20 TIMES.
       01  WS-FORM-STATUS      PIC X VALUE SPACE.

      *> THE TRANSACTION IN HAND.
       01  WS-ACTION           PIC X VALUE SPACE.
       01  WS-KEY              PIC X(40) VALUE SPACES.
       01  WS-SESSION-DONE     PIC X VALUE "N".
       01  WS-ENV-VALUE        PIC X(8) VALUE SPACES.
       01  WS-ENV-OK           PIC X VALUE "N".
       01  WS-ENV-REQUIRED     PIC X VALUE "Y".
       01  WS-CONFIRM          PIC X VALUE SPACE.
       01  WS-SPEC-IDX         PIC 9(2) COMP-5 VALUE 0.
       01  WS-CHANGE-VERB      PIC X(8) VALUE SPACES.

       01  WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-ADD-COUNT        PIC 9(6) COMP-5 VALUE 0.
       01  WS-CHANGE-COUNT     PIC 9(6) COMP-5 VALUE 0.
       01  WS-DELETE-COUNT     PIC 9(6) COMP-5 VALUE 0.
       01  WS-INQUIRE-COUNT    PIC 9(6) COMP-5 VALUE 0.
       01  WS-COUNT-DISP       PIC ZZZ,ZZ9.
       01  WS-RUN-RC           PIC 9(2) COMP-5 VALUE 0.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER EVERY CHANGE TO THE FILE.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE "OwnerMaint".
       01  WS-AUDIT-PARAMS     PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-OWNER-FILE
           IF WS-OWNER-STATUS NOT = "00"
               MOVE "OWN001E" TO WS-MSG-ID
               MOVE WS-OWNER-FILE TO WS-MSG-SLOT(1)
               MOVE WS-OWNER-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-SESSION-DONE = "Y"
               PERFORM SHOW-MENU-SCREEN
               PERFORM CAPTURE-ACTION
               IF WS-SESSION-DONE = "N"
                   PERFORM CAPTURE-KEY
               END-IF
               IF WS-SESSION-DONE = "N"
                   EVALUATE WS-ACTION
                       WHEN "A"  PERFORM ADD-ANNOTATION
                       WHEN "C"  PERFORM CHANGE-ANNOTATION
                       WHEN "D"  PERFORM DELETE-ANNOTATION
                       WHEN "I"  PERFORM INQUIRE-ANNOTATION
                   END-EVALUATE
               END-IF
           END-PERFORM

           CLOSE OWNER-FILE

           DISPLAY " "
           MOVE WS-ADD-COUNT TO WS-COUNT-DISP
           DISPLAY "Annotations added   : " WS-COUNT-DISP
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISP
           DISPLAY "Annotations changed : " WS-COUNT-DISP
           MOVE WS-DELETE-COUNT TO WS-COUNT-DISP
           DISPLAY "Annotations deleted : " WS-COUNT-DISP
           MOVE WS-INQUIRE-COUNT TO WS-COUNT-DISP
           DISPLAY "Inquiries           : " WS-COUNT-DISP

           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

      *> OPEN-OWNER-FILE OPENS THE ANNOTATION FILE I-O, CREATING AN
      *> EMPTY ONE ON FIRST USE - THE SAME STATUS-35 PATH
      *> ApprovalQuery TAKES FOR THE APPROVED-BUILD REGISTRY.
       OPEN-OWNER-FILE.
           OPEN I-O OWNER-FILE
           IF WS-OWNER-STATUS = "35"
               OPEN OUTPUT OWNER-FILE
               IF WS-OWNER-STATUS = "00"
                   CLOSE OWNER-FILE
                   OPEN I-O OWNER-FILE
               END-IF
           END-IF.

       SHOW-MENU-SCREEN.
           DISPLAY " "
           DISPLAY "==== BINARY OWNERSHIP ANNOTATIONS ===="
           DISPLAY "  A  add       C  change"
           DISPLAY "  D  delete    I  inquire    Q  quit".

      *> CAPTURE-ACTION TAKES THE ONE-LETTER ACTION, RE-ASKING UNTIL
      *> IT IS ONE OF THE FIVE. STDIN RUNNING DRY ENDS THE SESSION.
       CAPTURE-ACTION.
           MOVE SPACE TO WS-ACTION
           PERFORM UNTIL WS-ACTION = "A" OR "C" OR "D" OR "I" OR "Q"
                   OR WS-SESSION-DONE = "Y"
               MOVE 1 TO WS-FIELD-COUNT
               MOVE "ACTION" TO WS-FLD-NAME(1)
               MOVE "TEXT" TO WS-FLD-TYPE(1)
               MOVE "Y" TO WS-FLD-REQUIRED(1)
               MOVE 1 TO WS-FLD-MIN(1)
               MOVE 1 TO WS-FLD-MAX(1)
               PERFORM RUN-FORM
               IF WS-SESSION-DONE = "N"
                   MOVE WS-FORM-VALUE(1)(1:1) TO WS-ACTION
                   INSPECT WS-ACTION CONVERTING "acdiq" TO "ACDIQ"
                   IF WS-ACTION NOT = "A" AND NOT = "C"
                       AND NOT = "D" AND NOT = "I" AND NOT = "Q"
                       DISPLAY "  Rejected: action must be A, C, D, "
                           "I or Q"
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACTION = "Q"
               MOVE "Y" TO WS-SESSION-DONE
           END-IF.

       CAPTURE-KEY.
           MOVE 1 TO WS-FIELD-COUNT
           MOVE "BUILD-ID" TO WS-FLD-NAME(1)
           MOVE "TEXT" TO WS-FLD-TYPE(1)
           MOVE "Y" TO WS-FLD-REQUIRED(1)
           MOVE 1 TO WS-FLD-MIN(1)
           MOVE 40 TO WS-FLD-MAX(1)
           PERFORM RUN-FORM
           IF WS-SESSION-DONE = "N"
               MOVE FUNCTION TRIM(WS-FORM-VALUE(1)) TO WS-KEY
               INSPECT WS-KEY CONVERTING "abcdef" TO "ABCDEF"
           END-IF.

      *> RUN-FORM HANDS THE SPECS IN WS-FIELD-SPECS TO
      *> FormInputHandler; AN INCOMPLETE FORM ENDS THE SESSION.
       RUN-FORM.
           MOVE SPACES TO WS-FORM-VALUES
           CALL "FormInputHandler" USING WS-FIELD-SPECS,
               WS-FIELD-COUNT, WS-FORM-VALUES, WS-FORM-STATUS
           IF WS-FORM-STATUS NOT = "O"
               MOVE "Y" TO WS-SESSION-DONE
           END-IF.

      *> ANNOTATION-FORM-SPECS LAYS OUT THE FIVE DATA FIELDS; FOR AN
      *> ADD THE FIRST FOUR ARE REQUIRED, FOR A CHANGE NONE IS (A
      *> BLANK ANSWER KEEPS THE CURRENT VALUE).
       ANNOTATION-FORM-SPECS.
           MOVE 4 TO WS-FIELD-COUNT
           MOVE "OWNER-TEAM" TO WS-FLD-NAME(1)
           MOVE 20 TO WS-FLD-MAX(1)
           MOVE "APPLICATION" TO WS-FLD-NAME(2)
           MOVE 8 TO WS-FLD-MAX(2)
           MOVE "SUPPORT-CONTACT" TO WS-FLD-NAME(3)
           MOVE 40 TO WS-FLD-MAX(3)
           MOVE "NOTES" TO WS-FLD-NAME(4)
           MOVE 60 TO WS-FLD-MAX(4)
           PERFORM VARYING WS-SPEC-IDX FROM 1 BY 1
                   UNTIL WS-SPEC-IDX > 4
               MOVE "TEXT" TO WS-FLD-TYPE(WS-SPEC-IDX)
               MOVE 0 TO WS-FLD-MIN(WS-SPEC-IDX)
               IF WS-ACTION = "A" AND WS-SPEC-IDX < 4
                   MOVE "Y" TO WS-FLD-REQUIRED(WS-SPEC-IDX)
                   MOVE 1 TO WS-FLD-MIN(WS-SPEC-IDX)
               ELSE
                   MOVE "N" TO WS-FLD-REQUIRED(WS-SPEC-IDX)
               END-IF
           END-PERFORM.

      *> CAPTURE-ENVIRONMENT ASKS FOR THE ENVIRONMENT ON ITS OWN
      *> FORM, SINCE ONLY FOUR VALUES ARE ALLOWED; A BLANK ANSWER IS
      *> ONLY ACCEPTED ON A CHANGE.
       CAPTURE-ENVIRONMENT.
           MOVE "N" TO WS-ENV-OK
           PERFORM UNTIL WS-ENV-OK = "Y" OR WS-SESSION-DONE = "Y"
               MOVE 1 TO WS-FIELD-COUNT
               MOVE "ENVIRONMENT" TO WS-FLD-NAME(1)
               MOVE "TEXT" TO WS-FLD-TYPE(1)
               MOVE WS-ENV-REQUIRED TO WS-FLD-REQUIRED(1)
               MOVE 0 TO WS-FLD-MIN(1)
               MOVE 4 TO WS-FLD-MAX(1)
               PERFORM RUN-FORM
               IF WS-SESSION-DONE = "N"
                   MOVE WS-FORM-VALUE(1) TO WS-ENV-VALUE
                   INSPECT WS-ENV-VALUE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-ENV-VALUE = "PROD" OR "UAT" OR "TEST"
                       OR "DEV" OR SPACES
                       MOVE "Y" TO WS-ENV-OK
                   ELSE
                       DISPLAY "  Rejected: environment must be "
                           "PROD, UAT, TEST or DEV"
                   END-IF
               END-IF
           END-PERFORM.

      *> ADD-ANNOTATION RECORDS A NEW OWNER. AN EXISTING KEY IS
      *> REFUSED SO AN ADD CANNOT QUIETLY OVERWRITE SOMEONE ELSE'S
      *> ANNOTATION - THAT IS WHAT C IS FOR.
       ADD-ANNOTATION.
           MOVE SPACES TO OWN-UUID
           MOVE WS-KEY TO OWN-UUID
           READ OWNER-FILE KEY IS OWN-UUID
           IF WS-OWNER-STATUS = "00"
               MOVE "OWN002W" TO WS-MSG-ID
               MOVE WS-KEY TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-ANNOTATION
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM ANNOTATION-FORM-SPECS
           PERFORM RUN-FORM
           IF WS-SESSION-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OWNER-RECORD
           MOVE WS-KEY TO OWN-UUID
           MOVE WS-FORM-VALUE(1) TO OWN-TEAM
           MOVE WS-FORM-VALUE(2) TO OWN-APP
           MOVE WS-FORM-VALUE(3) TO OWN-CONTACT
           MOVE WS-FORM-VALUE(4) TO OWN-NOTES
           INSPECT OWN-APP CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "Y" TO WS-ENV-REQUIRED
           PERFORM CAPTURE-ENVIRONMENT
           IF WS-SESSION-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ENV-VALUE TO OWN-ENV
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO OWN-UPDATED

           WRITE OWNER-RECORD
           IF WS-OWNER-STATUS = "00"
               ADD 1 TO WS-ADD-COUNT
               DISPLAY "Added " FUNCTION TRIM(WS-KEY)
               PERFORM DISPLAY-ANNOTATION
               MOVE "added" TO WS-CHANGE-VERB
               PERFORM LOG-ANNOTATION-CHANGE
           ELSE
               MOVE "OWN003E" TO WS-MSG-ID
               MOVE WS-KEY TO WS-MSG-SLOT(1)
               MOVE WS-OWNER-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           END-IF.

      *> CHANGE-ANNOTATION SHOWS THE CURRENT VALUES, THEN TAKES THE
      *> SAME FORM WITH EVERY FIELD OPTIONAL; ONLY ANSWERED FIELDS
      *> REPLACE WHAT IS ON FILE.
       CHANGE-ANNOTATION.
           MOVE SPACES TO OWN-UUID
           MOVE WS-KEY TO OWN-UUID
           READ OWNER-FILE KEY IS OWN-UUID
           IF WS-OWNER-STATUS NOT = "00"
               PERFORM REFUSE-MISSING-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ANNOTATION
           DISPLAY "(blank answer keeps the current value)"

           PERFORM ANNOTATION-FORM-SPECS
           PERFORM RUN-FORM
           IF WS-SESSION-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENV-REQUIRED
           PERFORM CAPTURE-ENVIRONMENT
           IF WS-SESSION-DONE = "Y"
               EXIT PARAGRAPH
           END-IF

           IF WS-FORM-VALUE(1) NOT = SPACES
               MOVE WS-FORM-VALUE(1) TO OWN-TEAM
           END-IF
           IF WS-FORM-VALUE(2) NOT = SPACES
               MOVE WS-FORM-VALUE(2) TO OWN-APP
               INSPECT OWN-APP CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           IF WS-FORM-VALUE(3) NOT = SPACES
               MOVE WS-FORM-VALUE(3) TO OWN-CONTACT
           END-IF
           IF WS-FORM-VALUE(4) NOT = SPACES
               MOVE WS-FORM-VALUE(4) TO OWN-NOTES
           END-IF
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO OWN-ENV
           END-IF
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO OWN-UPDATED

           REWRITE OWNER-RECORD
           IF WS-OWNER-STATUS = "00"
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY "Changed " FUNCTION TRIM(WS-KEY)
               PERFORM DISPLAY-ANNOTATION
               MOVE "changed" TO WS-CHANGE-VERB
               PERFORM LOG-ANNOTATION-CHANGE
           ELSE
               MOVE "OWN004E" TO WS-MSG-ID
               MOVE WS-KEY TO WS-MSG-SLOT(1)
               MOVE WS-OWNER-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           END-IF.

      *> DELETE-ANNOTATION SHOWS THE RECORD AND ONLY DELETES IT ON AN
      *> EXPLICIT Y.
       DELETE-ANNOTATION.
           MOVE SPACES TO OWN-UUID
           MOVE WS-KEY TO OWN-UUID
           READ OWNER-FILE KEY IS OWN-UUID
           IF WS-OWNER-STATUS NOT = "00"
               PERFORM REFUSE-MISSING-KEY
               EXIT PARAGRAPH
           END-IF
           PERFORM DISPLAY-ANNOTATION

           MOVE 1 TO WS-FIELD-COUNT
           MOVE "DELETE-Y/N" TO WS-FLD-NAME(1)
           MOVE "TEXT" TO WS-FLD-TYPE(1)
           MOVE "Y" TO WS-FLD-REQUIRED(1)
           MOVE 1 TO WS-FLD-MIN(1)
           MOVE 1 TO WS-FLD-MAX(1)
           PERFORM RUN-FORM
           IF WS-SESSION-DONE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FORM-VALUE(1)(1:1) TO WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Not deleted."
               EXIT PARAGRAPH
           END-IF

           DELETE OWNER-FILE RECORD
           IF WS-OWNER-STATUS = "00"
               ADD 1 TO WS-DELETE-COUNT
               DISPLAY "Deleted " FUNCTION TRIM(WS-KEY)
               MOVE "deleted" TO WS-CHANGE-VERB
               PERFORM LOG-ANNOTATION-CHANGE
           ELSE
               MOVE "OWN005E" TO WS-MSG-ID
               MOVE WS-KEY TO WS-MSG-SLOT(1)
               MOVE WS-OWNER-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           END-IF.

       INQUIRE-ANNOTATION.
           MOVE SPACES TO OWN-UUID
           MOVE WS-KEY TO OWN-UUID
           READ OWNER-FILE KEY IS OWN-UUID
           IF WS-OWNER-STATUS = "00"
               ADD 1 TO WS-INQUIRE-COUNT
               PERFORM DISPLAY-ANNOTATION
           ELSE
               DISPLAY "No annotation for " FUNCTION TRIM(WS-KEY)
           END-IF.

       REFUSE-MISSING-KEY.
           MOVE "OWN006W" TO WS-MSG-ID
           MOVE WS-KEY TO WS-MSG-SLOT(1)
           PERFORM ISSUE-MESSAGE
           IF WS-RUN-RC < 4
               MOVE 4 TO WS-RUN-RC
           END-IF.

      *> DISPLAY-ANNOTATION SHOWS THE CURRENT RECORD IN THE SAME
      *> LABELED STYLE InvQuery USES.
       DISPLAY-ANNOTATION.
           DISPLAY "----"
           DISPLAY "UUID       : " FUNCTION TRIM(OWN-UUID)
           DISPLAY "OWNER      : " FUNCTION TRIM(OWN-TEAM)
           DISPLAY "APPLICATION: " FUNCTION TRIM(OWN-APP)
           DISPLAY "ENVIRONMENT: " FUNCTION TRIM(OWN-ENV)
           DISPLAY "CONTACT    : " FUNCTION TRIM(OWN-CONTACT)
           DISPLAY "NOTES      : " FUNCTION TRIM(OWN-NOTES)
           DISPLAY "UPDATED    : " OWN-UPDATED.

      *> LOG-ANNOTATION-CHANGE WRITES ONE audit.log ENTRY PER ADD,
      *> CHANGE OR DELETE, NAMING THE KEY AND THE OWNER, SO THE
      *> TRAIL SHOWS WHO RE-ASSIGNED WHAT.
       LOG-ANNOTATION-CHANGE.
           MOVE SPACES TO WS-AUDIT-PARAMS
           MOVE WS-KEY TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING FUNCTION TRIM(WS-CHANGE-VERB)
               " owner=" FUNCTION TRIM(OWN-TEAM)
               " app=" FUNCTION TRIM(OWN-APP)
               " env=" FUNCTION TRIM(OWN-ENV)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

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

       COPY "msgissue.cpy".

       END PROGRAM OwnerMaint.
