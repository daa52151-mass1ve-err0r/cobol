      *> ***************************************************************
      *> (C) COPYRIGHT Baig Software 2024. ALL RIGHTS RESERVED
      *> ***************************************************************
      *> PROGRAM:  approval_query
      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> QUERY AND MAINTENANCE UTILITY FOR THE INDEXED APPROVED-BUILD
      *> REGISTRY. THE REGISTRY IS KEYED BY THE SAME BUILD IDENTITY
      *> InvWriter USES FOR INV-UUID (THE LC_UUID MachOReader READS,
      *> OR THE GNU BUILD ID ElfReader READS) AND RECORDS WHO SIGNED
      *> A BUILD OFF FOR RELEASE, WHEN, UNDER WHICH CHANGE TICKET, AND
      *> WHETHER THAT APPROVAL IS STILL APPROVED OR HAS BEEN REVOKED.
      *> MachOReader --scan-dir LOOKS EVERY BUILD UP HERE. INVOKED
      *> LIKE inv_query:
      *>
      *>     approval_query -uuid <key>
      *>     approval_query -ticket <change-ticket>
      *>     approval_query -status <APPROVED|REVOKED>
      *>     approval_query -approve <key> -by <approver>
      *>                    -ticket <change-ticket> [-date <YYYY-MM-DD>]
      *>     approval_query -revoke <key> [-ticket <change-ticket>]
      *>
      *> -uuid IS ONE KEYED READ; -ticket AND -status ARE SEQUENTIAL
      *> SWEEPS. -approve ADDS THE BUILD, OR RE-APPROVES A REVOKED
      *> ONE, WITH TODAY AS THE APPROVAL DATE UNLESS -date IS GIVEN.
      *> -revoke WITHDRAWS AN EXISTING APPROVAL, KEEPING THE ORIGINAL
      *> APPROVER AND DATE ON THE RECORD; THE REVOCATION TICKET, WHEN
      *> GIVEN, REPLACES THE APPROVAL TICKET. BOTH MAINTENANCE MODES
      *> CREATE THE REGISTRY ON FIRST USE AND LEAVE AN audit.log
      *> ENTRY, SO THE TRAIL SHOWS EVERY SIGN-OFF AND WITHDRAWAL.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalQuery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN DYNAMIC WS-APPROVAL-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APR-UUID
               FILE STATUS IS WS-APPROVAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE.
       01  APPROVAL-RECORD.
           05  APR-UUID      PIC X(40).
           05  APR-APPROVER  PIC X(20).
           05  APR-DATE      PIC X(10).
           05  APR-TICKET    PIC X(20).
           05  APR-STATUS    PIC X(8).
           05  APR-UPDATED   PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-FILE    PIC X(255) VALUE "approvals.dat".
       01  WS-APPROVAL-STATUS  PIC XX VALUE SPACES.

       01  WS-CMD-LINE         PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
           05  WS-ARG-ENTRY    PIC X(255) OCCURS 8 TIMES.
       01  WS-ARG-COUNT        PIC 9(2) COMP-5 VALUE 0.
       01  WS-ARG-IDX          PIC 9(2) COMP-5 VALUE 0.

      *> THE ONE MODE SELECTED FOR THIS RUN AND ITS ARGUMENTS.
       01  WS-MODE             PIC X(8) VALUE SPACES.
       01  WS-KEY-ARG          PIC X(40) VALUE SPACES.
       01  WS-BY-ARG           PIC X(20) VALUE SPACES.
       01  WS-TICKET-ARG       PIC X(20) VALUE SPACES.
       01  WS-STATUS-ARG       PIC X(8) VALUE SPACES.
       01  WS-DATE-ARG         PIC X(10) VALUE SPACES.

       01  WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(19) VALUE SPACES.

       01  WS-APR-EOF          PIC X VALUE "N".
       01  WS-MATCH-COUNT      PIC 9(6) COMP-5 VALUE 0.
       01  WS-COUNT-DISP       PIC ZZZ,ZZ9.
       01  WS-RUN-RC           PIC 9(2) COMP-5 VALUE 0.
       01  WS-RUN-OUTCOME      PIC X(60) VALUE SPACES.

      *> AUDIT-TRAIL FIELDS, PASSED TO THE SHARED AuditLogger
      *> SUBPROGRAM AFTER THE RUN COMPLETES.
       01  WS-AUDIT-PROGRAM    PIC X(20) VALUE "ApprovalQuery".
       01  WS-AUDIT-PARAMS     PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT     PIC X(255) VALUE SPACES.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE = SPACES
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PARSE-ARGS
           IF WS-MODE = SPACES
               PERFORM SHOW-USAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-MODE = "APPROVE" OR WS-MODE = "REVOKE"
               PERFORM OPEN-REGISTRY-FOR-UPDATE
           ELSE
               OPEN INPUT APPROVAL-FILE
           END-IF
           IF WS-APPROVAL-STATUS NOT = "00"
               MOVE "APQ001E" TO WS-MSG-ID
               MOVE WS-APPROVAL-FILE TO WS-MSG-SLOT(1)
               MOVE WS-APPROVAL-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE WS-MODE
               WHEN "UUID"     PERFORM LOOKUP-BY-UUID
               WHEN "TICKET"   PERFORM SWEEP-RECORDS
               WHEN "STATUS"   PERFORM SWEEP-RECORDS
               WHEN "APPROVE"  PERFORM APPROVE-BUILD
               WHEN "REVOKE"   PERFORM REVOKE-BUILD
           END-EVALUATE

           CLOSE APPROVAL-FILE

           MOVE WS-CMD-LINE TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-MODE = "APPROVE" OR WS-MODE = "REVOKE"
               MOVE WS-RUN-OUTCOME TO WS-AUDIT-RESULT
           ELSE
               MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
               DISPLAY "Records matched : " WS-COUNT-DISP
               STRING "matched=" WS-COUNT-DISP DELIMITED BY SIZE
                   INTO WS-AUDIT-RESULT
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       SHOW-USAGE.
           MOVE "APQ002S" TO WS-MSG-ID
           PERFORM ISSUE-MESSAGE
           DISPLAY "   or: approval_query -ticket <change-ticket>"
           DISPLAY "   or: approval_query -status <APPROVED|REVOKED>"
           DISPLAY "   or: approval_query -approve <key> -by <approver>"
               " -ticket <change-ticket> [-date <YYYY-MM-DD>]"
           DISPLAY "   or: approval_query -revoke <key> "
               "[-ticket <change-ticket>]".

      *> PARSE-ARGS WALKS THE TOKENIZED COMMAND LINE, THE SAME
      *> ORDER-INDEPENDENT STYLE THE OTHER TOOLS USE. KEYS AND
      *> STATUS WORDS ARE FOLDED TO UPPER CASE, THE WAY BOTH READERS
      *> RENDER BUILD IDS, SO A KEY PASTED FROM A LOWER-CASE TOOL
      *> STILL MATCHES.
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
                   WHEN "-uuid"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "UUID" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-KEY-ARG
      *> -ticket IS ALSO THE APPROVAL TICKET; IT ONLY SELECTS THE
      *> TICKET SWEEP WHEN NO MAINTENANCE MODE IS ON THE LINE.
                   WHEN "-ticket"
                       ADD 1 TO WS-ARG-IDX
                       IF WS-MODE = SPACES
                           MOVE "TICKET" TO WS-MODE
                       END-IF
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-TICKET-ARG
                   WHEN "-status"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "STATUS" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-STATUS-ARG
                       INSPECT WS-STATUS-ARG CONVERTING
                           "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   WHEN "-approve"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "APPROVE" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-KEY-ARG
                   WHEN "-revoke"
                       ADD 1 TO WS-ARG-IDX
                       MOVE "REVOKE" TO WS-MODE
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-KEY-ARG
                   WHEN "-by"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-BY-ARG
                   WHEN "-date"
                       ADD 1 TO WS-ARG-IDX
                       MOVE WS-ARG-ENTRY(WS-ARG-IDX) TO WS-DATE-ARG
               END-EVALUATE
           END-PERFORM

           INSPECT WS-KEY-ARG CONVERTING "abcdef" TO "ABCDEF"

           EVALUATE WS-MODE
               WHEN "UUID"
               WHEN "APPROVE"
               WHEN "REVOKE"
                   IF WS-KEY-ARG = SPACES
                       MOVE "APQ003S" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                       MOVE SPACES TO WS-MODE
                   END-IF
               WHEN "STATUS"
                   IF WS-STATUS-ARG NOT = "APPROVED"
                       AND WS-STATUS-ARG NOT = "REVOKED"
                       MOVE "APQ004S" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                       MOVE SPACES TO WS-MODE
                   END-IF
           END-EVALUATE

           IF WS-MODE = "APPROVE"
               IF WS-BY-ARG = SPACES OR WS-TICKET-ARG = SPACES
                   MOVE "APQ005S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO WS-MODE
               END-IF
           END-IF

           IF WS-MODE = "APPROVE" AND WS-DATE-ARG NOT = SPACES
               IF WS-DATE-ARG(1:4) IS NOT NUMERIC
                   OR WS-DATE-ARG(5:1) NOT = "-"
                   OR WS-DATE-ARG(6:2) IS NOT NUMERIC
                   OR WS-DATE-ARG(8:1) NOT = "-"
                   OR WS-DATE-ARG(9:2) IS NOT NUMERIC
                   MOVE "APQ006S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE SPACES TO WS-MODE
               END-IF
           END-IF.

      *> OPEN-REGISTRY-FOR-UPDATE OPENS THE REGISTRY I-O, CREATING AN
      *> EMPTY ONE THE FIRST TIME A BUILD IS APPROVED - THE SAME
      *> STATUS-35 PATH InvWriter TAKES FOR THE INVENTORY MASTER.
       OPEN-REGISTRY-FOR-UPDATE.
           OPEN I-O APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               IF WS-APPROVAL-STATUS = "00"
                   CLOSE APPROVAL-FILE
                   OPEN I-O APPROVAL-FILE
               END-IF
           END-IF.

      *> LOOKUP-BY-UUID IS THE ONE KEYED READ THE REGISTRY WAS BUILT
      *> FOR.
       LOOKUP-BY-UUID.
           MOVE SPACES TO APR-UUID
           MOVE WS-KEY-ARG TO APR-UUID
           READ APPROVAL-FILE KEY IS APR-UUID
           IF WS-APPROVAL-STATUS = "00"
               ADD 1 TO WS-MATCH-COUNT
               PERFORM DISPLAY-ONE-RECORD
           ELSE
               DISPLAY "No approval record for "
                   FUNCTION TRIM(WS-KEY-ARG)
           END-IF.

      *> SWEEP-RECORDS READS THE WHOLE REGISTRY IN KEY ORDER AND
      *> SHOWS EVERY RECORD CARRYING THE REQUESTED TICKET OR STATUS.
       SWEEP-RECORDS.
           MOVE LOW-VALUES TO APR-UUID
           START APPROVAL-FILE KEY >= APR-UUID
           IF WS-APPROVAL-STATUS NOT = "00"
               MOVE "Y" TO WS-APR-EOF
           END-IF

           PERFORM UNTIL WS-APR-EOF = "Y"
               READ APPROVAL-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-APR-EOF
                   NOT AT END
                       IF (WS-MODE = "TICKET"
                               AND APR-TICKET = WS-TICKET-ARG)
                           OR (WS-MODE = "STATUS"
                               AND APR-STATUS = WS-STATUS-ARG)
                           ADD 1 TO WS-MATCH-COUNT
                           PERFORM DISPLAY-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *> APPROVE-BUILD RECORDS A SIGN-OFF. A BUILD ALREADY IN THE
      *> REGISTRY (APPROVED OR REVOKED) IS REWRITTEN WITH THE NEW
      *> APPROVER, DATE AND TICKET; A NEW ONE IS WRITTEN.
       APPROVE-BUILD.
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO APR-UUID
           MOVE WS-KEY-ARG TO APR-UUID
           READ APPROVAL-FILE KEY IS APR-UUID
           MOVE WS-BY-ARG TO APR-APPROVER
           IF WS-DATE-ARG = SPACES
               MOVE WS-TIMESTAMP(1:10) TO APR-DATE
           ELSE
               MOVE WS-DATE-ARG TO APR-DATE
           END-IF
           MOVE WS-TICKET-ARG TO APR-TICKET
           MOVE "APPROVED" TO APR-STATUS
           MOVE WS-TIMESTAMP TO APR-UPDATED
           IF WS-APPROVAL-STATUS = "00"
               REWRITE APPROVAL-RECORD
           ELSE
               MOVE SPACES TO APR-UUID
               MOVE WS-KEY-ARG TO APR-UUID
               WRITE APPROVAL-RECORD
           END-IF

           IF WS-APPROVAL-STATUS = "00"
               DISPLAY "Approved " FUNCTION TRIM(WS-KEY-ARG)
                   " by " FUNCTION TRIM(WS-BY-ARG)
                   " under " FUNCTION TRIM(WS-TICKET-ARG)
               PERFORM DISPLAY-ONE-RECORD
               MOVE SPACES TO WS-RUN-OUTCOME
               STRING "approved ticket=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TICKET-ARG) DELIMITED BY SIZE
                   INTO WS-RUN-OUTCOME
           ELSE
               MOVE "APQ007E" TO WS-MSG-ID
               MOVE WS-KEY-ARG TO WS-MSG-SLOT(1)
               MOVE WS-APPROVAL-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "approve failed" TO WS-RUN-OUTCOME
               MOVE 8 TO WS-RUN-RC
           END-IF.

      *> REVOKE-BUILD WITHDRAWS AN EXISTING APPROVAL. THERE IS
      *> NOTHING TO REVOKE FOR A BUILD NEVER APPROVED, SO A MISSING
      *> KEY IS AN ERROR RATHER THAN A NEW REVOKED RECORD.
       REVOKE-BUILD.
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO APR-UUID
           MOVE WS-KEY-ARG TO APR-UUID
           READ APPROVAL-FILE KEY IS APR-UUID
           IF WS-APPROVAL-STATUS NOT = "00"
               MOVE "APQ008E" TO WS-MSG-ID
               MOVE WS-KEY-ARG TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "revoke failed, no record" TO WS-RUN-OUTCOME
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE "REVOKED" TO APR-STATUS
           IF WS-TICKET-ARG NOT = SPACES
               MOVE WS-TICKET-ARG TO APR-TICKET
           END-IF
           MOVE WS-TIMESTAMP TO APR-UPDATED
           REWRITE APPROVAL-RECORD

           IF WS-APPROVAL-STATUS = "00"
               DISPLAY "Revoked " FUNCTION TRIM(WS-KEY-ARG)
               PERFORM DISPLAY-ONE-RECORD
               MOVE SPACES TO WS-RUN-OUTCOME
               STRING "revoked ticket=" DELIMITED BY SIZE
                   FUNCTION TRIM(APR-TICKET) DELIMITED BY SIZE
                   INTO WS-RUN-OUTCOME
           ELSE
               MOVE "APQ009E" TO WS-MSG-ID
               MOVE WS-KEY-ARG TO WS-MSG-SLOT(1)
               MOVE WS-APPROVAL-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "revoke failed" TO WS-RUN-OUTCOME
               MOVE 8 TO WS-RUN-RC
           END-IF.

      *> DISPLAY-ONE-RECORD SHOWS THE CURRENT RECORD IN THE SAME
      *> LABELED STYLE InvQuery USES.
       DISPLAY-ONE-RECORD.
           DISPLAY "----"
           DISPLAY "UUID       : " FUNCTION TRIM(APR-UUID)
           DISPLAY "STATUS     : " APR-STATUS
           DISPLAY "APPROVER   : " FUNCTION TRIM(APR-APPROVER)
           DISPLAY "APPROVED   : " APR-DATE
           DISPLAY "TICKET     : " FUNCTION TRIM(APR-TICKET)
           DISPLAY "UPDATED    : " APR-UPDATED.

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

       END PROGRAM ApprovalQuery.
