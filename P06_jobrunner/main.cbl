      *> NEEDS A FRAGILE SHELL SCRIPT AROUND IT.
      *>
      *> INVOKED AS:
      *>     job_runner <job-file> [--restart] [--validate]
      *>         [arg1 arg2 ...]
      *>
      *> JOB FILE FORMAT, ONE STEP PER LINE:
      *>     <ToolName> <arguments...>
      *> WHOSE CONDITION FAILS IS MARKED SKIPPED IN THE END-OF-JOB
      *> SUMMARY, NOT SILENTLY OMITTED. (COMMAS, NOT PARENTHESES -
      *> THE SHELL SCREEN REFUSES PARENTHESES.)
      *>
      *> INDEPENDENT STEPS CAN RUN SIDE BY SIDE AS A PARALLEL GROUP:
      *>     PARALLEL [MAX=<n>]
      *>         <step lines...>
      *>     ENDPARALLEL
      *> UP TO n (DEFAULT 4, AT MOST 20) OF THE GROUP'S STEPS RUN AT
      *> ONCE, STARTED IN DECK ORDER AS SLOTS FREE UP, AND THE DECK
      *> WAITS FOR THE WHOLE GROUP BEFORE GOING ON. EACH STEP STILL
      *> GETS ITS OWN NUMBER, SPOOL FILE, RETURN CODE AND START/END
      *> TIMES IN THE SUMMARY AND JOB LOG. A STOP-ON-ERROR FAILURE
      *> INSIDE A GROUP STARTS NO FURTHER STEPS, LETS THOSE ALREADY
      *> RUNNING FINISH, AND THEN STOPS THE DECK; AN IF= INSIDE A
      *> GROUP MAY ONLY NAME A STEP BEFORE THE GROUP. GROUPS DO NOT
      *> NEST, AND --restart RE-RUNS AN INTERRUPTED GROUP WHOLE.
      *>
      *> DATASET ENQUEUE: A STEP MAY ALSO OPEN WITH CLAIM TOKENS FOR
      *> THE WORKING FILES IT READS AND WRITES, LIKE DISP=SHR/OLD:
      *>     SHR=<file>[,<file>...]   READ, SHARED WITH OTHER READERS
      *>     OLD=<file>[,<file>...]   WRITTEN, EXCLUSIVE
      *>     ENQWAIT=<secs>           THIS STEP'S OWN WAIT LIMIT
      *> THE CLAIMS ARE FILED IN A CLAIM FILE EVERY DECK SHARES
      *> (ENQ-FILE IN tool.cfg, DEFAULT dataset.enq) UNDER THE SAME
      *> mkdir LOCK-DIRECTORY DISCIPLINE AuditLogger USES FOR ITS
      *> LOG, AND DROPPED WHEN THE STEP ENDS. WHILE ANOTHER RUNNING
      *> STEP - IN ANOTHER DECK OR THIS ONE'S PARALLEL GROUP - HOLDS
      *> A CONFLICTING CLAIM (ANY CLAIM AGAINST AN OLD, AN OLD
      *> AGAINST ANY CLAIM) THE STEP IS HELD; AFTER ENQ-WAIT-SECS
      *> (tool.cfg, DEFAULT 300) IT FAILS AS ENQFAIL INSTEAD. A CLAIM
      *> WHOSE OWNING JobRunner PROCESS HAS GONE IS PURGED ON SIGHT,
      *> SO A CRASHED DECK DOES NOT LOCK ITS FILES FOREVER. FILES ARE
      *> MATCHED BY NAME AS WRITTEN - NAME A FILE THE SAME WAY IN
      *> EVERY DECK. OpsStatus LISTS THE CLAIMS CURRENTLY HELD.
      *>
      *> A RUN THAT ENDS WITH FAILED STEPS RAISES A PROBLEM ALERT
      *> THROUGH AlertSender, POINTING AT THE RUN'S JOB LOG.
      *>
      *> A DECK RUNS UNDER A NAMED BATCH ID, GIVEN ON ITS OWN LINE
      *> IN THE DECK ITSELF (NOT IN AN INCLUDED ONE):
      *>     BATCHID <id>            (OR BATCHID=<id>)
      *> WHEN OPERATOR PROFILES ARE SET UP (SEE OperatorAuth) THE
      *> BATCH ID IS REQUIRED AND MUST SIGN ON LIKE AN OPERATOR - AN
      *> UNKNOWN ID, OR ONE TIED TO ANOTHER OS LOGIN, REFUSES THE
      *> WHOLE DECK WITH RC 12 BEFORE ANY STEP RUNS - AND EVERY
      *> STEP'S TOOL AND ARGUMENTS ARE CHECKED AGAINST THE BATCH
      *> ID'S ROLE IN THE SAME MATRIX ToolMenu USES; A STEP THE ROLE
      *> MAY NOT RUN IS MARKED NOTAUTH AND TREATED LIKE A REJECTED
      *> STEP. THE BATCH ID IS EXPORTED AS TOOLKIT_OPERATOR SO THE
      *> STEPS' AUDIT RECORDS CARRY IT, AND THE RUN'S OWN AUDIT
      *> RECORD NAMES BOTH IT AND WHOEVER SUBMITTED THE DECK.
      *>
      *> --validate IS THE JCL-SCAN STEP: THE DECK IS LOADED AND
      *> EXPANDED EXACTLY AS A REAL RUN WOULD (INCLUDES, SYMBOLIC
      *> PARAMETERS, PARALLEL BLOCKS, BATCHID SIGN-ON) BUT NOTHING IS
      *> RUN, SPOOLED, CLAIMED OR CHECKPOINTED. EACH EXPANDED LINE IS
      *> LISTED WITH ITS NUMBER AND ANY ERROR OR WARNING BENEATH IT:
      *> A TOOL toolmenu.registry DOES NOT HOLD, A STEP WITH NO
      *> ARGUMENTS WHERE THE REGISTRY USAGE NEEDS THEM (OR ONE WHERE
      *> IT TAKES NONE), AN OPTION THE USAGE DOES NOT NAME, A
      *> CHARACTER THE SHELL SCREEN REFUSES, A STEP THE BATCH ID MAY
      *> NOT RUN, AN &n WITH NO ARGUMENT BEHIND IT, AN IF= NAMING NO
      *> EARLIER STEP (OR ONE IN ITS OWN PARALLEL GROUP) OR WITH A
      *> BAD OPERATOR OR RC, A SHR= INPUT THAT IS NOT THERE, AND A
      *> STEP'S FIRST FILE ARGUMENT THAT IS NOT THERE (A WARNING ONLY
      *> - IT MAY BE AN OUTPUT). A FILE NAMED BY AN EARLIER STEP IS
      *> TAKEN TO BE MADE BY IT. RETURN-CODE 0 CLEAN, 4 WARNINGS
      *> ONLY, 8 ERRORS, 12 DECK NOT READABLE.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobRunner.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCLUDE-STATUS.

           SELECT STEPRC-FILE ASSIGN DYNAMIC WS-STEPRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPRC-STATUS.

           SELECT ENQ-FILE ASSIGN DYNAMIC WS-ENQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENQ-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT REGISTRY-FILE ASSIGN DYNAMIC WS-VAL-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAL-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-FILE.
       FD  INCLUDE-FILE.
       01  INCLUDE-RECORD PIC X(255).

       FD  STEPRC-FILE.
       01  STEPRC-RECORD PIC X(20).

      *> ONE CLAIM PER LINE: MODE, OWNING RUN, STEP AND PROCESS,
      *> WHEN IT WAS GRANTED, AND THE FILE CLAIMED.
       FD  ENQ-FILE.
       01  ENQ-RECORD.
           05  ENQ-MODE      PIC X(3).
           05  FILLER        PIC X.
           05  ENQ-RUN-ID    PIC X(26).
           05  FILLER        PIC X.
           05  ENQ-STEP      PIC 9(3).
           05  FILLER        PIC X.
           05  ENQ-PID       PIC 9(9).
           05  FILLER        PIC X.
           05  ENQ-SINCE     PIC X(19).
           05  FILLER        PIC X.
           05  ENQ-DSN       PIC X(200).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD PIC X(255).

       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE          PIC X(1024) VALUE SPACES.
       01  WS-JOB-PATH          PIC X(255) VALUE SPACES.
       01  WS-AUDIT-PARAMS      PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT      PIC X(255) VALUE SPACES.

      *> A DECK THAT ENDS WITH FAILED STEPS IS ALSO RAISED THROUGH
      *> THE SHARED AlertSender OUTBOX.
       01  WS-ALERT-SEVERITY    PIC X(8) VALUE "PROBLEM".
       01  WS-ALERT-REASON      PIC X(255) VALUE SPACES.

      *> THE BATCH ID THE DECK RUNS UNDER, THE OPERATOR (OR OS
      *> LOGIN) THAT SUBMITTED IT, AND THE OperatorAuth ANSWERS.
       01  WS-BATCH-ID          PIC X(12) VALUE SPACES.
       01  WS-SUBMITTER         PIC X(32) VALUE SPACES.
       01  WS-AUTH-ACTIVE       PIC X VALUE "N".
       01  WS-AUTH-FUNCTION     PIC X VALUE SPACE.
       01  WS-AUTH-VERDICT      PIC X VALUE SPACE.
       01  WS-AUTH-NAME         PIC X(40) VALUE SPACES.
       01  WS-AUTH-ROLE         PIC X(12) VALUE SPACES.
       01  WS-AUTH-TOOL         PIC X(20) VALUE SPACES.
       01  WS-AUTH-ARGS         PIC X(255) VALUE SPACES.
       01  WS-AUTH-TOOL-LEN     PIC 9(3) COMP-5 VALUE 0.
       01  WS-AUTH-REFUSAL      PIC X(80) VALUE SPACES.
       01  WS-STEP-AUTH-OK      PIC X VALUE "Y".

      *> PER-STEP BOOKKEEPING FOR THE END-OF-JOB SUMMARY AND THE JOB
      *> LOG: EACH STEP ALSO RECORDS ITS START/END TIMESTAMPS AND THE
      *> SPOOL FILE ITS CAPTURED OUTPUT WENT TO. THE OLD 100-STEP
               10  WS-STEP-START   PIC X(19).
               10  WS-STEP-END     PIC X(19).
               10  WS-STEP-SPOOL   PIC X(40).
               10  WS-STEP-GROUP   PIC 9(2).
               10  WS-STEP-ALLOW   PIC X.
               10  WS-STEP-ENQ     PIC X.
       01  WS-STEP-IDX          PIC 9(3) COMP-5.
       01  WS-STEP-DISP         PIC 9(3).
       01  WS-STEP-RC-DISP      PIC 9(5).
       01  WS-STOPPED-EARLY     PIC X VALUE "N".
       01  WS-FAILED-STEPS      PIC 9(3) COMP-5 VALUE 0.

      *> PER-RUN SPOOL DIRECTORY (spool/run-<timestamp>-<pid>/): EACH
      *> STEP'S CONSOLE OUTPUT IS REDIRECTED TO ITS OWN stepNNN.out
      *> FILE THERE INSTEAD OF INTERLEAVING ON ONE SCREEN, AND THE
      *> JOB LOG (job.log) LANDS ALONGSIDE - WHEN STEP 17 FAILS AT
      *> THE RUN ID TIES EVERY CHILD TOOL'S AUDIT LINE TO THIS JOB:
      *> IT IS EXPORTED THROUGH THE TOOLKIT_RUN_ID ENVIRONMENT
      *> VARIABLE, WHICH THE cobcrun CHILDREN INHERIT AND AuditLogger
      *> STAMPS ONTO EVERY RECORD. THE PROCESS ID IS PART OF IT, SO
      *> TWO DECKS STARTED IN THE SAME SECOND NEVER SHARE A RUN ID,
      *> A SPOOL DIRECTORY OR EACH OTHER'S DATASET CLAIMS.
       01  WS-RUN-ID            PIC X(26) VALUE SPACES.
       01  WS-RUN-PID-DISP      PIC 9(7) VALUE 0.
       01  WS-SPOOL-DIR         PIC X(80) VALUE SPACES.
       01  WS-JOBLOG-PATH       PIC X(255) VALUE SPACES.
       01  WS-JOBLOG-STATUS     PIC XX VALUE SPACES.
       01  WS-CKPT-FAILED       PIC 9(3) COMP-5 VALUE 0.
       01  WS-CKPT-DISP         PIC 9(3).

      *> DRY-RUN VALIDATION (--validate): MESSAGE COUNTS, THE TOOL
      *> REGISTRY ToolMenu READS, THE STEP NAMES DEFINED SO FAR FOR
      *> IF= TO RESOLVE AGAINST, AND THE STEP ARGUMENT BEING LOOKED
      *> AT.
       01  WS-VALIDATE-MODE     PIC X VALUE "N".
       01  WS-VAL-ERRORS        PIC 9(5) COMP-5 VALUE 0.
       01  WS-VAL-WARNINGS      PIC 9(5) COMP-5 VALUE 0.
       01  WS-VAL-COUNT-DISP    PIC Z(4)9.
       01  WS-VAL-LINE-DISP     PIC 9(3).
       01  WS-VAL-MSG           PIC X(400) VALUE SPACES.
       01  WS-VAL-REG-PATH      PIC X(255) VALUE "toolmenu.registry".
       01  WS-VAL-REG-STATUS    PIC XX VALUE SPACES.
       01  WS-VAL-REG-EOF       PIC X VALUE "N".
       01  WS-VAL-REG-MAX       PIC 9(2) COMP-5 VALUE 40.
       01  WS-VAL-REG-COUNT     PIC 9(2) COMP-5 VALUE 0.
       01  WS-VAL-REG-TABLE.
           05  WS-VAL-REG-ENTRY OCCURS 40 TIMES.
               10  WS-VREG-NAME    PIC X(20).
               10  WS-VREG-MODULE  PIC X(30).
               10  WS-VREG-DESC    PIC X(60).
               10  WS-VREG-USAGE   PIC X(300).
       01  WS-VAL-REG-IDX       PIC 9(2) COMP-5 VALUE 0.
       01  WS-VAL-REG-HIT       PIC 9(2) COMP-5 VALUE 0.
       01  WS-VAL-NAME-COUNT    PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-NAME-TABLE.
           05  WS-VAL-NAME-ENTRY OCCURS 500 TIMES.
               10  WS-VNAME        PIC X(16).
               10  WS-VNAME-LINE   PIC 9(3) COMP-5.
       01  WS-VAL-NAME-IDX      PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-NAME-HIT      PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-GROUP-OPEN    PIC X VALUE "N".
       01  WS-VAL-GROUP-LINE    PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-TOOL          PIC X(40) VALUE SPACES.
       01  WS-VAL-TOOL-LEN      PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-ARGS          PIC X(255) VALUE SPACES.
       01  WS-VAL-ARG-PTR       PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-TOKEN         PIC X(255) VALUE SPACES.
       01  WS-VAL-WORDS         PIC X(310) VALUE SPACES.
       01  WS-VAL-PROBE         PIC X(257) VALUE SPACES.
       01  WS-VAL-PROBE-LEN     PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-HITS          PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-FIRST-DONE    PIC X VALUE "N".
       01  WS-VAL-PATH          PIC X(255) VALUE SPACES.
       01  WS-VAL-PATH-LEN      PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-EXISTS        PIC X VALUE "N".
       01  WS-VAL-PRIOR         PIC X VALUE "N".
       01  WS-VAL-PRIOR-IDX     PIC 9(3) COMP-5 VALUE 0.
       01  WS-VAL-FILE-INFO.
           05  WS-VAL-FILE-SIZE PIC 9(18) COMP.
           05  FILLER           PIC X(8).

      *> THE PRE-LOADED DECK: EVERY STEP LINE (INCLUDES SPLICED IN,
      *> SYMBOLIC PARAMETERS ALREADY FILLED) LANDS IN THIS TABLE
      *> BEFORE THE FIRST STEP RUNS.
       01  WS-LINE-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01  WS-LINE-TABLE.
           05  WS-DECK-LINE     PIC X(255) OCCURS 500 TIMES.
      *> THE FIRST &n ON EACH LINE THAT HAD NO ARGUMENT TO TAKE (0
      *> WHEN EVERY SYMBOL RESOLVED), FOR --validate TO REPORT.
       01  WS-DECK-SYM-TABLE.
           05  WS-DECK-SYM-MISS PIC 9 OCCURS 500 TIMES.
       01  WS-LINE-IDX          PIC 9(3) COMP-5.
       01  WS-DECK-OVERFLOW     PIC X VALUE "N".
       01  WS-DECK-ERROR        PIC X VALUE "N".
       01  WS-SUB-N             PIC 9(1) COMP-5 VALUE 0.
       01  WS-SUB-VAL           PIC X(80) VALUE SPACES.
       01  WS-SUB-VAL-LEN       PIC 9(3) COMP-5 VALUE 0.
       01  WS-SUB-MISSING       PIC 9 VALUE 0.
       01  WS-RUN-DATE          PIC X(8) VALUE SPACES.
       01  WS-RUN-TIME          PIC X(6) VALUE SPACES.
       01  WS-CMD-TOKENS.
       01  WS-COND-TEXT         PIC X(60) VALUE SPACES.
       01  WS-COND-HIT          PIC 9(3) COMP-5 VALUE 0.
       01  WS-COND-MET          PIC X VALUE "Y".
       01  WS-PFX-TOKEN         PIC X(255) VALUE SPACES.
       01  WS-PFX-LEN           PIC 9(3) COMP-5 VALUE 0.
       01  WS-PFX-MORE          PIC X VALUE "Y".
       01  WS-PFX-REST          PIC X(255) VALUE SPACES.
      *> A CONDITION MAY ONLY SEE STEPS NUMBERED BELOW THIS LIMIT -
      *> THE STEP ITSELF, OR THE FIRST STEP OF ITS PARALLEL GROUP.
       01  WS-COND-LIMIT        PIC 9(3) COMP-5 VALUE 0.

      *> PARALLEL GROUPS: ONE ENTRY PER GROUP FOR THE SUMMARY, AND
      *> THE SLOT TABLE OF STEPS IN FLIGHT FOR THE GROUP RUNNING NOW.
      *> A GROUP STEP RUNS IN THE BACKGROUND AND LEAVES ITS EXIT CODE
      *> IN stepNNN.rc BESIDE ITS SPOOL FILE; THE FILE APPEARING IS
      *> THE SIGNAL THE STEP HAS ENDED.
       01  WS-GROUP-DEFAULT     PIC 9(2) VALUE 4.
       01  WS-GROUP-LIMIT       PIC 9(2) VALUE 20.
       01  WS-GROUP-COUNT       PIC 9(2) COMP-5 VALUE 0.
       01  WS-GROUP-TABLE-MAX   PIC 9(2) COMP-5 VALUE 50.
       01  WS-GROUPS-IN-DECK    PIC 9(3) COMP-5 VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 50 TIMES.
               10  WS-GRP-MAXPAR   PIC 9(2).
               10  WS-GRP-FIRST    PIC 9(3) COMP-5.
               10  WS-GRP-LAST     PIC 9(3) COMP-5.
               10  WS-GRP-START    PIC X(19).
               10  WS-GRP-END      PIC X(19).
       01  WS-GROUP-IDX         PIC 9(2) COMP-5 VALUE 0.
       01  WS-GROUP-DISP        PIC 9(2).
       01  WS-GROUP-OPEN        PIC X VALUE "N".
       01  WS-GROUP-MAX-TXT     PIC X(10) VALUE SPACES.
       01  WS-GROUP-MAX-NUM     PIC 9(3) VALUE 0.
       01  WS-GRP-NEXT-LINE     PIC 9(3) COMP-5 VALUE 0.
       01  WS-GRP-END-LINE      PIC 9(3) COMP-5 VALUE 0.
       01  WS-GRP-HALT          PIC X VALUE "N".
       01  WS-GRP-ENDED-ONE     PIC X VALUE "N".
       01  WS-GRP-RUNNING       PIC 9(2) COMP-5 VALUE 0.
       01  WS-GRP-SLOTS.
           05  WS-GRP-SLOT      PIC 9(3) COMP-5 OCCURS 20 TIMES.
       01  WS-SLOT-IDX          PIC 9(2) COMP-5 VALUE 0.
       01  WS-GRP-POLL-SECS     PIC 9(2) VALUE 1.
       01  WS-STEPRC-PATH       PIC X(255) VALUE SPACES.
       01  WS-STEPRC-STATUS     PIC XX VALUE SPACES.
       01  WS-STEPRC-LINE       PIC X(20) VALUE SPACES.
       01  WS-STEP-LAST-DISP    PIC 9(3).
       01  WS-GRP-ENQ-BLOCKED   PIC X VALUE "N".
       01  WS-GRP-ENQ-SINCE     PIC 9(11) COMP-5 VALUE 0.

      *> DATASET ENQUEUE: THE SHARED CLAIM FILE AND ITS LOCK, THE
      *> CLAIMS THE STEP IN FLIGHT ASKS FOR, AND THE WHOLE CLAIM
      *> FILE AS READ UNDER THE LOCK.
       01  WS-ENQ-PATH          PIC X(255) VALUE "dataset.enq".
       01  WS-ENQ-STATUS        PIC XX VALUE SPACES.
       01  WS-ENQ-EOF           PIC X VALUE "N".
       01  WS-ENQ-LOCK-CMD      PIC X(600) VALUE SPACES.
       01  WS-ENQ-LOCK-HELD     PIC X VALUE "N".
       01  WS-ENQ-LOCK-TRIES    PIC 9(2) COMP-5 VALUE 0.
       01  WS-ENQ-LOCK-MAX      PIC 9(2) COMP-5 VALUE 10.
       01  WS-ENQ-WAIT-SECS     PIC 9(5) VALUE 300.
       01  WS-ENQ-WAIT-STEP     PIC 9(5) VALUE 0.
       01  WS-ENQ-WAIT-SET      PIC X VALUE "N".
       01  WS-ENQ-LIMIT         PIC 9(5) VALUE 0.
       01  WS-ENQ-GOT           PIC X VALUE "N".
       01  WS-ENQ-CHANGED       PIC X VALUE "N".
       01  WS-ENQ-CONFLICT      PIC X(160) VALUE SPACES.
       01  WS-ENQ-REL-STEP      PIC 9(3) COMP-5 VALUE 0.
       01  WS-ENQ-FIRST-SECS    PIC 9(11) COMP-5 VALUE 0.
       01  WS-NOW-SECS          PIC 9(11) COMP-5 VALUE 0.
       01  WS-MY-PID            PIC 9(9) COMP-5 VALUE 0.
       01  WS-PID-DISP          PIC 9(9).
       01  WS-STEP-CLAIM-COUNT  PIC 9(2) COMP-5 VALUE 0.
       01  WS-STEP-CLAIMS.
           05  WS-STEP-CLAIM OCCURS 10 TIMES.
               10  WS-SCL-MODE     PIC X(3).
               10  WS-SCL-DSN      PIC X(200).
       01  WS-SCL-IDX           PIC 9(2) COMP-5 VALUE 0.
       01  WS-CLAIM-MODE-CUR    PIC X(3) VALUE SPACES.
       01  WS-CLAIM-LIST        PIC X(255) VALUE SPACES.
       01  WS-CLAIM-PTR         PIC 9(3) COMP-5 VALUE 0.
       01  WS-CLAIM-ONE         PIC X(200) VALUE SPACES.
       01  WS-CLAIM-MAX         PIC 9(3) COMP-5 VALUE 200.
       01  WS-CLAIM-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM-ENTRY OCCURS 200 TIMES.
               10  WS-CLM-MODE     PIC X(3).
               10  WS-CLM-RUN-ID   PIC X(26).
               10  WS-CLM-STEP     PIC 9(3).
               10  WS-CLM-PID      PIC 9(9).
               10  WS-CLM-SINCE    PIC X(19).
               10  WS-CLM-DSN      PIC X(200).
               10  WS-CLM-KEEP     PIC X.
       01  WS-CLM-IDX           PIC 9(3) COMP-5 VALUE 0.
       01  WS-CLM-OUT           PIC 9(3) COMP-5 VALUE 0.

      *> tool.cfg KEYS JobRunner READS ITSELF (ConfigReader'S SHARED
      *> CONTRACT DOES NOT CARRY THEM), GLOBALLY OR UNDER A
      *> [JOBRUNNER] SECTION, THE WAY HouseKeep READS ITS KEEP-*.
       01  WS-CONFIG-FILENAME   PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS     PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF        PIC X VALUE "N".
       01  WS-CONFIG-LINE       PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY        PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE      PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION   PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED      PIC X(255) VALUE SPACES.
       01  WS-CFG-LINE-LEN      PIC 9(3) COMP-5 VALUE 0.

      *> THE SAME CHARACTER SCREEN ToolMenu'S VALIDATE-PARAMETERS
      *> APPLIES BEFORE A LINE IS HANDED TO THE SHELL.
       01  WS-PARAM-IDX         PIC 9(3) VALUE 0.
       01  WS-ONE-CHAR          PIC X VALUE SPACE.
       01  WS-PARAMS-OK         PIC X VALUE "Y".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE

           IF WS-CMD-LINE = SPACES
               MOVE "JOB001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *> FIRST TOKEN IS THE DECK; --restart AND --validate MAY SIT
      *> ANYWHERE AMONG THE REST, AND EVERY OTHER EXTRA TOKEN BECOMES
      *> &1, &2, ... IN ORDER.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-TOKEN(1) WS-CMD-TOKEN(2) WS-CMD-TOKEN(3)
                    WS-CMD-TOKEN(4) WS-CMD-TOKEN(5) WS-CMD-TOKEN(6)
           MOVE WS-CMD-TOKEN(1) TO WS-JOB-PATH
           PERFORM VARYING WS-CMD-TOK-IDX FROM 2 BY 1
                   UNTIL WS-CMD-TOK-IDX > WS-CMD-TOK-COUNT
               EVALUATE WS-CMD-TOKEN(WS-CMD-TOK-IDX)
                   WHEN "--restart"
                       MOVE "Y" TO WS-RESTART-MODE
                   WHEN "--validate"
                       MOVE "Y" TO WS-VALIDATE-MODE
                   WHEN OTHER
                       IF WS-SUB-ARG-COUNT < 9
                           ADD 1 TO WS-SUB-ARG-COUNT
                           MOVE WS-CMD-TOKEN(WS-CMD-TOK-IDX)(1:80)
                               TO WS-SUB-ARG(WS-SUB-ARG-COUNT)
                       END-IF
               END-EVALUATE
           END-PERFORM

           PERFORM READ-JOB-CONFIG
           CALL "C$GETPID" RETURNING WS-MY-PID
           IF WS-VALIDATE-MODE = "Y"
               MOVE "N" TO WS-RESTART-MODE
           END-IF

           MOVE SPACES TO WS-CKPT-PATH
           STRING FUNCTION TRIM(WS-JOB-PATH) ".ckpt"
               DELIMITED BY SIZE INTO WS-CKPT-PATH

           OPEN INPUT JOB-FILE
           IF WS-JOB-STATUS NOT = "00"
               MOVE "JOB002S" TO WS-MSG-ID
               MOVE WS-JOB-PATH TO WS-MSG-SLOT(1)
               MOVE WS-JOB-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      *> A DRY RUN STOPS HERE, BEFORE ANY SPOOL DIRECTORY, CLAIM OR
      *> CHECKPOINT IS TOUCHED.
           IF WS-VALIDATE-MODE = "Y"
               PERFORM LOAD-DECK
               CLOSE JOB-FILE
               PERFORM VALIDATE-DECK
               GOBACK
           END-IF

           PERFORM PREPARE-SPOOL-DIR

           PERFORM LOAD-DECK
           CLOSE JOB-FILE
           IF WS-DECK-ERROR = "Y"
               MOVE "JOB003S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SIGN-ON-BATCH-ID
           IF WS-AUTH-REFUSAL NOT = SPACES
               MOVE "JOB004S" TO WS-MSG-ID
               MOVE WS-AUTH-REFUSAL TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE WS-JOB-PATH TO WS-AUDIT-PARAMS
               MOVE SPACES TO WS-AUDIT-RESULT
               STRING "deck refused: " FUNCTION TRIM(WS-AUTH-REFUSAL)
                   ", submitted by " FUNCTION TRIM(WS-SUBMITTER)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
                   OR WS-STOPPED-EARLY = "Y"
               MOVE WS-DECK-LINE(WS-LINE-IDX) TO WS-JOB-LINE
               MOVE SPACES TO WS-DECK-TOK-1
               UNSTRING WS-JOB-LINE DELIMITED BY ALL SPACE
                   INTO WS-DECK-TOK-1
               END-UNSTRING
               IF WS-DECK-TOK-1 = "PARALLEL"
                   PERFORM RUN-PARALLEL-GROUP
               ELSE
                   PERFORM RUN-ONE-STEP
               END-IF
           END-PERFORM

           IF WS-STOPPED-EARLY = "N"
               PERFORM CLEAR-JOB-CHECKPOINT
           END-IF

      *> EVERY CLAIM IS DROPPED AS ITS STEP ENDS; THIS SWEEP ONLY
      *> CATCHES ONE A FAILED RELEASE LEFT BEHIND.
           MOVE 0 TO WS-ENQ-REL-STEP
           PERFORM RELEASE-STEP-ENQUEUE

           PERFORM PRINT-JOB-SUMMARY

           MOVE WS-JOB-PATH TO WS-AUDIT-PARAMS
           MOVE WS-FAILED-STEPS TO WS-STEP-DISP
           MOVE SPACES TO WS-AUDIT-RESULT
           IF WS-BATCH-ID = SPACES
               STRING "job complete, failed steps=" WS-STEP-DISP
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               STRING "job complete, failed steps=" WS-STEP-DISP
                   ", batch id " FUNCTION TRIM(WS-BATCH-ID)
                   ", submitted by " FUNCTION TRIM(WS-SUBMITTER)
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-FAILED-STEPS > 0
               MOVE SPACES TO WS-ALERT-REASON
               STRING "job " FUNCTION TRIM(WS-JOB-PATH)
                   " failed steps=" WS-STEP-DISP
                   DELIMITED BY SIZE INTO WS-ALERT-REASON
               CALL "AlertSender" USING WS-AUDIT-PROGRAM,
                   WS-ALERT-SEVERITY, WS-ALERT-REASON,
                   WS-JOBLOG-PATH
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
                           PERFORM PROCESS-DECK-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CHECK-PARALLEL-BLOCKS.

      *> CHECK-PARALLEL-BLOCKS MAKES SURE EVERY PARALLEL LINE IS
      *> CLOSED BY AN ENDPARALLEL, GROUPS DO NOT NEST OR RUN EMPTY,
      *> AND MAX= IS A WHOLE NUMBER FROM 1 TO THE SLOT LIMIT - A
      *> MALFORMED GROUP REFUSES THE DECK RATHER THAN RUNNING HALF
      *> OF IT IN THE WRONG ORDER. SO DOES A DECK WITH MORE GROUPS
      *> THAN THE GROUP TABLE HOLDS, WHOSE SUMMARY WOULD BE WRONG.
       CHECK-PARALLEL-BLOCKS.
           MOVE "N" TO WS-GROUP-OPEN
           MOVE 0 TO WS-GROUPS-IN-DECK
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               MOVE SPACES TO WS-DECK-TOK-1
               MOVE SPACES TO WS-DECK-TOK-2
               UNSTRING WS-DECK-LINE(WS-LINE-IDX) DELIMITED BY ALL SPACE
                   INTO WS-DECK-TOK-1 WS-DECK-TOK-2
               END-UNSTRING
               EVALUATE WS-DECK-TOK-1
                   WHEN "PARALLEL"
                       IF WS-GROUP-OPEN = "Y"
                           MOVE "JOB005E" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           MOVE "Y" TO WS-DECK-ERROR
                       END-IF
                       MOVE "Y" TO WS-GROUP-OPEN
                       ADD 1 TO WS-GROUPS-IN-DECK
                       MOVE WS-LINE-IDX TO WS-GRP-NEXT-LINE
                       PERFORM PARSE-GROUP-MAX
                       IF WS-GROUP-MAX-NUM = 0
                           MOVE "JOB006E" TO WS-MSG-ID
                           MOVE WS-DECK-TOK-2 TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                           MOVE "Y" TO WS-DECK-ERROR
                       END-IF
                   WHEN "ENDPARALLEL"
                       IF WS-GROUP-OPEN = "N"
                           MOVE "JOB007E" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           MOVE "Y" TO WS-DECK-ERROR
                       ELSE
                           IF WS-LINE-IDX = WS-GRP-NEXT-LINE + 1
                               MOVE "JOB008E" TO WS-MSG-ID
                               PERFORM ISSUE-MESSAGE
                               MOVE "Y" TO WS-DECK-ERROR
                           END-IF
                       END-IF
                       MOVE "N" TO WS-GROUP-OPEN
               END-EVALUATE
           END-PERFORM
           IF WS-GROUP-OPEN = "Y"
               MOVE "JOB009E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-DECK-ERROR
           END-IF
           IF WS-GROUPS-IN-DECK > WS-GROUP-TABLE-MAX
               MOVE "JOB029E" TO WS-MSG-ID
               MOVE WS-GROUPS-IN-DECK TO WS-MSG-SLOT(1)
               MOVE WS-GROUP-TABLE-MAX TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-DECK-ERROR
           END-IF.

      *> PARSE-GROUP-MAX TAKES THE OPTIONAL MAX=<n> TOKEN (ALREADY IN
      *> WS-DECK-TOK-2) OFF A PARALLEL LINE; 0 MEANS IT IS UNUSABLE.
       PARSE-GROUP-MAX.
           MOVE WS-GROUP-DEFAULT TO WS-GROUP-MAX-NUM
           IF WS-DECK-TOK-2 NOT = SPACES
               MOVE 0 TO WS-GROUP-MAX-NUM
               IF WS-DECK-TOK-2(1:4) = "MAX="
                   MOVE WS-DECK-TOK-2(5:10) TO WS-GROUP-MAX-TXT
                   IF FUNCTION TEST-NUMVAL(WS-GROUP-MAX-TXT) = 0
                       AND FUNCTION NUMVAL(WS-GROUP-MAX-TXT) >= 1
                       AND FUNCTION NUMVAL(WS-GROUP-MAX-TXT)
                           <= WS-GROUP-LIMIT
                       COMPUTE WS-GROUP-MAX-NUM =
                           FUNCTION NUMVAL(WS-GROUP-MAX-TXT)
                   END-IF
               END-IF
           END-IF.

      *> PROCESS-DECK-LINE ROUTES ONE RAW LINE: AN INCLUDE DIRECTIVE
      *> SPLICES THE NAMED DECK IN, ANYTHING ELSE IS A STEP LINE.
               INTO WS-DECK-TOK-1 WS-DECK-TOK-2
           END-UNSTRING

           EVALUATE TRUE
               WHEN WS-DECK-TOK-1 = "INCLUDE"
                   PERFORM READ-INCLUDE-DECK
               WHEN WS-DECK-TOK-1 = "BATCHID"
                   MOVE WS-DECK-TOK-2 TO WS-AUTH-ARGS
                   PERFORM SET-DECK-BATCH-ID
               WHEN WS-DECK-TOK-1(1:8) = "BATCHID="
                   MOVE WS-DECK-TOK-1(9:) TO WS-AUTH-ARGS
                   PERFORM SET-DECK-BATCH-ID
               WHEN OTHER
                   PERFORM STORE-DECK-LINE
           END-EVALUATE.

      *> SET-DECK-BATCH-ID TAKES THE BATCH ID FROM A BATCHID LINE. A
      *> DECK NAMES ONE BATCH ID ONLY.
       SET-DECK-BATCH-ID.
           IF WS-AUTH-ARGS = SPACES
               MOVE "JOB010E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-DECK-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-BATCH-ID NOT = SPACES
               MOVE "JOB011E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-DECK-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AUTH-ARGS))
               TO WS-BATCH-ID.

      *> SIGN-ON-BATCH-ID NOTES WHO SUBMITTED THE DECK, THEN SIGNS
      *> THE DECK'S BATCH ID ON THROUGH OperatorAuth. WS-AUTH-REFUSAL
      *> COMES BACK NON-BLANK WHEN THE DECK MAY NOT RUN AT ALL. WITH
      *> AUTHORIZATION NOT SET UP A BATCH ID IS STILL CARRIED INTO
      *> THE AUDIT TRAIL, BUT NOTHING IS CHECKED.
       SIGN-ON-BATCH-ID.
           MOVE SPACES TO WS-AUTH-REFUSAL
           MOVE SPACES TO WS-SUBMITTER
           ACCEPT WS-SUBMITTER FROM ENVIRONMENT "TOOLKIT_OPERATOR"
               ON EXCEPTION
                   MOVE SPACES TO WS-SUBMITTER
           END-ACCEPT
           IF WS-SUBMITTER = SPACES
               ACCEPT WS-SUBMITTER FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE SPACES TO WS-SUBMITTER
               END-ACCEPT
           END-IF
           IF WS-SUBMITTER = SPACES
               MOVE "-" TO WS-SUBMITTER
           END-IF

           MOVE "S" TO WS-AUTH-FUNCTION
           MOVE SPACES TO WS-AUTH-ARGS
           CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-BATCH-ID,
               WS-AUTH-TOOL, WS-AUTH-ARGS, WS-AUTH-NAME, WS-AUTH-ROLE,
               WS-AUTH-VERDICT

           EVALUATE TRUE
               WHEN WS-AUTH-VERDICT = "X"
                   MOVE "N" TO WS-AUTH-ACTIVE
               WHEN WS-BATCH-ID = SPACES
                   MOVE "deck names no BATCHID" TO WS-AUTH-REFUSAL
               WHEN WS-AUTH-VERDICT = "U"
                   STRING "batch id " FUNCTION TRIM(WS-BATCH-ID)
                       " is not a known operator"
                       DELIMITED BY SIZE INTO WS-AUTH-REFUSAL
               WHEN WS-AUTH-VERDICT = "L"
                   STRING "batch id " FUNCTION TRIM(WS-BATCH-ID)
                       " may not run from this OS login"
                       DELIMITED BY SIZE INTO WS-AUTH-REFUSAL
               WHEN OTHER
                   MOVE "Y" TO WS-AUTH-ACTIVE
           END-EVALUATE
           IF WS-AUTH-REFUSAL NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-BATCH-ID NOT = SPACES
               SET ENVIRONMENT "TOOLKIT_OPERATOR" TO WS-BATCH-ID
               IF WS-AUTH-ACTIVE = "Y"
                   DISPLAY "Running under batch id "
                       FUNCTION TRIM(WS-BATCH-ID) " (role "
                       FUNCTION TRIM(WS-AUTH-ROLE) "), submitted by "
                       FUNCTION TRIM(WS-SUBMITTER)
               ELSE
                   DISPLAY "Running under batch id "
                       FUNCTION TRIM(WS-BATCH-ID)
                       " (operator authorization is not set up), "
                       "submitted by " FUNCTION TRIM(WS-SUBMITTER)
               END-IF
           END-IF.

      *> CHECK-STEP-AUTHORIZED ASKS OperatorAuth WHETHER THE BATCH
      *> ID'S ROLE MAY RUN THE SCREENED STEP LINE - ITS FIRST TOKEN
      *> IS THE TOOL, THE REST ITS ARGUMENTS.
       CHECK-STEP-AUTHORIZED.
           MOVE "Y" TO WS-STEP-AUTH-OK
           IF WS-AUTH-ACTIVE = "N" OR WS-PARAMS-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AUTH-TOOL
           MOVE SPACES TO WS-AUTH-ARGS
           MOVE 0 TO WS-AUTH-TOOL-LEN
           UNSTRING WS-JOB-LINE DELIMITED BY " "
               INTO WS-AUTH-TOOL COUNT IN WS-AUTH-TOOL-LEN
           END-UNSTRING
           IF WS-AUTH-TOOL-LEN + 2 <= 255
               MOVE WS-JOB-LINE(WS-AUTH-TOOL-LEN + 2:) TO WS-AUTH-ARGS
           END-IF
           MOVE "C" TO WS-AUTH-FUNCTION
           CALL "OperatorAuth" USING WS-AUTH-FUNCTION, WS-BATCH-ID,
               WS-AUTH-TOOL, WS-AUTH-ARGS, WS-AUTH-NAME, WS-AUTH-ROLE,
               WS-AUTH-VERDICT
           IF WS-AUTH-VERDICT NOT = "Y"
               MOVE "N" TO WS-STEP-AUTH-OK
           END-IF.

      *> READ-INCLUDE-DECK SPLICES ONE SHARED DECK IN. ONE LEVEL OF
           MOVE "N" TO WS-INCLUDE-EOF
           OPEN INPUT INCLUDE-FILE
           IF WS-INCLUDE-STATUS NOT = "00"
               MOVE "JOB012E" TO WS-MSG-ID
               MOVE WS-INCLUDE-PATH TO WS-MSG-SLOT(1)
               MOVE WS-INCLUDE-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-DECK-ERROR
           ELSE
               PERFORM UNTIL WS-INCLUDE-EOF = "Y"
                           IF WS-INCLUDE-LINE NOT = SPACES
                               AND WS-INCLUDE-LINE(1:1) NOT = "*"
                               IF WS-INCLUDE-LINE(1:8) = "INCLUDE "
                                   MOVE "JOB013E" TO WS-MSG-ID
                                   MOVE WS-INCLUDE-PATH
                                       TO WS-MSG-SLOT(1)
                                   PERFORM ISSUE-MESSAGE
                                   MOVE "Y" TO WS-DECK-ERROR
                               ELSE
                                   MOVE WS-INCLUDE-LINE TO WS-JOB-LINE
           IF WS-LINE-COUNT < WS-DECK-MAX
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-SUB-OUT TO WS-DECK-LINE(WS-LINE-COUNT)
               MOVE WS-SUB-MISSING TO WS-DECK-SYM-MISS(WS-LINE-COUNT)
           ELSE
               IF WS-DECK-OVERFLOW = "N"
                   MOVE "Y" TO WS-DECK-OVERFLOW
                   MOVE "JOB014E" TO WS-MSG-ID
                   MOVE WS-DECK-MAX TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF.

      *> SUBSTITUTE-LINE COPIES WS-SUB-IN TO WS-SUB-OUT REPLACING
      *> &DATE, &TIME AND &1..&9 AS IT GOES; AN AMPERSAND THAT OPENS
      *> NO KNOWN SYMBOL IS COPIED AS ITSELF. AN &n BEYOND THE
      *> ARGUMENTS GIVEN BECOMES NOTHING, AND THE FIRST SUCH n IS
      *> LEFT IN WS-SUB-MISSING.
       SUBSTITUTE-LINE.
           MOVE SPACES TO WS-SUB-OUT
           MOVE 0 TO WS-SUB-MISSING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUB-IN TRAILING))
               TO WS-SUB-LEN
           MOVE 0 TO WS-SUB-O
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                               WS-SUB-VAL)) TO WS-SUB-VAL-LEN
                           PERFORM APPEND-SUB-VALUE
                       ELSE
                           IF WS-SUB-MISSING = 0
                               MOVE WS-SUB-N TO WS-SUB-MISSING
                           END-IF
                       END-IF
                       ADD 2 TO WS-SUB-I
                   WHEN OTHER
           END-IF

           IF WS-STEP-COUNT >= WS-STEP-MAX
               MOVE "JOB015E" TO WS-MSG-ID
               MOVE WS-STEP-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-STOPPED-EARLY
           ELSE
               ADD 1 TO WS-STEP-COUNT

               PERFORM PARSE-STEP-PREFIXES
               MOVE WS-STEP-NAME-CUR TO WS-STEP-NAME(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-GROUP(WS-STEP-COUNT)
               MOVE WS-STEP-ALLOW-FAIL TO WS-STEP-ALLOW(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)

      *> A RESTARTED RUN SKIPS EVERY STEP THE CHECKPOINT SAYS THE
      *> PRIOR RUN ALREADY MOVED PAST, RECORDING IT AS "PRIOR" SO
               END-IF

               IF WS-COND-ACTIVE = "Y"
                   MOVE WS-STEP-COUNT TO WS-COND-LIMIT
                   PERFORM EVALUATE-STEP-CONDITION
                   IF WS-COND-MET = "N"
                       MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
               END-IF

               PERFORM VALIDATE-STEP-LINE
               PERFORM CHECK-STEP-AUTHORIZED
               MOVE "Y" TO WS-ENQ-GOT
               MOVE "N" TO WS-STEP-ENQ(WS-STEP-COUNT)
               IF WS-PARAMS-OK = "Y" AND WS-STEP-AUTH-OK = "Y"
                   AND WS-STEP-CLAIM-COUNT > 0
                   PERFORM WAIT-STEP-ENQUEUE
               END-IF

               EVALUATE TRUE
                   WHEN WS-PARAMS-OK = "N"
                       MOVE -1 TO WS-STEP-RC(WS-STEP-COUNT)
                       MOVE "REJECTED" TO WS-STEP-STATE(WS-STEP-COUNT)
                       ADD 1 TO WS-FAILED-STEPS
                       MOVE "JOB024E" TO WS-MSG-ID
                       MOVE WS-JOB-LINE TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       IF WS-STEP-ALLOW-FAIL = "N"
                           MOVE "Y" TO WS-STOPPED-EARLY
                       END-IF
                   WHEN WS-STEP-AUTH-OK = "N"
                       MOVE -1 TO WS-STEP-RC(WS-STEP-COUNT)
                       MOVE "NOTAUTH" TO WS-STEP-STATE(WS-STEP-COUNT)
                       ADD 1 TO WS-FAILED-STEPS
                       MOVE "JOB025E" TO WS-MSG-ID
                       MOVE WS-BATCH-ID TO WS-MSG-SLOT(1)
                       MOVE WS-JOB-LINE TO WS-MSG-SLOT(2)
                       PERFORM ISSUE-MESSAGE
                       IF WS-STEP-ALLOW-FAIL = "N"
                           MOVE "Y" TO WS-STOPPED-EARLY
                       END-IF
                   WHEN WS-ENQ-GOT = "N"
                       PERFORM FAIL-STEP-ENQUEUE
                       IF WS-STEP-ALLOW-FAIL = "N"
                           MOVE "Y" TO WS-STOPPED-EARLY
                       END-IF
                   WHEN OTHER
                       PERFORM LAUNCH-ONE-STEP
               END-EVALUATE

      *> A STEP THE DECK MOVED PAST (OK, OR FAILED BUT MARKED
      *> CONTINUE-ON-ERROR) ADVANCES THE CHECKPOINT; A STOPPING
      *> FAILURE DOES NOT, SO --restart RE-RUNS EXACTLY THAT STEP.
               IF WS-STOPPED-EARLY = "N"
                   PERFORM WRITE-JOB-CHECKPOINT
               END-IF
           END-IF.

      *> LAUNCH-ONE-STEP RUNS THE SCREENED STEP LINE THROUGH cobcrun,
      *> RECORDS ITS OUTCOME AND GIVES BACK ANY DATASET CLAIMS IT
      *> HELD.
       LAUNCH-ONE-STEP.
           MOVE WS-STEP-COUNT TO WS-STEP-DISP
           DISPLAY "Step " WS-STEP-DISP ": "
               FUNCTION TRIM(WS-JOB-LINE)

           MOVE SPACES TO WS-STEP-SPOOL(WS-STEP-COUNT)
           STRING "step" WS-STEP-DISP ".out"
               DELIMITED BY SIZE
               INTO WS-STEP-SPOOL(WS-STEP-COUNT)
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-STEP-START(WS-STEP-COUNT)

      *> EACH STEP'S STDOUT AND STDERR GO TO ITS OWN SPOOL FILE
      *> INSTEAD OF THE SHARED CONSOLE.
           MOVE SPACES TO WS-STEP-COMMAND
           STRING "cobcrun " FUNCTION TRIM(WS-JOB-LINE)
               " > " FUNCTION TRIM(WS-SPOOL-DIR)
               "/" FUNCTION TRIM(WS-STEP-SPOOL(WS-STEP-COUNT))
               " 2>&1"
               DELIMITED BY SIZE INTO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
      *> CALL "SYSTEM" HANDS BACK THE RAW WAIT STATUS; THE CHILD'S
      *> EXIT CODE IS ITS HIGH BYTE.
           COMPUTE WS-STEP-EXIT-CODE = RETURN-CODE / 256
           MOVE 0 TO RETURN-CODE
           MOVE WS-STEP-EXIT-CODE TO WS-STEP-RC(WS-STEP-COUNT)
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-STEP-END(WS-STEP-COUNT)

           IF WS-STEP-EXIT-CODE = 0
               MOVE "OK" TO WS-STEP-STATE(WS-STEP-COUNT)
           ELSE
               MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-COUNT)
               ADD 1 TO WS-FAILED-STEPS
               IF WS-STEP-ALLOW-FAIL = "N"
                   MOVE "JOB026E" TO WS-MSG-ID
                   MOVE WS-STEP-DISP TO WS-MSG-SLOT(1)
                   MOVE WS-STEP-EXIT-CODE TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   MOVE "Y" TO WS-STOPPED-EARLY
               END-IF
           END-IF

           IF WS-STEP-ENQ(WS-STEP-COUNT) = "Y"
               MOVE WS-STEP-COUNT TO WS-ENQ-REL-STEP
               PERFORM RELEASE-STEP-ENQUEUE
           END-IF.

      *> RUN-PARALLEL-GROUP RUNS THE BLOCK FROM THE PARALLEL LINE AT
      *> WS-LINE-IDX TO ITS ENDPARALLEL: IT KEEPS UP TO MAX= STEPS IN
      *> FLIGHT, STARTING THE NEXT AS EACH ONE ENDS, AND RETURNS ONLY
      *> WHEN EVERY STEP IT STARTED HAS ENDED. WS-LINE-IDX IS LEFT ON
      *> THE ENDPARALLEL LINE SO THE MAIN LOOP CARRIES ON AFTER IT.
       RUN-PARALLEL-GROUP.
           MOVE SPACES TO WS-DECK-TOK-2
           UNSTRING WS-JOB-LINE DELIMITED BY ALL SPACE
               INTO WS-DECK-TOK-1 WS-DECK-TOK-2
           END-UNSTRING
           PERFORM PARSE-GROUP-MAX

           COMPUTE WS-GRP-NEXT-LINE = WS-LINE-IDX + 1
           MOVE WS-GRP-NEXT-LINE TO WS-GRP-END-LINE
           PERFORM UNTIL WS-GRP-END-LINE >= WS-LINE-COUNT
                   OR WS-DECK-LINE(WS-GRP-END-LINE)(1:11)
                       = "ENDPARALLEL"
               ADD 1 TO WS-GRP-END-LINE
           END-PERFORM

           IF WS-GROUP-COUNT < WS-GROUP-TABLE-MAX
               ADD 1 TO WS-GROUP-COUNT
           END-IF
           MOVE WS-GROUP-COUNT TO WS-GROUP-IDX
           MOVE WS-GROUP-IDX TO WS-GROUP-DISP
           MOVE WS-GROUP-MAX-NUM TO WS-GRP-MAXPAR(WS-GROUP-IDX)
           COMPUTE WS-GRP-FIRST(WS-GROUP-IDX) = WS-STEP-COUNT + 1
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-GRP-START(WS-GROUP-IDX)
           DISPLAY "Parallel group " WS-GROUP-DISP ": up to "
               WS-GRP-MAXPAR(WS-GROUP-IDX) " steps at once"

           MOVE "N" TO WS-GRP-HALT
           MOVE 0 TO WS-GRP-RUNNING
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-GROUP-LIMIT
               MOVE 0 TO WS-GRP-SLOT(WS-SLOT-IDX)
           END-PERFORM

           MOVE 0 TO WS-GRP-ENQ-SINCE
           PERFORM UNTIL WS-GRP-RUNNING = 0
                   AND (WS-GRP-NEXT-LINE >= WS-GRP-END-LINE
                        OR WS-GRP-HALT = "Y")
               MOVE "N" TO WS-GRP-ENQ-BLOCKED
               PERFORM UNTIL WS-GRP-RUNNING >=
                       WS-GRP-MAXPAR(WS-GROUP-IDX)
                       OR WS-GRP-NEXT-LINE >= WS-GRP-END-LINE
                       OR WS-GRP-HALT = "Y"
                       OR WS-GRP-ENQ-BLOCKED = "Y"
                   PERFORM LAUNCH-GROUP-STEP
               END-PERFORM
               IF WS-GRP-RUNNING > 0
                   PERFORM POLL-GROUP-STEPS
                   IF WS-GRP-ENDED-ONE = "N"
                       CALL "C$SLEEP" USING WS-GRP-POLL-SECS
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-GRP-ENQ-BLOCKED = "Y"
                       CALL "C$SLEEP" USING WS-GRP-POLL-SECS
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-STEP-COUNT TO WS-GRP-LAST(WS-GROUP-IDX)
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-GRP-END(WS-GROUP-IDX)
           MOVE WS-GRP-END-LINE TO WS-LINE-IDX

      *> THE CHECKPOINT MOVES PAST THE GROUP ONLY AS A WHOLE: A
      *> STOPPING FAILURE LEAVES IT BEFORE THE GROUP, SO --restart
      *> RUNS THE GROUP AGAIN FROM ITS FIRST STEP.
           IF WS-GRP-HALT = "Y"
               MOVE "JOB027E" TO WS-MSG-ID
               MOVE WS-GROUP-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-STOPPED-EARLY
           ELSE
               PERFORM WRITE-JOB-CHECKPOINT
           END-IF.

      *> LAUNCH-GROUP-STEP TAKES THE GROUP'S NEXT STEP LINE THROUGH
      *> THE SAME PREFIX, RESTART, CONDITION AND SCREENING RULES AS
      *> RUN-ONE-STEP, THEN STARTS IT IN THE BACKGROUND AND PARKS ITS
      *> STEP NUMBER IN A FREE SLOT.
       LAUNCH-GROUP-STEP.
           MOVE WS-DECK-LINE(WS-GRP-NEXT-LINE) TO WS-JOB-LINE
           ADD 1 TO WS-GRP-NEXT-LINE
           MOVE "N" TO WS-STEP-ALLOW-FAIL
           IF WS-JOB-LINE(1:1) = "-"
               MOVE "Y" TO WS-STEP-ALLOW-FAIL
               MOVE WS-JOB-LINE(2:254) TO WS-JOB-LINE(1:254)
               MOVE SPACE TO WS-JOB-LINE(255:1)
           END-IF

           IF WS-STEP-COUNT >= WS-STEP-MAX
               MOVE "JOB015E" TO WS-MSG-ID
               MOVE WS-STEP-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE "Y" TO WS-GRP-HALT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-JOB-LINE(1:80) TO WS-STEP-TEXT(WS-STEP-COUNT)
           PERFORM PARSE-STEP-PREFIXES
           MOVE WS-STEP-NAME-CUR TO WS-STEP-NAME(WS-STEP-COUNT)
           MOVE WS-GROUP-IDX TO WS-STEP-GROUP(WS-STEP-COUNT)
           MOVE WS-STEP-ALLOW-FAIL TO WS-STEP-ALLOW(WS-STEP-COUNT)
           MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)
           MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
           MOVE WS-STEP-COUNT TO WS-STEP-DISP

           IF WS-RESTART-MODE = "Y"
               AND WS-STEP-COUNT <= WS-CKPT-STEP
               MOVE "PRIOR" TO WS-STEP-STATE(WS-STEP-COUNT)
               EXIT PARAGRAPH
           END-IF

           IF WS-COND-ACTIVE = "Y"
               MOVE WS-GRP-FIRST(WS-GROUP-IDX) TO WS-COND-LIMIT
               PERFORM EVALUATE-STEP-CONDITION
               IF WS-COND-MET = "N"
                   MOVE "SKIPPED" TO WS-STEP-STATE(WS-STEP-COUNT)
                   DISPLAY "Step " WS-STEP-DISP
                       " SKIPPED (condition not met)"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VALIDATE-STEP-LINE
           IF WS-PARAMS-OK = "N"
               MOVE -1 TO WS-STEP-RC(WS-STEP-COUNT)
               MOVE "REJECTED" TO WS-STEP-STATE(WS-STEP-COUNT)
               ADD 1 TO WS-FAILED-STEPS
               MOVE "JOB024E" TO WS-MSG-ID
               MOVE WS-JOB-LINE TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-STEP-ALLOW-FAIL = "N"
                   MOVE "Y" TO WS-GRP-HALT
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-STEP-AUTHORIZED
           IF WS-STEP-AUTH-OK = "N"
               MOVE -1 TO WS-STEP-RC(WS-STEP-COUNT)
               MOVE "NOTAUTH" TO WS-STEP-STATE(WS-STEP-COUNT)
               ADD 1 TO WS-FAILED-STEPS
               MOVE "JOB025E" TO WS-MSG-ID
               MOVE WS-BATCH-ID TO WS-MSG-SLOT(1)
               MOVE WS-JOB-LINE TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               IF WS-STEP-ALLOW-FAIL = "N"
                   MOVE "Y" TO WS-GRP-HALT
               END-IF
               EXIT PARAGRAPH
           END-IF

      *> A STEP WHOSE CLAIMS CONFLICT IS NOT WAITED FOR HERE - THAT
      *> WOULD STOP THE POLLING THAT FREES A SIBLING'S CLAIMS. IT IS
      *> BACKED OUT AND TRIED AGAIN ON THE NEXT ROUND, UNTIL ITS WAIT
      *> LIMIT RUNS OUT.
           MOVE "N" TO WS-STEP-ENQ(WS-STEP-COUNT)
           IF WS-STEP-CLAIM-COUNT > 0
               PERFORM TRY-STEP-ENQUEUE
               IF WS-ENQ-GOT = "N"
                   PERFORM SET-ENQ-LIMIT
                   PERFORM CURRENT-SECONDS
                   IF WS-GRP-ENQ-SINCE = 0
                       MOVE WS-NOW-SECS TO WS-GRP-ENQ-SINCE
                       DISPLAY "Step " WS-STEP-DISP " waiting: "
                           FUNCTION TRIM(WS-ENQ-CONFLICT)
                   END-IF
                   IF WS-NOW-SECS - WS-GRP-ENQ-SINCE >= WS-ENQ-LIMIT
                       MOVE 0 TO WS-GRP-ENQ-SINCE
                       PERFORM FAIL-STEP-ENQUEUE
                       IF WS-STEP-ALLOW-FAIL = "N"
                           MOVE "Y" TO WS-GRP-HALT
                       END-IF
                   ELSE
                       SUBTRACT 1 FROM WS-STEP-COUNT
                       SUBTRACT 1 FROM WS-GRP-NEXT-LINE
                       MOVE "Y" TO WS-GRP-ENQ-BLOCKED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-GRP-ENQ-SINCE
           END-IF

           DISPLAY "Step " WS-STEP-DISP " (group " WS-GROUP-DISP
               "): " FUNCTION TRIM(WS-JOB-LINE)
           MOVE SPACES TO WS-STEP-SPOOL(WS-STEP-COUNT)
           STRING "step" WS-STEP-DISP ".out"
               DELIMITED BY SIZE INTO WS-STEP-SPOOL(WS-STEP-COUNT)
           MOVE "RUNNING" TO WS-STEP-STATE(WS-STEP-COUNT)
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-STEP-START(WS-STEP-COUNT)

      *> THE STEP RUNS IN A BACKGROUND SUBSHELL THAT WRITES ITS EXIT
      *> CODE TO stepNNN.rc ONCE IT ENDS - VIA A RENAME, SO THE FILE
      *> NEVER APPEARS HALF WRITTEN. THE STEP'S OWN OUTPUT STILL GOES
      *> TO ITS SPOOL FILE, AND ONLY THE SCREENED STEP LINE COMES
      *> FROM THE DECK.
           MOVE SPACES TO WS-STEP-COMMAND
           STRING "( cobcrun " FUNCTION TRIM(WS-JOB-LINE)
               " > " FUNCTION TRIM(WS-SPOOL-DIR)
               "/step" WS-STEP-DISP ".out 2>&1 ; echo $? > "
               FUNCTION TRIM(WS-SPOOL-DIR) "/step" WS-STEP-DISP
               ".rc.tmp ; mv " FUNCTION TRIM(WS-SPOOL-DIR)
               "/step" WS-STEP-DISP ".rc.tmp "
               FUNCTION TRIM(WS-SPOOL-DIR) "/step" WS-STEP-DISP
               ".rc ) > /dev/null 2>&1 &"
               DELIMITED BY SIZE INTO WS-STEP-COMMAND
           CALL "SYSTEM" USING WS-STEP-COMMAND
           MOVE 0 TO RETURN-CODE

           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-GROUP-LIMIT
                   OR WS-GRP-SLOT(WS-SLOT-IDX) = 0
               CONTINUE
           END-PERFORM
           MOVE WS-STEP-COUNT TO WS-GRP-SLOT(WS-SLOT-IDX)
           ADD 1 TO WS-GRP-RUNNING.

      *> POLL-GROUP-STEPS LOOKS FOR THE EXIT-CODE FILE OF EVERY STEP
      *> IN FLIGHT, RECORDS EACH ONE THAT HAS ENDED AND FREES ITS
      *> SLOT. WS-GRP-ENDED-ONE SAYS WHETHER ANY ENDED THIS TIME.
       POLL-GROUP-STEPS.
           MOVE "N" TO WS-GRP-ENDED-ONE
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-GROUP-LIMIT
               IF WS-GRP-SLOT(WS-SLOT-IDX) > 0
                   PERFORM CHECK-GROUP-STEP-ENDED
               END-IF
           END-PERFORM.

      *> CHECK-GROUP-STEP-ENDED READS ONE STEP'S stepNNN.rc; WHEN IT
      *> IS THERE THE STEP IS MARKED OK OR FAILED THE WAY RUN-ONE-STEP
      *> MARKS IT, AND A STOP-ON-ERROR FAILURE IS REPORTED THE SAME
      *> WAY AND HALTS THE GROUP.
       CHECK-GROUP-STEP-ENDED.
           MOVE WS-GRP-SLOT(WS-SLOT-IDX) TO WS-STEP-IDX
           MOVE WS-STEP-IDX TO WS-STEP-DISP
           MOVE SPACES TO WS-STEPRC-PATH
           STRING FUNCTION TRIM(WS-SPOOL-DIR) "/step" WS-STEP-DISP
               ".rc" DELIMITED BY SIZE INTO WS-STEPRC-PATH
           MOVE SPACES TO WS-STEPRC-LINE
           OPEN INPUT STEPRC-FILE
           IF WS-STEPRC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ STEPRC-FILE INTO WS-STEPRC-LINE
               AT END
                   MOVE SPACES TO WS-STEPRC-LINE
           END-READ
           CLOSE STEPRC-FILE
           IF WS-STEPRC-LINE = SPACES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-STEP-EXIT-CODE = FUNCTION NUMVAL(WS-STEPRC-LINE)
           MOVE WS-STEP-EXIT-CODE TO WS-STEP-RC(WS-STEP-IDX)
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-STEP-END(WS-STEP-IDX)
           MOVE 0 TO WS-GRP-SLOT(WS-SLOT-IDX)
           SUBTRACT 1 FROM WS-GRP-RUNNING
           MOVE "Y" TO WS-GRP-ENDED-ONE
           IF WS-STEP-ENQ(WS-STEP-IDX) = "Y"
               MOVE WS-STEP-IDX TO WS-ENQ-REL-STEP
               PERFORM RELEASE-STEP-ENQUEUE
           END-IF
           MOVE WS-STEP-EXIT-CODE TO WS-STEP-RC-DISP

           IF WS-STEP-EXIT-CODE = 0
               MOVE "OK" TO WS-STEP-STATE(WS-STEP-IDX)
           ELSE
               MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
               ADD 1 TO WS-FAILED-STEPS
               IF WS-STEP-ALLOW(WS-STEP-IDX) = "N"
                   MOVE "Y" TO WS-GRP-HALT
               END-IF
           END-IF
           DISPLAY "Step " WS-STEP-DISP " ended "
               FUNCTION TRIM(WS-STEP-STATE(WS-STEP-IDX))
               " rc=" WS-STEP-RC-DISP
           IF WS-STEP-EXIT-CODE NOT = 0
               AND WS-STEP-ALLOW(WS-STEP-IDX) = "N"
               MOVE "JOB026E" TO WS-MSG-ID
               MOVE WS-STEP-DISP TO WS-MSG-SLOT(1)
               MOVE WS-STEP-EXIT-CODE TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> PARSE-STEP-PREFIXES STRIPS ANY LEADING NAME=/IF= TOKENS OFF
      *> THE STEP LINE, CAPTURING THE STEP'S NAME AND ITS CONDITION,
      *> SO ONLY THE BARE COMMAND REACHES THE SCREEN AND THE SHELL.
      *> SHR=/OLD=/ENQWAIT= CLAIM TOKENS COME OFF THE SAME WAY.
       PARSE-STEP-PREFIXES.
           MOVE SPACES TO WS-STEP-NAME-CUR
           MOVE "N" TO WS-COND-ACTIVE
           MOVE "Y" TO WS-PFX-MORE
           MOVE 0 TO WS-STEP-CLAIM-COUNT
           MOVE "N" TO WS-ENQ-WAIT-SET

           PERFORM UNTIL WS-PFX-MORE = "N"
               MOVE SPACES TO WS-PFX-TOKEN
                               FUNCTION NUMVAL(WS-COND-V-TXT)
                       END-IF
                       PERFORM STRIP-FIRST-TOKEN
                   WHEN WS-PFX-TOKEN(1:4) = "SHR="
                   WHEN WS-PFX-TOKEN(1:4) = "OLD="
                       MOVE WS-PFX-TOKEN(1:3) TO WS-CLAIM-MODE-CUR
                       MOVE WS-PFX-TOKEN(5:) TO WS-CLAIM-LIST
                       PERFORM ADD-STEP-CLAIMS
                       PERFORM STRIP-FIRST-TOKEN
                   WHEN WS-PFX-TOKEN(1:8) = "ENQWAIT="
                       MOVE "Y" TO WS-ENQ-WAIT-SET
                       COMPUTE WS-ENQ-WAIT-STEP =
                           FUNCTION NUMVAL(WS-PFX-TOKEN(9:10))
                       PERFORM STRIP-FIRST-TOKEN
                   WHEN OTHER
                       MOVE "N" TO WS-PFX-MORE
               END-EVALUATE
           END-PERFORM.

      *> ADD-STEP-CLAIMS FILES EACH FILE OF ONE SHR=/OLD= LIST AS A
      *> CLAIM OF THAT MODE FOR THE STEP IN FLIGHT.
       ADD-STEP-CLAIMS.
           MOVE 1 TO WS-CLAIM-PTR
           PERFORM UNTIL WS-CLAIM-PTR > 255
               MOVE SPACES TO WS-CLAIM-ONE
               UNSTRING WS-CLAIM-LIST DELIMITED BY "," OR " "
                   INTO WS-CLAIM-ONE
                   WITH POINTER WS-CLAIM-PTR
               END-UNSTRING
               IF WS-CLAIM-ONE = SPACES
                   MOVE 256 TO WS-CLAIM-PTR
               ELSE
                   IF WS-STEP-CLAIM-COUNT < 10
                       ADD 1 TO WS-STEP-CLAIM-COUNT
                       MOVE WS-CLAIM-MODE-CUR
                           TO WS-SCL-MODE(WS-STEP-CLAIM-COUNT)
                       MOVE WS-CLAIM-ONE
                           TO WS-SCL-DSN(WS-STEP-CLAIM-COUNT)
                   ELSE
                       MOVE "JOB016W" TO WS-MSG-ID
                       MOVE WS-CLAIM-ONE TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.

      *> STRIP-FIRST-TOKEN DROPS THE TOKEN JUST PARSED (AND ITS
      *> TRAILING BLANK) OFF THE FRONT OF THE STEP LINE.
       STRIP-FIRST-TOKEN.
           MOVE WS-PFX-REST TO WS-JOB-LINE.

      *> EVALUATE-STEP-CONDITION LOOKS THE CONDITION'S NAMED STEP UP
      *> AMONG THE STEPS ALREADY RECORDED (THOSE NUMBERED BELOW
      *> WS-COND-LIMIT) AND TESTS ITS RETURN CODE. A CONDITION
      *> NAMING AN UNKNOWN STEP FAILS LOUDLY RATHER THAN RUNNING THE
      *> STEP ON A GUESS.
       EVALUATE-STEP-CONDITION.
           MOVE 0 TO WS-COND-HIT
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX >= WS-COND-LIMIT
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-COND-NAME
                   AND WS-COND-NAME NOT = SPACES
                   MOVE WS-STEP-IDX TO WS-COND-HIT

           MOVE "N" TO WS-COND-MET
           IF WS-COND-HIT = 0
               MOVE "JOB017W" TO WS-MSG-ID
               MOVE WS-COND-NAME TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           ELSE
               EVALUATE WS-COND-OP
                   WHEN "EQ"
                           MOVE "Y" TO WS-COND-MET
                       END-IF
                   WHEN OTHER
                       MOVE "JOB018W" TO WS-MSG-ID
                       MOVE WS-COND-OP TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
               END-EVALUATE
           END-IF.

      *> WAIT-STEP-ENQUEUE ASKS FOR THE SEQUENTIAL STEP'S CLAIMS,
      *> TRYING AGAIN EVERY SECOND WHILE ANOTHER STEP HOLDS A
      *> CONFLICTING ONE, UNTIL THE WAIT LIMIT RUNS OUT.
       WAIT-STEP-ENQUEUE.
           PERFORM SET-ENQ-LIMIT
           PERFORM CURRENT-SECONDS
           MOVE WS-NOW-SECS TO WS-ENQ-FIRST-SECS
           MOVE WS-STEP-COUNT TO WS-STEP-DISP
           PERFORM TRY-STEP-ENQUEUE
           IF WS-ENQ-GOT = "N"
               DISPLAY "Step " WS-STEP-DISP " waiting: "
                   FUNCTION TRIM(WS-ENQ-CONFLICT)
           END-IF
           PERFORM UNTIL WS-ENQ-GOT = "Y"
                   OR WS-NOW-SECS - WS-ENQ-FIRST-SECS >= WS-ENQ-LIMIT
               CALL "C$SLEEP" USING WS-GRP-POLL-SECS
               MOVE 0 TO RETURN-CODE
               PERFORM TRY-STEP-ENQUEUE
               PERFORM CURRENT-SECONDS
           END-PERFORM.

      *> SET-ENQ-LIMIT PICKS THE STEP'S OWN ENQWAIT= OVER THE
      *> CONFIGURED ENQ-WAIT-SECS.
       SET-ENQ-LIMIT.
           IF WS-ENQ-WAIT-SET = "Y"
               MOVE WS-ENQ-WAIT-STEP TO WS-ENQ-LIMIT
           ELSE
               MOVE WS-ENQ-WAIT-SECS TO WS-ENQ-LIMIT
           END-IF.

      *> FAIL-STEP-ENQUEUE RECORDS A STEP WHOSE CLAIMS WERE NOT
      *> GRANTED IN TIME; IT COUNTS AS A FAILED STEP.
       FAIL-STEP-ENQUEUE.
           MOVE -1 TO WS-STEP-RC(WS-STEP-COUNT)
           MOVE "ENQFAIL" TO WS-STEP-STATE(WS-STEP-COUNT)
           ADD 1 TO WS-FAILED-STEPS
           MOVE WS-STEP-COUNT TO WS-STEP-DISP
           MOVE "JOB028E" TO WS-MSG-ID
           MOVE WS-STEP-DISP TO WS-MSG-SLOT(1)
           MOVE WS-ENQ-LIMIT TO WS-MSG-SLOT(2)
           MOVE WS-ENQ-CONFLICT TO WS-MSG-SLOT(3)
           PERFORM ISSUE-MESSAGE.

      *> TRY-STEP-ENQUEUE MAKES ONE ATTEMPT, UNDER THE CLAIM-FILE
      *> LOCK, TO FILE THE STEP'S CLAIMS: IT READS EVERY CLAIM HELD,
      *> DROPS THOSE WHOSE OWNER HAS GONE, AND GRANTS THE STEP'S
      *> CLAIMS ONLY IF NONE CONFLICTS. WS-ENQ-CONFLICT SAYS WHAT IS
      *> IN THE WAY WHEN THEY ARE NOT GRANTED.
       TRY-STEP-ENQUEUE.
           MOVE "N" TO WS-ENQ-GOT
           PERFORM ACQUIRE-ENQ-LOCK
           IF WS-ENQ-LOCK-HELD = "N"
               MOVE SPACES TO WS-ENQ-CONFLICT
               STRING "claim file " FUNCTION TRIM(WS-ENQ-PATH)
                   " stayed locked"
                   DELIMITED BY SIZE INTO WS-ENQ-CONFLICT
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-CLAIMS
           PERFORM CHECK-CLAIM-CONFLICTS
           IF WS-ENQ-CONFLICT = SPACES
               PERFORM FORMAT-TIMESTAMP
               PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                       UNTIL WS-SCL-IDX > WS-STEP-CLAIM-COUNT
                       OR WS-CLAIM-COUNT >= WS-CLAIM-MAX
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE WS-SCL-MODE(WS-SCL-IDX)
                       TO WS-CLM-MODE(WS-CLAIM-COUNT)
                   MOVE WS-RUN-ID TO WS-CLM-RUN-ID(WS-CLAIM-COUNT)
                   MOVE WS-STEP-COUNT TO WS-CLM-STEP(WS-CLAIM-COUNT)
                   MOVE WS-MY-PID TO WS-CLM-PID(WS-CLAIM-COUNT)
                   MOVE WS-TIMESTAMP TO WS-CLM-SINCE(WS-CLAIM-COUNT)
                   MOVE WS-SCL-DSN(WS-SCL-IDX)
                       TO WS-CLM-DSN(WS-CLAIM-COUNT)
                   MOVE "Y" TO WS-CLM-KEEP(WS-CLAIM-COUNT)
               END-PERFORM
               MOVE "Y" TO WS-ENQ-CHANGED
               MOVE "Y" TO WS-ENQ-GOT
               MOVE "Y" TO WS-STEP-ENQ(WS-STEP-COUNT)
           END-IF
           IF WS-ENQ-CHANGED = "Y"
               PERFORM SAVE-CLAIMS
           END-IF
           PERFORM RELEASE-ENQ-LOCK.

      *> CHECK-CLAIM-CONFLICTS HOLDS THE STEP'S CLAIMS AGAINST EVERY
      *> LIVE CLAIM OF ANY OTHER STEP: THE SAME FILE CONFLICTS WHEN
      *> EITHER SIDE CLAIMED IT OLD.
       CHECK-CLAIM-CONFLICTS.
           MOVE SPACES TO WS-ENQ-CONFLICT
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-STEP-CLAIM-COUNT
                   OR WS-ENQ-CONFLICT NOT = SPACES
               PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                       UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
                       OR WS-ENQ-CONFLICT NOT = SPACES
                   IF WS-CLM-KEEP(WS-CLM-IDX) = "Y"
                       AND WS-CLM-DSN(WS-CLM-IDX) =
                           WS-SCL-DSN(WS-SCL-IDX)
                       AND (WS-CLM-MODE(WS-CLM-IDX) = "OLD"
                           OR WS-SCL-MODE(WS-SCL-IDX) = "OLD")
                       AND NOT (WS-CLM-RUN-ID(WS-CLM-IDX) = WS-RUN-ID
                           AND WS-CLM-PID(WS-CLM-IDX) = WS-MY-PID
                           AND WS-CLM-STEP(WS-CLM-IDX) =
                               WS-STEP-COUNT)
                       MOVE WS-CLM-STEP(WS-CLM-IDX) TO WS-CKPT-DISP
                       STRING FUNCTION TRIM(WS-SCL-DSN(WS-SCL-IDX))
                           " held " WS-CLM-MODE(WS-CLM-IDX) " by "
                           FUNCTION TRIM(WS-CLM-RUN-ID(WS-CLM-IDX))
                           " step " WS-CKPT-DISP " since "
                           WS-CLM-SINCE(WS-CLM-IDX)
                           DELIMITED BY SIZE INTO WS-ENQ-CONFLICT
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> RELEASE-STEP-ENQUEUE DROPS THIS RUN'S CLAIMS FOR STEP
      *> WS-ENQ-REL-STEP (0 MEANS EVERY CLAIM THIS RUN STILL HOLDS).
       RELEASE-STEP-ENQUEUE.
           PERFORM ACQUIRE-ENQ-LOCK
           IF WS-ENQ-LOCK-HELD = "N"
               MOVE "JOB019W" TO WS-MSG-ID
               MOVE WS-ENQ-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CLAIMS
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-RUN-ID(WS-CLM-IDX) = WS-RUN-ID
                   AND WS-CLM-PID(WS-CLM-IDX) = WS-MY-PID
                   AND (WS-ENQ-REL-STEP = 0
                       OR WS-CLM-STEP(WS-CLM-IDX) = WS-ENQ-REL-STEP)
                   MOVE "N" TO WS-CLM-KEEP(WS-CLM-IDX)
                   MOVE "Y" TO WS-ENQ-CHANGED
               END-IF
           END-PERFORM
           IF WS-ENQ-CHANGED = "Y"
               PERFORM SAVE-CLAIMS
           END-IF
           PERFORM RELEASE-ENQ-LOCK.

      *> LOAD-CLAIMS READS THE CLAIM FILE INTO THE CLAIM TABLE,
      *> MARKING FOR REMOVAL ANY CLAIM WHOSE OWNING PROCESS NO
      *> LONGER EXISTS. WS-ENQ-CHANGED SAYS WHETHER THE FILE NEEDS
      *> WRITING BACK.
       LOAD-CLAIMS.
           MOVE 0 TO WS-CLAIM-COUNT
           MOVE "N" TO WS-ENQ-CHANGED
           MOVE "N" TO WS-ENQ-EOF
           OPEN INPUT ENQ-FILE
           IF WS-ENQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ENQ-EOF = "Y"
               READ ENQ-FILE
                   AT END
                       MOVE "Y" TO WS-ENQ-EOF
                   NOT AT END
                       IF ENQ-RECORD NOT = SPACES
                           AND WS-CLAIM-COUNT < WS-CLAIM-MAX
                           ADD 1 TO WS-CLAIM-COUNT
                           MOVE ENQ-MODE TO WS-CLM-MODE(WS-CLAIM-COUNT)
                           MOVE ENQ-RUN-ID
                               TO WS-CLM-RUN-ID(WS-CLAIM-COUNT)
                           MOVE ENQ-STEP TO WS-CLM-STEP(WS-CLAIM-COUNT)
                           MOVE ENQ-PID TO WS-CLM-PID(WS-CLAIM-COUNT)
                           MOVE ENQ-SINCE
                               TO WS-CLM-SINCE(WS-CLAIM-COUNT)
                           MOVE ENQ-DSN TO WS-CLM-DSN(WS-CLAIM-COUNT)
                           MOVE "Y" TO WS-CLM-KEEP(WS-CLAIM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENQ-FILE

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-PID(WS-CLM-IDX) NOT = WS-MY-PID
                   MOVE WS-CLM-PID(WS-CLM-IDX) TO WS-PID-DISP
                   MOVE SPACES TO WS-SHELL-CMD
                   STRING "kill -0 " WS-PID-DISP " 2>/dev/null"
                       DELIMITED BY SIZE INTO WS-SHELL-CMD
                   CALL "SYSTEM" USING WS-SHELL-CMD
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO WS-CLM-KEEP(WS-CLM-IDX)
                       MOVE "Y" TO WS-ENQ-CHANGED
                       DISPLAY "Purged stale claim on "
                           FUNCTION TRIM(WS-CLM-DSN(WS-CLM-IDX))
                           " left by "
                           FUNCTION TRIM(WS-CLM-RUN-ID(WS-CLM-IDX))
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM.

      *> SAVE-CLAIMS REWRITES THE CLAIM FILE WITH EVERY CLAIM STILL
      *> MARKED TO KEEP.
       SAVE-CLAIMS.
           OPEN OUTPUT ENQ-FILE
           IF WS-ENQ-STATUS NOT = "00"
               MOVE "JOB020W" TO WS-MSG-ID
               MOVE WS-ENQ-PATH TO WS-MSG-SLOT(1)
               MOVE WS-ENQ-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                   UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
               IF WS-CLM-KEEP(WS-CLM-IDX) = "Y"
                   MOVE SPACES TO ENQ-RECORD
                   MOVE WS-CLM-MODE(WS-CLM-IDX) TO ENQ-MODE
                   MOVE WS-CLM-RUN-ID(WS-CLM-IDX) TO ENQ-RUN-ID
                   MOVE WS-CLM-STEP(WS-CLM-IDX) TO ENQ-STEP
                   MOVE WS-CLM-PID(WS-CLM-IDX) TO ENQ-PID
                   MOVE WS-CLM-SINCE(WS-CLM-IDX) TO ENQ-SINCE
                   MOVE WS-CLM-DSN(WS-CLM-IDX) TO ENQ-DSN
                   WRITE ENQ-RECORD
               END-IF
           END-PERFORM
           CLOSE ENQ-FILE.

      *> ACQUIRE-ENQ-LOCK TAKES THE <claim-file>.lock DIRECTORY,
      *> WAITING UP TO TEN SECONDS FOR ANOTHER DECK TO FINISH ITS
      *> UPDATE - THE SAME BOUNDED mkdir LOCK AuditLogger TAKES.
       ACQUIRE-ENQ-LOCK.
           MOVE "N" TO WS-ENQ-LOCK-HELD
           MOVE SPACES TO WS-ENQ-LOCK-CMD
           STRING "mkdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENQ-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-ENQ-LOCK-CMD

           MOVE 0 TO WS-ENQ-LOCK-TRIES
           PERFORM UNTIL WS-ENQ-LOCK-HELD = "Y"
                   OR WS-ENQ-LOCK-TRIES >= WS-ENQ-LOCK-MAX
               ADD 1 TO WS-ENQ-LOCK-TRIES
               CALL "SYSTEM" USING WS-ENQ-LOCK-CMD
               IF RETURN-CODE = 0
                   MOVE "Y" TO WS-ENQ-LOCK-HELD
               ELSE
                   CALL "C$SLEEP" USING WS-GRP-POLL-SECS
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM.

      *> RELEASE-ENQ-LOCK GIVES THE LOCK DIRECTORY BACK.
       RELEASE-ENQ-LOCK.
           MOVE SPACES TO WS-ENQ-LOCK-CMD
           STRING "rmdir " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-ENQ-PATH) DELIMITED BY SIZE
               ".lock" DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-ENQ-LOCK-CMD
           CALL "SYSTEM" USING WS-ENQ-LOCK-CMD
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-ENQ-LOCK-HELD.

      *> CURRENT-SECONDS GIVES THE CLOCK AS A RUNNING SECOND COUNT,
      *> SO A WAIT CAN SPAN MIDNIGHT.
       CURRENT-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))) * 86400
               + FUNCTION NUMVAL(WS-CURRENT-DATE(9:2)) * 3600
               + FUNCTION NUMVAL(WS-CURRENT-DATE(11:2)) * 60
               + FUNCTION NUMVAL(WS-CURRENT-DATE(13:2)).

      *> READ-JOB-CONFIG PULLS ENQ-FILE AND ENQ-WAIT-SECS OUT OF
      *> tool.cfg, HONORING THE GLOBAL-OR-[JOBRUNNER] SECTION RULE.
       READ-JOB-CONFIG.
           MOVE "N" TO WS-CONFIG-EOF
           MOVE SPACES TO WS-CURRENT-SECTION
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LINE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           IF WS-CONFIG-LINE NOT = SPACES
                               PERFORM APPLY-JOB-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-JOB-CONFIG-LINE.
           MOVE FUNCTION TRIM(WS-CONFIG-LINE) TO WS-LINE-TRIMMED
           IF WS-LINE-TRIMMED(1:1) = "["
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-LINE-TRIMMED TRAILING)) TO WS-CFG-LINE-LEN
               MOVE SPACES TO WS-CURRENT-SECTION
               IF WS-CFG-LINE-LEN > 2
                   AND WS-LINE-TRIMMED(WS-CFG-LINE-LEN:1) = "]"
                   MOVE WS-LINE-TRIMMED(2:WS-CFG-LINE-LEN - 2)
                       TO WS-CURRENT-SECTION
                   INSPECT WS-CURRENT-SECTION CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CURRENT-SECTION NOT = SPACES
               AND WS-CURRENT-SECTION NOT = "JOBRUNNER"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CONFIG-KEY
           MOVE SPACES TO WS-CONFIG-VALUE
           UNSTRING WS-LINE-TRIMMED DELIMITED BY "="
               INTO WS-CONFIG-KEY, WS-CONFIG-VALUE
           END-UNSTRING
           IF WS-CONFIG-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-CONFIG-KEY)
               WHEN "ENQ-FILE"
                   MOVE FUNCTION TRIM(WS-CONFIG-VALUE) TO WS-ENQ-PATH
               WHEN "ENQ-WAIT-SECS"
                   COMPUTE WS-ENQ-WAIT-SECS =
                       FUNCTION NUMVAL(WS-CONFIG-VALUE)
           END-EVALUATE.

      *> READ-JOB-CHECKPOINT LOADS THE LAST-PROCESSED STEP NUMBER AND
      *> FAILED-STEP COUNT A PRIOR INTERRUPTED RUN LEFT BEHIND; AN
      *> EMPTY OR MISSING CHECKPOINT MEANS NONE.
           END-PERFORM.

      *> PREPARE-SPOOL-DIR CREATES THIS RUN'S SPOOL DIRECTORY (NAMED
      *> BY THE RUN TIMESTAMP AND PROCESS ID) AND DERIVES THE JOB LOG
      *> PATH INSIDE IT. THE DIRECTORY NAME IS BUILT ENTIRELY FROM THE
      *> CLOCK AND THE PID, SO NOTHING USER-SUPPLIED REACHES THIS
      *> SHELL COMMAND.
       PREPARE-SPOOL-DIR.
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO WS-RUN-STAMP
           STRING WS-CURRENT-DATE(1:8) "-" WS-CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           MOVE WS-MY-PID TO WS-RUN-PID-DISP
           MOVE SPACES TO WS-RUN-ID
           STRING "JR-" WS-RUN-STAMP "-" WS-RUN-PID-DISP
               DELIMITED BY SIZE INTO WS-RUN-ID
           SET ENVIRONMENT "TOOLKIT_RUN_ID" TO WS-RUN-ID
           DISPLAY "Run ID: " WS-RUN-ID

           MOVE SPACES TO WS-SPOOL-DIR
           STRING "spool/run-" WS-RUN-STAMP "-" WS-RUN-PID-DISP
               DELIMITED BY SIZE INTO WS-SPOOL-DIR

           MOVE SPACES TO WS-SHELL-CMD
           CALL "ReportWriter" USING WS-RPT-OP, WS-JOBLOG-PATH,
               WS-RPT-TITLE, WS-JOBLOG-STATUS
           IF WS-JOBLOG-STATUS NOT = "00"
               MOVE "JOB021W" TO WS-MSG-ID
               MOVE WS-JOBLOG-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF

           MOVE SPACES TO WS-LOG-LINE
               " run " WS-RUN-STAMP
               DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM EMIT-SUMMARY-LINE
           IF WS-BATCH-ID NOT = SPACES
               MOVE SPACES TO WS-LOG-LINE
               STRING "Batch id " FUNCTION TRIM(WS-BATCH-ID)
                   ", submitted by " FUNCTION TRIM(WS-SUBMITTER)
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM EMIT-SUMMARY-LINE
           END-IF

           MOVE "---- End-of-job summary ----" TO WS-LOG-LINE
           PERFORM EMIT-SUMMARY-LINE
                       " spool="
                       FUNCTION TRIM(WS-STEP-SPOOL(WS-STEP-IDX))
                       DELIMITED BY SIZE INTO WS-LOG-LINE
                   IF WS-STEP-GROUP(WS-STEP-IDX) > 0
                       MOVE WS-STEP-GROUP(WS-STEP-IDX) TO WS-GROUP-DISP
                       MOVE SPACES TO WS-PFX-REST
                       STRING FUNCTION TRIM(WS-LOG-LINE TRAILING)
                           " group=" WS-GROUP-DISP
                           DELIMITED BY SIZE INTO WS-PFX-REST
                       MOVE WS-PFX-REST TO WS-LOG-LINE
                   END-IF
                   PERFORM EMIT-SUMMARY-LINE
               END-IF
           END-PERFORM

      *> EACH PARALLEL GROUP'S OWN WALL-CLOCK SPAN, SO THE BATCH
      *> WINDOW CAN BE READ OFF THE LOG.
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               MOVE WS-GROUP-IDX TO WS-GROUP-DISP
               MOVE WS-GRP-FIRST(WS-GROUP-IDX) TO WS-STEP-DISP
               MOVE WS-GRP-LAST(WS-GROUP-IDX) TO WS-STEP-LAST-DISP
               MOVE SPACES TO WS-LOG-LINE
               STRING "Group " WS-GROUP-DISP " steps " WS-STEP-DISP
                   "-" WS-STEP-LAST-DISP " max="
                   WS-GRP-MAXPAR(WS-GROUP-IDX)
                   " start=" WS-GRP-START(WS-GROUP-IDX)
                   " end=" WS-GRP-END(WS-GROUP-IDX)
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               PERFORM EMIT-SUMMARY-LINE
           END-PERFORM

           IF WS-STOPPED-EARLY = "Y"
               MOVE "Job stopped before end of deck" TO WS-LOG-LINE
               PERFORM EMIT-SUMMARY-LINE
                   WS-LOG-LINE, WS-JOBLOG-STATUS
           END-IF.

      *> VALIDATE-DECK IS THE --validate PASS OVER THE LOADED DECK:
      *> THE NUMBERED LISTING WITH EACH LINE'S FINDINGS, THEN THE
      *> COUNTS, THE AUDIT RECORD AND THE RETURN CODE.
       VALIDATE-DECK.
           DISPLAY "Validating " FUNCTION TRIM(WS-JOB-PATH)
               " - nothing will be run"
           IF WS-DECK-ERROR = "Y"
               ADD 1 TO WS-VAL-ERRORS
           END-IF
           PERFORM LOAD-VALIDATE-REGISTRY
           PERFORM SIGN-ON-BATCH-ID
           IF WS-AUTH-REFUSAL NOT = SPACES
               MOVE "JOB022E" TO WS-MSG-ID
               MOVE WS-AUTH-REFUSAL TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-VAL-ERRORS
           END-IF

           DISPLAY "---- Deck listing ----"
           MOVE "N" TO WS-VAL-GROUP-OPEN
           MOVE 0 TO WS-VAL-NAME-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-LINE-COUNT
               PERFORM VALIDATE-DECK-LINE
           END-PERFORM

           MOVE WS-LINE-COUNT TO WS-VAL-LINE-DISP
           MOVE SPACES TO WS-VAL-MSG
           MOVE WS-VAL-ERRORS TO WS-VAL-COUNT-DISP
           STRING "---- " WS-VAL-LINE-DISP " line(s), "
               FUNCTION TRIM(WS-VAL-COUNT-DISP) " error(s), "
               DELIMITED BY SIZE INTO WS-VAL-MSG
           MOVE WS-VAL-WARNINGS TO WS-VAL-COUNT-DISP
           MOVE SPACES TO WS-PFX-REST
           STRING FUNCTION TRIM(WS-VAL-MSG TRAILING) " "
               FUNCTION TRIM(WS-VAL-COUNT-DISP) " warning(s) ----"
               DELIMITED BY SIZE INTO WS-PFX-REST
           DISPLAY FUNCTION TRIM(WS-PFX-REST TRAILING)

           MOVE WS-JOB-PATH TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "deck validated, "
               FUNCTION TRIM(WS-PFX-REST(6:)) DELIMITED BY SIZE
               INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           EVALUATE TRUE
               WHEN WS-VAL-ERRORS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-VAL-WARNINGS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> LOAD-VALIDATE-REGISTRY READS toolmenu.registry THE WAY
      *> ToolMenu'S LOAD-REGISTRY DOES; WITHOUT ONE, TOOL NAMES AND
      *> USAGE GO UNCHECKED (WITH A WARNING SAYING SO).
       LOAD-VALIDATE-REGISTRY.
           MOVE 0 TO WS-VAL-REG-COUNT
           MOVE "N" TO WS-VAL-REG-EOF
           OPEN INPUT REGISTRY-FILE
           IF WS-VAL-REG-STATUS NOT = "00"
               MOVE "JOB023W" TO WS-MSG-ID
               MOVE WS-VAL-REG-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               ADD 1 TO WS-VAL-WARNINGS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VAL-REG-EOF = "Y"
               READ REGISTRY-FILE
                   AT END
                       MOVE "Y" TO WS-VAL-REG-EOF
                   NOT AT END
                       IF REGISTRY-RECORD NOT = SPACES
                           AND REGISTRY-RECORD(1:1) NOT = "*"
                           AND WS-VAL-REG-COUNT < WS-VAL-REG-MAX
                           ADD 1 TO WS-VAL-REG-COUNT
                           UNSTRING REGISTRY-RECORD DELIMITED BY "|"
                               INTO WS-VREG-NAME(WS-VAL-REG-COUNT)
                                   WS-VREG-MODULE(WS-VAL-REG-COUNT)
                                   WS-VREG-DESC(WS-VAL-REG-COUNT)
                                   WS-VREG-USAGE(WS-VAL-REG-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTRY-FILE.

      *> VALIDATE-DECK-LINE LISTS ONE EXPANDED LINE AND CHECKS IT.
      *> PARALLEL STRUCTURE ITSELF WAS ALREADY CHECKED AS THE DECK
      *> LOADED; HERE THE GROUP ONLY BOUNDS WHAT AN IF= MAY SEE.
       VALIDATE-DECK-LINE.
           MOVE WS-DECK-LINE(WS-LINE-IDX) TO WS-JOB-LINE
           MOVE WS-LINE-IDX TO WS-VAL-LINE-DISP
           DISPLAY WS-VAL-LINE-DISP "  " FUNCTION TRIM(WS-JOB-LINE)

           IF WS-DECK-SYM-MISS(WS-LINE-IDX) > 0
               MOVE SPACES TO WS-VAL-MSG
               STRING "&" WS-DECK-SYM-MISS(WS-LINE-IDX)
                   " is unresolved - no argument "
                   WS-DECK-SYM-MISS(WS-LINE-IDX) " was given"
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF

           MOVE SPACES TO WS-DECK-TOK-1
           UNSTRING WS-JOB-LINE DELIMITED BY ALL SPACE
               INTO WS-DECK-TOK-1
           END-UNSTRING
           EVALUATE WS-DECK-TOK-1
               WHEN "PARALLEL"
                   MOVE "Y" TO WS-VAL-GROUP-OPEN
                   MOVE WS-LINE-IDX TO WS-VAL-GROUP-LINE
               WHEN "ENDPARALLEL"
                   MOVE "N" TO WS-VAL-GROUP-OPEN
               WHEN OTHER
                   PERFORM VALIDATE-DECK-STEP
           END-EVALUATE.

      *> VALIDATE-DECK-STEP TAKES A STEP LINE THROUGH THE SAME
      *> PREFIX PARSING, SCREEN AND AUTHORIZATION A REAL RUN USES,
      *> THEN THE CHECKS ONLY A DRY RUN MAKES.
       VALIDATE-DECK-STEP.
           IF WS-JOB-LINE(1:1) = "-"
               MOVE WS-JOB-LINE(2:254) TO WS-JOB-LINE(1:254)
               MOVE SPACE TO WS-JOB-LINE(255:1)
           END-IF
           PERFORM PARSE-STEP-PREFIXES

           IF WS-COND-ACTIVE = "Y"
               PERFORM VALIDATE-STEP-CONDITION
           END-IF
           IF WS-STEP-NAME-CUR NOT = SPACES
               PERFORM VALIDATE-STEP-NAME
           END-IF

           IF WS-JOB-LINE = SPACES
               MOVE "no tool named on the step line" TO WS-VAL-MSG
               PERFORM VAL-ERROR
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-STEP-LINE
           IF WS-PARAMS-OK = "N"
               MOVE SPACES TO WS-VAL-MSG
               STRING "disallowed character - the run would reject "
                   "this step" DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF
           PERFORM CHECK-STEP-AUTHORIZED
           IF WS-STEP-AUTH-OK = "N"
               MOVE SPACES TO WS-VAL-MSG
               STRING "batch id " FUNCTION TRIM(WS-BATCH-ID)
                   " (role " FUNCTION TRIM(WS-AUTH-ROLE)
                   ") may not run this step"
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF

           MOVE SPACES TO WS-VAL-TOOL
           MOVE SPACES TO WS-VAL-ARGS
           MOVE 0 TO WS-VAL-TOOL-LEN
           UNSTRING WS-JOB-LINE DELIMITED BY " "
               INTO WS-VAL-TOOL COUNT IN WS-VAL-TOOL-LEN
           END-UNSTRING
           IF WS-VAL-TOOL-LEN + 2 <= 255
               MOVE WS-JOB-LINE(WS-VAL-TOOL-LEN + 2:) TO WS-VAL-ARGS
           END-IF
           IF WS-VAL-REG-COUNT > 0
               PERFORM VALIDATE-STEP-TOOL
           END-IF
           PERFORM VALIDATE-STEP-INPUTS.

      *> VALIDATE-STEP-CONDITION CHECKS AN IF= THE WAY
      *> EVALUATE-STEP-CONDITION WILL USE IT: A KNOWN OPERATOR, A
      *> NUMERIC RC, AND A NAME DEFINED BY AN EARLIER STEP - BEFORE
      *> THE GROUP, WHEN THE STEP SITS IN A PARALLEL GROUP.
       VALIDATE-STEP-CONDITION.
           IF WS-COND-OP NOT = "EQ" AND WS-COND-OP NOT = "NE"
               AND WS-COND-OP NOT = "GT"
               MOVE SPACES TO WS-VAL-MSG
               STRING "IF= operator " QUOTE FUNCTION TRIM(WS-COND-OP)
                   QUOTE " is not EQ, NE or GT"
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF
           IF WS-COND-V-TXT = SPACES
               OR FUNCTION TEST-NUMVAL(WS-COND-V-TXT) NOT = 0
               MOVE SPACES TO WS-VAL-MSG
               STRING "IF= return code " QUOTE
                   FUNCTION TRIM(WS-COND-V-TXT) QUOTE
                   " is not a number"
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF

           MOVE 0 TO WS-VAL-NAME-HIT
           PERFORM VARYING WS-VAL-NAME-IDX FROM 1 BY 1
                   UNTIL WS-VAL-NAME-IDX > WS-VAL-NAME-COUNT
               IF WS-VNAME(WS-VAL-NAME-IDX) = WS-COND-NAME
                   AND WS-COND-NAME NOT = SPACES
                   MOVE WS-VAL-NAME-IDX TO WS-VAL-NAME-HIT
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-VAL-MSG
           EVALUATE TRUE
               WHEN WS-VAL-NAME-HIT = 0
                   STRING "IF= names step " QUOTE
                       FUNCTION TRIM(WS-COND-NAME) QUOTE
                       ", which no earlier step defines"
                       DELIMITED BY SIZE INTO WS-VAL-MSG
                   PERFORM VAL-ERROR
               WHEN WS-VAL-GROUP-OPEN = "Y"
                   AND WS-VNAME-LINE(WS-VAL-NAME-HIT)
                       > WS-VAL-GROUP-LINE
                   STRING "IF= names step " QUOTE
                       FUNCTION TRIM(WS-COND-NAME) QUOTE
                       " in its own parallel group"
                       DELIMITED BY SIZE INTO WS-VAL-MSG
                   PERFORM VAL-ERROR
           END-EVALUATE.

      *> VALIDATE-STEP-NAME FILES THE STEP'S NAME= FOR LATER IF=
      *> TOKENS, WARNING WHEN AN EARLIER STEP ALREADY USED IT (A
      *> CONDITION THEN TESTS THE LATEST STEP OF THAT NAME).
       VALIDATE-STEP-NAME.
           PERFORM VARYING WS-VAL-NAME-IDX FROM 1 BY 1
                   UNTIL WS-VAL-NAME-IDX > WS-VAL-NAME-COUNT
               IF WS-VNAME(WS-VAL-NAME-IDX) = WS-STEP-NAME-CUR
                   MOVE WS-VNAME-LINE(WS-VAL-NAME-IDX)
                       TO WS-CKPT-DISP
                   MOVE SPACES TO WS-VAL-MSG
                   STRING "NAME=" FUNCTION TRIM(WS-STEP-NAME-CUR)
                       " is already used on line " WS-CKPT-DISP
                       "; conditions will test this later step"
                       DELIMITED BY SIZE INTO WS-VAL-MSG
                   PERFORM VAL-WARNING
               END-IF
           END-PERFORM
           IF WS-VAL-NAME-COUNT < 500
               ADD 1 TO WS-VAL-NAME-COUNT
               MOVE WS-STEP-NAME-CUR TO WS-VNAME(WS-VAL-NAME-COUNT)
               MOVE WS-LINE-IDX TO WS-VNAME-LINE(WS-VAL-NAME-COUNT)
           END-IF.

      *> VALIDATE-STEP-TOOL LOOKS THE STEP'S TOOL UP IN THE REGISTRY
      *> (BY MODULE, AS cobcrun WILL, OR BY MENU NAME) AND HOLDS ITS
      *> ARGUMENTS TO THE REGISTRY USAGE HINT: "[" OPENS A USAGE OF
      *> OPTIONAL ARGUMENTS, "(" ONE THAT TAKES NONE, ANYTHING ELSE
      *> NEEDS SOME; EVERY -OPTION GIVEN MUST APPEAR IN THE HINT.
       VALIDATE-STEP-TOOL.
           MOVE 0 TO WS-VAL-REG-HIT
           PERFORM VARYING WS-VAL-REG-IDX FROM 1 BY 1
                   UNTIL WS-VAL-REG-IDX > WS-VAL-REG-COUNT
                   OR WS-VAL-REG-HIT > 0
               IF WS-VREG-MODULE(WS-VAL-REG-IDX) = WS-VAL-TOOL
                   OR WS-VREG-NAME(WS-VAL-REG-IDX) = WS-VAL-TOOL
                   MOVE WS-VAL-REG-IDX TO WS-VAL-REG-HIT
               END-IF
           END-PERFORM
           IF WS-VAL-REG-HIT = 0
               MOVE SPACES TO WS-VAL-MSG
               STRING "tool " FUNCTION TRIM(WS-VAL-TOOL)
                   " is not in " FUNCTION TRIM(WS-VAL-REG-PATH)
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
               EXIT PARAGRAPH
           END-IF

           IF WS-VREG-USAGE(WS-VAL-REG-HIT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VREG-USAGE(WS-VAL-REG-HIT)(1:1) = "("
               AND WS-VAL-ARGS NOT = SPACES
               MOVE SPACES TO WS-VAL-MSG
               STRING FUNCTION TRIM(WS-VAL-TOOL)
                   " takes no arguments - usage: "
                   FUNCTION TRIM(WS-VREG-USAGE(WS-VAL-REG-HIT))
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-WARNING
           END-IF
           IF WS-VREG-USAGE(WS-VAL-REG-HIT)(1:1) NOT = "["
               AND WS-VREG-USAGE(WS-VAL-REG-HIT)(1:1) NOT = "("
               AND WS-VAL-ARGS = SPACES
               MOVE SPACES TO WS-VAL-MSG
               STRING FUNCTION TRIM(WS-VAL-TOOL)
                   " needs arguments - usage: "
                   FUNCTION TRIM(WS-VREG-USAGE(WS-VAL-REG-HIT))
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-ERROR
           END-IF

      *> THE HINT AS A BLANK-SEPARATED WORD LIST, SO "-c" IS FOUND
      *> AS " -c " AND NOT INSIDE "-cmp".
           MOVE SPACES TO WS-VAL-WORDS
           STRING " " WS-VREG-USAGE(WS-VAL-REG-HIT)
               DELIMITED BY SIZE INTO WS-VAL-WORDS
           INSPECT WS-VAL-WORDS CONVERTING ",[]/|()" TO "       "
           MOVE 1 TO WS-VAL-ARG-PTR
           PERFORM UNTIL WS-VAL-ARG-PTR > 255
               PERFORM NEXT-VALIDATE-ARG
               IF WS-VAL-TOKEN(1:1) = "-"
                   AND WS-VAL-TOKEN(2:1) NOT = SPACE
                   AND FUNCTION TEST-NUMVAL(WS-VAL-TOKEN) NOT = 0
                   PERFORM CHECK-OPTION-IN-USAGE
               END-IF
           END-PERFORM.

      *> CHECK-OPTION-IN-USAGE WARNS ABOUT AN OPTION (WS-VAL-TOKEN)
      *> THE TOOL'S USAGE HINT DOES NOT MENTION.
       CHECK-OPTION-IN-USAGE.
           MOVE SPACES TO WS-VAL-PROBE
           STRING " " FUNCTION TRIM(WS-VAL-TOKEN) " "
               DELIMITED BY SIZE INTO WS-VAL-PROBE
           COMPUTE WS-VAL-PROBE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-TOKEN)) + 2
           MOVE 0 TO WS-VAL-HITS
           IF WS-VAL-PROBE-LEN <= 310
               INSPECT WS-VAL-WORDS TALLYING WS-VAL-HITS
                   FOR ALL WS-VAL-PROBE(1:WS-VAL-PROBE-LEN)
           END-IF
           IF WS-VAL-HITS = 0
               MOVE SPACES TO WS-VAL-MSG
               STRING "option " FUNCTION TRIM(WS-VAL-TOKEN)
                   " is not in the " FUNCTION TRIM(WS-VAL-TOOL)
                   " usage: "
                   FUNCTION TRIM(WS-VREG-USAGE(WS-VAL-REG-HIT))
                   DELIMITED BY SIZE INTO WS-VAL-MSG
               PERFORM VAL-WARNING
           END-IF.

      *> NEXT-VALIDATE-ARG TAKES THE NEXT BLANK-SEPARATED ARGUMENT
      *> OF THE STEP INTO WS-VAL-TOKEN; PAST THE LAST ONE IT COMES
      *> BACK BLANK WITH THE POINTER PAST THE END.
       NEXT-VALIDATE-ARG.
           MOVE SPACES TO WS-VAL-TOKEN
           PERFORM UNTIL WS-VAL-ARG-PTR > 255
                   OR WS-VAL-ARGS(WS-VAL-ARG-PTR:1) NOT = SPACE
               ADD 1 TO WS-VAL-ARG-PTR
           END-PERFORM
           IF WS-VAL-ARG-PTR <= 255
               UNSTRING WS-VAL-ARGS DELIMITED BY " "
                   INTO WS-VAL-TOKEN
                   WITH POINTER WS-VAL-ARG-PTR
               END-UNSTRING
           END-IF.

      *> VALIDATE-STEP-INPUTS: EVERY SHR= FILE IS A DECLARED INPUT
      *> AND MUST EXIST (OR BE NAMED BY AN EARLIER STEP THAT MAKES
      *> IT). THE STEP'S FIRST PLAIN FILE-LIKE ARGUMENT - THE PRIMARY
      *> INPUT IN EVERY REGISTERED USAGE; AN -o VALUE IS AN OUTPUT
      *> AND IS PASSED OVER - IS CHECKED THE SAME WAY, BUT ONLY
      *> WARNS, SINCE IT MAY BE SOMETHING THE STEP WRITES.
       VALIDATE-STEP-INPUTS.
           PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
                   UNTIL WS-SCL-IDX > WS-STEP-CLAIM-COUNT
               IF WS-SCL-MODE(WS-SCL-IDX) = "SHR"
                   MOVE WS-SCL-DSN(WS-SCL-IDX) TO WS-VAL-PATH
                   PERFORM CHECK-VALIDATE-PATH
                   IF WS-VAL-EXISTS = "N" AND WS-VAL-PRIOR = "N"
                       MOVE SPACES TO WS-VAL-MSG
                       STRING "SHR= input "
                           FUNCTION TRIM(WS-VAL-PATH)
                           " does not exist and no earlier step "
                           "names it"
                           DELIMITED BY SIZE INTO WS-VAL-MSG
                       PERFORM VAL-ERROR
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-VAL-FIRST-DONE
           MOVE 1 TO WS-VAL-ARG-PTR
           PERFORM UNTIL WS-VAL-ARG-PTR > 255
                   OR WS-VAL-FIRST-DONE = "Y"
               PERFORM NEXT-VALIDATE-ARG
               IF WS-VAL-TOKEN = "-o"
                   PERFORM NEXT-VALIDATE-ARG
                   MOVE SPACES TO WS-VAL-TOKEN
               END-IF
               IF WS-VAL-TOKEN NOT = SPACES
                   AND WS-VAL-TOKEN(1:1) NOT = "-"
                   AND FUNCTION TEST-NUMVAL(WS-VAL-TOKEN) NOT = 0
                   MOVE "Y" TO WS-VAL-FIRST-DONE
                   MOVE 0 TO WS-VAL-HITS
                   INSPECT WS-VAL-TOKEN TALLYING WS-VAL-HITS
                       FOR ALL "/" ALL "."
                   IF WS-VAL-HITS > 0
                       MOVE WS-VAL-TOKEN TO WS-VAL-PATH
                       PERFORM CHECK-VALIDATE-PATH
                       IF WS-VAL-EXISTS = "N" AND WS-VAL-PRIOR = "N"
                           MOVE SPACES TO WS-VAL-MSG
                           STRING "input " FUNCTION TRIM(WS-VAL-PATH)
                               " not found and no earlier step "
                               "names it"
                               DELIMITED BY SIZE INTO WS-VAL-MSG
                           PERFORM VAL-WARNING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> CHECK-VALIDATE-PATH SAYS WHETHER WS-VAL-PATH EXISTS NOW AND
      *> WHETHER ANY EARLIER DECK LINE NAMES IT.
       CHECK-VALIDATE-PATH.
           MOVE "N" TO WS-VAL-EXISTS
           MOVE "N" TO WS-VAL-PRIOR
           CALL "CBL_CHECK_FILE_EXIST" USING WS-VAL-PATH,
               WS-VAL-FILE-INFO
           IF RETURN-CODE = 0
               MOVE "Y" TO WS-VAL-EXISTS
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-PATH))
               TO WS-VAL-PATH-LEN
           PERFORM VARYING WS-VAL-PRIOR-IDX FROM 1 BY 1
                   UNTIL WS-VAL-PRIOR-IDX >= WS-LINE-IDX
                   OR WS-VAL-PRIOR = "Y"
               MOVE 0 TO WS-VAL-HITS
               INSPECT WS-DECK-LINE(WS-VAL-PRIOR-IDX) TALLYING
                   WS-VAL-HITS FOR ALL WS-VAL-PATH(1:WS-VAL-PATH-LEN)
               IF WS-VAL-HITS > 0
                   MOVE "Y" TO WS-VAL-PRIOR
               END-IF
           END-PERFORM.

      *> VAL-ERROR AND VAL-WARNING PRINT ONE FINDING (WS-VAL-MSG)
      *> UNDER THE LISTED LINE AND COUNT IT.
       VAL-ERROR.
           ADD 1 TO WS-VAL-ERRORS
           DISPLAY "     *** ERROR   " FUNCTION TRIM(WS-VAL-MSG).

       VAL-WARNING.
           ADD 1 TO WS-VAL-WARNINGS
           DISPLAY "     *** WARNING " FUNCTION TRIM(WS-VAL-MSG).

       COPY "msgissue.cpy".

       END PROGRAM JobRunner.
