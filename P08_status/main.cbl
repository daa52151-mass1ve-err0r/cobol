      *>
      *> AUTHOR :  Saadat Baig
      *>
      *> MORNING OPERATIONS STATUS DASHBOARD: THE FILES THE
      *> OVERNIGHT CHECK USED TO MEAN OPENING BY HAND - THE SCAN
      *> CSV'S ANOMALY TRAILER, ITS .exceptions LISTING, ANY LEFTOVER
      *> --resume CHECKPOINT, THE AUDIT TRAIL'S LAST 24 HOURS, AND
      *> VERDICT: PROBLEM (8) WHEN A SCAN DIED MID-RUN (CHECKPOINT
      *> PENDING) OR THE LAST DECK REPORTED FAILED STEPS; WARN (4)
      *> FOR AUDIT ERRORS, SCAN ANOMALIES OR A MISSING SCAN CSV;
      *> OTHERWISE OK (0). THE FIRST TEN UNSIGNED EXCEPTIONS ARE
      *> LISTED UNDER THEIR COUNT WITH EACH BINARY'S OWNER.
      *>
      *> DATASET CLAIMS: EVERY SHR=/OLD= CLAIM A JobRunner STEP
      *> CURRENTLY HOLDS IN THE SHARED CLAIM FILE (ENQ-FILE IN
      *> tool.cfg, GLOBAL OR [JOBRUNNER], DEFAULT dataset.enq) IS
      *> LISTED WITH ITS RUN, STEP AND CLAIM TIME. A CLAIM WHOSE
      *> OWNING PROCESS HAS GONE IS MARKED STALE AND WARNS (4) - THE
      *> NEXT DECK TO TOUCH THE FILE PURGES IT.
      *>
      *> SNAPSHOT HISTORY: EVERY RUN APPENDS ONE DATED LINE TO THE
      *> SNAPSHOT HISTORY (STATUS-HISTORY-FILE IN tool.cfg, GLOBAL OR
      *> [OPSSTATUS], DEFAULT ops_status.hist) WITH THE VERDICT AND
      *> THE FIGURES BEHIND IT, SO OpsTrend CAN SET THE LAST 7 AND 30
      *> DAYS AGAINST THE PERIODS BEFORE THEM. A DAY RUN MORE THAN
      *> ONCE KEEPS EVERY LINE; THE TREND TAKES THE LAST OF THE DAY.
      *>     DATE X(10) TIME X(8) VERDICT X(7) ANOMALIES 9(6)
      *>     UNSIGNED 9(6) EXCEPTIONS 9(6) AUDIT-ERRORS 9(6)
      *>     CHECKPOINTS 9(3) INVENTORY 9(6) FAILED-STEPS 9(4)
      *>     STALE-CLAIMS 9(4)
      *> BLANK-SEPARATED.
      *>
      *> A WARN OR PROBLEM VERDICT IS ALSO RAISED THROUGH AlertSender
      *> (SEE [ALERTS] IN tool.cfg) WITH THE REPORT AS ITS POINTER.
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OpsStatus.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT COUNT-FILE ASSIGN DYNAMIC WS-COUNT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT ENQ-FILE ASSIGN DYNAMIC WS-ENQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENQ-STATUS.

           SELECT CONFIG-FILE ASSIGN DYNAMIC WS-CONFIG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT SNAP-FILE ASSIGN DYNAMIC WS-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSV-FILE.
           05  INV-CRC       PIC X(8).
           05  INV-FIRST     PIC X(19).
           05  INV-LAST      PIC X(19).
           05  INV-SHA256    PIC X(64).

      *> YESTERDAY'S INVENTORY COUNT, KEPT IN inventory.count AS ONE
      *> "YYYY-MM-DD NNNNNN" LINE AND REWRITTEN EACH RUN, SO GROWTH
       FD  COUNT-FILE.
       01  COUNT-RECORD          PIC X(40).

      *> ONE JobRunner DATASET CLAIM, AS JobRunner FILES IT.
       FD  ENQ-FILE.
       01  ENQ-RECORD.
           05  ENQ-MODE          PIC X(3).
           05  FILLER            PIC X.
           05  ENQ-RUN-ID        PIC X(26).
           05  FILLER            PIC X.
           05  ENQ-STEP          PIC 9(3).
           05  FILLER            PIC X.
           05  ENQ-PID           PIC 9(9).
           05  FILLER            PIC X.
           05  ENQ-SINCE         PIC X(19).
           05  FILLER            PIC X.
           05  ENQ-DSN           PIC X(200).

       FD  CONFIG-FILE.
       01  CONFIG-RECORD         PIC X(255).

      *> ONE DAILY SNAPSHOT, AS OpsTrend READS IT BACK.
       FD  SNAP-FILE.
       01  SNAP-RECORD.
           05  SNAP-DATE         PIC X(10).
           05  FILLER            PIC X.
           05  SNAP-TIME         PIC X(8).
           05  FILLER            PIC X.
           05  SNAP-VERDICT      PIC X(7).
           05  FILLER            PIC X.
           05  SNAP-ANOMALIES    PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-UNSIGNED     PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-EXCEPTIONS   PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-AUDIT-ERRORS PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-CHECKPOINTS  PIC 9(3).
           05  FILLER            PIC X.
           05  SNAP-INVENTORY    PIC 9(6).
           05  FILLER            PIC X.
           05  SNAP-FAILED-STEPS PIC 9(4).
           05  FILLER            PIC X.
           05  SNAP-STALE-CLAIMS PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-CMD-LINE           PIC X(1024) VALUE SPACES.
       01  WS-ARG-TABLE.
       01  WS-EXC-STATUS         PIC XX VALUE SPACES.
       01  WS-EXC-EOF            PIC X VALUE "N".
       01  WS-EXC-COUNT          PIC 9(6) COMP-5 VALUE 0.
      *> THE FIRST EXCEPTIONS, LISTED UNDER THE COUNT WITH THE OWNER
      *> MachOReader NAMED FOR EACH.
       01  WS-EXC-SHOW-MAX       PIC 9(2) COMP-5 VALUE 10.
       01  WS-EXC-SHOW-TABLE.
           05  WS-EXC-SHOW       PIC X(250) OCCURS 10 TIMES.
       01  WS-EXC-IDX            PIC 9(2) COMP-5 VALUE 0.

      *> PENDING-CHECKPOINT PROBE THROUGH CBL_CHECK_FILE_EXIST'S
      *> 16-BYTE FILE-INFORMATION AREA: A NON-EMPTY <csv>.ckpt MEANS
       01  WS-COUNT-DISP         PIC ZZZ,ZZ9.
       01  WS-COUNT-RAW          PIC 9(6).

      *> DATASET-CLAIM LISTING, AND THE tool.cfg KEY THAT LOCATES
      *> THE CLAIM FILE.
       01  WS-ENQ-PATH           PIC X(255) VALUE "dataset.enq".
       01  WS-ENQ-STATUS         PIC XX VALUE SPACES.
       01  WS-ENQ-EOF            PIC X VALUE "N".
       01  WS-ENQ-COUNT          PIC 9(6) COMP-5 VALUE 0.
       01  WS-ENQ-STALE          PIC 9(6) COMP-5 VALUE 0.
       01  WS-ENQ-NOTE           PIC X(8) VALUE SPACES.
       01  WS-CONFIG-FILENAME    PIC X(255) VALUE "tool.cfg".
       01  WS-CONFIG-STATUS      PIC XX VALUE SPACES.
       01  WS-CONFIG-EOF         PIC X VALUE "N".
       01  WS-CONFIG-LINE        PIC X(255) VALUE SPACES.
       01  WS-CONFIG-KEY         PIC X(40) VALUE SPACES.
       01  WS-CONFIG-VALUE       PIC X(255) VALUE SPACES.
       01  WS-CURRENT-SECTION    PIC X(40) VALUE SPACES.
       01  WS-LINE-TRIMMED       PIC X(255) VALUE SPACES.
       01  WS-CFG-LINE-LEN       PIC 9(4) COMP-5 VALUE 0.

      *> DAILY SNAPSHOT HISTORY FOR OpsTrend.
       01  WS-SNAP-PATH          PIC X(255) VALUE "ops_status.hist".
       01  WS-SNAP-STATUS        PIC XX VALUE SPACES.

      *> VERDICT AND THE SHARED REPORT WRITER.
       01  WS-VERDICT-RC         PIC 9(2) COMP-5 VALUE 0.
       01  WS-OUT-LINE           PIC X(255) VALUE SPACES.
       01  WS-AUDIT-PARAMS       PIC X(255) VALUE SPACES.
       01  WS-AUDIT-RESULT       PIC X(255) VALUE SPACES.

      *> A WARN OR PROBLEM VERDICT IS ALSO RAISED THROUGH THE SHARED
      *> AlertSender OUTBOX, WITH THE FIGURES BEHIND IT.
       01  WS-ALERT-SEVERITY     PIC X(8) VALUE SPACES.
       01  WS-ALERT-REASON       PIC X(255) VALUE SPACES.
       01  WS-ALERT-ANOM         PIC Z(5)9.
       01  WS-ALERT-EXC          PIC Z(5)9.
       01  WS-ALERT-AUDERR       PIC Z(5)9.
       01  WS-ALERT-FAILED       PIC Z(3)9.
       01  WS-ALERT-STALE        PIC Z(5)9.

      *> STARTUP-CONFIGURATION DEFAULT FOR THE AUDIT-LOG PATH, READ
      *> FROM tool.cfg THE SAME WAY AuditCheck DOES.
       01  WS-CFG-BYTES-PER-LINE PIC 9(2) COMP-5 VALUE 16.
       01  WS-CFG-AUDIT-MAX-SIZE PIC 9(9) COMP-5 VALUE 1048576.
       01  WS-CFG-AUDIT-KEEP     PIC 9(2) COMP-5 VALUE 5.
       01  WS-CFG-TOOL-NAME      PIC X(20) VALUE "OpsStatus".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WS-CFG-AUDIT-KEEP,
               WS-CFG-TOOL-NAME

           PERFORM READ-STATUS-CONFIG

           IF WS-CMD-LINE NOT = SPACES
               PERFORM PARSE-ARGS
           END-IF
           PERFORM CHECK-EXCEPTIONS
           PERFORM CHECK-AUDIT-WINDOW
           PERFORM CHECK-INVENTORY-GROWTH
           PERFORM CHECK-DATASET-CLAIMS

           EVALUATE WS-VERDICT-RC
               WHEN 0
           DISPLAY "Status report written to "
               FUNCTION TRIM(WS-REPORT-PATH)

           PERFORM FILE-DAILY-SNAPSHOT

           MOVE WS-CSV-PATH TO WS-AUDIT-PARAMS
           EVALUATE WS-VERDICT-RC
               WHEN 0 MOVE "status OK" TO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT

           IF WS-VERDICT-RC >= 4
               PERFORM RAISE-STATUS-ALERT
           END-IF

           MOVE WS-VERDICT-RC TO RETURN-CODE
           GOBACK.

      *> RAISE-STATUS-ALERT SUMS THE VERDICT UP ON ONE LINE FOR THE
      *> ALERT OUTBOX; THE STATUS REPORT ITSELF HAS THE DETAIL.
       RAISE-STATUS-ALERT.
           IF WS-VERDICT-RC >= 8
               MOVE "PROBLEM" TO WS-ALERT-SEVERITY
           ELSE
               MOVE "WARN" TO WS-ALERT-SEVERITY
           END-IF
           MOVE WS-ANOM-TOTAL TO WS-ALERT-ANOM
           MOVE WS-EXC-COUNT TO WS-ALERT-EXC
           MOVE WS-AUDIT-ERRORS TO WS-ALERT-AUDERR
           MOVE WS-LAST-JOB-FAILED TO WS-ALERT-FAILED
           MOVE WS-ENQ-STALE TO WS-ALERT-STALE
           MOVE SPACES TO WS-ALERT-REASON
           STRING "status " FUNCTION TRIM(WS-ALERT-SEVERITY)
               " - anomalies=" FUNCTION TRIM(WS-ALERT-ANOM)
               " exceptions=" FUNCTION TRIM(WS-ALERT-EXC)
               " audit errors=" FUNCTION TRIM(WS-ALERT-AUDERR)
               " checkpoint pending=" WS-CKPT-PENDING
               " failed steps=" FUNCTION TRIM(WS-ALERT-FAILED)
               " stale claims=" FUNCTION TRIM(WS-ALERT-STALE)
               DELIMITED BY SIZE INTO WS-ALERT-REASON
           CALL "AlertSender" USING WS-AUDIT-PROGRAM,
               WS-ALERT-SEVERITY, WS-ALERT-REASON, WS-REPORT-PATH.

       PARSE-ARGS.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-ARG-ENTRY(1) WS-ARG-ENTRY(2) WS-ARG-ENTRY(3)
           PERFORM EMIT-STATUS-LINE.

      *> CHECK-EXCEPTIONS COUNTS THE UNSIGNED-BINARY EXCEPTIONS THE
      *> LAST SCAN LEFT BEHIND AND LISTS THE FIRST TEN, EACH WITH THE
      *> OWNER MachOReader FOUND IN THE OWNERSHIP ANNOTATIONS.
       CHECK-EXCEPTIONS.
           MOVE SPACES TO WS-EXC-PATH
           STRING FUNCTION TRIM(WS-CSV-PATH) ".exceptions"
                       NOT AT END
                           IF EXC-RECORD NOT = SPACES
                               ADD 1 TO WS-EXC-COUNT
                               IF WS-EXC-COUNT <= WS-EXC-SHOW-MAX
                                   MOVE EXC-RECORD TO
                                       WS-EXC-SHOW(WS-EXC-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           STRING "Exceptions  : " WS-COUNT-DISP
               " unsigned binaries on file"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-STATUS-LINE
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   OR WS-EXC-IDX > WS-EXC-SHOW-MAX
               MOVE SPACES TO WS-OUT-LINE
               STRING "              " WS-EXC-SHOW(WS-EXC-IDX)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-STATUS-LINE
           END-PERFORM
           IF WS-EXC-COUNT > WS-EXC-SHOW-MAX
               COMPUTE WS-COUNT-DISP = WS-EXC-COUNT - WS-EXC-SHOW-MAX
               MOVE SPACES TO WS-OUT-LINE
               STRING "              ... and "
                   FUNCTION TRIM(WS-COUNT-DISP) " more in "
                   FUNCTION TRIM(WS-EXC-PATH)
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM EMIT-STATUS-LINE
           END-IF.

      *> CHECK-AUDIT-WINDOW TALLIES THE LAST 24 HOURS OF THE AUDIT
      *> TRAIL - THE ROTATED ARCHIVES FIRST, THEN THE ACTIVE LOG:

           ADD 1 TO WS-AUDIT-RECORDS
           MOVE "N" TO WS-LOG-IS-ERROR
      *> A RESULT AuditLogger TAGGED WITH A MESSAGE ID IS AN ERROR
      *> WHEN THE ID IS SEVERITY E OR S; AN UNTAGGED ONE IS JUDGED BY
      *> ITS WORDING.
           IF WS-LOG-RESULT(1:3) IS ALPHABETIC-UPPER
               AND WS-LOG-RESULT(1:3) NOT = SPACES
               AND WS-LOG-RESULT(4:3) IS NUMERIC
               AND (WS-LOG-RESULT(7:1) = "I" OR "W" OR "E" OR "S")
               AND WS-LOG-RESULT(8:1) = SPACE
               IF WS-LOG-RESULT(7:1) = "E" OR "S"
                   MOVE "Y" TO WS-LOG-IS-ERROR
               END-IF
           ELSE
               MOVE WS-LOG-RESULT TO WS-RESULT-LOWER
               INSPECT WS-RESULT-LOWER CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ" TO
                   "abcdefghijklmnopqrstuvwxyz"
               MOVE 0 TO WS-TALLY
               INSPECT WS-RESULT-LOWER TALLYING WS-TALLY FOR ALL "error"
               IF WS-TALLY > 0
                   MOVE "Y" TO WS-LOG-IS-ERROR
               END-IF

      *> A RESULT CARRYING A FILE STATUS OTHER THAN "status 00" IS AN
      *> ERROR TOO - THE SAME WORDING TEST AuditCheck AND AuditReport
      *> APPLY, SO THE MORNING SCREEN AGREES WITH THEM.
               MOVE 0 TO WS-TALLY
               INSPECT WS-RESULT-LOWER TALLYING WS-TALLY
                   FOR ALL "status"
               IF WS-TALLY > 0
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-RESULT-LOWER TALLYING WS-TALLY
                       FOR ALL "status 00"
                   IF WS-TALLY = 0
                       MOVE "Y" TO WS-LOG-IS-ERROR
                   END-IF
               END-IF
           END-IF

               CLOSE COUNT-FILE
           END-IF.

      *> CHECK-DATASET-CLAIMS LISTS THE DATASET CLAIMS JobRunner
      *> STEPS HOLD RIGHT NOW, MARKING ANY WHOSE OWNER HAS GONE.
       CHECK-DATASET-CLAIMS.
           MOVE 0 TO WS-ENQ-COUNT
           MOVE 0 TO WS-ENQ-STALE
           MOVE "N" TO WS-ENQ-EOF
           OPEN INPUT ENQ-FILE
           IF WS-ENQ-STATUS = "00"
               PERFORM UNTIL WS-ENQ-EOF = "Y"
                   READ ENQ-FILE
                       AT END
                           MOVE "Y" TO WS-ENQ-EOF
                       NOT AT END
                           IF ENQ-RECORD NOT = SPACES
                               PERFORM REPORT-ONE-CLAIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENQ-FILE
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           IF WS-ENQ-COUNT = 0
               MOVE "Enqueue     : no dataset claims held"
                   TO WS-OUT-LINE
           ELSE
               MOVE WS-ENQ-COUNT TO WS-COUNT-DISP
               STRING "Enqueue     : " WS-COUNT-DISP
                   " claim(s) held" DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               IF WS-ENQ-STALE > 0
                   MOVE WS-ENQ-STALE TO WS-COUNT-DISP
                   STRING FUNCTION TRIM(WS-OUT-LINE) ", "
                       FUNCTION TRIM(WS-COUNT-DISP)
                       " stale (owner gone)" DELIMITED BY SIZE
                       INTO WS-OUT-LINE
                   IF WS-VERDICT-RC < 4
                       MOVE 4 TO WS-VERDICT-RC
                   END-IF
               END-IF
           END-IF
           PERFORM EMIT-STATUS-LINE.

      *> REPORT-ONE-CLAIM PRINTS ONE CLAIM, PROBING ITS OWNING
      *> PROCESS WITH kill -0 THE WAY JobRunner DOES BEFORE PURGING.
       REPORT-ONE-CLAIM.
           ADD 1 TO WS-ENQ-COUNT
           MOVE SPACES TO WS-ENQ-NOTE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "kill -0 " ENQ-PID " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD
           IF RETURN-CODE NOT = 0
               MOVE " STALE" TO WS-ENQ-NOTE
               ADD 1 TO WS-ENQ-STALE
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO WS-OUT-LINE
           STRING "Enqueue     : " ENQ-MODE " "
               FUNCTION TRIM(ENQ-DSN) " run "
               FUNCTION TRIM(ENQ-RUN-ID) " step " ENQ-STEP
               " since " ENQ-SINCE WS-ENQ-NOTE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM EMIT-STATUS-LINE.

      *> FILE-DAILY-SNAPSHOT APPENDS TODAY'S FIGURES AND VERDICT TO
      *> THE SNAPSHOT HISTORY. A HISTORY THAT CANNOT BE WRITTEN IS
      *> REPORTED BUT DOES NOT CHANGE THE VERDICT.
       FILE-DAILY-SNAPSHOT.
           OPEN EXTEND SNAP-FILE
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT SNAP-FILE
           END-IF
           IF WS-SNAP-STATUS NOT = "00"
               MOVE "OPS001W" TO WS-MSG-ID
               MOVE WS-SNAP-PATH TO WS-MSG-SLOT(1)
               MOVE WS-SNAP-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SNAP-RECORD
           MOVE WS-TODAY-DATE TO SNAP-DATE
           STRING WS-TODAY-RAW(9:2) ":" WS-TODAY-RAW(11:2) ":"
               WS-TODAY-RAW(13:2) DELIMITED BY SIZE INTO SNAP-TIME
           EVALUATE WS-VERDICT-RC
               WHEN 0 MOVE "OK" TO SNAP-VERDICT
               WHEN 4 MOVE "WARN" TO SNAP-VERDICT
               WHEN OTHER MOVE "PROBLEM" TO SNAP-VERDICT
           END-EVALUATE
           MOVE WS-ANOM-TOTAL TO SNAP-ANOMALIES
           MOVE WS-ANOM-UNSIGNED TO SNAP-UNSIGNED
           MOVE WS-EXC-COUNT TO SNAP-EXCEPTIONS
           MOVE WS-AUDIT-ERRORS TO SNAP-AUDIT-ERRORS
           IF WS-CKPT-PENDING = "Y"
               MOVE 1 TO SNAP-CHECKPOINTS
           ELSE
               MOVE 0 TO SNAP-CHECKPOINTS
           END-IF
           MOVE WS-INV-COUNT TO SNAP-INVENTORY
           MOVE WS-LAST-JOB-FAILED TO SNAP-FAILED-STEPS
           MOVE WS-ENQ-STALE TO SNAP-STALE-CLAIMS
           WRITE SNAP-RECORD
           CLOSE SNAP-FILE
           DISPLAY "Snapshot filed in " FUNCTION TRIM(WS-SNAP-PATH).

      *> READ-STATUS-CONFIG PICKS UP ENQ-FILE FROM tool.cfg - A
      *> GLOBAL KEY OR ONE IN [JOBRUNNER], THE SECTION JobRunner
      *> ITSELF READS, SO THE TWO ALWAYS AGREE ON THE CLAIM FILE -
      *> AND STATUS-HISTORY-FILE, GLOBAL OR IN [OPSSTATUS].
       READ-STATUS-CONFIG.
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
                               PERFORM APPLY-STATUS-CONFIG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-STATUS-CONFIG-LINE.
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
               AND WS-CURRENT-SECTION NOT = "OPSSTATUS"
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
                   IF WS-CURRENT-SECTION NOT = "OPSSTATUS"
                       MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                           TO WS-ENQ-PATH
                   END-IF
               WHEN "STATUS-HISTORY-FILE"
                   IF WS-CURRENT-SECTION NOT = "JOBRUNNER"
                       MOVE FUNCTION TRIM(WS-CONFIG-VALUE)
                           TO WS-SNAP-PATH
                   END-IF
           END-EVALUATE.

       COPY "msgissue.cpy".

       END PROGRAM OpsStatus.
