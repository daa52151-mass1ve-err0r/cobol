      *> NCMDS, WALKS THE LOAD COMMAND TABLE THAT FOLLOWS THE HEADER
      *> (OTOOL -L STYLE), AND UNDERSTANDS FAT/UNIVERSAL BINARIES BY
      *> WALKING THE FAT_ARCH TABLE AND REPORTING EACH SLICE'S HEADER
      *> SEPARATELY. --archmatrix LISTS A DIRECTORY'S BINARIES AGAINST
      *> EVERY ARCHITECTURE THEY CARRY, WITH THE ARM64 READINESS
      *> PERCENTAGE PER DIRECTORY. EVERY FILE SCANNED IS FINGERPRINTED
      *> TWICE FROM THE SAME READ - CRC-32 FOR THE DUPLICATE-CONTENT
      *> CHECKS AND SHA-256 FOR MATCHING AGAINST VENDOR-PUBLISHED
      *> HASHES AND ADVISORIES - AND BOTH REACH THE CSV, THE DETAIL
      *> REPORT AND THE INVENTORY MASTER.
      *> THE SYMBOL LISTING (<binary>.symbols.txt) IS ACCOMPANIED BY
      *> A SEGMENT MAP (<binary>.segments.txt): THE UUID, EVERY
      *> SEGMENT'S ADDRESS, SIZE AND INITIAL PROTECTION, AND EVERY
      *> SECTION'S ADDRESS AND SIZE, FOR Symbolicate. A FAT FILE GETS
      *> ONE PAIR PER SLICE, NAMED <binary>.<uuid>.* (OR
      *> <binary>.slice<n>.* WHEN THE SLICE CARRIES NO UUID).
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MachOReader.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT EXCEPTION-FILE ASSIGN DYNAMIC WS-EXCEPTION-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

           SELECT APPROVAL-FILE ASSIGN DYNAMIC WS-APPROVAL-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APR-UUID
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT UNAPPROVED-FILE ASSIGN DYNAMIC WS-UNAPPROVED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPROVED-STATUS.

           SELECT OWNER-FILE ASSIGN DYNAMIC WS-OWNER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-UUID
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT CMP-NEW-FILE ASSIGN DYNAMIC WS-CMP-NEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMP-NEW-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMBOLS-STATUS.

           SELECT IMPORTS-FILE ASSIGN DYNAMIC WS-IMPORTS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPORTS-STATUS.

           SELECT POLICY-FILE ASSIGN DYNAMIC WS-POLICY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LISTING-FILE.
       01 LISTING-RECORD PIC X(255).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(400).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD PIC X(255).
           05 INV-CRC       PIC X(8).
           05 INV-FIRST     PIC X(19).
           05 INV-LAST      PIC X(19).
           05 INV-SHA256    PIC X(64).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(280).

      *> READ-ONLY VIEW OF THE INDEXED APPROVED-BUILD REGISTRY
      *> ApprovalQuery MAINTAINS, KEYED BY THE SAME BUILD IDENTITY AS
      *> INV-UUID, LOOKED UP ONCE PER BUILD BY --scan-dir.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           05 APR-UUID      PIC X(40).
           05 APR-APPROVER  PIC X(20).
           05 APR-DATE      PIC X(10).
           05 APR-TICKET    PIC X(20).
           05 APR-STATUS    PIC X(8).
           05 APR-UPDATED   PIC X(19).

       FD UNAPPROVED-FILE.
       01 UNAPPROVED-RECORD PIC X(280).

      *> READ-ONLY VIEW OF THE OWNERSHIP ANNOTATIONS OwnerMaint
      *> MAINTAINS, KEYED BY THE SAME BUILD IDENTITY AS INV-UUID.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           05 OWN-UUID      PIC X(40).
           05 OWN-TEAM      PIC X(20).
           05 OWN-APP       PIC X(8).
           05 OWN-ENV       PIC X(8).
           05 OWN-CONTACT   PIC X(40).
           05 OWN-NOTES     PIC X(60).
           05 OWN-UPDATED   PIC X(19).

       FD CMP-NEW-FILE.
       01 CMP-NEW-RECORD PIC X(512).

       FD SYMBOLS-FILE.
       01 SYMBOLS-RECORD PIC X(200).

       FD IMPORTS-FILE.
       01 IMPORTS-RECORD PIC X(300).

       FD POLICY-FILE.
       01 POLICY-RECORD PIC X(255).

       WORKING-STORAGE SECTION.
       01 FILE-PATH PIC X(1024).
       01 WS-FILE-STATUS PIC XX VALUE SPACES.
       01 WS-SCAN-DIR        PIC X(512) VALUE SPACES.
       01 WS-REPORT-PATH     PIC X(512) VALUE SPACES.
       01 WS-LISTING-FILE    PIC X(255) VALUE SPACES.
       01 WS-LISTING-PID     PIC 9(9) COMP-5 VALUE 0.
       01 WS-LISTING-PID-DISP PIC 9(9) VALUE 0.
       01 WS-SHELL-CMD       PIC X(1024) VALUE SPACES.

      *> WS-SCAN-DIR/WS-REPORT-PATH ARE CONCATENATED INTO CALL "SYSTEM"
               10 WS-SEG-FILESIZE   PIC 9(10) COMP-5.
               10 WS-SEG-NSECTS     PIC 9(8) COMP-5.
               10 WS-SEG-FLAGS-HEX  PIC X(8).
               10 WS-SEG-VMADDR     PIC 9(10) COMP-5.
               10 WS-SEG-VMSIZE     PIC 9(10) COMP-5.
               10 WS-SEG-PROT       PIC X(3).
       01 WS-SECT-MAX       PIC 9(4) COMP-5 VALUE 128.
       01 WS-SECT-COUNT     PIC 9(4) COMP-5 VALUE 0.
       01 WS-SECT-TABLE.
               10 WS-SECT-OFFSET    PIC 9(10) COMP-5.
               10 WS-SECT-SIZE      PIC 9(10) COMP-5.
               10 WS-SECT-FLAGS-HEX PIC X(8).
               10 WS-SECT-ADDR      PIC 9(10) COMP-5.
       01 WS-SEG-IS-64      PIC X VALUE "N".
       01 WS-SEG-IDX        PIC 9(4) COMP-5.
       01 WS-SECT-IDX       PIC 9(4) COMP-5.
       01 WS-SEG-OFF-DISP   PIC 9(10).
       01 WS-SEG-SIZ-DISP   PIC 9(10).
       01 WS-SEG-N-DISP     PIC 9(8).
       01 WS-SEG-HOLD-ADDR  PIC 9(10) COMP-5.
       01 WS-SEG-HOLD-SIZE  PIC 9(10) COMP-5.
       01 WS-SEG-PROT-BIT   PIC 9(1) COMP-5.

      *> LC_UUID (CMD 27) PAYLOAD: THE 16-BYTE BUILD UUID, RENDERED
      *> IN THE USUAL 8-4-4-4-12 DASHED HEX FORM. THE UUID KEYS THE
       01 WS-EXCEPTION-LINE   PIC X(280) VALUE SPACES.
       01 WS-EXCEPTION-COUNT  PIC 9(6) COMP-5 VALUE 0.

      *> RELEASE-APPROVAL CHECK FOR --scan-dir RUNS. EVERY BUILD
      *> IDENTITY THE SCAN READS - EACH MACH-O SLICE'S LC_UUID, AN
      *> ELF FILE'S GNU BUILD ID - IS LOOKED UP IN THE APPROVED-BUILD
      *> REGISTRY. THE CSV'S approval COLUMN CARRIES THE WORST
      *> VERDICT ACROSS A FILE'S SLICES (approved, unapproved OR
      *> revoked; "-" WHEN NO BUILD ID COULD BE READ), AND EVERY
      *> BUILD WITHOUT AN ACTIVE APPROVAL IS APPENDED TO A
      *> <report>.unapproved LISTING AS THE SCAN GOES (SO A --resume
      *> RUN KEEPS WHAT WAS FOUND) AND REPLAYED AS A CLOSING BLOCK.
      *> A MISSING REGISTRY MEANS NOTHING HAS BEEN SIGNED OFF, SO
      *> EVERY BUILD THEN REPORTS AS unapproved.
       01 WS-APPROVAL-FILE     PIC X(255) VALUE "approvals.dat".
       01 WS-APPROVAL-STATUS   PIC XX VALUE SPACES.
       01 WS-APPROVAL-OPEN     PIC X VALUE "N".
       01 WS-APR-KEY           PIC X(40) VALUE SPACES.
       01 WS-APR-VERDICT       PIC X(10) VALUE SPACES.
       01 WS-APR-RANK          PIC 9(1) COMP-5 VALUE 0.
       01 WS-ROW-APPROVAL      PIC X(10) VALUE "-".
       01 WS-ROW-APR-RANK      PIC 9(1) COMP-5 VALUE 0.
       01 WS-UNAPPROVED-PATH   PIC X(520) VALUE SPACES.
       01 WS-UNAPPROVED-STATUS PIC XX VALUE SPACES.
       01 WS-UNAPPROVED-EOF    PIC X VALUE "N".
       01 WS-UNAPPROVED-LINE   PIC X(280) VALUE SPACES.
       01 WS-UNAPPROVED-COUNT  PIC 9(6) COMP-5 VALUE 0.

      *> OWNERSHIP FOR THE EXCEPTION LISTINGS. EVERY BUILD CHECKED
      *> FOR APPROVAL IS ALSO LOOKED UP IN THE OWNERSHIP ANNOTATIONS;
      *> THE .unapproved LINE NAMES THAT BUILD'S OWNER, AND THE
      *> .exceptions LINE THE FIRST OWNER FOUND ACROSS THE FILE'S
      *> SLICES, SO NOBODY HAS TO ASK "WHOSE IS THIS?".
       01 WS-OWNER-FILE        PIC X(255) VALUE "owners.dat".
       01 WS-OWNER-STATUS      PIC XX VALUE SPACES.
       01 WS-OWNER-OPEN        PIC X VALUE "N".
       01 WS-OWNER-TEXT        PIC X(100) VALUE SPACES.
       01 WS-ROW-OWNER         PIC X(100) VALUE SPACES.

      *> MINIMUM-OS / SDK VERSIONS DECODED FROM LC_VERSION_MIN_MACOSX
      *> (36), LC_VERSION_MIN_IPHONEOS (37) AND LC_BUILD_VERSION (50).
      *> EACH VERSION WORD PACKS X.Y.Z AS 16.8.8 BITS; LC_BUILD_VERSION
               10 WS-SYM-TYPE  PIC 9(3) COMP-5.
               10 WS-SYM-SECT  PIC 9(3) COMP-5.
               10 WS-SYM-VALUE PIC 9(10) COMP-5.
               10 WS-SYM-LIBORD PIC 9(3) COMP-5.
       01 WS-SYM-IDX         PIC 9(4) COMP-5.
       01 WS-SYM-READ-IDX    PIC 9(8) COMP-5.
       01 WS-STRTAB          PIC X(65536) VALUE SPACES.
       01 WS-SYM-STRX-DISP   PIC 9(9).
       01 WS-SYM-COUNT-DISP  PIC 9(8).

      *> SEGMENT MAP WRITTEN NEXT TO THE SYMBOL LISTING AS
      *> <binary>.segments.txt, IN THE LAYOUT ElfReader ALSO WRITES:
      *>     IDENTITY <uuid>
      *>     FORMAT MACHO <32|64>
      *>     SEGMENT <segname> vmaddr=<n> vmsize=<n> flags=<rwx>
      *>     SECTION <segname> <sectname> addr=<n> size=<n>
      *> DECIMAL, LOW-ORDER 32 BITS AS CAPTURED. A FAT FILE GETS ONE
      *> LISTING AND ONE MAP PER SLICE, NAMED <binary>.<uuid>.*, SO A
      *> CRASH REPORT'S UUID PICKS OUT ITS OWN SLICE.
       01 WS-LISTING-BASE    PIC X(300) VALUE SPACES.
       01 WS-MAP-ADDR-DISP   PIC 9(10).
       01 WS-MAP-SIZE-DISP   PIC 9(10).
       01 WS-MAP-CLASS       PIC X(2) VALUE SPACES.
       01 WS-MAP-IDENTITY    PIC X(36) VALUE SPACES.
       01 WS-MAP-SLICE-DISP  PIC Z(7)9.

      *> VERIFY MODE. INVOKED AS:
      *>     macho_reader --verify <file>
      *> CROSS-CHECKS THE HEADER'S OWN CLAIMS - WALKED COMMAND COUNT
      *> CMDSIZE A MULTIPLE OF 4 INSIDE SIZE-CMDS, AND EACH FAT
      *> SLICE'S OFFSET+SIZE INSIDE THE FILE - ENDING WITH A SINGLE
      *> PASS/FAIL VERDICT LINE AND A MATCHING PROCESS EXIT CODE SO
      *> INTAKE SCRIPTS CAN REJECT BAD DELIVERIES AUTOMATICALLY. A
      *> FAIL IS ALSO RAISED AS A PROBLEM ALERT THROUGH AlertSender.
       01 WS-VERIFY-FLAG     PIC X(9) VALUE SPACES.
       01 WS-VERIFY-ARGS     PIC X(1015) VALUE SPACES.
       01 WS-VERIFY-ERRORS   PIC 9(4) COMP-5 VALUE 0.
       01 WS-VFY-COUNT-DISP  PIC 9(8).
       01 WS-VFY-NCMDS-DISP  PIC 9(8).
       01 WS-VFY-STOP-WALK   PIC X VALUE "N".
       01 WS-VFY-ALERT-SEV   PIC X(8) VALUE "PROBLEM".
       01 WS-VFY-ALERT-REASON PIC X(255) VALUE SPACES.

      *> SECTION-EXTRACT MODE. INVOKED AS:
      *>     macho_reader --extract <segname> <sectname> <outfile>
       01 WS-DEPS-IS-MACHO    PIC X VALUE "N".
       01 WS-INV-EOF-SW       PIC X VALUE "N".

      *> IMPORTED-SYMBOL MODE. INVOKED AS:
      *>     macho_reader --imports <binary>
      *> EVERY DYLIB-LOADING COMMAND (LC_LOAD_DYLIB, LC_LOAD_WEAK_DYLIB,
      *> LC_REEXPORT_DYLIB, LC_LAZY_LOAD_DYLIB, LC_LOAD_UPWARD_DYLIB) IS
      *> CAPTURED IN LOAD ORDER DURING THE QUIET WALK - THAT ORDER IS
      *> THE TWO-LEVEL-NAMESPACE LIBRARY ORDINAL, 1-BASED. EACH
      *> UNDEFINED EXTERNAL NLIST ENTRY CARRIES ITS ORDINAL IN THE HIGH
      *> BYTE OF N_DESC, SO THE IMPORTS CAN BE GROUPED UNDER THE DYLIB
      *> THEY BIND TO AND WRITTEN TO <binary-path>.imports.txt NEXT TO
      *> THE .symbols.txt LISTING - THE ANSWER TO "WHICH OF OUR
      *> BINARIES CALL THIS FUNCTION" WHEN A VENDOR DROPS IT FROM A
      *> LIBRARY. ORDINAL 0 (SELF), 254 (DYNAMIC LOOKUP) AND 255 (MAIN
      *> EXECUTABLE) GET THEIR OWN GROUPS, AN ORDINAL NAMING NO LOADED
      *> LIBRARY IS LISTED SEPARATELY, AND A FLAT-NAMESPACE IMAGE
      *> (NO MH_TWOLEVEL) HAS NO PER-LIBRARY BINDING TO REPORT. FAT
      *> FILES ARE REPORTED SLICE BY SLICE.
       01 WS-IMPORTS-FLAG     PIC X(10) VALUE SPACES.
       01 WS-IMPORTS-ARGS     PIC X(1014) VALUE SPACES.
       01 WS-IMPORTS-PATH     PIC X(520) VALUE SPACES.
       01 WS-IMPORTS-STATUS   PIC XX VALUE SPACES.
       01 WS-IMP-CAPTURE      PIC X VALUE "N".
       01 WS-IMP-LIB-MAX      PIC 9(4) COMP-5 VALUE 64.
       01 WS-IMP-LIB-COUNT    PIC 9(4) COMP-5 VALUE 0.
       01 WS-IMP-LIB-SEEN     PIC 9(4) COMP-5 VALUE 0.
       01 WS-IMP-LIB-TABLE.
           05 WS-IMP-LIB-ENTRY OCCURS 64 TIMES.
               10 WS-IMP-LIB-PATH PIC X(256).
               10 WS-IMP-LIB-KIND PIC X(10).
       01 WS-IMP-LIB-IDX      PIC 9(4) COMP-5.
       01 WS-IMP-BASE         PIC 9(12) COMP-5 VALUE 0.
       01 WS-IMP-TWOLEVEL     PIC X VALUE "N".
       01 WS-IMP-GROUP        PIC 9(3) COMP-5 VALUE 0.
       01 WS-IMP-MATCH        PIC X VALUE "N".
       01 WS-IMP-MATCH-ALL    PIC X VALUE "N".
       01 WS-IMP-GROUP-COUNT  PIC 9(6) COMP-5 VALUE 0.
       01 WS-IMP-IMAGE-COUNT  PIC 9(6) COMP-5 VALUE 0.
       01 WS-IMP-TOTAL        PIC 9(6) COMP-5 VALUE 0.
       01 WS-IMP-IMAGES       PIC 9(4) COMP-5 VALUE 0.
       01 WS-IMP-HEADING      PIC X(300) VALUE SPACES.
       01 WS-IMP-ORD-DISP     PIC ZZ9.
       01 WS-IMP-COUNT-DISP   PIC ZZZ,ZZ9.
       01 WS-IMP-SLICE-DISP   PIC Z9.

      *> HARDENING COMPLIANCE MODE. INVOKED AS:
      *>     macho_reader --harden <dir> <report> [<policy-file>]
      *> A CHECKSEC-STYLE PASS/FAIL FOR EVERY MACH-O AND ELF BINARY IN
      *> THE DIRECTORY, ONE LINE PER FILE THROUGH ReportWriter:
      *>   PIE      ELF: e_type ET_DYN WITH A PT_INTERP (AN ET_DYN
      *>            WITHOUT ONE IS A SHARED OBJECT - NOT APPLICABLE);
      *>            MACH-O EXECUTABLE: MH_PIE
      *>   NX       ELF: PT_GNU_STACK PRESENT AND NOT EXECUTABLE
      *>   RELRO    ELF: PT_GNU_RELRO PRESENT
      *>   BIND-NOW ELF: DT_BIND_NOW, DF_BIND_NOW IN DT_FLAGS OR
      *>            DF_1_NOW IN DT_FLAGS_1 (STATIC: NOT APPLICABLE)
      *>   STACK-PROTECTOR  ELF: __stack_chk_fail/__stack_chk_guard
      *>            NAMED IN A SYMBOL STRING TABLE
      *>   NO-HEAP-EXEC     MACH-O EXECUTABLE: MH_NO_HEAP_EXECUTION
      *>   RESTRICT MACH-O EXECUTABLE: A __RESTRICT SEGMENT
      *> A FAT FILE PASSES A CONTROL ONLY IF EVERY SLICE DOES. THE
      *> POLICY FILE (DEFAULT harden.policy, KEY=VALUE LIKE tool.cfg,
      *> "*" OR "#" COMMENT LINES) MARKS EACH CONTROL MANDATORY OR
      *> ADVISORY, E.G. "BIND-NOW=MANDATORY"; WITHOUT ONE, PIE, NX AND
      *> RELRO ARE MANDATORY AND THE REST ADVISORY. A MANDATORY FAILURE
      *> ENDS THE RUN WITH RC 8, AN ADVISORY ONE WITH RC 4.
       01 WS-HARDEN-FLAG      PIC X(9) VALUE SPACES.
       01 WS-HARDEN-ARGS      PIC X(1015) VALUE SPACES.
       01 WS-POLICY-PATH      PIC X(255) VALUE SPACES.
       01 WS-POLICY-STATUS    PIC XX VALUE SPACES.
       01 WS-POLICY-EOF       PIC X VALUE "N".
       01 WS-POLICY-GIVEN     PIC X VALUE "N".
       01 WS-POLICY-LOADED    PIC X VALUE "N".
       01 WS-POLICY-KEY       PIC X(40) VALUE SPACES.
       01 WS-POLICY-VALUE     PIC X(40) VALUE SPACES.
       01 WS-POLICY-HIT       PIC X VALUE "N".
       01 WS-HARD-TITLE       PIC X(255) VALUE
           "BINARY HARDENING COMPLIANCE REPORT".
       01 WS-HARD-CTL-MAX     PIC 9(2) COMP-5 VALUE 7.
       01 WS-HARD-CTL-TABLE.
           05 WS-HARD-CTL OCCURS 7 TIMES.
               10 WS-HARD-CTL-NAME   PIC X(16).
               10 WS-HARD-CTL-MAND   PIC X.
               10 WS-HARD-CTL-RESULT PIC X(4).
               10 WS-HARD-CTL-FAILS  PIC 9(6) COMP-5.
       01 WS-HARD-CTL-IDX     PIC 9(2) COMP-5.
       01 WS-HARD-NEW-RESULT  PIC X(4) VALUE SPACES.
       01 WS-HARD-IS-BINARY   PIC X VALUE "N".
       01 WS-HARD-FORMAT      PIC X(6) VALUE SPACES.
       01 WS-HARD-VERDICT     PIC X(9) VALUE SPACES.
       01 WS-HARD-COL         PIC 9(3) COMP-5.
       01 WS-HARD-CELL        PIC X(6) VALUE SPACES.
       01 WS-HARD-MAND-LIST   PIC X(120) VALUE SPACES.
       01 WS-HARD-CHECKED     PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-OK          PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-WARN        PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-VIOLATIONS  PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-SKIPPED     PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-ELF-TYPE    PIC 9(5) COMP-5 VALUE 0.
       01 WS-HARD-HAS-INTERP  PIC X VALUE "N".
       01 WS-HARD-HAS-STACK   PIC X VALUE "N".
       01 WS-HARD-STACK-EXEC  PIC X VALUE "N".
       01 WS-HARD-HAS-RELRO   PIC X VALUE "N".
       01 WS-HARD-HAS-DYNAMIC PIC X VALUE "N".
       01 WS-HARD-BIND-NOW    PIC X VALUE "N".
       01 WS-HARD-SSP         PIC X VALUE "N".
       01 WS-HARD-DYN-OFF     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-DYN-SIZE    PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-DYN-COUNT   PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-DYN-IDX     PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-DYN-TAG     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-DYN-VAL     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-DYN-DONE    PIC X VALUE "N".
       01 WS-HARD-PH-FLAGS    PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-SHOFF       PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-SHENTSIZE   PIC 9(5) COMP-5 VALUE 0.
       01 WS-HARD-SHNUM       PIC 9(5) COMP-5 VALUE 0.
       01 WS-HARD-SH-MAX      PIC 9(5) COMP-5 VALUE 400.
       01 WS-HARD-SH-IDX      PIC 9(5) COMP-5 VALUE 0.
       01 WS-HARD-SH-POS      PIC 9(12) COMP-5 VALUE 0.
       01 WS-HARD-SH-TYPE     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-SH-LINK     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-STR-OFF     PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-STR-SIZE    PIC 9(10) COMP-5 VALUE 0.
       01 WS-HARD-TALLY       PIC 9(6) COMP-5 VALUE 0.
       01 WS-HARD-RESTRICT    PIC X VALUE "N".

      *> ARCHITECTURE COVERAGE MODE. INVOKED AS:
      *>     macho_reader --archmatrix <dir> <report>
      *> LISTS EVERY MACH-O BINARY UNDER THE DIRECTORY (SUBDIRECTORIES
      *> INCLUDED) AGAINST THE X86_64, ARM64, ARM64E AND I386 COLUMNS,
      *> EACH CELL CARRYING THAT SLICE'S MINIMUM OS FROM ITS
      *> LC_VERSION_MIN_* / LC_BUILD_VERSION COMMAND ("yes" WHEN THE
      *> SLICE HAS NEITHER, "-" WHEN THE SLICE IS ABSENT). A BINARY IS
      *> FLAGGED X86-ONLY WHEN IT HAS NO ARM64/ARM64E SLICE,
      *> UUID-MISMATCH WHEN SOME SLICES CARRY LC_UUID AND OTHERS DO
      *> NOT, AND DEPS-MISMATCH WHEN ITS SLICES DO NOT LOAD THE SAME
      *> LC_LOAD_DYLIB SET. A BINARY IS READY WHEN IT HAS AN ARM64 OR
      *> ARM64E SLICE AND NEITHER MISMATCH FLAG; THE REPORT CLOSES
      *> WITH THE READY PERCENTAGE FOR EACH DIRECTORY AND OVERALL. ANY
      *> BINARY NOT READY ENDS THE RUN WITH RC 4.
       01 WS-ARCH-FLAG        PIC X(13) VALUE SPACES.
       01 WS-ARCH-ARGS        PIC X(1011) VALUE SPACES.
       01 WS-ARCH-TITLE       PIC X(255) VALUE
           "ARCHITECTURE COVERAGE MATRIX".
       01 WS-ARCH-SLOT-TABLE.
           05 WS-ARCH-SLOT OCCURS 4 TIMES.
               10 WS-ARCH-NAME       PIC X(8).
               10 WS-ARCH-PRESENT    PIC X.
               10 WS-ARCH-MINOS      PIC X(16).
       01 WS-ARCH-IDX         PIC 9(2) COMP-5.
       01 WS-ARCH-SLICE-SLOT  PIC 9(2) COMP-5.
       01 WS-ARCH-SUBTYPE     PIC 9(8) COMP-5.
       01 WS-ARCH-SLICES      PIC 9(4) COMP-5 VALUE 0.
       01 WS-ARCH-OTHER       PIC X VALUE "N".
       01 WS-ARCH-HAS-ARM     PIC X VALUE "N".
       01 WS-ARCH-UUID-YES    PIC X VALUE "N".
       01 WS-ARCH-UUID-NO     PIC X VALUE "N".
       01 WS-ARCH-DEPS-DIFFER PIC X VALUE "N".
       01 WS-ARCH-BASE-COUNT  PIC 9(4) COMP-5 VALUE 0.
       01 WS-ARCH-BASE-TABLE.
           05 WS-ARCH-BASE-PATH PIC X(256) OCCURS 64 TIMES.
       01 WS-ARCH-BASE-IDX    PIC 9(4) COMP-5.
       01 WS-ARCH-FLAGS-TEXT  PIC X(80) VALUE SPACES.
       01 WS-ARCH-PTR         PIC 9(3) COMP-5.
       01 WS-ARCH-VERDICT     PIC X(9) VALUE SPACES.
       01 WS-ARCH-COL         PIC 9(3) COMP-5.
       01 WS-ARCH-BINARIES    PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-READY       PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-X86-ONLY    PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-UUID-MIS    PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-DEPS-MIS    PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-SKIPPED     PIC 9(6) COMP-5 VALUE 0.
       01 WS-ARCH-DIR-MAX     PIC 9(4) COMP-5 VALUE 200.
       01 WS-ARCH-DIR-COUNT   PIC 9(4) COMP-5 VALUE 0.
       01 WS-ARCH-DIR-TABLE.
           05 WS-ARCH-DIR OCCURS 200 TIMES.
               10 WS-ARCH-DIR-NAME   PIC X(255).
               10 WS-ARCH-DIR-BINS   PIC 9(6) COMP-5.
               10 WS-ARCH-DIR-READY  PIC 9(6) COMP-5.
       01 WS-ARCH-DIR-IDX     PIC 9(4) COMP-5.
       01 WS-ARCH-DIR-HIT     PIC 9(4) COMP-5.
       01 WS-ARCH-DIR-OVERFLOW PIC X VALUE "N".
       01 WS-ARCH-CUR-DIR     PIC X(255) VALUE SPACES.
       01 WS-ARCH-SLASH       PIC 9(4) COMP-5.
       01 WS-ARCH-PCT         PIC 9(3)V9 VALUE 0.
       01 WS-ARCH-PCT-DISP    PIC ZZ9.9.
       01 WS-ARCH-COUNT-DISP  PIC ZZZ,ZZ9.

      *> WS-WALK-QUIET SILENCES THE PER-SEGMENT/PER-SECTION DISPLAYS
      *> IN READ-SEGMENT-COMMAND AND READ-SECTION-ENTRY, SO THE QUIET
      *> BATCH/EXTRACT WALKS CAN CAPTURE THE MAP WITHOUT THE CHATTER
       01 WS-CRC-LEN         PIC 9(9) COMP-5 VALUE 0.
       01 WS-CRC-VALUE       PIC 9(18) COMP-5 VALUE 0.
       01 WS-CRC-HEX         PIC X(8) VALUE SPACES.
      *> THE SHA-256 DIGEST OF THE SAME CONTENT, FED FROM THE SAME
      *> 4KB READS THROUGH THE SHARED SHA256 SUBPROGRAM - THE FORM
      *> VENDOR ATTESTATIONS AND THREAT-INTEL FEEDS PUBLISH.
       01 WS-SHA-DIGEST      PIC X(64) VALUE SPACES.
       01 WS-CRC-HANDLE      PIC X(4).
       01 WS-CRC-POS         PIC 9(12) COMP-5 VALUE 0.
       01 WS-CRC-FILE-SIZE   PIC 9(12) COMP-5 VALUE 0.
       01 WS-ELF-MACHINE-DISP PIC 9(5).
       01 WS-ELF-SHNUM-DISP   PIC 9(5).

      *> GNU BUILD ID FOR ELF ROWS, FOUND BY WALKING THE PROGRAM
      *> HEADERS FOR PT_NOTE SEGMENTS AND THEIR NT_GNU_BUILD_ID
      *> NOTE, AND RENDERED AS THE SAME UNDASHED UPPER-CASE HEX
      *> ElfReader HANDS InvWriter, SO BOTH READERS AGREE ON THE KEY.
      *> 64-BIT OFFSETS KEEP ONLY THEIR LOW-ORDER 32 BITS, THE SAME
      *> CEILING THE SEGMENT MAP APPLIES.
       01 WS-ELF-WORD-VAL     PIC 9(10) COMP-5 VALUE 0.
       01 WS-ELF-ADDR-VAL     PIC 9(10) COMP-5 VALUE 0.
       01 WS-ELF-ADDR-FIRST   PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-PHOFF       PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-PHENTSIZE   PIC 9(5) COMP-5 VALUE 0.
       01 WS-SCAN-PHNUM       PIC 9(5) COMP-5 VALUE 0.
       01 WS-SCAN-PH-MAX      PIC 9(5) COMP-5 VALUE 64.
       01 WS-SCAN-PH-IDX      PIC 9(5) COMP-5 VALUE 0.
       01 WS-SCAN-PH-POS      PIC 9(12) COMP-5 VALUE 0.
       01 WS-SCAN-PH-TYPE     PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-NOTE-POS    PIC 9(12) COMP-5 VALUE 0.
       01 WS-SCAN-NOTE-END    PIC 9(12) COMP-5 VALUE 0.
       01 WS-SCAN-NOTE-NAMESZ PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-NOTE-DESCSZ PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-NOTE-TYPE   PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-NAME-PAD    PIC 9(10) COMP-5 VALUE 0.
       01 WS-SCAN-DESC-PAD    PIC 9(10) COMP-5 VALUE 0.
       01 WS-BUILDID-FOUND    PIC X VALUE "N".
       01 WS-BUILDID-HEX      PIC X(40) VALUE SPACES.
       01 WS-BUILDID-IDX      PIC 9(2) COMP-5 VALUE 0.
       01 WS-BUILDID-OUT-IDX  PIC 9(2) COMP-5 VALUE 0.

      *> THIN-BINARY MAGIC CONSTANTS, USED BY SCAN-DIRECTORY-ENTRY TO
      *> FLAG A FILE AS A MAGIC-NUMBER MISMATCH IN THE END-OF-BATCH
      *> ANOMALY SUMMARY. COVERS BOTH BYTE ORDERS SINCE A BATCH
               10 WS-FAT-OFFSET     PIC 9(9) COMP-5.
               10 WS-FAT-SIZE       PIC 9(9) COMP-5.
               10 WS-FAT-ALIGN      PIC 9(8) COMP-5.
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT FILE-PATH FROM COMMAND-LINE

           IF FILE-PATH = SPACES
               MOVE "MOR001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "   or: macho_reader --scan-dir <dir> "
                   "<report.csv> [--resume]"
               DISPLAY "   or: macho_reader --compare <today.csv> "
                   "<prior.csv> [<delta-report>]"
               DISPLAY "   or: macho_reader --symdelta <prior.symbols> "
               DISPLAY "   or: macho_reader --extract <segname> "
                   "<sectname> <outfile> <binary>"
               DISPLAY "   or: macho_reader --deps <dir> <report>"
               DISPLAY "   or: macho_reader --imports <binary>"
               DISPLAY "   or: macho_reader --harden <dir> <report> "
                   "[<policy-file>]"
               DISPLAY "   or: macho_reader --archmatrix <dir> "
                   "<report>"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
               GOBACK
           END-IF

           MOVE FILE-PATH(1:10) TO WS-IMPORTS-FLAG
           IF WS-IMPORTS-FLAG = "--imports "
               MOVE FILE-PATH(11:1014) TO WS-IMPORTS-ARGS
               UNSTRING WS-IMPORTS-ARGS DELIMITED BY ALL SPACE
                   INTO DYNAMIC-FILE
               END-UNSTRING
               PERFORM RUN-IMPORTS-MODE
               GOBACK
           END-IF

           MOVE FILE-PATH(1:9) TO WS-HARDEN-FLAG
           IF WS-HARDEN-FLAG = "--harden "
               MOVE FILE-PATH(10:1015) TO WS-HARDEN-ARGS
               UNSTRING WS-HARDEN-ARGS DELIMITED BY ALL SPACE
                   INTO WS-SCAN-DIR WS-REPORT-PATH WS-POLICY-PATH
               END-UNSTRING
               PERFORM RUN-HARDEN-MODE
               GOBACK
           END-IF

           MOVE FILE-PATH(1:13) TO WS-ARCH-FLAG
           IF WS-ARCH-FLAG = "--archmatrix "
               MOVE FILE-PATH(14:1011) TO WS-ARCH-ARGS
               UNSTRING WS-ARCH-ARGS DELIMITED BY ALL SPACE
                   INTO WS-SCAN-DIR WS-REPORT-PATH
               END-UNSTRING
               PERFORM RUN-ARCHMATRIX-MODE
               GOBACK
           END-IF

           MOVE FILE-PATH(1:11) TO WS-SCAN-DIR-FLAG
           IF WS-SCAN-DIR-FLAG = "--scan-dir "
               MOVE FILE-PATH(12:1013) TO WS-SCAN-ARGS

               PERFORM VALIDATE-SCAN-PATHS
               IF WS-PATHS-OK = "N"
                   MOVE "MOR002S" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
                   UNTIL WS-PATH-CHECK-IDX > WS-PATH-CHECK-LEN
               MOVE WS-PATH-CHECK-FIELD(WS-PATH-CHECK-IDX:1)
                   TO WS-PATH-CHECK-CHAR
               IF WS-PATH-CHECK-CHAR = ";" OR "|" OR "&" OR "`"
                       OR "$" OR ">" OR "<" OR QUOTE OR "'" OR "("
                       OR ")" OR "\" OR "*" OR "~" OR X"0A"
                   MOVE "N" TO WS-PATHS-OK
               END-IF
           END-PERFORM.
      *> THE WAY A BATCH JOB WOULD PIPE A WORK LIST INTO A STEP) AND
      *> WRITES ONE CSV ROW PER ENTRY TO THE REPORT FILE.
       SCAN-DIRECTORY.
           PERFORM SET-LISTING-PATH
           MOVE SPACES TO WS-SHELL-CMD

           STRING FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               ".ckpt" DELIMITED BY SIZE
               ".exceptions" DELIMITED BY SIZE
               INTO WS-EXCEPTION-PATH

           STRING FUNCTION TRIM(WS-REPORT-PATH) DELIMITED BY SIZE
               ".unapproved" DELIMITED BY SIZE
               INTO WS-UNAPPROVED-PATH

           STRING "ls -1 " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCAN-DIR) DELIMITED BY SIZE

               OPEN OUTPUT REPORT-FILE
               MOVE "path,format,magic,cputype,filetype,ncmds,signed,"
                   & "minos,crc32,signingid,teamid,approval,sha256"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE

               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE

               OPEN OUTPUT UNAPPROVED-FILE
               CLOSE UNAPPROVED-FILE
           END-IF

           PERFORM OPEN-APPROVAL-REGISTRY
           MOVE "N" TO WS-OWNER-OPEN
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE "Y" TO WS-OWNER-OPEN
           END-IF

           OPEN INPUT LISTING-FILE
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE
           PERFORM REMOVE-LISTING-FILE

           IF WS-APPROVAL-OPEN = "Y"
               CLOSE APPROVAL-FILE
               MOVE "N" TO WS-APPROVAL-OPEN
           END-IF
           IF WS-OWNER-OPEN = "Y"
               CLOSE OWNER-FILE
               MOVE "N" TO WS-OWNER-OPEN
           END-IF

           PERFORM REMOVE-CHECKPOINT


           PERFORM PRINT-ANOMALY-SUMMARY
           PERFORM PRINT-SIGNATURE-EXCEPTIONS
           PERFORM PRINT-UNAPPROVED-BUILDS
           PERFORM PRINT-DUPLICATE-REPORT

           MOVE WS-SCAN-DIR TO WS-AUDIT-PARAMS

           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           MOVE "---- End-of-batch anomaly summary ----"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
      *> COMPUTE-FILE-CRC FINGERPRINTS DYNAMIC-FILE'S WHOLE CONTENT
      *> THROUGH THE SHARED CRC32 SUBPROGRAM, 4KB AT A TIME ON ITS
      *> OWN HANDLE SO THE CALLER'S READ POSITION IS UNDISTURBED,
      *> LEAVING THE 8-HEX-DIGIT FINGERPRINT IN WS-CRC-HEX. EACH
      *> CHUNK GOES TO THE SHARED SHA256 SUBPROGRAM AS WELL, LEAVING
      *> THE 64-HEX-DIGIT DIGEST IN WS-SHA-DIGEST.
       COMPUTE-FILE-CRC.
           MOVE SPACES TO WS-CRC-HEX
           MOVE SPACES TO WS-SHA-DIGEST
           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING DYNAMIC-FILE, WS-FILE-INFO
           MOVE WS-FILE-SIZE-BYTES TO WS-CRC-FILE-SIZE
               MOVE "I" TO WS-CRC-OP
               CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-CRC-VALUE
               CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-SHA-DIGEST

               MOVE 0 TO WS-CRC-POS
               PERFORM UNTIL WS-CRC-POS >= WS-CRC-FILE-SIZE
                   MOVE "U" TO WS-CRC-OP
                   CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
                       WS-CRC-LEN, WS-CRC-VALUE
                   CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
                       WS-CRC-LEN, WS-SHA-DIGEST
                   ADD WS-CRC-LEN TO WS-CRC-POS
               END-PERFORM

               MOVE "F" TO WS-CRC-OP
               CALL "CRC32" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-CRC-VALUE
               CALL "SHA256" USING WS-CRC-OP, WS-CRC-BUFFER,
                   WS-CRC-LEN, WS-SHA-DIGEST
               CALL "CBL_CLOSE_FILE" USING WS-CRC-HANDLE
               MOVE 0 TO RETURN-CODE

               ELSE
                   IF WS-FP-CAP-WARNED = "N"
                       MOVE "Y" TO WS-FP-CAP-WARNED
                       MOVE "MOR003W" TO WS-MSG-ID
                       MOVE WS-FP-MAX TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       IF WS-RUN-RC = 0
                           MOVE 4 TO WS-RUN-RC
                       END-IF
      *> EXCEPTIONS ALREADY RECORDED BEFORE THE INTERRUPTION.
       APPEND-SIGNATURE-EXCEPTION.
           PERFORM DECODE-FILE-TYPE
           IF WS-ROW-OWNER = SPACES
               MOVE "owner not recorded" TO WS-ROW-OWNER
           END-IF
           OPEN EXTEND EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS NOT = "00"
               OPEN OUTPUT EXCEPTION-FILE
               STRING WS-CURRENT-PATH DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-FILE-TYPE-NAME) DELIMITED BY SIZE
                   ") - " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-OWNER) DELIMITED BY SIZE
                   INTO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               CLOSE EXCEPTION-FILE
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *> OPEN-APPROVAL-REGISTRY OPENS THE APPROVED-BUILD REGISTRY FOR
      *> THE SCAN'S KEYED LOOKUPS. A REGISTRY THAT CANNOT BE OPENED IS
      *> REPORTED ONCE AND THE SCAN CARRIES ON WITH EVERY BUILD
      *> UNAPPROVED, RATHER THAN FAILING THE WHOLE INVENTORY RUN.
       OPEN-APPROVAL-REGISTRY.
           MOVE "N" TO WS-APPROVAL-OPEN
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS = "00"
               MOVE "Y" TO WS-APPROVAL-OPEN
           ELSE
               MOVE "MOR004W" TO WS-MSG-ID
               MOVE WS-APPROVAL-FILE TO WS-MSG-SLOT(1)
               MOVE WS-APPROVAL-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> CHECK-BUILD-APPROVAL LOOKS THE BUILD ID IN WS-APR-KEY UP IN
      *> THE REGISTRY, FOLDS THE VERDICT INTO THE ROW'S approval
      *> COLUMN (revoked OUTRANKS unapproved OUTRANKS approved, SO A
      *> FAT FILE IS ONLY approved WHEN EVERY SLICE IS), AND LISTS A
      *> BUILD WITHOUT AN ACTIVE APPROVAL IN <report>.unapproved.
       CHECK-BUILD-APPROVAL.
           PERFORM LOOKUP-BUILD-OWNER
           IF WS-ROW-OWNER = SPACES
               OR WS-ROW-OWNER = "owner not recorded"
               MOVE WS-OWNER-TEXT TO WS-ROW-OWNER
           END-IF
           MOVE "unapproved" TO WS-APR-VERDICT
           MOVE 2 TO WS-APR-RANK
           IF WS-APPROVAL-OPEN = "Y"
               MOVE SPACES TO APR-UUID
               MOVE WS-APR-KEY TO APR-UUID
               READ APPROVAL-FILE KEY IS APR-UUID
               IF WS-APPROVAL-STATUS = "00"
                   IF APR-STATUS = "APPROVED"
                       MOVE "approved" TO WS-APR-VERDICT
                       MOVE 1 TO WS-APR-RANK
                   ELSE
                       MOVE "revoked" TO WS-APR-VERDICT
                       MOVE 3 TO WS-APR-RANK
                   END-IF
               END-IF
           END-IF

           IF WS-APR-RANK > WS-ROW-APR-RANK
               MOVE WS-APR-RANK TO WS-ROW-APR-RANK
               MOVE WS-APR-VERDICT TO WS-ROW-APPROVAL
           END-IF

           IF WS-APR-RANK > 1
               PERFORM APPEND-UNAPPROVED-BUILD
           END-IF.

      *> APPEND-UNAPPROVED-BUILD ADDS ONE LINE - PATH, BUILD ID AND
      *> VERDICT, WITH THE REVOKING TICKET FOR A REVOKED BUILD - TO
      *> THE <report>.unapproved LISTING, ENTRY BY ENTRY LIKE THE
      *> .exceptions LISTING.
       APPEND-UNAPPROVED-BUILD.
           OPEN EXTEND UNAPPROVED-FILE
           IF WS-UNAPPROVED-STATUS NOT = "00"
               OPEN OUTPUT UNAPPROVED-FILE
           END-IF
           IF WS-UNAPPROVED-STATUS = "00"
               MOVE SPACES TO UNAPPROVED-RECORD
               IF WS-APR-RANK = 3
                   STRING WS-CURRENT-PATH DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APR-KEY) DELIMITED BY SIZE
                       " (revoked, " DELIMITED BY SIZE
                       FUNCTION TRIM(APR-TICKET) DELIMITED BY SIZE
                       ") - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OWNER-TEXT) DELIMITED BY SIZE
                       INTO UNAPPROVED-RECORD
               ELSE
                   STRING WS-CURRENT-PATH DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-APR-KEY) DELIMITED BY SIZE
                       " (unapproved) - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OWNER-TEXT) DELIMITED BY SIZE
                       INTO UNAPPROVED-RECORD
               END-IF
               WRITE UNAPPROVED-RECORD
               CLOSE UNAPPROVED-FILE
           END-IF.

      *> LOOKUP-BUILD-OWNER LOOKS THE BUILD ID IN WS-APR-KEY UP IN THE
      *> OWNERSHIP ANNOTATIONS AND LEAVES "owner <team>/<app> (<env>);
      *> contact <contact>" OR "owner not recorded" IN WS-OWNER-TEXT.
      *> THE TEXT IS REPLAYED INTO THE CSV REPORT, SO IT CARRIES NO
      *> COMMA FOR --compare TO MISTAKE FOR A FIELD BREAK.
       LOOKUP-BUILD-OWNER.
           MOVE "owner not recorded" TO WS-OWNER-TEXT
           IF WS-OWNER-OPEN = "Y"
               MOVE SPACES TO OWN-UUID
               MOVE WS-APR-KEY TO OWN-UUID
               READ OWNER-FILE KEY IS OWN-UUID
               IF WS-OWNER-STATUS = "00"
                   MOVE SPACES TO WS-OWNER-TEXT
                   STRING "owner " FUNCTION TRIM(OWN-TEAM)
                       "/" FUNCTION TRIM(OWN-APP)
                       " (" FUNCTION TRIM(OWN-ENV) "); contact "
                       FUNCTION TRIM(OWN-CONTACT)
                       DELIMITED BY SIZE INTO WS-OWNER-TEXT
               END-IF
           END-IF.

      *> PRINT-UNAPPROVED-BUILDS REPLAYS THE .unapproved LISTING AS A
      *> CLOSING BLOCK, DISPLAYED AND APPENDED TO THE REPORT FILE THE
      *> SAME WAY PRINT-SIGNATURE-EXCEPTIONS IS.
       PRINT-UNAPPROVED-BUILDS.
           MOVE 0 TO WS-UNAPPROVED-COUNT
           MOVE "N" TO WS-UNAPPROVED-EOF

           DISPLAY "---- Builds without an active approval ----"
           OPEN EXTEND REPORT-FILE
           MOVE "---- Builds without an active approval ----"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT UNAPPROVED-FILE
           IF WS-UNAPPROVED-STATUS = "00"
               PERFORM UNTIL WS-UNAPPROVED-EOF = "Y"
                   READ UNAPPROVED-FILE INTO WS-UNAPPROVED-LINE
                       AT END
                           MOVE "Y" TO WS-UNAPPROVED-EOF
                       NOT AT END
                           ADD 1 TO WS-UNAPPROVED-COUNT
                           DISPLAY FUNCTION TRIM(WS-UNAPPROVED-LINE)
                           MOVE WS-UNAPPROVED-LINE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                   END-READ
               END-PERFORM
               CLOSE UNAPPROVED-FILE
           END-IF

           MOVE WS-UNAPPROVED-COUNT TO WS-ANOMALY-DISP
           DISPLAY "Unapproved builds   : " WS-ANOMALY-DISP
           MOVE SPACES TO REPORT-RECORD
           STRING "Unapproved builds," WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *> RUN-COMPARE-MODE RECONCILES TODAY'S SCAN CSV AGAINST A PRIOR
      *> RUN'S: THE PRIOR CSV IS TABLED BY PATH, TODAY'S IS STREAMED
      *> ROW BY ROW, AND EVERY BINARY ADDED, REMOVED, OR CHANGED IN
      *> ARGUMENT WRITES THE SAME DELTA LINES TO A REPORT FILE.
       RUN-COMPARE-MODE.
           IF WS-CMP-NEW-PATH = SPACES OR WS-CMP-OLD-PATH = SPACES
               MOVE "MOR005S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-CMP-OLD-TABLE
           IF WS-CMP-OLD-STATUS NOT = "00" AND
                   WS-CMP-OLD-STATUS NOT = "10"
               MOVE "MOR006E" TO WS-MSG-ID
               MOVE WS-CMP-OLD-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CMP-OLD-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               IF WS-CMP-OUT-STATUS = "00"
                   MOVE "Y" TO WS-CMP-OUT-OPEN
               ELSE
                   MOVE "MOR007W" TO WS-MSG-ID
                   MOVE WS-CMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-CMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF

           OPEN INPUT CMP-NEW-FILE
           IF WS-CMP-NEW-STATUS NOT = "00"
               MOVE "MOR008E" TO WS-MSG-ID
               MOVE WS-CMP-NEW-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CMP-NEW-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
                   TO WS-CMP-OLD-NCMDS(WS-CMP-OLD-COUNT)
               MOVE "N" TO WS-CMP-OLD-MATCHED(WS-CMP-OLD-COUNT)
           ELSE
               MOVE "MOR009W" TO WS-MSG-ID
               MOVE WS-CMP-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> CLASSIFY-CMP-ROW SPLITS ONE CSV LINE AND DECIDES WHETHER IT
                   WHEN "Magic-number errors"
                   WHEN "Total anomalies"
                   WHEN "Unsigned exceptions"
                   WHEN "Unapproved builds"
                   WHEN "Duplicate groups"
                       CONTINUE
                   WHEN OTHER
      *> DISAPPEARED EXPORT ENDS THE RUN WITH RETURN-CODE 4.
       RUN-SYMDELTA-MODE.
           IF WS-CMP-OLD-PATH = SPACES OR WS-CMP-NEW-PATH = SPACES
               MOVE "MOR010S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SD-OLD-TABLE
           IF WS-CMP-OLD-STATUS NOT = "00"
               MOVE "MOR011E" TO WS-MSG-ID
               MOVE WS-CMP-OLD-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CMP-OLD-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               IF WS-CMP-OUT-STATUS = "00"
                   MOVE "Y" TO WS-CMP-OUT-OPEN
               ELSE
                   MOVE "MOR007W" TO WS-MSG-ID
                   MOVE WS-CMP-OUT-PATH TO WS-MSG-SLOT(1)
                   MOVE WS-CMP-OUT-STATUS TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF

           OPEN INPUT CMP-NEW-FILE
           IF WS-CMP-NEW-STATUS NOT = "00"
               MOVE "MOR012E" TO WS-MSG-ID
               MOVE WS-CMP-NEW-PATH TO WS-MSG-SLOT(1)
               MOVE WS-CMP-NEW-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
               MOVE WS-SD-SECT TO WS-SD-OLD-SECT(WS-SD-OLD-COUNT)
               MOVE "N" TO WS-SD-OLD-MATCHED(WS-SD-OLD-COUNT)
           ELSE
               MOVE "MOR013W" TO WS-MSG-ID
               MOVE WS-SD-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> PARSE-SD-LINE SPLITS ONE LISTING LINE INTO NAME AND TYPE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

      *> SET-LISTING-PATH NAMES THE DIRECTORY-WALK WORK FILE AFTER
      *> THIS PROCESS, SO STEPS RUNNING SIDE BY SIDE (A JobRunner
      *> PARALLEL GROUP) NEVER SHARE ONE LISTING.
       SET-LISTING-PATH.
           CALL "C$GETPID" RETURNING WS-LISTING-PID
           MOVE WS-LISTING-PID TO WS-LISTING-PID-DISP
           MOVE SPACES TO WS-LISTING-FILE
           STRING "/tmp/macho_reader_listing." DELIMITED BY SIZE
               WS-LISTING-PID-DISP DELIMITED BY SIZE
               ".tmp" DELIMITED BY SIZE
               INTO WS-LISTING-FILE.

      *> REMOVE-LISTING-FILE DROPS THE WORK FILE ONCE THE WALK IS DONE.
       REMOVE-LISTING-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-FILE) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD.

      *> SCAN-DIRECTORY-ENTRY OPENS ONE FILE FROM THE DIRECTORY LISTING
      *> AND APPENDS ITS CSV ROW TO THE REPORT.
       SCAN-DIRECTORY-ENTRY.
           MOVE 0 TO WS-CUR-POS
           MOVE "N" TO WS-IS-FAT
           MOVE "N" TO WS-BATCH-WALKED
           MOVE "-" TO WS-ROW-APPROVAL
           MOVE 0 TO WS-ROW-APR-RANK
           MOVE SPACES TO WS-ROW-OWNER
           PERFORM OPEN-BINARY-HANDLE

           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ANOMALY-OPEN-ERRORS
               MOVE "MOR014W" TO WS-MSG-ID
               MOVE WS-CURRENT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
           ELSE
               PERFORM READ-WORD
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-ELF-SHNUM-DISP

           PERFORM SCAN-ELF-BUILD-ID
           PERFORM CLOSE-BINARY-HANDLE

           IF WS-BUILDID-FOUND = "Y"
               MOVE WS-BUILDID-HEX TO WS-APR-KEY
               PERFORM CHECK-BUILD-APPROVAL
           END-IF

           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-PATH DELIMITED BY SPACE
               WS-ELF-SHNUM-DISP DELIMITED BY SIZE
               ",-,-," DELIMITED BY SIZE
               WS-CRC-HEX DELIMITED BY SIZE
               ",-,-," DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROW-APPROVAL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-SHA-DIGEST DELIMITED BY SPACE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

      *> SCAN-ELF-BUILD-ID LOCATES e_phoff/e_phentsize/e_phnum AT THE
      *> CLASS'S OWN OFFSETS AND WALKS THE PROGRAM HEADERS, HANDING
      *> EACH PT_NOTE (TYPE 4) SEGMENT TO SCAN-ELF-NOTE-SEGMENT UNTIL
      *> A BUILD ID TURNS UP. PROGRAM HEADERS SURVIVE strip, SO THIS
      *> FINDS THE ID EVEN WHEN THE SECTION TABLE IS GONE.
       SCAN-ELF-BUILD-ID.
           MOVE "N" TO WS-BUILDID-FOUND
           MOVE SPACES TO WS-BUILDID-HEX
           IF WS-SCAN-ELF-CLASS = 1
               MOVE 28 TO WS-SKIP-TARGET
           ELSE
               MOVE 32 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-ADDR
           MOVE WS-ELF-ADDR-VAL TO WS-SCAN-PHOFF

           IF WS-SCAN-ELF-CLASS = 1
               MOVE 42 TO WS-SKIP-TARGET
           ELSE
               MOVE 54 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-SCAN-PHENTSIZE
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-SCAN-PHNUM

           IF WS-END-OF-FILE = "Y" OR WS-SCAN-PHOFF = 0
               OR WS-SCAN-PHENTSIZE = 0
               MOVE "N" TO WS-END-OF-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-PHNUM > WS-SCAN-PH-MAX
               MOVE WS-SCAN-PH-MAX TO WS-SCAN-PHNUM
           END-IF

           PERFORM VARYING WS-SCAN-PH-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-PH-IDX > WS-SCAN-PHNUM
                   OR WS-BUILDID-FOUND = "Y"
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-SCAN-PH-POS = WS-SCAN-PHOFF
                   + (WS-SCAN-PH-IDX - 1) * WS-SCAN-PHENTSIZE
               MOVE WS-SCAN-PH-POS TO WS-SKIP-TARGET
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-SCAN-PH-TYPE
               IF WS-SCAN-PH-TYPE = 4 AND WS-END-OF-FILE = "N"
                   IF WS-SCAN-ELF-CLASS = 1
                       COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 4
                       PERFORM SEEK-TO-POSITION
                       PERFORM READ-ELF-WORD
                       MOVE WS-ELF-WORD-VAL TO WS-SCAN-NOTE-POS
                       COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 16
                       PERFORM SEEK-TO-POSITION
                       PERFORM READ-ELF-WORD
                       COMPUTE WS-SCAN-NOTE-END =
                           WS-SCAN-NOTE-POS + WS-ELF-WORD-VAL
                   ELSE
                       COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 8
                       PERFORM SEEK-TO-POSITION
                       PERFORM READ-ELF-ADDR
                       MOVE WS-ELF-ADDR-VAL TO WS-SCAN-NOTE-POS
                       COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 32
                       PERFORM SEEK-TO-POSITION
                       PERFORM READ-ELF-ADDR
                       COMPUTE WS-SCAN-NOTE-END =
                           WS-SCAN-NOTE-POS + WS-ELF-ADDR-VAL
                   END-IF
                   PERFORM SCAN-ELF-NOTE-SEGMENT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> SCAN-ELF-NOTE-SEGMENT STEPS THROUGH THE NOTES OF ONE PT_NOTE
      *> SEGMENT. EACH NOTE IS NAMESZ/DESCSZ/TYPE FOLLOWED BY THE NAME
      *> AND THE DESC, EACH PADDED TO A 4-BYTE BOUNDARY; NOTE TYPE 3
      *> (NT_GNU_BUILD_ID) CARRIES THE BUILD ID AS ITS DESC, AND ONE
      *> LONGER THAN 20 BYTES WOULD OVERRUN THE 40-CHARACTER KEY.
       SCAN-ELF-NOTE-SEGMENT.
           PERFORM UNTIL WS-SCAN-NOTE-POS + 12 > WS-SCAN-NOTE-END
                   OR WS-BUILDID-FOUND = "Y"
                   OR WS-END-OF-FILE = "Y"
               MOVE WS-SCAN-NOTE-POS TO WS-SKIP-TARGET
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-SCAN-NOTE-NAMESZ
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-SCAN-NOTE-DESCSZ
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-SCAN-NOTE-TYPE

               COMPUTE WS-SCAN-NAME-PAD = WS-SCAN-NOTE-NAMESZ + 3
               DIVIDE WS-SCAN-NAME-PAD BY 4 GIVING WS-SCAN-NAME-PAD
               MULTIPLY 4 BY WS-SCAN-NAME-PAD
               COMPUTE WS-SCAN-DESC-PAD = WS-SCAN-NOTE-DESCSZ + 3
               DIVIDE WS-SCAN-DESC-PAD BY 4 GIVING WS-SCAN-DESC-PAD
               MULTIPLY 4 BY WS-SCAN-DESC-PAD

               IF WS-SCAN-NOTE-TYPE = 3 AND WS-SCAN-NOTE-DESCSZ > 0
                   AND WS-SCAN-NOTE-DESCSZ <= 20
                   AND WS-END-OF-FILE = "N"
                   COMPUTE WS-SKIP-TARGET =
                       WS-SCAN-NOTE-POS + 12 + WS-SCAN-NAME-PAD
                   PERFORM SEEK-TO-POSITION
                   MOVE SPACES TO WS-BUILDID-HEX
                   MOVE 0 TO WS-BUILDID-OUT-IDX
                   PERFORM VARYING WS-BUILDID-IDX FROM 1 BY 1
                           UNTIL WS-BUILDID-IDX > WS-SCAN-NOTE-DESCSZ
                           OR WS-END-OF-FILE = "Y"
                       PERFORM READ-ONE-BYTE
                       COMPUTE WS-HEX-VALUE =
                           FUNCTION ORD(BINARY-BYTE) - 1
                       DIVIDE WS-HEX-VALUE BY 16
                           GIVING WS-HEX-HI-NIBBLE
                           REMAINDER WS-HEX-LO-NIBBLE
                       ADD 1 TO WS-BUILDID-OUT-IDX
                       MOVE HEX-TABLE(WS-HEX-HI-NIBBLE + 1:1)
                           TO WS-BUILDID-HEX(WS-BUILDID-OUT-IDX:1)
                       ADD 1 TO WS-BUILDID-OUT-IDX
                       MOVE HEX-TABLE(WS-HEX-LO-NIBBLE + 1:1)
                           TO WS-BUILDID-HEX(WS-BUILDID-OUT-IDX:1)
                   END-PERFORM
                   IF WS-END-OF-FILE = "N"
                       MOVE "Y" TO WS-BUILDID-FOUND
                   END-IF
               END-IF

               COMPUTE WS-SCAN-NOTE-POS = WS-SCAN-NOTE-POS + 12
                   + WS-SCAN-NAME-PAD + WS-SCAN-DESC-PAD
           END-PERFORM.

      *> READ-ELF-WORD READS ONE 4-BYTE ELF FIELD AT THE CURRENT
      *> POSITION AND DECODES IT PER THE FILE'S EI_DATA BYTE ORDER.
       READ-ELF-WORD.
           MOVE 0 TO WS-ELF-WORD-VAL
           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               IF WS-SCAN-ELF-DATA = 2
                   COMPUTE WS-ELF-WORD-VAL =
                         (FUNCTION ORD(WS-WORD-BYTE(1)) - 1) * 16777216
                       + (FUNCTION ORD(WS-WORD-BYTE(2)) - 1) * 65536
                       + (FUNCTION ORD(WS-WORD-BYTE(3)) - 1) * 256
                       + (FUNCTION ORD(WS-WORD-BYTE(4)) - 1)
               ELSE
                   MOVE WS-WORD-NUM TO WS-ELF-WORD-VAL
               END-IF
           END-IF.

      *> READ-ELF-ADDR READS ONE ADDRESS/OFFSET-SIZED FIELD - 4 BYTES
      *> IN A 32-BIT FILE, 8 IN A 64-BIT ONE - KEEPING THE LOW-ORDER
      *> WORD, WHICH COMES FIRST IN A LITTLE-ENDIAN FILE AND SECOND IN
      *> A BIG-ENDIAN ONE.
       READ-ELF-ADDR.
           PERFORM READ-ELF-WORD
           MOVE WS-ELF-WORD-VAL TO WS-ELF-ADDR-VAL
           IF WS-SCAN-ELF-CLASS = 2
               MOVE WS-ELF-WORD-VAL TO WS-ELF-ADDR-FIRST
               PERFORM READ-ELF-WORD
               IF WS-SCAN-ELF-DATA = 2
                   MOVE WS-ELF-WORD-VAL TO WS-ELF-ADDR-VAL
               ELSE
                   MOVE WS-ELF-ADDR-FIRST TO WS-ELF-ADDR-VAL
               END-IF
           END-IF.

      *> READ-ELF-HALF READS ONE 2-BYTE ELF FIELD AT THE CURRENT
      *> POSITION AND DECODES IT PER THE FILE'S EI_DATA BYTE ORDER.
       READ-ELF-HALF.
           OPEN EXTEND REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING WS-CURRENT-PATH DELIMITED BY SPACE
               ",EMPTY,,,,,,,,,,," DELIMITED BY SIZE
               INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

           IF WS-UUID-FOUND = "Y"
               PERFORM UPDATE-INVENTORY
               MOVE WS-UUID-HEX TO WS-APR-KEY
               PERFORM CHECK-BUILD-APPROVAL
           END-IF

           IF WS-END-OF-FILE = "N"
                   FUNCTION TRIM(WS-ROW-SIGNID) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-TEAMID) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROW-APPROVAL) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-SHA-DIGEST DELIMITED BY SPACE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
                   PERFORM PUT-DETAIL-LINE
               END-IF

               IF WS-CRC-HEX NOT = SPACES
                   MOVE SPACES TO DETAIL-REPORT-RECORD
                   STRING "CRC-32      : " WS-CRC-HEX DELIMITED BY SIZE
                       INTO DETAIL-REPORT-RECORD
                   PERFORM PUT-DETAIL-LINE

                   MOVE SPACES TO DETAIL-REPORT-RECORD
                   STRING "SHA-256     : " WS-SHA-DIGEST
                       DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
                   PERFORM PUT-DETAIL-LINE
               END-IF

               IF WS-SIGN-ID NOT = SPACES
                   MOVE SPACES TO DETAIL-REPORT-RECORD
                   STRING "SIGNING-ID  : "
                           STRING "    " WS-SECT-NAME(WS-SECT-IDX)
                               " offset=" WS-SEG-OFF-DISP
                               " size=" WS-SEG-SIZ-DISP
                               " flags=0x"
                               WS-SECT-FLAGS-HEX(WS-SECT-IDX)
                               DELIMITED BY SIZE
                               INTO DETAIL-REPORT-RECORD
                           PERFORM PUT-DETAIL-LINE
           ELSE
               PERFORM READ-WORD
               IF WS-END-OF-FILE = "Y"
                   MOVE "MOR015E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-VERIFY-ERRORS
               ELSE
                   MOVE WS-WORD-BUF TO MACHO-MAGIC
                           OR MACHO-MAGIC = WS-MH-CIGAM-64
                           PERFORM READ-REST-OF-HEADER
                           IF WS-END-OF-FILE = "Y"
                               MOVE "MOR016E" TO WS-MSG-ID
                               PERFORM ISSUE-MESSAGE
                               ADD 1 TO WS-VERIFY-ERRORS
                           ELSE
                               PERFORM VERIFY-COMMAND-WALK
                           END-IF
                       WHEN MACHO-MAGIC = WS-MH-MAGIC
                           OR MACHO-MAGIC = WS-MH-MAGIC-64
                           MOVE "MOR017W" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                       WHEN OTHER
                           MOVE "MOR018E" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           ADD 1 TO WS-VERIFY-ERRORS
                   END-EVALUATE
               END-IF
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-VERIFY-ERRORS TO WS-VFY-COUNT-DISP
               MOVE "MOR019E" TO WS-MSG-ID
               MOVE DYNAMIC-FILE TO WS-MSG-SLOT(1)
               MOVE WS-VFY-COUNT-DISP TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "verify FAIL" TO WS-AUDIT-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           IF WS-VERIFY-ERRORS > 0
               MOVE SPACES TO WS-VFY-ALERT-REASON
               STRING "verify FAIL " FUNCTION TRIM(DYNAMIC-FILE)
                   " (" WS-VFY-COUNT-DISP " problem(s))"
                   DELIMITED BY SIZE INTO WS-VFY-ALERT-REASON
               CALL "AlertSender" USING WS-AUDIT-PROGRAM,
                   WS-VFY-ALERT-SEV, WS-VFY-ALERT-REASON,
                   DYNAMIC-FILE
           END-IF
      *> THE AUDIT CALL CHAIN TOUCHES THE RETURN-CODE REGISTER, SO
      *> THE VERDICT'S EXIT CODE IS RESTATED LAST.
           IF WS-VERIFY-ERRORS = 0
               COMPUTE WS-VFY-SLICE-END = WS-FAT-OFFSET(WS-FAT-IDX)
                   + WS-FAT-SIZE(WS-FAT-IDX)
               IF WS-VFY-SLICE-END > WS-FILE-SIZE-BYTES
                   MOVE "MOR020E" TO WS-MSG-ID
                   MOVE WS-FAT-IDX TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-VERIFY-ERRORS
               ELSE
                   MOVE "N" TO WS-END-OF-FILE
                   PERFORM SEEK-TO-POSITION
                   PERFORM READ-WORD
                   IF WS-END-OF-FILE = "Y"
                       MOVE "MOR021E" TO WS-MSG-ID
                       MOVE WS-FAT-IDX TO WS-MSG-SLOT(1)
                       PERFORM ISSUE-MESSAGE
                       ADD 1 TO WS-VERIFY-ERRORS
                   ELSE
                       MOVE WS-WORD-BUF TO MACHO-MAGIC
                           OR MACHO-MAGIC = WS-MH-CIGAM-64
                           PERFORM READ-REST-OF-HEADER
                           IF WS-END-OF-FILE = "Y"
                               MOVE "MOR022E" TO WS-MSG-ID
                               MOVE WS-FAT-IDX TO WS-MSG-SLOT(1)
                               PERFORM ISSUE-MESSAGE
                               ADD 1 TO WS-VERIFY-ERRORS
                           ELSE
                               PERFORM VERIFY-COMMAND-WALK
                           END-IF
                       ELSE
                           MOVE "MOR023W" TO WS-MSG-ID
                           MOVE WS-FAT-IDX TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                       END-IF
                   END-IF
                   PERFORM CLOSE-BINARY-HANDLE
               END-IF

               IF WS-END-OF-FILE = "Y"
                   MOVE "MOR024E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-VERIFY-ERRORS
                   MOVE "Y" TO WS-VFY-STOP-WALK
               ELSE
                   EVALUATE TRUE
                       WHEN WS-LC-CMDSIZE < 8
                           MOVE "MOR025E" TO WS-MSG-ID
                           MOVE WS-LC-COUNT TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                           ADD 1 TO WS-VERIFY-ERRORS
                           MOVE "Y" TO WS-VFY-STOP-WALK
                       WHEN FUNCTION MOD(WS-LC-CMDSIZE, 4) NOT = 0
                           MOVE "MOR026E" TO WS-MSG-ID
                           MOVE WS-LC-COUNT TO WS-MSG-SLOT(1)
                           PERFORM ISSUE-MESSAGE
                           ADD 1 TO WS-VERIFY-ERRORS
                           MOVE "Y" TO WS-VFY-STOP-WALK
                       WHEN WS-LC-CONSUMED + WS-LC-CMDSIZE > SIZE-CMDS
                           MOVE "MOR027E" TO WS-MSG-ID
                           PERFORM ISSUE-MESSAGE
                           ADD 1 TO WS-VERIFY-ERRORS
                           MOVE "Y" TO WS-VFY-STOP-WALK
                       WHEN OTHER
                               WS-CUR-POS + WS-LC-CMDSIZE - 8
                           PERFORM SEEK-TO-POSITION
                           IF WS-END-OF-FILE = "Y"
                               MOVE "MOR028E" TO WS-MSG-ID
                               PERFORM ISSUE-MESSAGE
                               ADD 1 TO WS-VERIFY-ERRORS
                               MOVE "Y" TO WS-VFY-STOP-WALK
                           END-IF
               IF WS-LC-COUNT NOT = N-CMDS
                   MOVE WS-LC-COUNT TO WS-VFY-COUNT-DISP
                   MOVE N-CMDS TO WS-VFY-NCMDS-DISP
                   MOVE "MOR029E" TO WS-MSG-ID
                   MOVE WS-VFY-COUNT-DISP TO WS-MSG-SLOT(1)
                   MOVE WS-VFY-NCMDS-DISP TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-VERIFY-ERRORS
               END-IF
               IF WS-LC-CONSUMED NOT = SIZE-CMDS
                   MOVE "MOR030E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   ADD 1 TO WS-VERIFY-ERRORS
               END-IF
           END-IF.
       RUN-EXTRACT-MODE.
           IF WS-EXT-SEGNAME = SPACES OR WS-EXT-SECTNAME = SPACES
               OR WS-EXT-OUTFILE = SPACES OR DYNAMIC-FILE = SPACES
               MOVE "MOR031S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-EXT-FOUND
           PERFORM READ-WORD
           IF WS-END-OF-FILE = "Y"
               MOVE "MOR032E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE WS-WORD-BUF TO MACHO-MAGIC
           IF WS-EXT-FOUND = "Y"
               PERFORM COPY-SECTION-BYTES
           ELSE
               MOVE "MOR053E" TO WS-MSG-ID
               MOVE WS-EXT-SEGNAME TO WS-MSG-SLOT(1)
               MOVE WS-EXT-SECTNAME TO WS-MSG-SLOT(2)
               MOVE DYNAMIC-FILE TO WS-MSG-SLOT(3)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           END-IF
           PERFORM CLOSE-BINARY-HANDLE
               WS-EXT-CREATE-MODE, WS-BIN-DENY-MODE, WS-BIN-DEVICE,
               WS-EXT-WRITE-HANDLE
           IF RETURN-CODE NOT = 0
               MOVE "MOR033E" TO WS-MSG-ID
               MOVE WS-EXT-OUTFILE TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO WS-RUN-RC
           ELSE
      *> BASENAME RESOLVES TO NEITHER.
       RUN-DEPS-MODE.
           IF WS-SCAN-DIR = SPACES OR WS-REPORT-PATH = SPACES
               MOVE "MOR034S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-SCAN-PATHS
           IF WS-PATHS-OK = "N"
               MOVE "MOR002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SET-LISTING-PATH
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCAN-DIR) DELIMITED BY SIZE
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE
           PERFORM REMOVE-LISTING-FILE

           MOVE WS-DEPS-FILES TO WS-ANOMALY-DISP
           DISPLAY "---- Dependency closure summary ----"
                   TO WS-DEP-BASENAME
           END-IF.

      *> RUN-IMPORTS-MODE DRIVES THE --imports REPORT: OPEN THE
      *> BINARY, REPORT A THIN FILE AS ONE IMAGE OR A FAT FILE SLICE
      *> BY SLICE, AND WRITE THE GROUPED LISTING TO
      *> <binary-path>.imports.txt.
       RUN-IMPORTS-MODE.
           IF DYNAMIC-FILE = SPACES
               MOVE "MOR035S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-BINARY-HANDLE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-IMPORTS-PATH
           STRING DYNAMIC-FILE DELIMITED BY SPACE
               ".imports.txt" DELIMITED BY SIZE
               INTO WS-IMPORTS-PATH
           OPEN OUTPUT IMPORTS-FILE
           IF WS-IMPORTS-STATUS NOT = "00"
               MOVE "MOR036E" TO WS-MSG-ID
               MOVE WS-IMPORTS-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               PERFORM CLOSE-BINARY-HANDLE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO IMPORTS-RECORD
           STRING "Imported symbols by dependent library: "
               FUNCTION TRIM(DYNAMIC-FILE)
               DELIMITED BY SIZE INTO IMPORTS-RECORD
           WRITE IMPORTS-RECORD

           MOVE 0 TO WS-IMP-TOTAL
           MOVE 0 TO WS-IMP-IMAGES
           PERFORM READ-WORD
           EVALUATE TRUE
               WHEN WS-END-OF-FILE = "Y"
                   MOVE "MOR032E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO WS-RUN-RC
               WHEN WS-WORD-BUF = WS-FAT-MAGIC
                   OR WS-WORD-BUF = WS-FAT-MAGIC-64
                   IF WS-WORD-BUF = WS-FAT-MAGIC-64
                       MOVE "Y" TO WS-FAT-IS-64
                   ELSE
                       MOVE "N" TO WS-FAT-IS-64
                   END-IF
                   PERFORM READ-WORD-BE
                   MOVE WS-WORD-NUM-BE TO WS-NFAT-ARCH
                   PERFORM READ-FAT-ARCH-ENTRIES
                   PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                           UNTIL WS-FAT-IDX > WS-NFAT-ARCH
                       PERFORM IMPORTS-FAT-SLICE
                   END-PERFORM
               WHEN WS-WORD-BUF = WS-MH-CIGAM
                   OR WS-WORD-BUF = WS-MH-CIGAM-64
                   MOVE WS-WORD-BUF TO MACHO-MAGIC
                   MOVE 0 TO WS-IMP-BASE
                   MOVE SPACES TO WS-IMP-HEADING
                   PERFORM IMPORTS-ONE-IMAGE
               WHEN OTHER
                   MOVE "MOR037E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO WS-RUN-RC
           END-EVALUATE
           PERFORM CLOSE-BINARY-HANDLE

           MOVE SPACES TO IMPORTS-RECORD
           WRITE IMPORTS-RECORD
           MOVE WS-IMP-TOTAL TO WS-IMP-COUNT-DISP
           MOVE SPACES TO IMPORTS-RECORD
           STRING "Imported symbols," WS-IMP-COUNT-DISP
               DELIMITED BY SIZE INTO IMPORTS-RECORD
           WRITE IMPORTS-RECORD
           CLOSE IMPORTS-FILE

           DISPLAY "Import listing (" WS-IMP-COUNT-DISP
               " symbols) written to " FUNCTION TRIM(WS-IMPORTS-PATH)

           MOVE DYNAMIC-FILE TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "imports report, symbols=" WS-IMP-COUNT-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE WS-RUN-RC TO RETURN-CODE.

      *> IMPORTS-FAT-SLICE REPORTS ONE LITTLE-ENDIAN SLICE OF A FAT
      *> FILE; EVERY OFFSET THE SLICE'S OWN HEADER CARRIES IS RELATIVE
      *> TO THE SLICE, SO ITS fat_arch OFFSET BECOMES THE IMAGE BASE.
       IMPORTS-FAT-SLICE.
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-FAT-OFFSET(WS-FAT-IDX) TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION
           PERFORM READ-WORD
           MOVE WS-FAT-IDX TO WS-IMP-SLICE-DISP
           MOVE SPACES TO WS-IMP-HEADING
           STRING " (slice " WS-IMP-SLICE-DISP ")"
               DELIMITED BY SIZE INTO WS-IMP-HEADING
           IF WS-END-OF-FILE = "N"
               AND (WS-WORD-BUF = WS-MH-CIGAM
                   OR WS-WORD-BUF = WS-MH-CIGAM-64)
               MOVE WS-WORD-BUF TO MACHO-MAGIC
               MOVE WS-FAT-OFFSET(WS-FAT-IDX) TO WS-IMP-BASE
               PERFORM IMPORTS-ONE-IMAGE
           ELSE
               MOVE SPACES TO IMPORTS-RECORD
               WRITE IMPORTS-RECORD
               MOVE SPACES TO IMPORTS-RECORD
               STRING "Slice " WS-IMP-SLICE-DISP
                   ": not a little-endian Mach-O slice, skipped"
                   DELIMITED BY SIZE INTO IMPORTS-RECORD
               WRITE IMPORTS-RECORD
           END-IF.

      *> IMPORTS-ONE-IMAGE WALKS ONE MACH-O IMAGE QUIETLY, CAPTURING
      *> THE DYLIB LOAD ORDER AND THE LC_SYMTAB LOCATION, THEN LOADS
      *> THE SYMBOL TABLE AND WRITES THE IMAGE'S GROUPS.
       IMPORTS-ONE-IMAGE.
           PERFORM READ-REST-OF-HEADER
           IF WS-END-OF-FILE = "Y"
               MOVE "MOR038E" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IMP-IMAGES
           MOVE 0 TO WS-IMP-LIB-COUNT
           MOVE 0 TO WS-IMP-LIB-SEEN
           MOVE 0 TO WS-IMP-IMAGE-COUNT
           MOVE "N" TO WS-SYMTAB-FOUND
           MOVE "Y" TO WS-IMP-CAPTURE
           PERFORM WALK-COMMANDS-BATCH
           MOVE "N" TO WS-IMP-CAPTURE

           COMPUTE WS-BIT-CHECK = FUNCTION MOD(FLAGS-NUM / 128, 2)
           IF WS-BIT-CHECK = 1
               MOVE "Y" TO WS-IMP-TWOLEVEL
           ELSE
               MOVE "N" TO WS-IMP-TWOLEVEL
           END-IF

           PERFORM DECODE-CPU-TYPE
           MOVE SPACES TO IMPORTS-RECORD
           WRITE IMPORTS-RECORD
           MOVE SPACES TO IMPORTS-RECORD
           STRING "Image: " FUNCTION TRIM(WS-CPU-TYPE-NAME)
               WS-IMP-HEADING
               DELIMITED BY SIZE INTO IMPORTS-RECORD
           WRITE IMPORTS-RECORD

           IF WS-IMP-LIB-SEEN > WS-IMP-LIB-MAX
               MOVE "MOR039W" TO WS-MSG-ID
               MOVE WS-IMP-LIB-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           MOVE 0 TO WS-SYM-COUNT
           IF WS-SYMTAB-FOUND = "N"
               MOVE "  (no LC_SYMTAB - nothing imported by name)"
                   TO IMPORTS-RECORD
               WRITE IMPORTS-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD WS-IMP-BASE TO WS-SYMTAB-OFF
           ADD WS-IMP-BASE TO WS-SYMTAB-STROFF
           IF WS-SYMTAB-STROFF < WS-SYMTAB-OFF
               MOVE "MOR055W" TO WS-MSG-ID
               MOVE DYNAMIC-FILE TO WS-MSG-SLOT(1)
               MOVE "imports" TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE "  (malformed LC_SYMTAB - imports skipped)"
                   TO IMPORTS-RECORD
               WRITE IMPORTS-RECORD
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-END-OF-FILE
           PERFORM LOAD-SYMBOL-TABLE

           IF WS-IMP-TWOLEVEL = "N"
               MOVE "Y" TO WS-IMP-MATCH-ALL
               MOVE "  [flat namespace - no per-library binding]"
                   TO WS-IMP-HEADING
               PERFORM WRITE-IMPORT-GROUP
               MOVE "N" TO WS-IMP-MATCH-ALL
           ELSE
               PERFORM VARYING WS-IMP-LIB-IDX FROM 1 BY 1
                       UNTIL WS-IMP-LIB-IDX > WS-IMP-LIB-COUNT
                   MOVE WS-IMP-LIB-IDX TO WS-IMP-GROUP
                   MOVE WS-IMP-LIB-IDX TO WS-IMP-ORD-DISP
                   MOVE SPACES TO WS-IMP-HEADING
                   STRING "  [" WS-IMP-ORD-DISP "] "
                       FUNCTION TRIM(WS-IMP-LIB-PATH(WS-IMP-LIB-IDX))
                       " "
                       FUNCTION TRIM(WS-IMP-LIB-KIND(WS-IMP-LIB-IDX))
                       DELIMITED BY SIZE INTO WS-IMP-HEADING
                   PERFORM WRITE-IMPORT-GROUP
               END-PERFORM

               MOVE 0 TO WS-IMP-GROUP
               MOVE "  [self] this image" TO WS-IMP-HEADING
               PERFORM WRITE-SPECIAL-GROUP
               MOVE 254 TO WS-IMP-GROUP
               MOVE "  [dynamic lookup] resolved by flat search at load"
                   TO WS-IMP-HEADING
               PERFORM WRITE-SPECIAL-GROUP
               MOVE 255 TO WS-IMP-GROUP
               MOVE "  [main executable] bound to the loading program"
                   TO WS-IMP-HEADING
               PERFORM WRITE-SPECIAL-GROUP
               MOVE 999 TO WS-IMP-GROUP
               MOVE "  [unknown ordinal] no loaded library has it"
                   TO WS-IMP-HEADING
               PERFORM WRITE-SPECIAL-GROUP
           END-IF

           MOVE WS-IMP-IMAGE-COUNT TO WS-IMP-COUNT-DISP
           MOVE SPACES TO IMPORTS-RECORD
           STRING "  Image imports: " WS-IMP-COUNT-DISP
               DELIMITED BY SIZE INTO IMPORTS-RECORD
           WRITE IMPORTS-RECORD.

      *> CAPTURE-IMPORT-COMMAND FILES EVERY DYLIB-LOADING COMMAND'S
      *> PATH IN LOAD ORDER (DUPLICATES KEPT - THE ORDINAL IS A
      *> POSITION, NOT A NAME) AND NOTES LC_SYMTAB, FOR THE QUIET WALK
      *> THE --imports MODE RUNS.
       CAPTURE-IMPORT-COMMAND.
           IF WS-LC-CMD = 2
               PERFORM READ-SYMTAB-PAYLOAD
               EXIT PARAGRAPH
           END-IF
           IF WS-LC-CMD NOT = 12 AND WS-LC-CMD NOT = 32
               AND WS-LC-CMD NOT = 2147483672
               AND WS-LC-CMD NOT = 2147483679
               AND WS-LC-CMD NOT = 2147483683
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-IMP-LIB-SEEN
           MOVE SPACES TO WS-LC-PATH-STRING
           PERFORM READ-LC-PATH-STRING
           IF WS-IMP-LIB-COUNT < WS-IMP-LIB-MAX
               ADD 1 TO WS-IMP-LIB-COUNT
               IF WS-LC-PATH-STRING = SPACES
                   MOVE "(unnamed)" TO
                       WS-IMP-LIB-PATH(WS-IMP-LIB-COUNT)
               ELSE
                   MOVE WS-LC-PATH-STRING TO
                       WS-IMP-LIB-PATH(WS-IMP-LIB-COUNT)
               END-IF
               EVALUATE WS-LC-CMD
                   WHEN 32
                       MOVE "(lazy)"
                           TO WS-IMP-LIB-KIND(WS-IMP-LIB-COUNT)
                   WHEN 2147483672
                       MOVE "(weak)"
                           TO WS-IMP-LIB-KIND(WS-IMP-LIB-COUNT)
                   WHEN 2147483679
                       MOVE "(reexport)"
                           TO WS-IMP-LIB-KIND(WS-IMP-LIB-COUNT)
                   WHEN 2147483683
                       MOVE "(upward)"
                           TO WS-IMP-LIB-KIND(WS-IMP-LIB-COUNT)
                   WHEN OTHER
                       MOVE SPACES TO WS-IMP-LIB-KIND(WS-IMP-LIB-COUNT)
               END-EVALUATE
           END-IF.

      *> WRITE-SPECIAL-GROUP WRITES ONE OF THE NON-LIBRARY GROUPS ONLY
      *> WHEN SOMETHING BINDS THROUGH IT, SO THE LISTING IS NOT
      *> PADDED WITH EMPTY SELF/LOOKUP/EXECUTABLE HEADINGS.
       WRITE-SPECIAL-GROUP.
           MOVE 0 TO WS-IMP-GROUP-COUNT
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                   UNTIL WS-SYM-IDX > WS-SYM-COUNT
               PERFORM TEST-IMPORT-MATCH
               IF WS-IMP-MATCH = "Y"
                   ADD 1 TO WS-IMP-GROUP-COUNT
               END-IF
           END-PERFORM
           IF WS-IMP-GROUP-COUNT > 0
               PERFORM WRITE-IMPORT-GROUP
           END-IF.

      *> WRITE-IMPORT-GROUP WRITES THE HEADING IN WS-IMP-HEADING, THE
      *> NAME OF EVERY IMPORT THAT BINDS THROUGH WS-IMP-GROUP, AND THE
      *> GROUP'S COUNT. A LIBRARY NOTHING IS IMPORTED FROM STILL GETS
      *> ITS HEADING - A LINKED-BUT-UNUSED DYLIB IS WORTH SEEING TOO.
       WRITE-IMPORT-GROUP.
           MOVE WS-IMP-HEADING TO IMPORTS-RECORD
           WRITE IMPORTS-RECORD
           MOVE 0 TO WS-IMP-GROUP-COUNT
           PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
                   UNTIL WS-SYM-IDX > WS-SYM-COUNT
               PERFORM TEST-IMPORT-MATCH
               IF WS-IMP-MATCH = "Y"
                   ADD 1 TO WS-IMP-GROUP-COUNT
                   ADD 1 TO WS-IMP-IMAGE-COUNT
                   ADD 1 TO WS-IMP-TOTAL
                   PERFORM EXTRACT-SYM-NAME
                   MOVE SPACES TO IMPORTS-RECORD
                   IF WS-IMP-GROUP = 999
                       MOVE WS-SYM-LIBORD(WS-SYM-IDX) TO WS-IMP-ORD-DISP
                       STRING "        " FUNCTION TRIM(WS-SYM-NAME)
                           " (ordinal " FUNCTION TRIM(WS-IMP-ORD-DISP)
                           ")" DELIMITED BY SIZE INTO IMPORTS-RECORD
                   ELSE
                       STRING "        " FUNCTION TRIM(WS-SYM-NAME)
                           DELIMITED BY SIZE INTO IMPORTS-RECORD
                   END-IF
                   WRITE IMPORTS-RECORD
               END-IF
           END-PERFORM
           MOVE WS-IMP-GROUP-COUNT TO WS-IMP-COUNT-DISP
           MOVE SPACES TO IMPORTS-RECORD
           IF WS-IMP-GROUP-COUNT = 0
               MOVE "        (nothing imported)" TO IMPORTS-RECORD
           ELSE
               STRING "        symbols:" WS-IMP-COUNT-DISP
                   DELIMITED BY SIZE INTO IMPORTS-RECORD
           END-IF
           WRITE IMPORTS-RECORD.

      *> TEST-IMPORT-MATCH DECIDES WHETHER NLIST ENTRY WS-SYM-IDX IS AN
      *> IMPORT (UNDEFINED + EXTERNAL, NO COMMON SIZE IN N_VALUE) THAT
      *> BINDS THROUGH WS-IMP-GROUP; GROUP 999 COLLECTS ORDINALS NAMING
      *> NO CAPTURED LIBRARY.
       TEST-IMPORT-MATCH.
           MOVE "N" TO WS-IMP-MATCH
           IF WS-SYM-TYPE(WS-SYM-IDX) NOT = 1
               OR WS-SYM-VALUE(WS-SYM-IDX) NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-IMP-MATCH-ALL = "Y"
                   MOVE "Y" TO WS-IMP-MATCH
               WHEN WS-IMP-GROUP = 999
                   IF WS-SYM-LIBORD(WS-SYM-IDX) > WS-IMP-LIB-COUNT
                       AND WS-SYM-LIBORD(WS-SYM-IDX) < 254
                       MOVE "Y" TO WS-IMP-MATCH
                   END-IF
               WHEN WS-SYM-LIBORD(WS-SYM-IDX) = WS-IMP-GROUP
                   MOVE "Y" TO WS-IMP-MATCH
           END-EVALUATE.

      *> RUN-HARDEN-MODE DRIVES THE --harden COMPLIANCE REPORT: LOAD
      *> THE POLICY, LIST THE DIRECTORY, JUDGE EVERY BINARY IN IT AND
      *> CLOSE THE REPORT WITH PER-CONTROL FAILURE COUNTS.
       RUN-HARDEN-MODE.
           IF WS-SCAN-DIR = SPACES OR WS-REPORT-PATH = SPACES
               MOVE "MOR040S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-SCAN-PATHS
           IF WS-PATHS-OK = "N"
               MOVE "MOR002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-HARDEN-POLICY
           IF WS-POLICY-GIVEN = "Y" AND WS-POLICY-LOADED = "N"
               MOVE "MOR041E" TO WS-MSG-ID
               MOVE WS-POLICY-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-REPORT-PATH(1:255) TO WS-RPT-FILE-ARG
           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-HARD-TITLE, WS-DETAIL-REPORT-STATUS
           IF WS-DETAIL-REPORT-STATUS NOT = "00"
               MOVE "MOR042E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "DIRECTORY : " FUNCTION TRIM(WS-SCAN-DIR)
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO DETAIL-REPORT-RECORD
           IF WS-POLICY-LOADED = "Y"
               STRING "POLICY    : " FUNCTION TRIM(WS-POLICY-PATH)
                   DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           ELSE
               MOVE "POLICY    : (built-in defaults)"
                   TO DETAIL-REPORT-RECORD
           END-IF
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO WS-HARD-MAND-LIST
           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               IF WS-HARD-CTL-MAND(WS-HARD-CTL-IDX) = "Y"
                   MOVE WS-HARD-MAND-LIST TO WS-FLAGS-SCRATCH
                   MOVE SPACES TO WS-HARD-MAND-LIST
                   STRING FUNCTION TRIM(WS-FLAGS-SCRATCH) " "
                       FUNCTION TRIM(WS-HARD-CTL-NAME(WS-HARD-CTL-IDX))
                       DELIMITED BY SIZE INTO WS-HARD-MAND-LIST
               END-IF
           END-PERFORM
           IF WS-HARD-MAND-LIST = SPACES
               MOVE "(none)" TO WS-HARD-MAND-LIST
           END-IF
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "MANDATORY : " FUNCTION TRIM(WS-HARD-MAND-LIST)
               "   (* = MANDATORY CONTROL FAILED)"
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO DETAIL-REPORT-RECORD
           MOVE "FORMAT" TO DETAIL-REPORT-RECORD(1:6)
           MOVE "PIE" TO DETAIL-REPORT-RECORD(8:3)
           MOVE "NX" TO DETAIL-REPORT-RECORD(14:2)
           MOVE "RELRO" TO DETAIL-REPORT-RECORD(20:5)
           MOVE "NOW" TO DETAIL-REPORT-RECORD(26:3)
           MOVE "SSP" TO DETAIL-REPORT-RECORD(32:3)
           MOVE "NOHEAP" TO DETAIL-REPORT-RECORD(38:6)
           MOVE "RSTRCT" TO DETAIL-REPORT-RECORD(45:6)
           MOVE "VERDICT" TO DETAIL-REPORT-RECORD(52:7)
           MOVE "FILE" TO DETAIL-REPORT-RECORD(62:4)
           PERFORM PUT-DETAIL-LINE

           PERFORM SET-LISTING-PATH
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCAN-DIR) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " > " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-FILE) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD

           MOVE "N" TO WS-LISTING-EOF
           OPEN INPUT LISTING-FILE
           PERFORM UNTIL WS-LISTING-EOF = "Y"
               READ LISTING-FILE INTO WS-CURRENT-NAME
                   AT END
                       MOVE "Y" TO WS-LISTING-EOF
                   NOT AT END
                       PERFORM HARDEN-SCAN-ENTRY
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE
           PERFORM REMOVE-LISTING-FILE

           PERFORM WRITE-HARDEN-TOTALS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               DETAIL-REPORT-RECORD, WS-DETAIL-REPORT-STATUS

           MOVE WS-HARD-CHECKED TO WS-ANOMALY-DISP
           DISPLAY "---- Hardening compliance summary ----"
           DISPLAY "Binaries checked    : " WS-ANOMALY-DISP
           MOVE WS-HARD-OK TO WS-ANOMALY-DISP
           DISPLAY "Compliant           : " WS-ANOMALY-DISP
           MOVE WS-HARD-WARN TO WS-ANOMALY-DISP
           DISPLAY "Advisory failures   : " WS-ANOMALY-DISP
           MOVE WS-HARD-VIOLATIONS TO WS-ANOMALY-DISP
           DISPLAY "Policy violations   : " WS-ANOMALY-DISP
           DISPLAY "Report written to " FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-HARD-VIOLATIONS > 0
               MOVE "MOR051E" TO WS-MSG-ID
               MOVE WS-SCAN-DIR TO WS-MSG-SLOT(1)
               MOVE WS-HARD-VIOLATIONS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           ELSE
               IF WS-HARD-WARN > 0
                   MOVE "MOR052W" TO WS-MSG-ID
                   MOVE WS-SCAN-DIR TO WS-MSG-SLOT(1)
                   MOVE WS-HARD-WARN TO WS-MSG-SLOT(2)
                   PERFORM ISSUE-MESSAGE
               END-IF
               IF WS-HARD-WARN > 0 AND WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           MOVE WS-SCAN-DIR TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "harden check, violations=" WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE WS-RUN-RC TO RETURN-CODE.

      *> LOAD-HARDEN-POLICY SETS THE CONTROL NAMES AND BUILT-IN
      *> DEFAULTS, THEN APPLIES THE POLICY FILE'S CONTROL=MANDATORY /
      *> CONTROL=ADVISORY LINES OVER THEM. A MISSING DEFAULT
      *> harden.policy JUST LEAVES THE DEFAULTS IN FORCE; A POLICY
      *> FILE NAMED ON THE COMMAND LINE MUST EXIST.
       LOAD-HARDEN-POLICY.
           MOVE "PIE"             TO WS-HARD-CTL-NAME(1)
           MOVE "NX"              TO WS-HARD-CTL-NAME(2)
           MOVE "RELRO"           TO WS-HARD-CTL-NAME(3)
           MOVE "BIND-NOW"        TO WS-HARD-CTL-NAME(4)
           MOVE "STACK-PROTECTOR" TO WS-HARD-CTL-NAME(5)
           MOVE "NO-HEAP-EXEC"    TO WS-HARD-CTL-NAME(6)
           MOVE "RESTRICT"        TO WS-HARD-CTL-NAME(7)
           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               MOVE 0 TO WS-HARD-CTL-FAILS(WS-HARD-CTL-IDX)
               IF WS-HARD-CTL-IDX <= 3
                   MOVE "Y" TO WS-HARD-CTL-MAND(WS-HARD-CTL-IDX)
               ELSE
                   MOVE "N" TO WS-HARD-CTL-MAND(WS-HARD-CTL-IDX)
               END-IF
           END-PERFORM

           IF WS-POLICY-PATH = SPACES
               MOVE "harden.policy" TO WS-POLICY-PATH
           ELSE
               MOVE "Y" TO WS-POLICY-GIVEN
           END-IF

           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-POLICY-LOADED
           MOVE "N" TO WS-POLICY-EOF
           PERFORM UNTIL WS-POLICY-EOF = "Y"
               READ POLICY-FILE
                   AT END
                       MOVE "Y" TO WS-POLICY-EOF
                   NOT AT END
                       PERFORM APPLY-POLICY-LINE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

      *> APPLY-POLICY-LINE SETS ONE CONTROL FROM A KEY=VALUE LINE.
      *> AN UNKNOWN CONTROL OR VALUE IS WARNED ABOUT (RC 4), NOT
      *> SILENTLY IGNORED - A TYPO MUST NOT QUIETLY RELAX THE POLICY.
       APPLY-POLICY-LINE.
           IF POLICY-RECORD = SPACES
               OR POLICY-RECORD(1:1) = "*"
               OR POLICY-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-POLICY-KEY
           MOVE SPACES TO WS-POLICY-VALUE
           UNSTRING POLICY-RECORD DELIMITED BY "="
               INTO WS-POLICY-KEY WS-POLICY-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-POLICY-KEY) TO WS-POLICY-KEY
           MOVE FUNCTION TRIM(WS-POLICY-VALUE) TO WS-POLICY-VALUE
           INSPECT WS-POLICY-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-POLICY-VALUE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE "N" TO WS-POLICY-HIT
           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               IF WS-HARD-CTL-NAME(WS-HARD-CTL-IDX) = WS-POLICY-KEY
                   EVALUATE WS-POLICY-VALUE
                       WHEN "MANDATORY"
                           MOVE "Y" TO WS-HARD-CTL-MAND(WS-HARD-CTL-IDX)
                           MOVE "Y" TO WS-POLICY-HIT
                       WHEN "ADVISORY"
                           MOVE "N" TO WS-HARD-CTL-MAND(WS-HARD-CTL-IDX)
                           MOVE "Y" TO WS-POLICY-HIT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-POLICY-HIT = "N"
               MOVE "MOR043W" TO WS-MSG-ID
               MOVE POLICY-RECORD TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      *> HARDEN-SCAN-ENTRY JUDGES ONE DIRECTORY ENTRY: ELF FILES AND
      *> LITTLE-ENDIAN MACH-O (THIN OR FAT) ARE CHECKED, EVERYTHING
      *> ELSE IS COUNTED AS SKIPPED.
       HARDEN-SCAN-ENTRY.
           MOVE SPACES TO WS-CURRENT-PATH
           STRING WS-SCAN-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-CURRENT-NAME DELIMITED BY SPACE
               INTO WS-CURRENT-PATH
           MOVE WS-CURRENT-PATH TO DYNAMIC-FILE

           PERFORM OPEN-BINARY-HANDLE
           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-HARD-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               MOVE "-" TO WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX)
           END-PERFORM
           MOVE "N" TO WS-HARD-IS-BINARY

           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               MOVE WS-WORD-BUF TO MACHO-MAGIC
               EVALUATE TRUE
                   WHEN MACHO-MAGIC = WS-ELF-MAGIC-RAW
                       MOVE "ELF" TO WS-HARD-FORMAT
                       PERFORM HARDEN-ELF-FILE
                   WHEN MACHO-MAGIC = WS-MH-CIGAM
                       OR MACHO-MAGIC = WS-MH-CIGAM-64
                       MOVE "MACH-O" TO WS-HARD-FORMAT
                       PERFORM HARDEN-MACHO-IMAGE
                   WHEN MACHO-MAGIC = WS-FAT-MAGIC
                       OR MACHO-MAGIC = WS-FAT-MAGIC-64
                       MOVE "FAT" TO WS-HARD-FORMAT
                       IF MACHO-MAGIC = WS-FAT-MAGIC-64
                           MOVE "Y" TO WS-FAT-IS-64
                       ELSE
                           MOVE "N" TO WS-FAT-IS-64
                       END-IF
                       PERFORM READ-WORD-BE
                       MOVE WS-WORD-NUM-BE TO WS-NFAT-ARCH
                       PERFORM READ-FAT-ARCH-ENTRIES
                       PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                               UNTIL WS-FAT-IDX > WS-NFAT-ARCH
                           PERFORM HARDEN-FAT-SLICE
                       END-PERFORM
               END-EVALUATE
           END-IF
           PERFORM CLOSE-BINARY-HANDLE

           IF WS-HARD-IS-BINARY = "Y"
               PERFORM WRITE-HARDEN-ROW
           ELSE
               ADD 1 TO WS-HARD-SKIPPED
           END-IF.

      *> HARDEN-FAT-SLICE JUDGES ONE LITTLE-ENDIAN SLICE OF A FAT
      *> FILE, FOLDING ITS RESULTS INTO THE FILE'S.
       HARDEN-FAT-SLICE.
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-FAT-OFFSET(WS-FAT-IDX) TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION
           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               AND (WS-WORD-BUF = WS-MH-CIGAM
                   OR WS-WORD-BUF = WS-MH-CIGAM-64)
               MOVE WS-WORD-BUF TO MACHO-MAGIC
               PERFORM HARDEN-MACHO-IMAGE
           END-IF.

      *> HARDEN-MACHO-IMAGE WALKS ONE MACH-O IMAGE QUIETLY (THE WALK
      *> CAPTURES THE SEGMENT NAMES) AND JUDGES ITS CONTROLS. ONLY AN
      *> MH_EXECUTE IMAGE CARRIES THEM; ANY OTHER FILE TYPE IS LISTED
      *> WITH EVERY CONTROL NOT APPLICABLE.
       HARDEN-MACHO-IMAGE.
           PERFORM READ-REST-OF-HEADER
           IF WS-END-OF-FILE = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM WALK-COMMANDS-BATCH
           MOVE "Y" TO WS-HARD-IS-BINARY
           IF FILE-TYPE-NUM NOT = 2
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-HARD-CTL-IDX
           COMPUTE WS-BIT-CHECK = FUNCTION MOD(FLAGS-NUM / 2097152, 2)
           IF WS-BIT-CHECK = 1
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT

           MOVE 6 TO WS-HARD-CTL-IDX
           COMPUTE WS-BIT-CHECK = FUNCTION MOD(FLAGS-NUM / 16777216, 2)
           IF WS-BIT-CHECK = 1
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT

           MOVE "N" TO WS-HARD-RESTRICT
           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               IF WS-SEG-NAME(WS-SEG-IDX) = "__RESTRICT"
                   MOVE "Y" TO WS-HARD-RESTRICT
               END-IF
           END-PERFORM
           MOVE 7 TO WS-HARD-CTL-IDX
           IF WS-HARD-RESTRICT = "Y"
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT.

      *> SET-HARDEN-RESULT FOLDS ONE IMAGE'S RESULT FOR CONTROL
      *> WS-HARD-CTL-IDX INTO THE FILE'S: A FAIL ALWAYS WINS, A PASS
      *> ONLY REPLACES "NOT APPLICABLE".
       SET-HARDEN-RESULT.
           IF WS-HARD-NEW-RESULT = "FAIL"
               MOVE "FAIL" TO WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX)
           ELSE
               IF WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX) = "-"
                   MOVE WS-HARD-NEW-RESULT
                       TO WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX)
               END-IF
           END-IF.

      *> HARDEN-ELF-FILE JUDGES ONE ELF EXECUTABLE OR SHARED OBJECT
      *> FROM ITS PROGRAM HEADERS (PIE, NX, RELRO), ITS .dynamic
      *> TAGS (BIND-NOW) AND ITS SYMBOL STRING TABLES (STACK
      *> PROTECTOR). RELOCATABLE OBJECTS AND CORE FILES ARE SKIPPED.
       HARDEN-ELF-FILE.
           PERFORM READ-ONE-BYTE
           COMPUTE WS-SCAN-ELF-CLASS = FUNCTION ORD(BINARY-BYTE) - 1
           PERFORM READ-ONE-BYTE
           COMPUTE WS-SCAN-ELF-DATA = FUNCTION ORD(BINARY-BYTE) - 1
           MOVE 16 TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-HARD-ELF-TYPE
           IF WS-END-OF-FILE = "Y"
               OR (WS-HARD-ELF-TYPE NOT = 2
                   AND WS-HARD-ELF-TYPE NOT = 3)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HARD-IS-BINARY

           PERFORM HARDEN-ELF-SEGMENTS
           PERFORM HARDEN-ELF-DYNAMIC
           PERFORM HARDEN-ELF-SYMBOLS

           MOVE 1 TO WS-HARD-CTL-IDX
           EVALUATE TRUE
               WHEN WS-HARD-ELF-TYPE = 2
                   MOVE "FAIL" TO WS-HARD-NEW-RESULT
               WHEN WS-HARD-HAS-INTERP = "Y"
                   MOVE "PASS" TO WS-HARD-NEW-RESULT
               WHEN OTHER
                   MOVE "-" TO WS-HARD-NEW-RESULT
           END-EVALUATE
           PERFORM SET-HARDEN-RESULT

           MOVE 2 TO WS-HARD-CTL-IDX
           IF WS-HARD-HAS-STACK = "Y" AND WS-HARD-STACK-EXEC = "N"
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT

           MOVE 3 TO WS-HARD-CTL-IDX
           IF WS-HARD-HAS-RELRO = "Y"
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT

           MOVE 4 TO WS-HARD-CTL-IDX
           EVALUATE TRUE
               WHEN WS-HARD-HAS-DYNAMIC = "N"
                   MOVE "-" TO WS-HARD-NEW-RESULT
               WHEN WS-HARD-BIND-NOW = "Y"
                   MOVE "PASS" TO WS-HARD-NEW-RESULT
               WHEN OTHER
                   MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-EVALUATE
           PERFORM SET-HARDEN-RESULT

           MOVE 5 TO WS-HARD-CTL-IDX
           IF WS-HARD-SSP = "Y"
               MOVE "PASS" TO WS-HARD-NEW-RESULT
           ELSE
               MOVE "FAIL" TO WS-HARD-NEW-RESULT
           END-IF
           PERFORM SET-HARDEN-RESULT.

      *> HARDEN-ELF-SEGMENTS WALKS THE PROGRAM HEADERS (THE SAME
      *> OFFSETS SCAN-ELF-BUILD-ID USES) NOTING PT_INTERP, PT_DYNAMIC,
      *> PT_GNU_STACK WITH ITS PF_X BIT, AND PT_GNU_RELRO. P_FLAGS
      *> SITS AT +4 IN AN ELF64 ENTRY AND AT +24 IN AN ELF32 ONE.
       HARDEN-ELF-SEGMENTS.
           MOVE "N" TO WS-HARD-HAS-INTERP
           MOVE "N" TO WS-HARD-HAS-STACK
           MOVE "N" TO WS-HARD-STACK-EXEC
           MOVE "N" TO WS-HARD-HAS-RELRO
           MOVE "N" TO WS-HARD-HAS-DYNAMIC
           MOVE 0 TO WS-HARD-DYN-OFF
           MOVE 0 TO WS-HARD-DYN-SIZE

           IF WS-SCAN-ELF-CLASS = 1
               MOVE 28 TO WS-SKIP-TARGET
           ELSE
               MOVE 32 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-ADDR
           MOVE WS-ELF-ADDR-VAL TO WS-SCAN-PHOFF
           IF WS-SCAN-ELF-CLASS = 1
               MOVE 42 TO WS-SKIP-TARGET
           ELSE
               MOVE 54 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-SCAN-PHENTSIZE
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-SCAN-PHNUM

           IF WS-END-OF-FILE = "Y" OR WS-SCAN-PHOFF = 0
               OR WS-SCAN-PHENTSIZE = 0
               MOVE "N" TO WS-END-OF-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-PHNUM > WS-SCAN-PH-MAX
               MOVE WS-SCAN-PH-MAX TO WS-SCAN-PHNUM
           END-IF

           PERFORM VARYING WS-SCAN-PH-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-PH-IDX > WS-SCAN-PHNUM
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-SCAN-PH-POS = WS-SCAN-PHOFF
                   + (WS-SCAN-PH-IDX - 1) * WS-SCAN-PHENTSIZE
               MOVE WS-SCAN-PH-POS TO WS-SKIP-TARGET
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-SCAN-PH-TYPE
               EVALUATE WS-SCAN-PH-TYPE
                   WHEN 2
                       MOVE "Y" TO WS-HARD-HAS-DYNAMIC
                       IF WS-SCAN-ELF-CLASS = 1
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 4
                           PERFORM SEEK-TO-POSITION
                           PERFORM READ-ELF-WORD
                           MOVE WS-ELF-WORD-VAL TO WS-HARD-DYN-OFF
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 16
                           PERFORM SEEK-TO-POSITION
                           PERFORM READ-ELF-WORD
                           MOVE WS-ELF-WORD-VAL TO WS-HARD-DYN-SIZE
                       ELSE
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 8
                           PERFORM SEEK-TO-POSITION
                           PERFORM READ-ELF-ADDR
                           MOVE WS-ELF-ADDR-VAL TO WS-HARD-DYN-OFF
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 32
                           PERFORM SEEK-TO-POSITION
                           PERFORM READ-ELF-ADDR
                           MOVE WS-ELF-ADDR-VAL TO WS-HARD-DYN-SIZE
                       END-IF
                   WHEN 3
                       MOVE "Y" TO WS-HARD-HAS-INTERP
                   WHEN 1685382481
                       MOVE "Y" TO WS-HARD-HAS-STACK
                       IF WS-SCAN-ELF-CLASS = 1
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 24
                       ELSE
                           COMPUTE WS-SKIP-TARGET = WS-SCAN-PH-POS + 4
                       END-IF
                       PERFORM SEEK-TO-POSITION
                       PERFORM READ-ELF-WORD
                       MOVE WS-ELF-WORD-VAL TO WS-HARD-PH-FLAGS
                       IF FUNCTION MOD(WS-HARD-PH-FLAGS, 2) = 1
                           MOVE "Y" TO WS-HARD-STACK-EXEC
                       END-IF
                   WHEN 1685382482
                       MOVE "Y" TO WS-HARD-HAS-RELRO
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> HARDEN-ELF-DYNAMIC WALKS THE PT_DYNAMIC TAG/VALUE PAIRS
      *> UNTIL DT_NULL LOOKING FOR EAGER BINDING: DT_BIND_NOW (24),
      *> DF_BIND_NOW (0x8) IN DT_FLAGS (30), OR DF_1_NOW (0x1) IN
      *> DT_FLAGS_1 (0x6FFFFFFB).
       HARDEN-ELF-DYNAMIC.
           MOVE "N" TO WS-HARD-BIND-NOW
           IF WS-HARD-HAS-DYNAMIC = "N" OR WS-HARD-DYN-SIZE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SCAN-ELF-CLASS = 1
               COMPUTE WS-HARD-DYN-COUNT = WS-HARD-DYN-SIZE / 8
           ELSE
               COMPUTE WS-HARD-DYN-COUNT = WS-HARD-DYN-SIZE / 16
           END-IF
           IF WS-HARD-DYN-COUNT > 500
               MOVE 500 TO WS-HARD-DYN-COUNT
           END-IF

           MOVE WS-HARD-DYN-OFF TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION
           MOVE "N" TO WS-HARD-DYN-DONE
           PERFORM VARYING WS-HARD-DYN-IDX FROM 1 BY 1
                   UNTIL WS-HARD-DYN-IDX > WS-HARD-DYN-COUNT
                   OR WS-HARD-DYN-DONE = "Y"
                   OR WS-END-OF-FILE = "Y"
               PERFORM READ-ELF-ADDR
               MOVE WS-ELF-ADDR-VAL TO WS-HARD-DYN-TAG
               PERFORM READ-ELF-ADDR
               MOVE WS-ELF-ADDR-VAL TO WS-HARD-DYN-VAL
               IF WS-END-OF-FILE = "N"
                   EVALUATE WS-HARD-DYN-TAG
                       WHEN 0
                           MOVE "Y" TO WS-HARD-DYN-DONE
                       WHEN 24
                           MOVE "Y" TO WS-HARD-BIND-NOW
                       WHEN 30
                           IF FUNCTION MOD(WS-HARD-DYN-VAL / 8, 2) = 1
                               MOVE "Y" TO WS-HARD-BIND-NOW
                           END-IF
                       WHEN 1879048187
                           IF FUNCTION MOD(WS-HARD-DYN-VAL, 2) = 1
                               MOVE "Y" TO WS-HARD-BIND-NOW
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> HARDEN-ELF-SYMBOLS WALKS THE SECTION HEADERS FOR EVERY
      *> SHT_SYMTAB (2) AND SHT_DYNSYM (11), FOLLOWS SH_LINK TO THE
      *> STRING TABLE ITS NAMES LIVE IN, AND LOOKS FOR THE STACK
      *> PROTECTOR'S __stack_chk_fail / __stack_chk_guard THERE. THE
      *> FIELD OFFSETS: SH_TYPE +4; SH_OFFSET +16/+24, SH_SIZE +20/
      *> +32 AND SH_LINK +24/+40 (ELF32/ELF64).
       HARDEN-ELF-SYMBOLS.
           MOVE "N" TO WS-HARD-SSP
           IF WS-SCAN-ELF-CLASS = 1
               MOVE 32 TO WS-SKIP-TARGET
           ELSE
               MOVE 40 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-ADDR
           MOVE WS-ELF-ADDR-VAL TO WS-HARD-SHOFF
           IF WS-SCAN-ELF-CLASS = 1
               MOVE 46 TO WS-SKIP-TARGET
           ELSE
               MOVE 58 TO WS-SKIP-TARGET
           END-IF
           PERFORM SEEK-TO-POSITION
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-HARD-SHENTSIZE
           PERFORM READ-ELF-HALF
           MOVE WS-ELF-HALF-VAL TO WS-HARD-SHNUM

           IF WS-END-OF-FILE = "Y" OR WS-HARD-SHOFF = 0
               OR WS-HARD-SHENTSIZE = 0
               MOVE "N" TO WS-END-OF-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-HARD-SHNUM > WS-HARD-SH-MAX
               MOVE WS-HARD-SH-MAX TO WS-HARD-SHNUM
           END-IF

           PERFORM VARYING WS-HARD-SH-IDX FROM 1 BY 1
                   UNTIL WS-HARD-SH-IDX > WS-HARD-SHNUM
                   OR WS-HARD-SSP = "Y"
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-HARD-SH-POS = WS-HARD-SHOFF
                   + (WS-HARD-SH-IDX - 1) * WS-HARD-SHENTSIZE
               COMPUTE WS-SKIP-TARGET = WS-HARD-SH-POS + 4
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-HARD-SH-TYPE
               IF WS-HARD-SH-TYPE = 2 OR WS-HARD-SH-TYPE = 11
                   IF WS-SCAN-ELF-CLASS = 1
                       COMPUTE WS-SKIP-TARGET = WS-HARD-SH-POS + 24
                   ELSE
                       COMPUTE WS-SKIP-TARGET = WS-HARD-SH-POS + 40
                   END-IF
                   PERFORM SEEK-TO-POSITION
                   PERFORM READ-ELF-WORD
                   MOVE WS-ELF-WORD-VAL TO WS-HARD-SH-LINK
                   IF WS-HARD-SH-LINK < WS-HARD-SHNUM
                       PERFORM HARDEN-SEARCH-STRTAB
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> HARDEN-SEARCH-STRTAB BUFFERS THE FIRST 64KB OF SECTION
      *> WS-HARD-SH-LINK (0-BASED) - CLIPPED TO THE REAL FILE SIZE THE
      *> WAY READ-STRING-TABLE CLIPS - AND TALLIES THE STACK
      *> PROTECTOR'S SYMBOL NAMES IN IT.
       HARDEN-SEARCH-STRTAB.
           COMPUTE WS-SKIP-TARGET = WS-HARD-SHOFF
               + WS-HARD-SH-LINK * WS-HARD-SHENTSIZE
           IF WS-SCAN-ELF-CLASS = 1
               ADD 16 TO WS-SKIP-TARGET
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-HARD-STR-OFF
               PERFORM READ-ELF-WORD
               MOVE WS-ELF-WORD-VAL TO WS-HARD-STR-SIZE
           ELSE
               ADD 24 TO WS-SKIP-TARGET
               PERFORM SEEK-TO-POSITION
               PERFORM READ-ELF-ADDR
               MOVE WS-ELF-ADDR-VAL TO WS-HARD-STR-OFF
               PERFORM READ-ELF-ADDR
               MOVE WS-ELF-ADDR-VAL TO WS-HARD-STR-SIZE
           END-IF
           IF WS-END-OF-FILE = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FILE-SIZE-BYTES
           CALL "CBL_CHECK_FILE_EXIST" USING DYNAMIC-FILE, WS-FILE-INFO
           MOVE 0 TO RETURN-CODE
           MOVE WS-HARD-STR-SIZE TO WS-STRTAB-LEN
           IF WS-STRTAB-LEN > WS-STRTAB-MAX
               MOVE WS-STRTAB-MAX TO WS-STRTAB-LEN
           END-IF
           IF WS-HARD-STR-OFF + WS-STRTAB-LEN > WS-FILE-SIZE-BYTES
               IF WS-FILE-SIZE-BYTES > WS-HARD-STR-OFF
                   COMPUTE WS-STRTAB-LEN =
                       WS-FILE-SIZE-BYTES - WS-HARD-STR-OFF
               ELSE
                   MOVE 0 TO WS-STRTAB-LEN
               END-IF
           END-IF
           IF WS-STRTAB-LEN = 0
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-STRTAB
           MOVE WS-HARD-STR-OFF TO WS-BIN-OFFSET
           MOVE WS-STRTAB-LEN TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-HANDLE, WS-BIN-OFFSET,
               WS-BIN-COUNT, WS-BIN-READ-FLAGS, WS-STRTAB
           IF RETURN-CODE = 0
               MOVE 0 TO WS-HARD-TALLY
               INSPECT WS-STRTAB(1:WS-STRTAB-LEN) TALLYING WS-HARD-TALLY
                   FOR ALL "__stack_chk_fail"
                       ALL "__stack_chk_guard"
               IF WS-HARD-TALLY > 0
                   MOVE "Y" TO WS-HARD-SSP
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> WRITE-HARDEN-ROW LAYS OUT ONE FILE'S CONTROL RESULTS IN THE
      *> REPORT COLUMNS, MARKS A FAILED MANDATORY CONTROL WITH "*",
      *> AND DECIDES THE FILE'S VERDICT: VIOLATION (A MANDATORY
      *> CONTROL FAILED), WARN (ONLY ADVISORY ONES FAILED) OR OK.
       WRITE-HARDEN-ROW.
           ADD 1 TO WS-HARD-CHECKED
           MOVE "OK" TO WS-HARD-VERDICT
           MOVE SPACES TO DETAIL-REPORT-RECORD
           MOVE WS-HARD-FORMAT TO DETAIL-REPORT-RECORD(1:6)
           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               MOVE WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX) TO WS-HARD-CELL
               IF WS-HARD-CTL-RESULT(WS-HARD-CTL-IDX) = "FAIL"
                   ADD 1 TO WS-HARD-CTL-FAILS(WS-HARD-CTL-IDX)
                   IF WS-HARD-CTL-MAND(WS-HARD-CTL-IDX) = "Y"
                       MOVE "FAIL*" TO WS-HARD-CELL
                       MOVE "VIOLATION" TO WS-HARD-VERDICT
                   ELSE
                       IF WS-HARD-VERDICT = "OK"
                           MOVE "WARN" TO WS-HARD-VERDICT
                       END-IF
                   END-IF
               END-IF
               COMPUTE WS-HARD-COL = 8 + (WS-HARD-CTL-IDX - 1) * 6
               IF WS-HARD-CTL-IDX = 7
                   ADD 1 TO WS-HARD-COL
               END-IF
               MOVE WS-HARD-CELL TO DETAIL-REPORT-RECORD(WS-HARD-COL:6)
           END-PERFORM
           MOVE WS-HARD-VERDICT TO DETAIL-REPORT-RECORD(52:9)
           MOVE WS-CURRENT-PATH TO DETAIL-REPORT-RECORD(62:194)
           PERFORM PUT-DETAIL-LINE

           EVALUATE WS-HARD-VERDICT
               WHEN "OK"
                   ADD 1 TO WS-HARD-OK
               WHEN "WARN"
                   ADD 1 TO WS-HARD-WARN
               WHEN OTHER
                   ADD 1 TO WS-HARD-VIOLATIONS
                   DISPLAY "Policy violation: "
                       FUNCTION TRIM(WS-CURRENT-PATH)
           END-EVALUATE.

      *> WRITE-HARDEN-TOTALS CLOSES THE REPORT WITH THE FILE COUNTS
      *> AND THE NUMBER OF FILES FAILING EACH CONTROL.
       WRITE-HARDEN-TOTALS.
           MOVE WS-HARD-CHECKED TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Binaries checked      " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               DETAIL-REPORT-RECORD, WS-DETAIL-REPORT-STATUS

           MOVE WS-HARD-OK TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Compliant             " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-HARD-WARN TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Advisory failures     " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-HARD-VIOLATIONS TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Policy violations     " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-HARD-SKIPPED TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Other files skipped   " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE

           PERFORM VARYING WS-HARD-CTL-IDX FROM 1 BY 1
                   UNTIL WS-HARD-CTL-IDX > WS-HARD-CTL-MAX
               MOVE WS-HARD-CTL-FAILS(WS-HARD-CTL-IDX)
                   TO WS-ANOMALY-DISP
               MOVE SPACES TO DETAIL-REPORT-RECORD
               STRING "  " WS-HARD-CTL-NAME(WS-HARD-CTL-IDX)
                   "    " WS-ANOMALY-DISP " failing"
                   DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
               IF WS-HARD-CTL-MAND(WS-HARD-CTL-IDX) = "Y"
                   MOVE "(mandatory)" TO DETAIL-REPORT-RECORD(40:11)
               ELSE
                   MOVE "(advisory)" TO DETAIL-REPORT-RECORD(40:10)
               END-IF
               PERFORM PUT-DETAIL-LINE
           END-PERFORM.

      *> RUN-ARCHMATRIX-MODE DRIVES THE --archmatrix COVERAGE REPORT:
      *> LIST EVERY FILE UNDER THE DIRECTORY, WRITE ONE MATRIX ROW PER
      *> MACH-O BINARY AND CLOSE WITH THE READINESS FIGURES.
       RUN-ARCHMATRIX-MODE.
           IF WS-SCAN-DIR = SPACES OR WS-REPORT-PATH = SPACES
               MOVE "MOR044S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VALIDATE-SCAN-PATHS
           IF WS-PATHS-OK = "N"
               MOVE "MOR002S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-REPORT-PATH(1:255) TO WS-RPT-FILE-ARG
           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-ARCH-TITLE, WS-DETAIL-REPORT-STATUS
           IF WS-DETAIL-REPORT-STATUS NOT = "00"
               MOVE "MOR042E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "X86_64" TO WS-ARCH-NAME(1)
           MOVE "ARM64" TO WS-ARCH-NAME(2)
           MOVE "ARM64E" TO WS-ARCH-NAME(3)
           MOVE "I386" TO WS-ARCH-NAME(4)

           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "DIRECTORY : " FUNCTION TRIM(WS-SCAN-DIR)
               " (subdirectories included)"
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE "CELLS     : minimum OS of the slice, yes = slice wi"
               & "thout a version command, - = no slice"
               TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE "READY     : an arm64 or arm64e slice, slices agreein"
               & "g on LC_UUID and dylib dependencies"
               TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE SPACES TO DETAIL-REPORT-RECORD
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 4
               COMPUTE WS-ARCH-COL = 1 + (WS-ARCH-IDX - 1) * 11
               MOVE WS-ARCH-NAME(WS-ARCH-IDX)
                   TO DETAIL-REPORT-RECORD(WS-ARCH-COL:8)
           END-PERFORM
           MOVE "VERDICT" TO DETAIL-REPORT-RECORD(45:7)
           MOVE "FILE" TO DETAIL-REPORT-RECORD(56:4)
           PERFORM PUT-DETAIL-LINE

           PERFORM SET-LISTING-PATH
           MOVE SPACES TO WS-SHELL-CMD
           STRING "find " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCAN-DIR) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               " -type f 2>/dev/null | sort > " DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               FUNCTION TRIM(WS-LISTING-FILE) DELIMITED BY SIZE
               QUOTE DELIMITED BY SIZE
               INTO WS-SHELL-CMD
           CALL "SYSTEM" USING WS-SHELL-CMD

           MOVE "N" TO WS-LISTING-EOF
           OPEN INPUT LISTING-FILE
           PERFORM UNTIL WS-LISTING-EOF = "Y"
               READ LISTING-FILE INTO WS-CURRENT-PATH
                   AT END
                       MOVE "Y" TO WS-LISTING-EOF
                   NOT AT END
                       PERFORM ARCH-SCAN-ENTRY
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE
           PERFORM REMOVE-LISTING-FILE

           PERFORM WRITE-ARCH-TOTALS
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               DETAIL-REPORT-RECORD, WS-DETAIL-REPORT-STATUS

           DISPLAY "---- Architecture coverage summary ----"
           MOVE WS-ARCH-BINARIES TO WS-ANOMALY-DISP
           DISPLAY "Binaries checked    : " WS-ANOMALY-DISP
           MOVE WS-ARCH-READY TO WS-ANOMALY-DISP
           DISPLAY "arm64 ready         : " WS-ANOMALY-DISP
           MOVE WS-ARCH-X86-ONLY TO WS-ANOMALY-DISP
           DISPLAY "x86-only            : " WS-ANOMALY-DISP
           MOVE WS-ARCH-UUID-MIS TO WS-ANOMALY-DISP
           DISPLAY "LC_UUID mismatches  : " WS-ANOMALY-DISP
           MOVE WS-ARCH-DEPS-MIS TO WS-ANOMALY-DISP
           DISPLAY "Dylib mismatches    : " WS-ANOMALY-DISP
           PERFORM COMPUTE-OVERALL-READINESS
           DISPLAY "Readiness           :   " WS-ARCH-PCT-DISP "%"
           DISPLAY "Report written to " FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-ARCH-READY < WS-ARCH-BINARIES
               MOVE "MOR054W" TO WS-MSG-ID
               MOVE WS-ARCH-READY TO WS-MSG-SLOT(1)
               MOVE WS-ARCH-BINARIES TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           MOVE WS-SCAN-DIR TO WS-AUDIT-PARAMS
           MOVE WS-ARCH-BINARIES TO WS-ARCH-COUNT-DISP
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "arch matrix, readiness="
               FUNCTION TRIM(WS-ARCH-PCT-DISP) "% of "
               FUNCTION TRIM(WS-ARCH-COUNT-DISP) " binaries"
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           MOVE WS-RUN-RC TO RETURN-CODE.

      *> ARCH-SCAN-ENTRY WALKS EVERY LITTLE-ENDIAN SLICE OF ONE LISTED
      *> FILE WITH THE DYLIB CAPTURE ON. A FILE WITH NO WALKABLE SLICE
      *> IS NOT A MACH-O BINARY AND IS ONLY COUNTED AS SKIPPED.
       ARCH-SCAN-ENTRY.
           MOVE WS-CURRENT-PATH TO DYNAMIC-FILE
           PERFORM OPEN-BINARY-HANDLE
           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-ARCH-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 4
               MOVE "N" TO WS-ARCH-PRESENT(WS-ARCH-IDX)
               MOVE SPACES TO WS-ARCH-MINOS(WS-ARCH-IDX)
           END-PERFORM
           MOVE 0 TO WS-ARCH-SLICES
           MOVE 0 TO WS-ARCH-BASE-COUNT
           MOVE "N" TO WS-ARCH-OTHER
           MOVE "N" TO WS-ARCH-UUID-YES
           MOVE "N" TO WS-ARCH-UUID-NO
           MOVE "N" TO WS-ARCH-DEPS-DIFFER
           MOVE "Y" TO WS-DEP-CAPTURE

           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               MOVE WS-WORD-BUF TO MACHO-MAGIC
               EVALUATE TRUE
                   WHEN MACHO-MAGIC = WS-MH-CIGAM
                       OR MACHO-MAGIC = WS-MH-CIGAM-64
                       PERFORM ARCH-WALK-IMAGE
                   WHEN MACHO-MAGIC = WS-FAT-MAGIC
                       OR MACHO-MAGIC = WS-FAT-MAGIC-64
                       IF MACHO-MAGIC = WS-FAT-MAGIC-64
                           MOVE "Y" TO WS-FAT-IS-64
                       ELSE
                           MOVE "N" TO WS-FAT-IS-64
                       END-IF
                       PERFORM READ-WORD-BE
                       MOVE WS-WORD-NUM-BE TO WS-NFAT-ARCH
                       PERFORM READ-FAT-ARCH-ENTRIES
                       PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                               UNTIL WS-FAT-IDX > WS-NFAT-ARCH
                           PERFORM ARCH-FAT-SLICE
                       END-PERFORM
               END-EVALUATE
           END-IF
           MOVE "N" TO WS-DEP-CAPTURE
           PERFORM CLOSE-BINARY-HANDLE

           IF WS-ARCH-SLICES = 0
               ADD 1 TO WS-ARCH-SKIPPED
           ELSE
               PERFORM WRITE-ARCH-ROW
           END-IF.

      *> ARCH-FAT-SLICE SEEKS TO ONE SLICE OF A FAT FILE AND WALKS IT
      *> WHEN IT IS A LITTLE-ENDIAN MACH-O IMAGE.
       ARCH-FAT-SLICE.
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-FAT-OFFSET(WS-FAT-IDX) TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION
           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               AND (WS-WORD-BUF = WS-MH-CIGAM
                   OR WS-WORD-BUF = WS-MH-CIGAM-64)
               MOVE WS-WORD-BUF TO MACHO-MAGIC
               PERFORM ARCH-WALK-IMAGE
           END-IF.

      *> ARCH-WALK-IMAGE WALKS ONE IMAGE QUIETLY AND FILES WHAT IT
      *> FOUND UNDER ITS ARCHITECTURE: THE SLICE'S MINIMUM OS, WHETHER
      *> IT CARRIES AN LC_UUID, AND ITS LC_LOAD_DYLIB SET, WHICH THE
      *> FIRST SLICE SETS AS THE BASE EVERY LATER SLICE IS COMPARED
      *> WITH. ARM64E IS AN ARM64 CPU TYPE WITH SUBTYPE 2 (THE TOP
      *> BYTE OF THE SUBTYPE CARRIES CAPABILITY BITS, SO IT IS MASKED).
       ARCH-WALK-IMAGE.
           PERFORM READ-REST-OF-HEADER
           IF WS-END-OF-FILE = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEP-COUNT
           PERFORM WALK-COMMANDS-BATCH
           ADD 1 TO WS-ARCH-SLICES

           EVALUATE CPU-TYPE-NUM
               WHEN 16777223
                   MOVE 1 TO WS-ARCH-SLICE-SLOT
               WHEN 16777228
                   COMPUTE WS-ARCH-SUBTYPE =
                       FUNCTION MOD(CPU-SUBTYPE-NUM, 16777216)
                   IF WS-ARCH-SUBTYPE = 2
                       MOVE 3 TO WS-ARCH-SLICE-SLOT
                   ELSE
                       MOVE 2 TO WS-ARCH-SLICE-SLOT
                   END-IF
               WHEN 7
                   MOVE 4 TO WS-ARCH-SLICE-SLOT
               WHEN OTHER
                   MOVE 0 TO WS-ARCH-SLICE-SLOT
                   MOVE "Y" TO WS-ARCH-OTHER
           END-EVALUATE
           IF WS-ARCH-SLICE-SLOT > 0
               MOVE "Y" TO WS-ARCH-PRESENT(WS-ARCH-SLICE-SLOT)
               IF WS-MINOS-FOUND = "Y"
                   MOVE WS-MINOS-TEXT
                       TO WS-ARCH-MINOS(WS-ARCH-SLICE-SLOT)
               ELSE
                   MOVE "yes" TO WS-ARCH-MINOS(WS-ARCH-SLICE-SLOT)
               END-IF
           END-IF

           IF WS-UUID-FOUND = "Y"
               MOVE "Y" TO WS-ARCH-UUID-YES
           ELSE
               MOVE "Y" TO WS-ARCH-UUID-NO
           END-IF

           IF WS-ARCH-SLICES = 1
               MOVE WS-DEP-COUNT TO WS-ARCH-BASE-COUNT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-DEP-COUNT
                   MOVE WS-DEP-PATH(WS-DEP-IDX)
                       TO WS-ARCH-BASE-PATH(WS-DEP-IDX)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT NOT = WS-ARCH-BASE-COUNT
               MOVE "Y" TO WS-ARCH-DEPS-DIFFER
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE "N" TO WS-DEP-HIT
               PERFORM VARYING WS-ARCH-BASE-IDX FROM 1 BY 1
                       UNTIL WS-ARCH-BASE-IDX > WS-ARCH-BASE-COUNT
                   IF WS-ARCH-BASE-PATH(WS-ARCH-BASE-IDX)
                       = WS-DEP-PATH(WS-DEP-IDX)
                       MOVE "Y" TO WS-DEP-HIT
                   END-IF
               END-PERFORM
               IF WS-DEP-HIT = "N"
                   MOVE "Y" TO WS-ARCH-DEPS-DIFFER
               END-IF
           END-PERFORM.

      *> WRITE-ARCH-ROW WRITES ONE BINARY'S MATRIX ROW, FOLLOWED BY A
      *> FLAGS LINE WHEN IT WAS FLAGGED, AND FOLDS IT INTO THE TOTALS
      *> AND ITS DIRECTORY'S READINESS COUNT.
       WRITE-ARCH-ROW.
           ADD 1 TO WS-ARCH-BINARIES
           IF WS-ARCH-PRESENT(2) = "Y" OR WS-ARCH-PRESENT(3) = "Y"
               MOVE "Y" TO WS-ARCH-HAS-ARM
           ELSE
               MOVE "N" TO WS-ARCH-HAS-ARM
           END-IF

           MOVE SPACES TO WS-ARCH-FLAGS-TEXT
           MOVE 1 TO WS-ARCH-PTR
           IF WS-ARCH-HAS-ARM = "N"
               ADD 1 TO WS-ARCH-X86-ONLY
               STRING "X86-ONLY " DELIMITED BY SIZE
                   INTO WS-ARCH-FLAGS-TEXT WITH POINTER WS-ARCH-PTR
           END-IF
           IF WS-ARCH-UUID-YES = "Y" AND WS-ARCH-UUID-NO = "Y"
               ADD 1 TO WS-ARCH-UUID-MIS
               STRING "UUID-MISMATCH " DELIMITED BY SIZE
                   INTO WS-ARCH-FLAGS-TEXT WITH POINTER WS-ARCH-PTR
           END-IF
           IF WS-ARCH-DEPS-DIFFER = "Y"
               ADD 1 TO WS-ARCH-DEPS-MIS
               STRING "DEPS-MISMATCH " DELIMITED BY SIZE
                   INTO WS-ARCH-FLAGS-TEXT WITH POINTER WS-ARCH-PTR
           END-IF
           IF WS-ARCH-FLAGS-TEXT = SPACES
               MOVE "READY" TO WS-ARCH-VERDICT
               ADD 1 TO WS-ARCH-READY
           ELSE
               MOVE "NOT READY" TO WS-ARCH-VERDICT
           END-IF
           IF WS-ARCH-OTHER = "Y"
               STRING "OTHER-ARCH " DELIMITED BY SIZE
                   INTO WS-ARCH-FLAGS-TEXT WITH POINTER WS-ARCH-PTR
           END-IF

           MOVE SPACES TO DETAIL-REPORT-RECORD
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > 4
               COMPUTE WS-ARCH-COL = 1 + (WS-ARCH-IDX - 1) * 11
               IF WS-ARCH-PRESENT(WS-ARCH-IDX) = "Y"
                   MOVE WS-ARCH-MINOS(WS-ARCH-IDX)
                       TO DETAIL-REPORT-RECORD(WS-ARCH-COL:10)
               ELSE
                   MOVE "-" TO DETAIL-REPORT-RECORD(WS-ARCH-COL:10)
               END-IF
           END-PERFORM
           MOVE WS-ARCH-VERDICT TO DETAIL-REPORT-RECORD(45:9)
           MOVE WS-CURRENT-PATH TO DETAIL-REPORT-RECORD(56:200)
           PERFORM PUT-DETAIL-LINE
           IF WS-ARCH-FLAGS-TEXT NOT = SPACES
               MOVE SPACES TO DETAIL-REPORT-RECORD
               STRING "    flags: " FUNCTION TRIM(WS-ARCH-FLAGS-TEXT)
                   DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
               PERFORM PUT-DETAIL-LINE
           END-IF
           IF WS-ARCH-VERDICT NOT = "READY"
               DISPLAY "Not arm64 ready: "
                   FUNCTION TRIM(WS-CURRENT-PATH) " ("
                   FUNCTION TRIM(WS-ARCH-FLAGS-TEXT) ")"
           END-IF

           PERFORM TALLY-ARCH-DIRECTORY.

      *> TALLY-ARCH-DIRECTORY COUNTS THE BINARY AGAINST THE DIRECTORY
      *> HOLDING IT. DIRECTORIES PAST THE TABLE'S CAPACITY STILL COUNT
      *> IN THE OVERALL FIGURE, AND THE REPORT SAYS SO.
       TALLY-ARCH-DIRECTORY.
           PERFORM VARYING WS-ARCH-SLASH FROM
                   FUNCTION LENGTH(FUNCTION TRIM(WS-CURRENT-PATH
                   TRAILING)) BY -1
                   UNTIL WS-ARCH-SLASH < 2
                   OR WS-CURRENT-PATH(WS-ARCH-SLASH:1) = "/"
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-ARCH-CUR-DIR
           IF WS-ARCH-SLASH < 2
               MOVE WS-CURRENT-PATH(1:1) TO WS-ARCH-CUR-DIR
           ELSE
               MOVE WS-CURRENT-PATH(1:WS-ARCH-SLASH - 1)
                   TO WS-ARCH-CUR-DIR
           END-IF

           MOVE 0 TO WS-ARCH-DIR-HIT
           PERFORM VARYING WS-ARCH-DIR-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-DIR-IDX > WS-ARCH-DIR-COUNT
               IF WS-ARCH-DIR-NAME(WS-ARCH-DIR-IDX) = WS-ARCH-CUR-DIR
                   MOVE WS-ARCH-DIR-IDX TO WS-ARCH-DIR-HIT
               END-IF
           END-PERFORM
           IF WS-ARCH-DIR-HIT = 0
               IF WS-ARCH-DIR-COUNT >= WS-ARCH-DIR-MAX
                   MOVE "Y" TO WS-ARCH-DIR-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ARCH-DIR-COUNT
               MOVE WS-ARCH-DIR-COUNT TO WS-ARCH-DIR-HIT
               MOVE WS-ARCH-CUR-DIR TO WS-ARCH-DIR-NAME(WS-ARCH-DIR-HIT)
               MOVE 0 TO WS-ARCH-DIR-BINS(WS-ARCH-DIR-HIT)
               MOVE 0 TO WS-ARCH-DIR-READY(WS-ARCH-DIR-HIT)
           END-IF
           ADD 1 TO WS-ARCH-DIR-BINS(WS-ARCH-DIR-HIT)
           IF WS-ARCH-VERDICT = "READY"
               ADD 1 TO WS-ARCH-DIR-READY(WS-ARCH-DIR-HIT)
           END-IF.

      *> COMPUTE-OVERALL-READINESS PUTS READY / CHECKED AS A
      *> PERCENTAGE IN WS-ARCH-PCT-DISP (0.0 WHEN NOTHING WAS CHECKED).
       COMPUTE-OVERALL-READINESS.
           MOVE 0 TO WS-ARCH-PCT
           IF WS-ARCH-BINARIES > 0
               COMPUTE WS-ARCH-PCT ROUNDED =
                   WS-ARCH-READY * 100 / WS-ARCH-BINARIES
           END-IF
           MOVE WS-ARCH-PCT TO WS-ARCH-PCT-DISP.

      *> WRITE-ARCH-TOTALS CLOSES THE REPORT WITH THE FLAG COUNTS, THE
      *> OVERALL READINESS AND ONE READINESS LINE PER DIRECTORY.
       WRITE-ARCH-TOTALS.
           MOVE WS-ARCH-BINARIES TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Binaries checked      " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               DETAIL-REPORT-RECORD, WS-DETAIL-REPORT-STATUS

           MOVE WS-ARCH-READY TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "arm64 ready           " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-ARCH-X86-ONLY TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "x86-only              " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-ARCH-UUID-MIS TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "LC_UUID mismatches    " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-ARCH-DEPS-MIS TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Dylib mismatches      " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE WS-ARCH-SKIPPED TO WS-ANOMALY-DISP
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Other files skipped   " WS-ANOMALY-DISP
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           PERFORM COMPUTE-OVERALL-READINESS
           MOVE SPACES TO DETAIL-REPORT-RECORD
           STRING "Overall readiness       " WS-ARCH-PCT-DISP "%"
               DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE

           MOVE SPACES TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           MOVE "READINESS BY DIRECTORY" TO DETAIL-REPORT-RECORD
           PERFORM PUT-DETAIL-LINE
           PERFORM VARYING WS-ARCH-DIR-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-DIR-IDX > WS-ARCH-DIR-COUNT
               COMPUTE WS-ARCH-PCT ROUNDED =
                   WS-ARCH-DIR-READY(WS-ARCH-DIR-IDX) * 100
                   / WS-ARCH-DIR-BINS(WS-ARCH-DIR-IDX)
               MOVE WS-ARCH-PCT TO WS-ARCH-PCT-DISP
               MOVE WS-ARCH-DIR-READY(WS-ARCH-DIR-IDX)
                   TO WS-ANOMALY-DISP
               MOVE WS-ARCH-DIR-BINS(WS-ARCH-DIR-IDX)
                   TO WS-ARCH-COUNT-DISP
               MOVE SPACES TO DETAIL-REPORT-RECORD
               STRING "  " WS-ARCH-PCT-DISP "%  " WS-ANOMALY-DISP
                   " of " WS-ARCH-COUNT-DISP "  "
                   FUNCTION TRIM(WS-ARCH-DIR-NAME(WS-ARCH-DIR-IDX))
                   DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
               PERFORM PUT-DETAIL-LINE
           END-PERFORM
           IF WS-ARCH-DIR-OVERFLOW = "Y"
               MOVE WS-ARCH-DIR-MAX TO WS-ANOMALY-DISP
               MOVE SPACES TO DETAIL-REPORT-RECORD
               STRING "  (directories past the first "
                   FUNCTION TRIM(WS-ANOMALY-DISP)
                   " count in the overall figure only)"
                   DELIMITED BY SIZE INTO DETAIL-REPORT-RECORD
               PERFORM PUT-DETAIL-LINE
           END-IF.

      *> SCAN-SINGLE-FILE IS THE ORIGINAL ONE-FILE MODE: OPEN, DETECT
      *> FAT VS. THIN, REPORT NCMDS AND WALK THE LOAD COMMANDS.
       SCAN-SINGLE-FILE.
           PERFORM OPEN-BINARY-HANDLE

           IF WS-FILE-STATUS NOT = "00"
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-WORD
           IF WS-END-OF-FILE = "N"
               IF WS-WORD-BUF = WS-FAT-MAGIC
                   OR WS-WORD-BUF = WS-FAT-MAGIC-64
                   MOVE "Y" TO WS-IS-FAT
                   IF WS-WORD-BUF = WS-FAT-MAGIC-64
                       MOVE "Y" TO WS-FAT-IS-64
                   END-IF
               END-IF
           END-IF

           PERFORM COMPUTE-FILE-CRC

           IF WS-IS-FAT = "Y"
               PERFORM READ-FAT-ARCH-TABLE
               PERFORM CLOSE-BINARY-HANDLE
               PERFORM WALK-FAT-SLICES
               MOVE DYNAMIC-FILE TO WS-AUDIT-PARAMS
               MOVE WS-NFAT-ARCH TO WS-AUDIT-NFAT-DISP
               STRING "fat binary, slices=" WS-AUDIT-NFAT-DISP
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                   WS-AUDIT-PARAMS, WS-AUDIT-RESULT
           ELSE
               IF WS-END-OF-FILE = "N"
                   MOVE WS-WORD-BUF TO MACHO-MAGIC
                   PERFORM READ-REST-OF-HEADER
                   PERFORM DECODE-CPU-TYPE
                   PERFORM DECODE-FILE-TYPE
                   PERFORM DECODE-FLAGS
                   DISPLAY "CPU type: " WS-CPU-TYPE-NAME
                   DISPLAY "File type: " WS-FILE-TYPE-NAME
                   DISPLAY "Flags: " WS-FLAGS-TEXT
                   DISPLAY "Number of commands: " N-CMDS
                   PERFORM WALK-LOAD-COMMANDS
                   IF WS-SIG-FOUND = "Y"
                       PERFORM UPDATE-INVENTORY
                   END-IF
                   IF WS-SYMTAB-FOUND = "Y"
                       MOVE DYNAMIC-FILE TO WS-LISTING-BASE
                       PERFORM WRITE-SYMBOL-LISTING
                   END-IF
                   PERFORM WRITE-DETAIL-REPORT
                   CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                       WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               ELSE
                   MOVE "MOR032E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO WS-RUN-RC
                   MOVE DYNAMIC-FILE TO WS-AUDIT-PARAMS
                   MOVE "error: empty or unreadable file"
                       TO WS-AUDIT-RESULT
                   CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
                       WS-AUDIT-PARAMS, WS-AUDIT-RESULT
               END-IF
       READ-FAT-ARCH-ENTRIES.
           IF WS-NFAT-ARCH > WS-FAT-MAX
               MOVE WS-FAT-MAX TO WS-NFAT-ARCH
               MOVE "MOR045W" TO WS-MSG-ID
               MOVE WS-FAT-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-NFAT-ARCH
                   OR WS-END-OF-FILE = "Y"
               IF WS-FAT-IS-64 = "Y"
                   PERFORM READ-FAT-ARCH-ENTRY-64
               ELSE
           PERFORM OPEN-BINARY-HANDLE

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-NFAT-ARCH
                   OR WS-END-OF-FILE = "Y"
               DISPLAY "---"
               DISPLAY "Slice " WS-FAT-IDX
                   " cputype=" WS-FAT-CPUTYPE(WS-FAT-IDX)
                   IF WS-UUID-FOUND = "Y"
                       PERFORM UPDATE-INVENTORY
                   END-IF
                   IF WS-SYMTAB-FOUND = "Y"
                       PERFORM WRITE-SLICE-LISTING
                   END-IF
               ELSE
                   MOVE "MOR046E" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-PERFORM

           PERFORM CLOSE-BINARY-HANDLE.

      *> WRITE-SLICE-LISTING WRITES ONE FAT SLICE'S SYMBOL LISTING
      *> AND SEGMENT MAP. LC_SYMTAB OFFSETS ARE RELATIVE TO THE
      *> SLICE'S OWN MACH_HEADER, SO THE SLICE OFFSET IS ADDED FIRST
      *> (AS THE --imports PASS DOES); THE FILES ARE NAMED BY THE
      *> SLICE'S UUID, OR BY ITS SLICE NUMBER WHEN IT HAS NONE.
       WRITE-SLICE-LISTING.
           ADD WS-FAT-OFFSET(WS-FAT-IDX) TO WS-SYMTAB-OFF
           ADD WS-FAT-OFFSET(WS-FAT-IDX) TO WS-SYMTAB-STROFF
           MOVE SPACES TO WS-LISTING-BASE
           IF WS-UUID-FOUND = "Y"
               STRING DYNAMIC-FILE DELIMITED BY SPACE
                   "." WS-UUID-HEX DELIMITED BY SIZE
                   INTO WS-LISTING-BASE
           ELSE
               MOVE WS-FAT-IDX TO WS-MAP-SLICE-DISP
               STRING DYNAMIC-FILE DELIMITED BY SPACE
                   ".slice" FUNCTION TRIM(WS-MAP-SLICE-DISP)
                   DELIMITED BY SIZE INTO WS-LISTING-BASE
           END-IF
           PERFORM WRITE-SYMBOL-LISTING.

      *> READ-REST-OF-HEADER PULLS THE SIX 4-BYTE MACH_HEADER FIELDS
      *> THAT FOLLOW THE MAGIC, WHICH THE CALLER HAS ALREADY READ. A
      *> mach_header_64 (MH_MAGIC_64/MH_CIGAM_64) CARRIES ONE MORE
      *> LOAD COMMAND TABLE WOULD BE READ FOUR BYTES EARLY FOR EVERY
      *> 64-BIT THIN BINARY OR FAT SLICE.
       READ-REST-OF-HEADER.
           IF MACHO-MAGIC = WS-MH-MAGIC-64
               OR MACHO-MAGIC = WS-MH-CIGAM-64
               MOVE 32 TO WS-HEADER-SIZE
           ELSE
               MOVE 28 TO WS-HEADER-SIZE
           MOVE SPACES TO WS-SIGN-ID
           MOVE SPACES TO WS-TEAM-ID

           PERFORM UNTIL WS-LC-CONSUMED >= SIZE-CMDS
                   OR WS-END-OF-FILE = "Y"
               PERFORM READ-WORD
               MOVE WS-WORD-NUM TO WS-LC-CMD

                       " cmd=" WS-LC-CMD " cmdsize=" WS-LC-CMDSIZE

                   IF WS-LC-CMDSIZE < 8
                       MOVE "MOR047E" TO WS-MSG-ID
                       PERFORM ISSUE-MESSAGE
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       ADD WS-LC-CMDSIZE TO WS-LC-CONSUMED
                           WHEN 13
                           WHEN 14
                           WHEN 15
                           WHEN 32
                           WHEN 2147483672
                           WHEN 2147483676
                           WHEN 2147483679
                           WHEN 2147483683
                               PERFORM READ-LC-PATH-STRING
                           WHEN 27
                               PERFORM READ-UUID-PAYLOAD
       READ-SEGMENT-COMMAND.
           PERFORM READ-NAME-16
           PERFORM READ-SEG-VALUE
           MOVE WS-SEG-VALUE TO WS-SEG-HOLD-ADDR
           PERFORM READ-SEG-VALUE
           MOVE WS-SEG-VALUE TO WS-SEG-HOLD-SIZE

           IF WS-SEG-COUNT < WS-SEG-MAX
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-COUNT TO WS-SEG-IDX
               MOVE WS-NAME-16 TO WS-SEG-NAME(WS-SEG-IDX)
               MOVE WS-SEG-HOLD-ADDR TO WS-SEG-VMADDR(WS-SEG-IDX)
               MOVE WS-SEG-HOLD-SIZE TO WS-SEG-VMSIZE(WS-SEG-IDX)

               PERFORM READ-SEG-VALUE
               MOVE WS-SEG-VALUE TO WS-SEG-FILEOFF(WS-SEG-IDX)
               PERFORM READ-SEG-VALUE
               MOVE WS-SEG-VALUE TO WS-SEG-FILESIZE(WS-SEG-IDX)

      *> MAXPROT IS SKIPPED; INITPROT (VM_PROT_READ 1, _WRITE 2,
      *> _EXECUTE 4) IS KEPT AS R/W/X TEXT FOR THE SEGMENT MAP.
               PERFORM READ-WORD
               PERFORM READ-WORD
               PERFORM DECODE-SEG-PROT
               PERFORM READ-WORD
               MOVE WS-WORD-NUM TO WS-SEG-NSECTS(WS-SEG-IDX)
               MOVE WS-SEG-NSECTS(WS-SEG-IDX) TO WS-SEG-SECT-NUM
               END-PERFORM
           END-IF.

      *> DECODE-SEG-PROT RENDERS THE INITPROT WORD JUST READ.
       DECODE-SEG-PROT.
           MOVE "---" TO WS-SEG-PROT(WS-SEG-IDX)
           COMPUTE WS-SEG-PROT-BIT = FUNCTION MOD(WS-WORD-NUM, 2)
           IF WS-SEG-PROT-BIT = 1
               MOVE "R" TO WS-SEG-PROT(WS-SEG-IDX)(1:1)
           END-IF
           COMPUTE WS-SEG-PROT-BIT =
               FUNCTION MOD(WS-WORD-NUM / 2, 2)
           IF WS-SEG-PROT-BIT = 1
               MOVE "W" TO WS-SEG-PROT(WS-SEG-IDX)(2:1)
           END-IF
           COMPUTE WS-SEG-PROT-BIT =
               FUNCTION MOD(WS-WORD-NUM / 4, 2)
           IF WS-SEG-PROT-BIT = 1
               MOVE "X" TO WS-SEG-PROT(WS-SEG-IDX)(3:1)
           END-IF.

      *> READ-SECTION-ENTRY DECODES ONE SECTION ENTRY INSIDE A
      *> SEGMENT COMMAND: SECTNAME(16), SEGNAME(16), ADDR AND SIZE
      *> (CLASS WIDTH), THEN OFFSET, ALIGN, RELOFF, NRELOC, FLAGS AND

               PERFORM READ-NAME-16
               PERFORM READ-SEG-VALUE
               MOVE WS-SEG-VALUE TO WS-SECT-ADDR(WS-SECT-IDX)
               PERFORM READ-SEG-VALUE
               MOVE WS-SEG-VALUE TO WS-SECT-SIZE(WS-SECT-IDX)
               PERFORM READ-WORD
           END-IF.

      *> WRITE-SYMBOL-LISTING FOLLOWS THE CAPTURED LC_SYMTAB FIELDS
      *> AFTER THE WALK AND WRITES NAME/TYPE/SECTION LINES TO
      *> <listing-base>.symbols.txt, FOLLOWED BY THE SEGMENT MAP IN
      *> <listing-base>.segments.txt. A STRING TABLE THAT SITS IN
      *> FRONT OF THE NLIST TABLE IS MALFORMED AND SKIPPED (RC 4).
       WRITE-SYMBOL-LISTING.
           IF WS-SYMTAB-STROFF < WS-SYMTAB-OFF
               MOVE "MOR055W" TO WS-MSG-ID
               MOVE DYNAMIC-FILE TO WS-MSG-SLOT(1)
               MOVE "symbol listing" TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           ELSE
               PERFORM LOAD-SYMBOL-TABLE
               PERFORM WRITE-SYMBOLS-FILE
               PERFORM WRITE-SEGMENT-MAP
           END-IF.

      *> LOAD-SYMBOL-TABLE POSITIONS TO THE NLIST TABLE, CAPTURES UP
      *> TO WS-SYM-MAX ENTRIES, THEN POSITIONS TO THE STRING TABLE AND
      *> BUFFERS ITS FIRST 64KB - SHARED BY THE SYMBOL LISTING AND THE
      *> --imports REPORT.
       LOAD-SYMBOL-TABLE.
           MOVE WS-SYMTAB-OFF TO WS-SKIP-TARGET
           PERFORM SEEK-TO-POSITION

           MOVE 0 TO WS-SYM-COUNT
           MOVE 0 TO WS-STRTAB-LEN
           PERFORM VARYING WS-SYM-READ-IDX FROM 1 BY 1
                   UNTIL WS-SYM-READ-IDX > WS-SYMTAB-NSYMS
                   OR WS-SYM-COUNT >= WS-SYM-MAX
                   OR WS-END-OF-FILE = "Y"
               PERFORM READ-NLIST-ENTRY
           END-PERFORM

           IF WS-SYMTAB-NSYMS > WS-SYM-MAX
               MOVE WS-SYM-MAX TO WS-SYM-COUNT-DISP
               MOVE "MOR048W" TO WS-MSG-ID
               MOVE WS-SYM-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           IF WS-END-OF-FILE = "N"
               PERFORM READ-STRING-TABLE
           END-IF.

      *> READ-NLIST-ENTRY READS ONE NLIST RECORD: N_STRX(4), N_TYPE(1),
                       FUNCTION ORD(BINARY-BYTE) - 1
               END-IF

      *> THE 2-BYTE N_DESC IS LITTLE-ENDIAN; ITS HIGH BYTE IS THE
      *> TWO-LEVEL LIBRARY ORDINAL OF AN UNDEFINED SYMBOL, KEPT FOR
      *> THE --imports GROUPING. THEN CAPTURE N_VALUE (LOW-ORDER WORD
      *> ONLY FOR A 64-BIT NLIST, THE SAME CEILING READ-SEG-VALUE
      *> APPLIES), SO THE LISTING CAN CARRY EACH SYMBOL'S ADDRESS.
               MOVE 0 TO WS-SYM-LIBORD(WS-SYM-COUNT)
               PERFORM READ-ONE-BYTE
               PERFORM READ-ONE-BYTE
               IF WS-END-OF-FILE = "N"
                   COMPUTE WS-SYM-LIBORD(WS-SYM-COUNT) =
                       FUNCTION ORD(BINARY-BYTE) - 1
               END-IF
               PERFORM READ-WORD
               IF WS-END-OF-FILE = "N"
                   MOVE WS-WORD-NUM TO WS-SYM-VALUE(WS-SYM-COUNT)
      *> THROUGH THE BUFFERED STRING TABLE AND WRITES THE LISTING.
       WRITE-SYMBOLS-FILE.
           MOVE SPACES TO WS-SYMBOLS-PATH
           STRING WS-LISTING-BASE DELIMITED BY SPACE
               ".symbols.txt" DELIMITED BY SIZE
               INTO WS-SYMBOLS-PATH

                   " entries) written to "
                   FUNCTION TRIM(WS-SYMBOLS-PATH)
           ELSE
               MOVE "MOR049W" TO WS-MSG-ID
               MOVE WS-SYMBOLS-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF.

      *> WRITE-SEGMENT-MAP WRITES THE CAPTURED SEGMENT AND SECTION
      *> TABLES, WITH THE UUID AND CLASS THEY BELONG TO, TO
      *> <listing-base>.segments.txt.
       WRITE-SEGMENT-MAP.
           IF WS-UUID-FOUND = "Y"
               MOVE WS-UUID-HEX TO WS-MAP-IDENTITY
           ELSE
               MOVE "NONE" TO WS-MAP-IDENTITY
           END-IF
           IF WS-HEADER-SIZE = 32
               MOVE "64" TO WS-MAP-CLASS
           ELSE
               MOVE "32" TO WS-MAP-CLASS
           END-IF

           MOVE SPACES TO WS-SYMBOLS-PATH
           STRING WS-LISTING-BASE DELIMITED BY SPACE
               ".segments.txt" DELIMITED BY SIZE
               INTO WS-SYMBOLS-PATH

           OPEN OUTPUT SYMBOLS-FILE
           IF WS-SYMBOLS-STATUS NOT = "00"
               MOVE "MOR050W" TO WS-MSG-ID
               MOVE WS-SYMBOLS-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYMBOLS-RECORD
           STRING "IDENTITY " FUNCTION TRIM(WS-MAP-IDENTITY)
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD
           MOVE SPACES TO SYMBOLS-RECORD
           STRING "FORMAT MACHO " WS-MAP-CLASS
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD

           PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > WS-SEG-COUNT
               MOVE WS-SEG-VMADDR(WS-SEG-IDX) TO WS-MAP-ADDR-DISP
               MOVE WS-SEG-VMSIZE(WS-SEG-IDX) TO WS-MAP-SIZE-DISP
               MOVE SPACES TO SYMBOLS-RECORD
               STRING "SEGMENT " FUNCTION TRIM(WS-SEG-NAME(WS-SEG-IDX))
                   " vmaddr=" WS-MAP-ADDR-DISP
                   " vmsize=" WS-MAP-SIZE-DISP
                   " flags=" WS-SEG-PROT(WS-SEG-IDX)
                   DELIMITED BY SIZE INTO SYMBOLS-RECORD
               WRITE SYMBOLS-RECORD
           END-PERFORM

           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SECT-COUNT
               MOVE WS-SECT-SEG-IDX(WS-SECT-IDX) TO WS-SEG-IDX
               MOVE WS-SECT-ADDR(WS-SECT-IDX) TO WS-MAP-ADDR-DISP
               MOVE WS-SECT-SIZE(WS-SECT-IDX) TO WS-MAP-SIZE-DISP
               MOVE SPACES TO SYMBOLS-RECORD
               STRING "SECTION " FUNCTION TRIM(WS-SEG-NAME(WS-SEG-IDX))
                   " " FUNCTION TRIM(WS-SECT-NAME(WS-SECT-IDX))
                   " addr=" WS-MAP-ADDR-DISP
                   " size=" WS-MAP-SIZE-DISP
                   DELIMITED BY SIZE INTO SYMBOLS-RECORD
               WRITE SYMBOLS-RECORD
           END-PERFORM
           CLOSE SYMBOLS-FILE

           DISPLAY "Segment map (" WS-SEG-COUNT " segments, "
               WS-SECT-COUNT " sections) written to "
               FUNCTION TRIM(WS-SYMBOLS-PATH).

      *> EXTRACT-SYM-NAME COPIES ONE NUL-TERMINATED NAME OUT OF THE
      *> BUFFERED STRING TABLE; AN N_STRX PAST THE BUFFERED PORTION
      *> IS SHOWN BY OFFSET INSTEAD.
                   END-IF
                   IF WS-UUID-FOUND = "Y"
                       PERFORM UPDATE-INVENTORY
                       MOVE WS-UUID-HEX TO WS-APR-KEY
                       PERFORM CHECK-BUILD-APPROVAL
                   END-IF
               END-IF
           END-IF.
      *> WALK-COMMANDS-BATCH IS THE QUIET LOAD-COMMAND WALK USED BY
      *> SCAN-DIRECTORY-ENTRY AND THE EXTRACT MODE: IT STEPS THROUGH
      *> THE COMMAND TABLE CAPTURING THE FIELDS THE QUIET MODES NEED
      *> (THE LC_UUID PAYLOAD AND THE SEGMENT/SECTION MAP, AND FOR
      *> --deps/--imports THE DYLIB PATHS), WITH NO
      *> PER-COMMAND DISPLAY, SO A DIRECTORY SCAN'S CONSOLE OUTPUT
      *> STAYS ONE LINE PER FILE.
       WALK-COMMANDS-BATCH.
                       IF WS-LC-CMD = 12 AND WS-DEP-CAPTURE = "Y"
                           PERFORM READ-LC-PATH-STRING
                       END-IF
                       IF WS-IMP-CAPTURE = "Y"
                           PERFORM CAPTURE-IMPORT-COMMAND
                       END-IF
                       IF WS-LC-CMD = 1
                           MOVE "N" TO WS-SEG-IS-64
                           PERFORM READ-SEGMENT-COMMAND
           MOVE 0 TO RETURN-CODE
           CALL "InvWriter" USING WS-INV-UUID, WS-INV-PATH,
               WS-INV-CPUTYPE, WS-INV-FILETYPE, WS-INV-NCMDS,
               WS-INV-FSIZE, WS-CRC-HEX, WS-SHA-DIGEST.

      *> DECODE-LC-NAME MAPS THE NUMERIC CMD FIELD TO THE LOAD
      *> COMMAND CONSTANT NAME, THE SAME SET OTOOL -L REPORTS.
               WHEN 27 MOVE "LC_UUID"            TO WS-LC-NAME
               WHEN 29 MOVE "LC_CODE_SIGNATURE"  TO WS-LC-NAME
               WHEN 30 MOVE "LC_SEGMENT_SPLIT_INFO" TO WS-LC-NAME
               WHEN 32 MOVE "LC_LAZY_LOAD_DYLIB" TO WS-LC-NAME
               WHEN 34 MOVE "LC_DYLD_INFO"       TO WS-LC-NAME
               WHEN 36 MOVE "LC_VERSION_MIN_MACOSX" TO WS-LC-NAME
               WHEN 37 MOVE "LC_VERSION_MIN_IPHONEOS" TO WS-LC-NAME
               WHEN 44 MOVE "LC_ENCRYPTION_INFO_64" TO WS-LC-NAME
               WHEN 48 MOVE "LC_VERSION_MIN_WATCHOS" TO WS-LC-NAME
               WHEN 50 MOVE "LC_BUILD_VERSION"   TO WS-LC-NAME
               WHEN 2147483672
                       MOVE "LC_LOAD_WEAK_DYLIB" TO WS-LC-NAME
               WHEN 2147483676
                       MOVE "LC_RPATH"           TO WS-LC-NAME
               WHEN 2147483679
                       MOVE "LC_REEXPORT_DYLIB"  TO WS-LC-NAME
               WHEN 2147483683
                       MOVE "LC_LOAD_UPWARD_DYLIB" TO WS-LC-NAME
               WHEN OTHER MOVE "LC_UNKNOWN"      TO WS-LC-NAME
           END-EVALUATE.

      *> CPU_TYPE_xxx CONSTANT NAME.
       DECODE-CPU-TYPE.
           EVALUATE CPU-TYPE-NUM
               WHEN 7
                   MOVE "CPU_TYPE_X86"       TO WS-CPU-TYPE-NAME
               WHEN 16777223
                   MOVE "CPU_TYPE_X86_64"    TO WS-CPU-TYPE-NAME
               WHEN 12
                   MOVE "CPU_TYPE_ARM"       TO WS-CPU-TYPE-NAME
               WHEN 16777228
                   MOVE "CPU_TYPE_ARM64"     TO WS-CPU-TYPE-NAME
               WHEN 18
                   MOVE "CPU_TYPE_POWERPC"   TO WS-CPU-TYPE-NAME
               WHEN 16777234
                   MOVE "CPU_TYPE_POWERPC64" TO WS-CPU-TYPE-NAME
               WHEN OTHER
                   MOVE "CPU_TYPE_UNKNOWN"   TO WS-CPU-TYPE-NAME
           END-EVALUATE.

      *> DECODE-FILE-TYPE MAPS THE NUMERIC FILE-TYPE FIELD TO ITS
           END-IF.

       COPY "filestat.cpy".

       COPY "msgissue.cpy".
