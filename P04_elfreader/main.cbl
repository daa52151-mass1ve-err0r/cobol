      *> MACH-O BINARIES, THEN WALKS THE SECTION HEADER TABLE AT
      *> E-SHOFF AND LISTS EVERY SECTION'S NAME, TYPE, OFFSET AND
      *> SIZE, RESOLVING NAMES THROUGH THE E-SHSTRNDX STRING TABLE.
      *> THE SYMBOL VERSIONS THE BINARY NEEDS (.gnu.version_r) ARE
      *> REDUCED TO THE HIGHEST ONE PER LIBRARY, AND A DIRECTORY OF
      *> BINARIES CAN BE CHECKED AGAINST A TARGET-PLATFORM PROFILE.
      *> EVERY FILE READ IS FINGERPRINTED WITH CRC-32 AND SHA-256,
      *> BOTH SHOWN WITH THE HEADER AND BOTH FILED IN THE INVENTORY.
      *> THE SYMBOL LISTING (<binary>.symbols.txt) IS ACCOMPANIED BY
      *> A SEGMENT MAP (<binary>.segments.txt): THE BUILD-ID, EVERY
      *> PT_LOAD SEGMENT'S ADDRESS, SIZE AND PERMISSIONS, AND EVERY
      *> ALLOCATED SECTION WITH THE SEGMENT THAT HOLDS IT - WHAT
      *> Symbolicate NEEDS TO TURN CRASH ADDRESSES INTO SYMBOLS.
      *> A CORE DUMP GETS A ONE-PAGE TRIAGE SUMMARY INSTEAD: PROCESS
      *> AND ARGUMENTS, SIGNAL, THREAD REGISTERS, AND EVERY MAPPED
      *> FILE'S LOAD ADDRESS AND BUILD-ID MATCHED AGAINST INVENTORY:
      *>     elf_reader <abs_path_to_elf_binary>
      *>     elf_reader --version-check <dir> <profile> <report>
      *>     elf_reader --core <corefile> [<report>]
      *> ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElfReader.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMBOLS-STATUS.

           SELECT LISTING-FILE ASSIGN DYNAMIC WS-LISTING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTING-STATUS.

           SELECT PROFILE-FILE ASSIGN DYNAMIC WS-PROFILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT INVENTORY-FILE ASSIGN DYNAMIC WS-INVENTORY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS INV-UUID
               ALTERNATE RECORD KEY IS INV-CRC WITH DUPLICATES
               ALTERNATE RECORD KEY IS INV-SHA256 WITH DUPLICATES
               FILE STATUS IS WS-INVENTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SYMBOLS-FILE.
       01 SYMBOLS-RECORD PIC X(200).

       FD LISTING-FILE.
       01 LISTING-RECORD PIC X(255).

       FD PROFILE-FILE.
       01 PROFILE-RECORD PIC X(255).

      *> READ-ONLY VIEW OF THE INDEXED INVENTORY MASTER InvWriter
      *> MAINTAINS, LOOKED UP BY BUILD-ID FOR EACH FILE A CORE DUMP
      *> SHOWS MAPPED.
       FD INVENTORY-FILE.
       01 INVENTORY-RECORD.
           05 INV-UUID      PIC X(40).
           05 INV-PATH      PIC X(255).
           05 INV-CPUTYPE   PIC 9(8).
           05 INV-FILETYPE  PIC 9(8).
           05 INV-NCMDS     PIC 9(8).
           05 INV-FSIZE     PIC 9(12).
           05 INV-CRC       PIC X(8).
           05 INV-FIRST     PIC X(19).
           05 INV-LAST      PIC X(19).
           05 INV-SHA256    PIC X(64).

       WORKING-STORAGE SECTION.
       01 FILE-PATH PIC X(1024).
       01 WS-FILE-STATUS PIC XX VALUE SPACES.
               10 WS-SECT-OFFSET   PIC 9(12) COMP-5.
               10 WS-SECT-SIZE     PIC 9(12) COMP-5.
               10 WS-SECT-LINK     PIC 9(5) COMP-5.
               10 WS-SECT-ADDR     PIC 9(18) COMP-5.
       01 WS-SECT-IDX        PIC 9(4) COMP-5.
       01 WS-SECT-BASE       PIC 9(12) COMP-5.
       01 WS-SHSTR-OFF       PIC 9(12) COMP-5 VALUE 0.
       01 WS-CRC-LEN         PIC 9(9) COMP-5 VALUE 0.
       01 WS-CRC-VALUE       PIC 9(18) COMP-5 VALUE 0.
       01 WS-CRC-HEX         PIC X(8) VALUE SPACES.
      *> THE SHA-256 DIGEST OF THE SAME CONTENT FROM THE SAME READS,
      *> THROUGH THE SHARED SHA256 SUBPROGRAM.
       01 WS-SHA-DIGEST      PIC X(64) VALUE SPACES.
       01 WS-CRC-HANDLE      PIC X(4).
       01 WS-CRC-POS         PIC 9(12) COMP-5 VALUE 0.
       01 WS-CRC-FILE-SIZE   PIC 9(12) COMP-5 VALUE 0.
      *> HALF OF THE PICTURE THE SECTION WALK DOESN'T SHOW: EACH
      *> PT_LOAD/PT_DYNAMIC/PT_INTERP ENTRY'S OFFSET, VIRTUAL
      *> ADDRESS, FILE AND MEMORY SIZES AND R/W/X FLAGS, WITH THE
      *> INTERPRETER PATH PRINTED FROM PT_INTERP. THE FIELDS HOLD A
      *> FULL USER-SPACE ADDRESS, SINCE THE CORE TRIAGE MATCHES
      *> SEGMENTS BY VIRTUAL ADDRESS; THE LISTING SHOWS THEIR
      *> LOW-ORDER DIGITS THE SAME WAY THE SECTION WALK DOES.
       01 WS-PH-OFF          PIC 9(12) COMP-5 VALUE 0.
       01 WS-PH-ENTSIZE      PIC 9(4) COMP-5 VALUE 0.
       01 WS-PH-NUM          PIC 9(4) COMP-5 VALUE 0.
       01 WS-PH-BASE         PIC 9(12) COMP-5 VALUE 0.
       01 WS-PH-TYPE         PIC 9(10) COMP-5 VALUE 0.
       01 WS-PH-FLAGS        PIC 9(10) COMP-5 VALUE 0.
       01 WS-PH-OFFSET       PIC 9(18) COMP-5 VALUE 0.
       01 WS-PH-VADDR        PIC 9(18) COMP-5 VALUE 0.
       01 WS-PH-FILESZ       PIC 9(18) COMP-5 VALUE 0.
       01 WS-PH-MEMSZ        PIC 9(18) COMP-5 VALUE 0.
       01 WS-PH-TYPE-NAME    PIC X(16) VALUE SPACES.
       01 WS-PH-FLAGS-TEXT   PIC X(3) VALUE SPACES.
       01 WS-PH-OFF-DISP     PIC 9(10).
       01 WS-INTERP-IDX      PIC 9(3) COMP-5 VALUE 0.
       01 WS-INTERP-LEN      PIC 9(9) COMP-5 VALUE 0.

      *> SEGMENT MAP. EVERY PT_LOAD WALKED IS KEPT (NAMED LOAD1,
      *> LOAD2, ... IN TABLE ORDER) SO THE SECTIONS WITH A NON-ZERO
      *> SH_ADDR CAN BE PLACED IN THE SEGMENT THAT CONTAINS THEM, AND
      *> THE PAIR IS WRITTEN TO <binary>.segments.txt NEXT TO THE
      *> SYMBOL LISTING, IN THE SAME LAYOUT MachOReader WRITES:
      *>     IDENTITY <build-id>
      *>     FORMAT ELF <32|64>
      *>     SEGMENT <name> vmaddr=<n> vmsize=<n> flags=<rwx>
      *>     SECTION <segment> <section> addr=<n> size=<n>
      *> ADDRESSES AND SIZES ARE DECIMAL. THE SYMBOLICATOR READS IT.
       01 WS-LSEG-MAX        PIC 9(4) COMP-5 VALUE 64.
       01 WS-LSEG-COUNT      PIC 9(4) COMP-5 VALUE 0.
       01 WS-LSEG-TABLE.
           05 WS-LSEG-ENTRY OCCURS 64 TIMES.
               10 WS-LSEG-VADDR    PIC 9(18) COMP-5.
               10 WS-LSEG-MEMSZ    PIC 9(18) COMP-5.
               10 WS-LSEG-FLAGS    PIC X(3).
       01 WS-LSEG-IDX        PIC 9(4) COMP-5.
       01 WS-LSEG-HIT        PIC 9(4) COMP-5.
       01 WS-LSEG-NAME       PIC X(8) VALUE SPACES.
       01 WS-LSEG-NUM-DISP   PIC Z(3)9.
       01 WS-MAP-ADDR-DISP   PIC 9(18).
       01 WS-MAP-SIZE-DISP   PIC 9(18).
       01 WS-MAP-CLASS       PIC X(2) VALUE SPACES.
       01 WS-MAP-IDENTITY    PIC X(40) VALUE SPACES.
       01 WS-MAP-SECT-COUNT  PIC 9(4) COMP-5 VALUE 0.

      *> SYMBOL LISTING FOR ELF BINARIES, THE COMPANION TO
      *> MachOReader'S WRITE-SYMBOLS-FILE: .symtab (OR .dynsym WHEN
      *> THE BINARY IS STRIPPED) IS WALKED WITH THE STRING TABLE ITS
       01 WS-INV-NCMDS       PIC 9(8) VALUE 0.
       01 WS-INV-FSIZE       PIC 9(12) VALUE 0.

      *> SYMBOL-VERSION REQUIREMENTS. .gnu.version_r (SHT_GNU_verneed,
      *> 0x6FFFFFFE) HOLDS ONE VERNEED ENTRY PER DT_NEEDED LIBRARY,
      *> EACH CHAINING VERNAUX ENTRIES THAT NAME A VERSION THE BINARY
      *> BINDS AGAINST (GLIBC_2.34, GLIBCXX_3.4.29 ...);
      *> .gnu.version_d (SHT_GNU_verdef, 0x6FFFFFFD) LISTS THE
      *> VERSIONS THE FILE ITSELF DEFINES. EVERY NEEDED NAME IS SPLIT
      *> INTO ITS NAMESPACE (GLIBC) AND UP TO FOUR NUMERIC PARTS (2.34)
      *> AND ONLY THE HIGHEST PER LIBRARY AND NAMESPACE IS KEPT - THE
      *> ONE THE TARGET HOST'S LIBRARY MUST PROVIDE. A NAME WITH NO
      *> NUMERIC PART (GLIBC_PRIVATE) IS KEPT AS-IS, NEVER COMPARED.
       01 WS-VERNEED-SECT    PIC 9(4) COMP-5 VALUE 0.
       01 WS-VERDEF-SECT     PIC 9(4) COMP-5 VALUE 0.
       01 WS-VN-POS          PIC 9(12) COMP-5 VALUE 0.
       01 WS-VNA-POS         PIC 9(12) COMP-5 VALUE 0.
       01 WS-VN-FLAGS        PIC 9(5) COMP-5 VALUE 0.
       01 WS-VN-CNT          PIC 9(5) COMP-5 VALUE 0.
       01 WS-VN-FILE         PIC 9(10) COMP-5 VALUE 0.
       01 WS-VN-AUX          PIC 9(10) COMP-5 VALUE 0.
       01 WS-VN-NEXT         PIC 9(10) COMP-5 VALUE 0.
       01 WS-VNA-NAME-OFF    PIC 9(10) COMP-5 VALUE 0.
       01 WS-VNA-NEXT        PIC 9(10) COMP-5 VALUE 0.
       01 WS-VN-IDX          PIC 9(4) COMP-5.
       01 WS-VNA-IDX         PIC 9(4) COMP-5.
       01 WS-VN-LIMIT        PIC 9(4) COMP-5 VALUE 100.
       01 WS-VNA-LIMIT       PIC 9(4) COMP-5 VALUE 50.
       01 WS-VN-DONE         PIC X VALUE "N".
       01 WS-VNA-DONE        PIC X VALUE "N".
       01 WS-VN-LIB          PIC X(64) VALUE SPACES.
       01 WS-VER-NAME        PIC X(40) VALUE SPACES.
       01 WS-VER-STR-OFF     PIC 9(10) COMP-5 VALUE 0.
       01 WS-VER-STRING      PIC X(64) VALUE SPACES.
       01 WS-VER-STR-POS     PIC 9(8) COMP-5.
       01 WS-VER-STR-IDX     PIC 9(3) COMP-5.
       01 WS-VER-STR-END     PIC 9(8) COMP-5.
       01 WS-VER-STR-AREA    PIC X(64) VALUE SPACES.
       01 WS-VER-NEED-TOTAL  PIC 9(6) COMP-5 VALUE 0.
       01 WS-VER-NEED-DISP   PIC ZZZ,ZZ9.
       01 WS-VER-DEF-COUNT   PIC 9(4) COMP-5 VALUE 0.
       01 WS-VER-DEF-LIST    PIC X(200) VALUE SPACES.
       01 WS-VER-TABLE-FULL  PIC X VALUE "N".
       01 WS-VH-MAX          PIC 9(3) COMP-5 VALUE 64.
       01 WS-VH-COUNT        PIC 9(3) COMP-5 VALUE 0.
       01 WS-VH-TABLE.
           05 WS-VH-ENTRY OCCURS 64 TIMES.
               10 WS-VH-LIB      PIC X(64).
               10 WS-VH-PREFIX   PIC X(24).
               10 WS-VH-NAME     PIC X(40).
               10 WS-VH-ORDERED  PIC X.
               10 WS-VH-STATUS   PIC X.
               10 WS-VH-PARTS.
                   15 WS-VH-PART PIC 9(5) COMP-5 OCCURS 4 TIMES.
       01 WS-VH-IDX          PIC 9(3) COMP-5.
       01 WS-VH-FOUND        PIC 9(3) COMP-5 VALUE 0.

      *> PARSE-VERSION-NAME'S OUTPUT, AND THE TWO OPERANDS
      *> COMPARE-VERSIONS ORDERS PART BY PART (2.2.5 < 2.17 < 2.34).
       01 WS-VP-PREFIX       PIC X(24) VALUE SPACES.
       01 WS-VP-ORDERED      PIC X VALUE "N".
       01 WS-VP-PARTS.
           05 WS-VP-PART     PIC 9(5) COMP-5 OCCURS 4 TIMES.
       01 WS-VP-SPLIT        PIC 9(3) COMP-5 VALUE 0.
       01 WS-VP-POS          PIC 9(3) COMP-5 VALUE 0.
       01 WS-VP-LEN          PIC 9(3) COMP-5 VALUE 0.
       01 WS-VP-PART-IDX     PIC 9(1) COMP-5 VALUE 0.
       01 WS-VP-DIGIT        PIC 9(1) COMP-5 VALUE 0.
       01 WS-VP-STOP         PIC X VALUE "N".
       01 WS-VA-PARTS.
           05 WS-VA-PART     PIC 9(5) COMP-5 OCCURS 4 TIMES.
       01 WS-VB-PARTS.
           05 WS-VB-PART     PIC 9(5) COMP-5 OCCURS 4 TIMES.
       01 WS-VER-CMP         PIC X VALUE "=".
       01 WS-VER-CMP-IDX     PIC 9(1) COMP-5.

      *> PLATFORM LOAD CHECK. INVOKED AS:
      *>     elf_reader --version-check <dir> <profile> <report>
      *> THE PROFILE DESCRIBES A TARGET HOST IN tool.cfg'S KEY=VALUE
      *> STYLE - ONE LINE PER VERSION NAMESPACE GIVING THE HIGHEST
      *> VERSION ITS LIBRARIES PROVIDE, PLUS AN OPTIONAL PLATFORM NAME:
      *>     PLATFORM=RHEL 7.9
      *>     GLIBC=2.17
      *>     GLIBCXX=3.4.19
      *>     CXXABI=1.3.7
      *> EVERY ELF EXECUTABLE OR SHARED OBJECT IN THE DIRECTORY WHOSE
      *> HIGHEST NEED IN A LISTED NAMESPACE IS ABOVE THE PROFILE'S
      *> LIMIT WOULD FAIL TO LOAD THERE AND IS LISTED, WITH EACH
      *> OFFENDING LIBRARY/VERSION, IN A ReportWriter REPORT. NAMESPACES
      *> THE PROFILE DOES NOT LIST ARE COUNTED, NOT JUDGED.
       01 WS-VCHK-FLAG       PIC X(16) VALUE SPACES.
       01 WS-VCHK-ARGS       PIC X(1008) VALUE SPACES.
       01 WS-SCAN-DIR        PIC X(512) VALUE SPACES.
       01 WS-REPORT-PATH     PIC X(512) VALUE SPACES.
       01 WS-PROFILE-PATH    PIC X(255) VALUE SPACES.
       01 WS-PROFILE-STATUS  PIC XX VALUE SPACES.
       01 WS-PROFILE-EOF     PIC X VALUE "N".
       01 WS-PROFILE-KEY     PIC X(24) VALUE SPACES.
       01 WS-PROFILE-VALUE   PIC X(40) VALUE SPACES.
       01 WS-PLATFORM-NAME   PIC X(40) VALUE SPACES.
       01 WS-PROF-MAX        PIC 9(2) COMP-5 VALUE 20.
       01 WS-PROF-COUNT      PIC 9(2) COMP-5 VALUE 0.
       01 WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 20 TIMES.
               10 WS-PROF-PREFIX PIC X(24).
               10 WS-PROF-NAME   PIC X(40).
               10 WS-PROF-PARTS.
                   15 WS-PROF-PART PIC 9(5) COMP-5 OCCURS 4 TIMES.
       01 WS-PROF-IDX        PIC 9(2) COMP-5.
       01 WS-PROF-FOUND      PIC 9(2) COMP-5 VALUE 0.
       01 WS-PROF-LIMITS     PIC X(200) VALUE SPACES.
       01 WS-PROF-SCRATCH    PIC X(200) VALUE SPACES.
       01 WS-LISTING-FILE    PIC X(255) VALUE SPACES.
       01 WS-LISTING-PID     PIC 9(9) COMP-5 VALUE 0.
       01 WS-LISTING-PID-DISP PIC 9(9) VALUE 0.
       01 WS-LISTING-STATUS  PIC XX VALUE SPACES.
       01 WS-LISTING-EOF     PIC X VALUE "N".
       01 WS-SHELL-CMD       PIC X(1024) VALUE SPACES.
       01 WS-CURRENT-NAME    PIC X(255) VALUE SPACES.
       01 WS-CURRENT-PATH    PIC X(1024) VALUE SPACES.
       01 WS-VCHK-VERDICT    PIC X(9) VALUE SPACES.
       01 WS-VCHK-FILE-FAILS PIC 9(4) COMP-5 VALUE 0.
       01 WS-VCHK-CHECKED    PIC 9(6) COMP-5 VALUE 0.
       01 WS-VCHK-FAILING    PIC 9(6) COMP-5 VALUE 0.
       01 WS-VCHK-UNCOVERED  PIC 9(6) COMP-5 VALUE 0.
       01 WS-VCHK-SKIPPED    PIC 9(6) COMP-5 VALUE 0.
       01 WS-VCHK-DISP       PIC ZZZ,ZZ9.

      *> THE DIRECTORY AND REPORT PATHS GO INTO A CALL "SYSTEM" LINE,
      *> SO THEY ARE SCREENED FOR SHELL METACHARACTERS THE WAY
      *> MachOReader SCREENS ITS OWN --scan-dir ARGUMENTS.
       01 WS-PATH-CHECK-FIELD  PIC X(512) VALUE SPACES.
       01 WS-PATH-CHECK-LEN    PIC 9(4) COMP-5 VALUE 0.
       01 WS-PATH-CHECK-IDX    PIC 9(4) COMP-5 VALUE 0.
       01 WS-PATH-CHECK-CHAR   PIC X VALUE SPACE.
       01 WS-PATHS-OK          PIC X VALUE "Y".

      *> CORE-DUMP TRIAGE. INVOKED AS:
      *>     elf_reader --core <corefile> [<report>]
      *> AN ET_CORE FILE CARRIES THE DEAD PROCESS'S STATE IN THE NOTES
      *> OF ITS PT_NOTE SEGMENTS: NT_PRPSINFO (PROCESS NAME AND
      *> ARGUMENTS), ONE NT_PRSTATUS PER THREAD (SIGNAL, PID AND THE
      *> GENERAL REGISTER SET - THE FIRST IS THE THREAD THAT TOOK THE
      *> SIGNAL) AND NT_FILE (EVERY MAPPED FILE WITH ITS ADDRESS
      *> RANGE). EACH MAPPED FILE'S LOAD ADDRESS IS FOUND AMONG THE
      *> CORE'S PT_LOAD SEGMENTS; WHEN THE KERNEL DUMPED THAT FIRST
      *> PAGE (IT DOES FOR ELF MAPPINGS BY DEFAULT) THE FILE'S OWN
      *> ELF HEADER AND BUILD-ID NOTE ARE READ FROM THE CORE, SO THE
      *> BUILD REPORTED IS THE ONE THAT WAS RUNNING, NOT WHATEVER IS ON
      *> DISK NOW. BUILD-IDS ARE LOOKED UP IN THE INVENTORY MASTER.
      *> THE RESULT IS A ONE-PAGE SUMMARY FOR ON-CALL, DISPLAYED AND,
      *> WHEN A REPORT PATH IS GIVEN, WRITTEN THROUGH ReportWriter.
      *> REGISTER SETS ARE NAMED FOR x86-64, i386 AND AArch64.
       01 WS-CORE-FLAG       PIC X(7) VALUE SPACES.
       01 WS-CORE-ARGS       PIC X(1017) VALUE SPACES.
       01 WS-CORE-PATH       PIC X(512) VALUE SPACES.
       01 WS-CORE-REPORTING  PIC X VALUE "N".
       01 WS-CORE-WORD       PIC 9(1) COMP-5 VALUE 8.
       01 WS-CORE-POS        PIC 9(18) COMP-5 VALUE 0.
       01 WS-CORE-END        PIC 9(18) COMP-5 VALUE 0.
       01 WS-CORE-NEXT       PIC 9(18) COMP-5 VALUE 0.
       01 WS-CORE-NOTE-NAME  PIC X(8) VALUE SPACES.
       01 WS-CORE-NOTE-COUNT PIC 9(6) COMP-5 VALUE 0.
       01 WS-CORE-NOTE-MAX   PIC 9(6) COMP-5 VALUE 5000.
       01 WS-CORE-TRUNCATED  PIC X VALUE "N".

      *> THE CORE'S PT_LOAD SEGMENTS (ONE PER MAPPING, SO A LARGE
      *> PROCESS HAS HUNDREDS) AND ITS PT_NOTE SEGMENTS.
       01 WS-CLD-MAX         PIC 9(4) COMP-5 VALUE 2000.
       01 WS-CLD-COUNT       PIC 9(4) COMP-5 VALUE 0.
       01 WS-CLD-TABLE.
           05 WS-CLD-ENTRY OCCURS 2000 TIMES.
               10 WS-CLD-VADDR   PIC 9(18) COMP-5.
               10 WS-CLD-OFFSET  PIC 9(18) COMP-5.
               10 WS-CLD-FILESZ  PIC 9(18) COMP-5.
       01 WS-CLD-IDX         PIC 9(4) COMP-5.
       01 WS-CLD-FOUND       PIC 9(4) COMP-5 VALUE 0.
       01 WS-CNS-MAX         PIC 9(2) COMP-5 VALUE 16.
       01 WS-CNS-COUNT       PIC 9(2) COMP-5 VALUE 0.
       01 WS-CNS-TABLE.
           05 WS-CNS-ENTRY OCCURS 16 TIMES.
               10 WS-CNS-OFFSET  PIC 9(18) COMP-5.
               10 WS-CNS-FILESZ  PIC 9(18) COMP-5.
       01 WS-CNS-IDX         PIC 9(2) COMP-5.

      *> ONE NOTE'S DESCRIPTOR, READ WHOLE (NT_FILE RUNS TO SEVERAL
      *> KB) AND PICKED APART BY OFFSET. WS-CD-POS IS 0-BASED, THE
      *> WAY THE KERNEL'S STRUCTURE OFFSETS ARE QUOTED.
       01 WS-CORE-DESC       PIC X(65536) VALUE SPACES.
       01 WS-CORE-DESC-MAX   PIC 9(8) COMP-5 VALUE 65536.
       01 WS-CORE-DESC-LEN   PIC 9(8) COMP-5 VALUE 0.
       01 WS-CD-POS          PIC 9(8) COMP-5 VALUE 0.
       01 WS-CD-STR-MAX      PIC 9(3) COMP-5 VALUE 0.
       01 WS-CD-STR-IDX      PIC 9(3) COMP-5 VALUE 0.
       01 WS-CD-STR-DONE     PIC X VALUE "N".
       01 WS-CORE-STRING     PIC X(255) VALUE SPACES.
       01 WS-CORE-HEX        PIC X(16) VALUE SPACES.
       01 WS-CORE-HEX-IDX    PIC 9(2) COMP-5 VALUE 0.
       01 WS-CORE-HEX-OUT    PIC 9(2) COMP-5 VALUE 0.

      *> NT_PRPSINFO AND NT_PRSTATUS RESULTS. THE CRASHING THREAD'S
      *> WHOLE REGISTER SET IS KEPT; OTHER THREADS KEEP PC AND SP.
       01 WS-CORE-FNAME      PIC X(16) VALUE SPACES.
       01 WS-CORE-PSARGS     PIC X(80) VALUE SPACES.
       01 WS-CORE-PID        PIC 9(10) COMP-5 VALUE 0.
       01 WS-CORE-PSINFO     PIC X VALUE "N".
       01 WS-CORE-SIGNAL     PIC 9(5) COMP-5 VALUE 0.
       01 WS-CORE-SIG-NAME   PIC X(8) VALUE SPACES.
       01 WS-CORE-SIG-DISP   PIC Z(4)9.
       01 WS-CORE-PID-DISP   PIC Z(9)9.
       01 WS-CORE-REG-OFF    PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-BASE   PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-COUNT  PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-PC     PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-SP     PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-IDX    PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-COL    PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-REG-ITEM   PIC X(26) VALUE SPACES.
       01 WS-CORE-REG-TABLE.
           05 WS-CORE-REG-HEX PIC X(16) OCCURS 40 TIMES.
       01 WS-THR-MAX         PIC 9(3) COMP-5 VALUE 128.
       01 WS-THR-COUNT       PIC 9(5) COMP-5 VALUE 0.
       01 WS-THR-TABLE.
           05 WS-THR-ENTRY OCCURS 128 TIMES.
               10 WS-THR-PID     PIC 9(10) COMP-5.
               10 WS-THR-SIGNAL  PIC 9(5) COMP-5.
               10 WS-THR-PC      PIC X(16).
               10 WS-THR-SP      PIC X(16).
       01 WS-THR-IDX         PIC 9(5) COMP-5.
       01 WS-THR-SHOWN       PIC 9(2) COMP-5 VALUE 8.

      *> GENERAL REGISTER NAMES IN elf_gregset_t ORDER: x86-64 FROM
      *> ENTRY 1 (27), i386 FROM 28 (17), AArch64 FROM 45 (34).
       01 WS-REG-NAME-LIST.
           05 FILLER PIC X(24) VALUE "r15     r14     r13     ".
           05 FILLER PIC X(24) VALUE "r12     rbp     rbx     ".
           05 FILLER PIC X(24) VALUE "r11     r10     r9      ".
           05 FILLER PIC X(24) VALUE "r8      rax     rcx     ".
           05 FILLER PIC X(24) VALUE "rdx     rsi     rdi     ".
           05 FILLER PIC X(24) VALUE "orig_raxrip     cs      ".
           05 FILLER PIC X(24) VALUE "eflags  rsp     ss      ".
           05 FILLER PIC X(24) VALUE "fs_base gs_base ds      ".
           05 FILLER PIC X(24) VALUE "es      fs      gs      ".
           05 FILLER PIC X(24) VALUE "ebx     ecx     edx     ".
           05 FILLER PIC X(24) VALUE "esi     edi     ebp     ".
           05 FILLER PIC X(24) VALUE "eax     ds      es      ".
           05 FILLER PIC X(24) VALUE "fs      gs      orig_eax".
           05 FILLER PIC X(24) VALUE "eip     cs      eflags  ".
           05 FILLER PIC X(24) VALUE "esp     ss      x0      ".
           05 FILLER PIC X(24) VALUE "x1      x2      x3      ".
           05 FILLER PIC X(24) VALUE "x4      x5      x6      ".
           05 FILLER PIC X(24) VALUE "x7      x8      x9      ".
           05 FILLER PIC X(24) VALUE "x10     x11     x12     ".
           05 FILLER PIC X(24) VALUE "x13     x14     x15     ".
           05 FILLER PIC X(24) VALUE "x16     x17     x18     ".
           05 FILLER PIC X(24) VALUE "x19     x20     x21     ".
           05 FILLER PIC X(24) VALUE "x22     x23     x24     ".
           05 FILLER PIC X(24) VALUE "x25     x26     x27     ".
           05 FILLER PIC X(24) VALUE "x28     x29     x30     ".
           05 FILLER PIC X(24) VALUE "sp      pc      pstate  ".
       01 WS-REG-NAME-TABLE REDEFINES WS-REG-NAME-LIST.
           05 WS-REG-NAME    PIC X(8) OCCURS 78 TIMES.

      *> NT_FILE'S MAPPED FILES, ONE ROW PER DISTINCT PATH AT THE
      *> ADDRESS OF ITS FIRST (LOWEST) MAPPING - THE LOAD ADDRESS -
      *> WITH THE BUILD-ID FOUND THERE AND THE INVENTORY'S ANSWER.
      *> THE FIRST ROW IS THE EXECUTABLE, WHICH THE KERNEL MAPS
      *> BELOW ITS SHARED LIBRARIES. ONLY THE FIRST 28 ROWS ARE
      *> LISTED, TO KEEP THE SUMMARY TO ONE PAGE; MAPPINGS OF FILES
      *> PAST THE 200-ROW TABLE ARE COUNTED, NOT KEPT.
       01 WS-CMF-MAX         PIC 9(3) COMP-5 VALUE 200.
       01 WS-CMF-COUNT       PIC 9(3) COMP-5 VALUE 0.
       01 WS-CMF-TABLE.
           05 WS-CMF-ENTRY OCCURS 200 TIMES.
               10 WS-CMF-PATH     PIC X(255).
               10 WS-CMF-ADDR     PIC 9(18) COMP-5.
               10 WS-CMF-ADDR-HEX PIC X(16).
               10 WS-CMF-BUILD-ID PIC X(40).
               10 WS-CMF-INV      PIC X(10).
       01 WS-CMF-IDX         PIC 9(3) COMP-5.
       01 WS-CMF-FOUND       PIC 9(3) COMP-5 VALUE 0.
       01 WS-CMF-SHOWN       PIC 9(3) COMP-5 VALUE 28.
       01 WS-CMF-DROPPED     PIC 9(5) COMP-5 VALUE 0.
       01 WS-NTF-COUNT       PIC 9(8) COMP-5 VALUE 0.
       01 WS-NTF-IDX         PIC 9(8) COMP-5 VALUE 0.
       01 WS-NTF-START       PIC 9(18) COMP-5 VALUE 0.
       01 WS-NTF-NAME-POS    PIC 9(8) COMP-5 VALUE 0.
       01 WS-NTF-ENTRY-POS   PIC 9(8) COMP-5 VALUE 0.

      *> BUILD-ID SEARCH INSIDE ONE MAPPED FILE'S DUMPED FIRST PAGE.
       01 WS-MEL-BASE        PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-LIMIT       PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-PHOFF       PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-PHENTSIZE   PIC 9(5) COMP-5 VALUE 0.
       01 WS-MEL-PHNUM       PIC 9(5) COMP-5 VALUE 0.
       01 WS-MEL-IDX         PIC 9(5) COMP-5 VALUE 0.
       01 WS-MEL-NOTE-POS    PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-NOTE-END    PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-NOTE-OFF    PIC 9(18) COMP-5 VALUE 0.
       01 WS-MEL-NOTE-SIZE   PIC 9(18) COMP-5 VALUE 0.

      *> INVENTORY LOOKUP TOTALS FOR THE BUILDS LINE.
       01 WS-INVENTORY-FILE   PIC X(255) VALUE "inventory.dat".
       01 WS-INVENTORY-STATUS PIC XX VALUE SPACES.
       01 WS-INVENTORY-OPEN   PIC X VALUE "N".
       01 WS-CORE-ELF-FILES  PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-WITH-ID    PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-FILED      PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-UNFILED    PIC 9(3) COMP-5 VALUE 0.
       01 WS-CORE-NUM-DISP   PIC ZZ,ZZ9.
       01 WS-CORE-IDS-DISP   PIC ZZ,ZZ9.

      *> SHARED ReportWriter INTERFACE FOR THE LOAD-CHECK AND
      *> CORE TRIAGE REPORTS.
       01 WS-RPT-OP          PIC X VALUE SPACE.
       01 WS-RPT-FILE-ARG    PIC X(255) VALUE SPACES.
       01 WS-RPT-LINE        PIC X(255) VALUE SPACES.
       01 WS-RPT-STATUS      PIC XX VALUE SPACES.
       01 WS-RPT-TITLE       PIC X(255) VALUE
           "ELF SYMBOL-VERSION LOAD CHECK".
       COPY "msgarea.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT FILE-PATH FROM COMMAND-LINE

           IF FILE-PATH = SPACES
               MOVE "ELF001S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               DISPLAY "   or: elf_reader --version-check <dir> "
                   "<profile> <report>"
               DISPLAY "   or: elf_reader --core <corefile> [<report>]"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FILE-PATH(1:16) TO WS-VCHK-FLAG
           IF WS-VCHK-FLAG = "--version-check "
               MOVE FILE-PATH(17:1008) TO WS-VCHK-ARGS
               UNSTRING WS-VCHK-ARGS DELIMITED BY ALL SPACE
                   INTO WS-SCAN-DIR WS-PROFILE-PATH WS-REPORT-PATH
               END-UNSTRING
               PERFORM RUN-VERSION-CHECK
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FILE-PATH(1:7) TO WS-CORE-FLAG
           IF WS-CORE-FLAG = "--core "
               MOVE FILE-PATH(8:1017) TO WS-CORE-ARGS
               UNSTRING WS-CORE-ARGS DELIMITED BY ALL SPACE
                   INTO WS-CORE-PATH WS-REPORT-PATH
               END-UNSTRING
               PERFORM RUN-CORE-TRIAGE
               MOVE WS-RUN-RC TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FILE-PATH TO DYNAMIC-FILE
           PERFORM READ-ELF-HEADER

               PERFORM READ-E-IDENT

               IF WS-END-OF-FILE = "Y" OR EI-MAGIC NOT = WS-ELF-MAGIC
                   MOVE "ELF019E" TO WS-MSG-ID
                   MOVE FILE-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   PERFORM DECODE-EI-CLASS
                   PERFORM DECODE-E-TYPE
                   PERFORM DECODE-E-MACHINE
                   PERFORM DISPLAY-ELF-HEADER
                   IF E-TYPE-NUM = 4
                       DISPLAY "Core dump - elf_reader --core gives "
                           "the crash triage summary"
                   END-IF
                   PERFORM COMPUTE-FILE-CRC
                   DISPLAY "CRC-32    : " WS-CRC-HEX
                   DISPLAY "SHA-256   : " WS-SHA-DIGEST
                   PERFORM WALK-PROGRAM-HEADERS
                   PERFORM WALK-SECTION-HEADERS


           MOVE SPACES TO E-ENTRY
           PERFORM READ-N-BYTES
           MOVE WS-BYTE-BUF-X(1:WS-READ-WIDTH)
               TO E-ENTRY(1:WS-READ-WIDTH)

           MOVE SPACES TO E-PHOFF
           PERFORM READ-N-BYTES
           MOVE WS-BYTE-BUF-X(1:WS-READ-WIDTH)
               TO E-PHOFF(1:WS-READ-WIDTH)
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-PH-OFF

           MOVE SPACES TO E-SHOFF
           PERFORM READ-N-BYTES
           MOVE WS-BYTE-BUF-X(1:WS-READ-WIDTH)
               TO E-SHOFF(1:WS-READ-WIDTH)
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-SH-OFF

      *> WALK-PROGRAM-HEADERS VISITS EVERY ENTRY OF THE PROGRAM
      *> HEADER TABLE AT E-PHOFF, THE WAY WALK-SECTION-HEADERS WALKS
      *> THE SECTION TABLE, LISTING EACH SEGMENT'S TYPE, OFFSET,
      *> VIRTUAL ADDRESS, FILE/MEMORY SIZES AND FLAGS. PT_LOAD ENTRIES
      *> ARE KEPT FOR THE SEGMENT MAP.
       WALK-PROGRAM-HEADERS.
           MOVE 0 TO WS-LSEG-COUNT
           IF WS-PH-OFF = 0 OR WS-PH-NUM = 0
               DISPLAY "No program header table"
           ELSE
               IF WS-PH-NUM > WS-PH-MAX
                   MOVE "ELF002W" TO WS-MSG-ID
                   MOVE WS-PH-MAX TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE WS-PH-MAX TO WS-PH-NUM
                   IF WS-RUN-RC = 0
                       MOVE 4 TO WS-RUN-RC
                   PERFORM READ-PROGRAM-HEADER
                   IF WS-END-OF-FILE = "N"
                       PERFORM DISPLAY-PROGRAM-HEADER
                       IF WS-PH-TYPE = 1 AND WS-LSEG-COUNT < WS-LSEG-MAX
                           ADD 1 TO WS-LSEG-COUNT
                           MOVE WS-PH-VADDR
                               TO WS-LSEG-VADDR(WS-LSEG-COUNT)
                           MOVE WS-PH-MEMSZ
                               TO WS-LSEG-MEMSZ(WS-LSEG-COUNT)
                           MOVE WS-PH-FLAGS-TEXT
                               TO WS-LSEG-FLAGS(WS-LSEG-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-END-OF-FILE = "Y"
                   MOVE "ELF003W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
                   MOVE "N" TO WS-END-OF-FILE
               END-IF
           END-IF.
      *> ALL, SINCE "IS THIS BINARY STRIPPED" IS THE QUESTION THE
      *> PACKAGING TEAM ASKS WEEKLY.
       WALK-SECTION-HEADERS.
           PERFORM CAPTURE-SECTION-HEADERS

           IF WS-SH-OFF = 0 OR WS-SH-NUM = 0
               DISPLAY "No section header table"
           ELSE
               PERFORM LIST-SECTIONS

               IF WS-SYMTAB-PRESENT = "Y"
               END-IF

               PERFORM LIST-NEEDED-LIBS
               PERFORM LIST-VERSION-NEEDS

               PERFORM EXTRACT-BUILD-ID
               IF WS-BUILDID-FOUND = "Y"
                   DISPLAY "GNU build-id: "
                       FUNCTION TRIM(WS-BUILDID-HEX)
                   PERFORM UPDATE-INVENTORY
               END-IF

               PERFORM WRITE-SYMBOL-LISTING
               PERFORM WRITE-SEGMENT-MAP
           END-IF.

      *> CAPTURE-SECTION-HEADERS READS EVERY SECTION HEADER INTO
      *> WS-SECT-TABLE AND BUFFERS THE SECTION NAME STRING TABLE,
      *> WITHOUT LISTING ANYTHING - SHARED BY THE ONE-FILE WALK AND
      *> THE QUIET --version-check PASS.
       CAPTURE-SECTION-HEADERS.
           MOVE 0 TO WS-SECT-COUNT
           MOVE "N" TO WS-SYMTAB-PRESENT
           MOVE 0 TO WS-SHSTRTAB-LEN

           IF WS-SH-OFF = 0 OR WS-SH-NUM = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SH-NUM > WS-SECT-MAX
               MOVE "ELF004W" TO WS-MSG-ID
               MOVE WS-SECT-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE WS-SECT-MAX TO WS-SH-NUM
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SH-NUM
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-SECT-BASE = WS-SH-OFF
                   + (WS-SECT-IDX - 1) * WS-SH-ENTSIZE
               MOVE WS-SECT-BASE TO WS-CUR-POS
               PERFORM READ-SECTION-HEADER
           END-PERFORM

           IF WS-END-OF-FILE = "Y"
               MOVE "ELF005W" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE "N" TO WS-END-OF-FILE
           END-IF

           PERFORM LOAD-SHSTRTAB.

      *> WRITE-SYMBOL-LISTING PICKS THE SYMBOL SOURCE (.symtab WHEN
      *> PRESENT, .dynsym OTHERWISE), BUFFERS THE STRING TABLE ITS
      *> SH_LINK NAMES, AND WRITES ONE LINE PER SYMBOL TO
                   WS-SECT-LINK(WS-SYMSRC-IDX) + 1
               IF WS-SYMSTR-SECT < 1
                   OR WS-SYMSTR-SECT > WS-SECT-COUNT
                   MOVE "ELF006W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               ELSE
                   PERFORM LOAD-SYMSTR
                   PERFORM WALK-SYMBOL-TABLE
               WS-SECT-SIZE(WS-SYMSRC-IDX) / WS-SYM-ENTRY-WIDTH
           IF WS-SYM-TOTAL > WS-SYM-MAX
               MOVE WS-SYM-MAX TO WS-SYM-COUNT-DISP
               MOVE "ELF007W" TO WS-MSG-ID
               MOVE WS-SYM-COUNT-DISP TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE WS-SYM-MAX TO WS-SYM-TOTAL
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC

           OPEN OUTPUT SYMBOLS-FILE
           IF WS-SYMBOLS-STATUS NOT = "00"
               MOVE "ELF008W" TO WS-MSG-ID
               MOVE WS-SYMBOLS-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           ELSE
               MOVE 0 TO WS-SYM-COUNT
               PERFORM VARYING WS-SYM-IDX FROM 1 BY 1
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD.

      *> WRITE-SEGMENT-MAP WRITES <binary>.segments.txt: THE BUILD-ID
      *> THE MAP BELONGS TO, THE CLASS, ONE LINE PER PT_LOAD KEPT BY
      *> WALK-PROGRAM-HEADERS, THEN ONE LINE PER SECTION THAT IS
      *> MAPPED AT RUN TIME (NON-ZERO SH_ADDR), NAMED WITH THE PT_LOAD
      *> THAT CONTAINS IT ("-" WHEN NONE DOES).
       WRITE-SEGMENT-MAP.
           IF WS-LSEG-COUNT = 0
               DISPLAY "No loadable segments, segment map skipped"
               EXIT PARAGRAPH
           END-IF

           IF WS-BUILDID-FOUND = "Y"
               MOVE WS-BUILDID-HEX TO WS-MAP-IDENTITY
           ELSE
               MOVE "NONE" TO WS-MAP-IDENTITY
           END-IF
           IF EI-CLASS-NUM = 1
               MOVE "32" TO WS-MAP-CLASS
           ELSE
               MOVE "64" TO WS-MAP-CLASS
           END-IF

           MOVE SPACES TO WS-SYMBOLS-PATH
           STRING DYNAMIC-FILE DELIMITED BY SPACE
               ".segments.txt" DELIMITED BY SIZE
               INTO WS-SYMBOLS-PATH

           OPEN OUTPUT SYMBOLS-FILE
           IF WS-SYMBOLS-STATUS NOT = "00"
               MOVE "ELF009W" TO WS-MSG-ID
               MOVE WS-SYMBOLS-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SYMBOLS-RECORD
           STRING "IDENTITY " FUNCTION TRIM(WS-MAP-IDENTITY)
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD
           MOVE SPACES TO SYMBOLS-RECORD
           STRING "FORMAT ELF " WS-MAP-CLASS
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD

           PERFORM VARYING WS-LSEG-IDX FROM 1 BY 1
                   UNTIL WS-LSEG-IDX > WS-LSEG-COUNT
               MOVE WS-LSEG-IDX TO WS-LSEG-HIT
               PERFORM NAME-LOAD-SEGMENT
               MOVE WS-LSEG-VADDR(WS-LSEG-IDX) TO WS-MAP-ADDR-DISP
               MOVE WS-LSEG-MEMSZ(WS-LSEG-IDX) TO WS-MAP-SIZE-DISP
               MOVE SPACES TO SYMBOLS-RECORD
               STRING "SEGMENT " FUNCTION TRIM(WS-LSEG-NAME)
                   " vmaddr=" WS-MAP-ADDR-DISP
                   " vmsize=" WS-MAP-SIZE-DISP
                   " flags=" WS-LSEG-FLAGS(WS-LSEG-IDX)
                   DELIMITED BY SIZE INTO SYMBOLS-RECORD
               WRITE SYMBOLS-RECORD
           END-PERFORM

           MOVE 0 TO WS-MAP-SECT-COUNT
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SECT-COUNT
               IF WS-SECT-ADDR(WS-SECT-IDX) > 0
                   PERFORM WRITE-SEGMENT-MAP-SECTION
               END-IF
           END-PERFORM
           CLOSE SYMBOLS-FILE

           MOVE WS-MAP-SECT-COUNT TO WS-SYM-COUNT-DISP
           DISPLAY "Segment map (" WS-LSEG-COUNT " segments, "
               WS-SYM-COUNT-DISP " sections) written to "
               FUNCTION TRIM(WS-SYMBOLS-PATH).

      *> WRITE-SEGMENT-MAP-SECTION FINDS THE PT_LOAD WHOSE ADDRESS
      *> RANGE HOLDS THE SECTION'S SH_ADDR AND WRITES ITS LINE.
       WRITE-SEGMENT-MAP-SECTION.
           MOVE 0 TO WS-LSEG-HIT
           PERFORM VARYING WS-LSEG-IDX FROM 1 BY 1
                   UNTIL WS-LSEG-IDX > WS-LSEG-COUNT
                   OR WS-LSEG-HIT > 0
               IF WS-SECT-ADDR(WS-SECT-IDX) >=
                       WS-LSEG-VADDR(WS-LSEG-IDX)
                   AND WS-SECT-ADDR(WS-SECT-IDX) <
                       WS-LSEG-VADDR(WS-LSEG-IDX)
                       + WS-LSEG-MEMSZ(WS-LSEG-IDX)
                   MOVE WS-LSEG-IDX TO WS-LSEG-HIT
               END-IF
           END-PERFORM
           PERFORM NAME-LOAD-SEGMENT

           PERFORM EXTRACT-SECTION-NAME
           MOVE WS-SECT-ADDR(WS-SECT-IDX) TO WS-MAP-ADDR-DISP
           MOVE WS-SECT-SIZE(WS-SECT-IDX) TO WS-MAP-SIZE-DISP
           MOVE SPACES TO SYMBOLS-RECORD
           STRING "SECTION " FUNCTION TRIM(WS-LSEG-NAME)
               " " FUNCTION TRIM(WS-SECT-NAME)
               " addr=" WS-MAP-ADDR-DISP
               " size=" WS-MAP-SIZE-DISP
               DELIMITED BY SIZE INTO SYMBOLS-RECORD
           WRITE SYMBOLS-RECORD
           ADD 1 TO WS-MAP-SECT-COUNT.

      *> NAME-LOAD-SEGMENT TURNS THE TABLE INDEX IN WS-LSEG-HIT INTO
      *> THE MAP'S SEGMENT NAME (LOAD1, LOAD2, ...; "-" FOR NONE).
       NAME-LOAD-SEGMENT.
           MOVE SPACES TO WS-LSEG-NAME
           IF WS-LSEG-HIT = 0
               MOVE "-" TO WS-LSEG-NAME
           ELSE
               MOVE WS-LSEG-HIT TO WS-LSEG-NUM-DISP
               STRING "LOAD" FUNCTION TRIM(WS-LSEG-NUM-DISP)
                   DELIMITED BY SIZE INTO WS-LSEG-NAME
           END-IF.

      *> EXTRACT-SYMBOL-NAME COPIES ONE NUL-TERMINATED NAME OUT OF
      *> THE BUFFERED STRING TABLE; AN OFFSET PAST THE BUFFERED
      *> PORTION IS SHOWN BY OFFSET INSTEAD.
               IF WS-NOTE-TYPE = 3 AND WS-NOTE-DESCSZ > 0
                   AND WS-NOTE-DESCSZ <= 20
                   AND WS-END-OF-FILE = "N"
                   PERFORM READ-BUILD-ID-DESC
               END-IF
               MOVE "N" TO WS-END-OF-FILE
           END-IF.

      *> READ-BUILD-ID-DESC RENDERS THE WS-NOTE-DESCSZ BUILD-ID BYTES
      *> AT WS-CUR-POS AS HEX IN WS-BUILDID-HEX, SETTING
      *> WS-BUILDID-FOUND WHEN ALL OF THEM WERE READ. SHARED BY THE
      *> SECTION WALK AND THE CORE TRIAGE.
       READ-BUILD-ID-DESC.
           MOVE SPACES TO WS-BUILDID-HEX
           MOVE 0 TO WS-BUILDID-OUT-IDX
           MOVE 1 TO WS-READ-WIDTH
           PERFORM VARYING WS-NOTE-IDX FROM 1 BY 1
                   UNTIL WS-NOTE-IDX > WS-NOTE-DESCSZ
                   OR WS-END-OF-FILE = "Y"
               PERFORM READ-N-BYTES
               COMPUTE WS-HEX-VALUE =
                   FUNCTION ORD(WS-BYTE-BUF-CHAR(1)) - 1
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
           IF WS-NOTE-IDX > WS-NOTE-DESCSZ
               MOVE "Y" TO WS-BUILDID-FOUND
           END-IF.

      *> COMPUTE-FILE-CRC FINGERPRINTS DYNAMIC-FILE'S WHOLE CONTENT
      *> THROUGH THE SHARED CRC32 SUBPROGRAM, 4KB AT A TIME ON ITS
      *> OWN HANDLE SO THE READER'S POSITION IS UNDISTURBED, LEAVING
      *> THE 8-HEX-DIGIT FINGERPRINT IN WS-CRC-HEX. EACH CHUNK GOES
      *> TO THE SHARED SHA256 SUBPROGRAM AS WELL, LEAVING THE
      *> 64-HEX-DIGIT DIGEST IN WS-SHA-DIGEST.
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

           MOVE 0 TO RETURN-CODE
           CALL "InvWriter" USING WS-INV-UUID, WS-INV-PATH,
               WS-INV-CPUTYPE, WS-INV-FILETYPE, WS-INV-NCMDS,
               WS-INV-FSIZE, WS-CRC-HEX, WS-SHA-DIGEST.

      *> LIST-NEEDED-LIBS LOCATES .dynamic (SHT_DYNAMIC) AND .dynstr,
      *> WALKS THE DYNAMIC TAG/VALUE PAIRS, AND PRINTS EVERY
                   "relocatable)"
           ELSE
               IF WS-DYNSTR-SECT-IDX = 0
                   MOVE "ELF010W" TO WS-MSG-ID
                   PERFORM ISSUE-MESSAGE
               ELSE
                   PERFORM LOAD-DYNSTR
                   PERFORM WALK-DYNAMIC-ENTRIES
                   DELIMITED BY SIZE INTO WS-NEEDED-SUMMARY
           END-IF.

      *> LIST-VERSION-NEEDS SHOWS THE HIGHEST SYMBOL VERSION THE
      *> BINARY NEEDS FROM EACH LIBRARY, AND THE VERSIONS IT DEFINES.
       LIST-VERSION-NEEDS.
           PERFORM COLLECT-VERSION-NEEDS
           IF WS-VERNEED-SECT = 0
               DISPLAY "No .gnu.version_r section (no versioned "
                   "symbol requirements)"
           ELSE
               DISPLAY "Symbol versions needed (highest per library):"
               PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                       UNTIL WS-VH-IDX > WS-VH-COUNT
                   DISPLAY "  " FUNCTION TRIM(WS-VH-LIB(WS-VH-IDX))
                       " needs "
                       FUNCTION TRIM(WS-VH-NAME(WS-VH-IDX))
               END-PERFORM
               MOVE WS-VER-NEED-TOTAL TO WS-VER-NEED-DISP
               DISPLAY "  (" FUNCTION TRIM(WS-VER-NEED-DISP)
                   " version references in all)"
           END-IF
           IF WS-VERDEF-SECT > 0
               IF WS-VER-DEF-LIST = SPACES
                   DISPLAY "Versions defined: (base version only)"
               ELSE
                   MOVE WS-VER-DEF-COUNT TO WS-VER-NEED-DISP
                   DISPLAY "Versions defined ("
                       FUNCTION TRIM(WS-VER-NEED-DISP) "): "
                       FUNCTION TRIM(WS-VER-DEF-LIST)
               END-IF
           END-IF.

      *> COLLECT-VERSION-NEEDS LOCATES .gnu.version_r AND
      *> .gnu.version_d BY SECTION TYPE AND DECODES THEM INTO
      *> WS-VH-TABLE AND WS-VER-DEF-LIST, DISPLAYING NOTHING.
       COLLECT-VERSION-NEEDS.
           MOVE 0 TO WS-VH-COUNT
           MOVE 0 TO WS-VER-NEED-TOTAL
           MOVE 0 TO WS-VER-DEF-COUNT
           MOVE SPACES TO WS-VER-DEF-LIST
           MOVE "N" TO WS-VER-TABLE-FULL
           MOVE 0 TO WS-VERNEED-SECT
           MOVE 0 TO WS-VERDEF-SECT
           PERFORM VARYING WS-SECT-IDX FROM 1 BY 1
                   UNTIL WS-SECT-IDX > WS-SECT-COUNT
               IF WS-SECT-TYPE(WS-SECT-IDX) = 1879048190
                   MOVE WS-SECT-IDX TO WS-VERNEED-SECT
               END-IF
               IF WS-SECT-TYPE(WS-SECT-IDX) = 1879048189
                   MOVE WS-SECT-IDX TO WS-VERDEF-SECT
               END-IF
           END-PERFORM

           IF WS-VERNEED-SECT > 0
               PERFORM WALK-VERNEED
           END-IF
           IF WS-VERDEF-SECT > 0
               PERFORM WALK-VERDEF
           END-IF

           IF WS-VER-TABLE-FULL = "Y"
               MOVE "ELF011W" TO WS-MSG-ID
               MOVE WS-VH-MAX TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

      *> WALK-VERNEED FOLLOWS THE VERNEED CHAIN (VN_VERSION, VN_CNT
      *> HALVES; VN_FILE, VN_AUX, VN_NEXT WORDS - THE SAME 16 BYTES ON
      *> BOTH CLASSES) AND EACH ENTRY'S VERNAUX CHAIN (VNA_HASH WORD,
      *> VNA_FLAGS/VNA_OTHER HALVES, VNA_NAME, VNA_NEXT WORDS). NAMES
      *> ARE STRINGS IN THE TABLE THE SECTION'S SH_LINK NAMES.
       WALK-VERNEED.
           COMPUTE WS-DYNSTR-SECT-IDX =
               WS-SECT-LINK(WS-VERNEED-SECT) + 1
           IF WS-DYNSTR-SECT-IDX > WS-SECT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DYNSTR

           MOVE WS-SECT-OFFSET(WS-VERNEED-SECT) TO WS-VN-POS
           MOVE "N" TO WS-VN-DONE
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-LIMIT
                   OR WS-VN-DONE = "Y"
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-CUR-POS = WS-VN-POS + 2
               MOVE 2 TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-CNT
               MOVE 4 TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-FILE
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-AUX
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-NEXT

               IF WS-END-OF-FILE = "N"
                   MOVE WS-VN-FILE TO WS-VER-STR-OFF
                   PERFORM FETCH-DYNSTR-STRING
                   MOVE WS-VER-STRING TO WS-VN-LIB
                   IF WS-VN-CNT > WS-VNA-LIMIT
                       MOVE WS-VNA-LIMIT TO WS-VN-CNT
                   END-IF
                   COMPUTE WS-VNA-POS = WS-VN-POS + WS-VN-AUX
                   PERFORM WALK-VERNAUX
               END-IF

               IF WS-VN-NEXT = 0
                   MOVE "Y" TO WS-VN-DONE
               ELSE
                   ADD WS-VN-NEXT TO WS-VN-POS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> WALK-VERNAUX RECORDS EACH VERSION ONE LIBRARY IS NEEDED AT.
       WALK-VERNAUX.
           MOVE "N" TO WS-VNA-DONE
           PERFORM VARYING WS-VNA-IDX FROM 1 BY 1
                   UNTIL WS-VNA-IDX > WS-VN-CNT
                   OR WS-VNA-DONE = "Y"
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-CUR-POS = WS-VNA-POS + 8
               MOVE 4 TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VNA-NAME-OFF
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VNA-NEXT

               IF WS-END-OF-FILE = "N"
                   MOVE WS-VNA-NAME-OFF TO WS-VER-STR-OFF
                   PERFORM FETCH-DYNSTR-STRING
                   MOVE WS-VER-STRING TO WS-VER-NAME
                   PERFORM PARSE-VERSION-NAME
                   PERFORM RECORD-VERSION-NEED
               END-IF

               IF WS-VNA-NEXT = 0
                   MOVE "Y" TO WS-VNA-DONE
               ELSE
                   ADD WS-VNA-NEXT TO WS-VNA-POS
               END-IF
           END-PERFORM.

      *> WALK-VERDEF FOLLOWS THE VERDEF CHAIN (VD_VERSION, VD_FLAGS,
      *> VD_NDX, VD_CNT HALVES; VD_HASH, VD_AUX, VD_NEXT WORDS) AND
      *> NAMES EACH DEFINED VERSION FROM ITS FIRST VERDAUX. THE
      *> VER_FLG_BASE ENTRY IS THE FILE'S OWN SONAME AND IS LEFT OUT.
       WALK-VERDEF.
           COMPUTE WS-DYNSTR-SECT-IDX =
               WS-SECT-LINK(WS-VERDEF-SECT) + 1
           IF WS-DYNSTR-SECT-IDX > WS-SECT-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DYNSTR

           MOVE WS-SECT-OFFSET(WS-VERDEF-SECT) TO WS-VN-POS
           MOVE "N" TO WS-VN-DONE
           PERFORM VARYING WS-VN-IDX FROM 1 BY 1
                   UNTIL WS-VN-IDX > WS-VN-LIMIT
                   OR WS-VN-DONE = "Y"
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-CUR-POS = WS-VN-POS + 2
               MOVE 2 TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-FLAGS
               COMPUTE WS-CUR-POS = WS-VN-POS + 12
               MOVE 4 TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-AUX
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VN-NEXT
               COMPUTE WS-CUR-POS = WS-VN-POS + WS-VN-AUX
               PERFORM READ-N-BYTES
               PERFORM DECODE-BUF-VALUE
               MOVE WS-FIELD-VALUE TO WS-VER-STR-OFF

               IF WS-END-OF-FILE = "N"
                   AND FUNCTION MOD(WS-VN-FLAGS, 2) = 0
                   PERFORM FETCH-DYNSTR-STRING
                   ADD 1 TO WS-VER-DEF-COUNT
                   MOVE WS-VER-DEF-LIST TO WS-PROF-SCRATCH
                   MOVE SPACES TO WS-VER-DEF-LIST
                   STRING FUNCTION TRIM(WS-PROF-SCRATCH) " "
                       FUNCTION TRIM(WS-VER-STRING)
                       DELIMITED BY SIZE INTO WS-VER-DEF-LIST
               END-IF

               IF WS-VN-NEXT = 0
                   MOVE "Y" TO WS-VN-DONE
               ELSE
                   ADD WS-VN-NEXT TO WS-VN-POS
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.

      *> FETCH-DYNSTR-STRING COPIES THE NUL-TERMINATED STRING AT
      *> WS-VER-STR-OFF IN STRING TABLE WS-DYNSTR-SECT-IDX INTO
      *> WS-VER-STRING, THE WAY REPORT-NEEDED-LIB RESOLVES A NAME. THE
      *> VERSION NAMES OFTEN SIT PAST THE 16KB BUFFERED (A C++
      *> RUNTIME'S .dynstr RUNS TO HUNDREDS OF KB), SO A NAME BEYOND
      *> THE BUFFER IS READ STRAIGHT FROM THE FILE INSTEAD.
       FETCH-DYNSTR-STRING.
           MOVE SPACES TO WS-VER-STRING
           IF WS-VER-STR-OFF >= WS-SECT-SIZE(WS-DYNSTR-SECT-IDX)
               MOVE "(name beyond table)" TO WS-VER-STRING
               EXIT PARAGRAPH
           END-IF

           IF WS-VER-STR-OFF < WS-DYNSTR-LEN
               COMPUTE WS-VER-STR-POS = WS-VER-STR-OFF + 1
               MOVE 0 TO WS-VER-STR-IDX
               PERFORM UNTIL WS-VER-STR-POS > WS-DYNSTR-LEN
                       OR WS-VER-STR-IDX >= 64
                       OR WS-DYNSTR(WS-VER-STR-POS:1) = X"00"
                   ADD 1 TO WS-VER-STR-IDX
                   MOVE WS-DYNSTR(WS-VER-STR-POS:1)
                       TO WS-VER-STRING(WS-VER-STR-IDX:1)
                   ADD 1 TO WS-VER-STR-POS
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VER-STR-END =
               WS-SECT-SIZE(WS-DYNSTR-SECT-IDX) - WS-VER-STR-OFF
           IF WS-VER-STR-END > 64
               MOVE 64 TO WS-VER-STR-END
           END-IF
           MOVE LOW-VALUES TO WS-VER-STR-AREA
           COMPUTE WS-BIN-OFFSET =
               WS-SECT-OFFSET(WS-DYNSTR-SECT-IDX) + WS-VER-STR-OFF
           MOVE WS-VER-STR-END TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-HANDLE, WS-BIN-OFFSET,
               WS-BIN-COUNT, WS-BIN-READ-FLAGS, WS-VER-STR-AREA
           IF RETURN-CODE NOT = 0
               MOVE LOW-VALUES TO WS-VER-STR-AREA
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-VER-STR-IDX
           PERFORM UNTIL WS-VER-STR-IDX >= WS-VER-STR-END
                   OR WS-VER-STR-AREA(WS-VER-STR-IDX + 1:1) = X"00"
               ADD 1 TO WS-VER-STR-IDX
               MOVE WS-VER-STR-AREA(WS-VER-STR-IDX:1)
                   TO WS-VER-STRING(WS-VER-STR-IDX:1)
           END-PERFORM.

      *> PARSE-VERSION-NAME SPLITS WS-VER-NAME AT THE FIRST "_" THAT
      *> IS FOLLOWED BY A DIGIT: GLIBC_2.2.5 GIVES NAMESPACE GLIBC AND
      *> PARTS 2/2/5/0. A NAME WITH NO SUCH SPLIT IS ITS OWN NAMESPACE
      *> AND IS NOT ORDERED.
       PARSE-VERSION-NAME.
           MOVE SPACES TO WS-VP-PREFIX
           MOVE "N" TO WS-VP-ORDERED
           PERFORM VARYING WS-VP-PART-IDX FROM 1 BY 1
                   UNTIL WS-VP-PART-IDX > 4
               MOVE 0 TO WS-VP-PART(WS-VP-PART-IDX)
           END-PERFORM
           MOVE 0 TO WS-VP-SPLIT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VER-NAME)) TO WS-VP-LEN
           PERFORM VARYING WS-VP-POS FROM 1 BY 1
                   UNTIL WS-VP-POS >= WS-VP-LEN OR WS-VP-SPLIT > 0
               IF WS-VER-NAME(WS-VP-POS:1) = "_"
                   AND WS-VER-NAME(WS-VP-POS + 1:1) IS NUMERIC
                   MOVE WS-VP-POS TO WS-VP-SPLIT
               END-IF
           END-PERFORM

           IF WS-VP-SPLIT = 0
               MOVE WS-VER-NAME TO WS-VP-PREFIX
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VER-NAME(1:WS-VP-SPLIT - 1) TO WS-VP-PREFIX
           MOVE "Y" TO WS-VP-ORDERED
           MOVE 1 TO WS-VP-PART-IDX
           MOVE "N" TO WS-VP-STOP
           PERFORM VARYING WS-VP-POS FROM WS-VP-SPLIT BY 1
                   UNTIL WS-VP-POS >= WS-VP-LEN OR WS-VP-STOP = "Y"
               EVALUATE TRUE
                   WHEN WS-VER-NAME(WS-VP-POS + 1:1) IS NUMERIC
                       COMPUTE WS-VP-DIGIT =
                           FUNCTION ORD(WS-VER-NAME(WS-VP-POS + 1:1))
                           - 49
                       IF WS-VP-PART(WS-VP-PART-IDX) < 9999
                           COMPUTE WS-VP-PART(WS-VP-PART-IDX) =
                               WS-VP-PART(WS-VP-PART-IDX) * 10
                               + WS-VP-DIGIT
                       END-IF
                   WHEN WS-VER-NAME(WS-VP-POS + 1:1) = "."
                       IF WS-VP-PART-IDX < 4
                           ADD 1 TO WS-VP-PART-IDX
                       ELSE
                           MOVE "Y" TO WS-VP-STOP
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-VP-STOP
               END-EVALUATE
           END-PERFORM.

      *> RECORD-VERSION-NEED FILES ONE NEEDED VERSION AGAINST ITS
      *> LIBRARY AND NAMESPACE, KEEPING THE HIGHER OF IT AND WHATEVER
      *> IS ALREADY HELD FOR THAT PAIR.
       RECORD-VERSION-NEED.
           ADD 1 TO WS-VER-NEED-TOTAL
           MOVE 0 TO WS-VH-FOUND
           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT OR WS-VH-FOUND > 0
               IF WS-VH-LIB(WS-VH-IDX) = WS-VN-LIB
                   AND WS-VH-PREFIX(WS-VH-IDX) = WS-VP-PREFIX
                   MOVE WS-VH-IDX TO WS-VH-FOUND
               END-IF
           END-PERFORM

           IF WS-VH-FOUND = 0
               IF WS-VH-COUNT >= WS-VH-MAX
                   MOVE "Y" TO WS-VER-TABLE-FULL
               ELSE
                   ADD 1 TO WS-VH-COUNT
                   MOVE WS-VN-LIB TO WS-VH-LIB(WS-VH-COUNT)
                   MOVE WS-VP-PREFIX TO WS-VH-PREFIX(WS-VH-COUNT)
                   MOVE WS-VER-NAME TO WS-VH-NAME(WS-VH-COUNT)
                   MOVE WS-VP-ORDERED TO WS-VH-ORDERED(WS-VH-COUNT)
                   MOVE SPACE TO WS-VH-STATUS(WS-VH-COUNT)
                   MOVE WS-VP-PARTS TO WS-VH-PARTS(WS-VH-COUNT)
               END-IF
           ELSE
               IF WS-VP-ORDERED = "Y"
                   AND WS-VH-ORDERED(WS-VH-FOUND) = "Y"
                   MOVE WS-VP-PARTS TO WS-VA-PARTS
                   MOVE WS-VH-PARTS(WS-VH-FOUND) TO WS-VB-PARTS
                   PERFORM COMPARE-VERSIONS
                   IF WS-VER-CMP = ">"
                       MOVE WS-VER-NAME TO WS-VH-NAME(WS-VH-FOUND)
                       MOVE WS-VP-PARTS TO WS-VH-PARTS(WS-VH-FOUND)
                   END-IF
               END-IF
           END-IF.

      *> COMPARE-VERSIONS ORDERS WS-VA-PARTS AGAINST WS-VB-PARTS ONE
      *> NUMERIC PART AT A TIME, SETTING WS-VER-CMP TO <, = OR >.
       COMPARE-VERSIONS.
           MOVE "=" TO WS-VER-CMP
           PERFORM VARYING WS-VER-CMP-IDX FROM 1 BY 1
                   UNTIL WS-VER-CMP-IDX > 4 OR WS-VER-CMP NOT = "="
               IF WS-VA-PART(WS-VER-CMP-IDX) >
                   WS-VB-PART(WS-VER-CMP-IDX)
                   MOVE ">" TO WS-VER-CMP
               END-IF
               IF WS-VA-PART(WS-VER-CMP-IDX) <
                   WS-VB-PART(WS-VER-CMP-IDX)
                   MOVE "<" TO WS-VER-CMP
               END-IF
           END-PERFORM.

      *> RUN-VERSION-CHECK DRIVES THE --version-check MODE: LOAD THE
      *> PLATFORM PROFILE, LIST THE DIRECTORY, JUDGE EVERY ELF
      *> EXECUTABLE OR SHARED OBJECT IN IT, AND REPORT WHICH WOULD
      *> FAIL TO LOAD. ANY SUCH BINARY ENDS THE RUN WITH RC 8.
       RUN-VERSION-CHECK.
           IF WS-SCAN-DIR = SPACES OR WS-PROFILE-PATH = SPACES
               OR WS-REPORT-PATH = SPACES
               MOVE "ELF012S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-PATHS-OK
           MOVE WS-SCAN-DIR TO WS-PATH-CHECK-FIELD
           PERFORM CHECK-PATH-CHARACTERS
           MOVE WS-REPORT-PATH TO WS-PATH-CHECK-FIELD
           PERFORM CHECK-PATH-CHARACTERS
           IF WS-PATHS-OK = "N"
               MOVE "ELF013S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PLATFORM-PROFILE
           IF WS-PROFILE-STATUS NOT = "00"
               MOVE "ELF014E" TO WS-MSG-ID
               MOVE WS-PROFILE-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF
           IF WS-PROF-COUNT = 0
               MOVE "ELF015E" TO WS-MSG-ID
               MOVE WS-PROFILE-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REPORT-PATH(1:255) TO WS-RPT-FILE-ARG
           MOVE "O" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-TITLE, WS-RPT-STATUS
           IF WS-RPT-STATUS NOT = "00"
               MOVE "ELF016E" TO WS-MSG-ID
               MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-LINE
           STRING "DIRECTORY : " FUNCTION TRIM(WS-SCAN-DIR)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROFILE   : " FUNCTION TRIM(WS-PROFILE-PATH)
               "  " FUNCTION TRIM(WS-PLATFORM-NAME)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LIMITS    : " FUNCTION TRIM(WS-PROF-LIMITS)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "VERDICT   FILE / LIBRARY AND VERSION NEEDED"
               TO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE

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
                       PERFORM VERSION-CHECK-ENTRY
               END-READ
           END-PERFORM
           CLOSE LISTING-FILE
           PERFORM REMOVE-LISTING-FILE

           MOVE WS-VCHK-CHECKED TO WS-VCHK-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "ELF binaries checked        " WS-VCHK-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "T" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS
           MOVE WS-VCHK-FAILING TO WS-VCHK-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Would fail to load          " WS-VCHK-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-VCHK-UNCOVERED TO WS-VCHK-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Needs outside the profile   " WS-VCHK-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE WS-VCHK-SKIPPED TO WS-VCHK-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "Other files skipped         " WS-VCHK-DISP
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-REPORT-LINE
           MOVE "C" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS

           MOVE WS-VCHK-CHECKED TO WS-VCHK-DISP
           DISPLAY "---- Symbol-version load check ----"
           DISPLAY "ELF binaries checked : " WS-VCHK-DISP
           MOVE WS-VCHK-FAILING TO WS-VCHK-DISP
           DISPLAY "Would fail to load   : " WS-VCHK-DISP
           DISPLAY "Report written to " FUNCTION TRIM(WS-REPORT-PATH)

           IF WS-VCHK-FAILING > 0
               MOVE "ELF022E" TO WS-MSG-ID
               MOVE WS-VCHK-FAILING TO WS-MSG-SLOT(1)
               MOVE WS-PROFILE-PATH TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
           END-IF

           MOVE WS-SCAN-DIR TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           STRING "version check vs "
               FUNCTION TRIM(WS-PROFILE-PATH)
               ", fails=" FUNCTION TRIM(WS-VCHK-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> SET-LISTING-PATH NAMES THE DIRECTORY-WALK WORK FILE AFTER
      *> THIS PROCESS, SO STEPS RUNNING SIDE BY SIDE (A JobRunner
      *> PARALLEL GROUP) NEVER SHARE ONE LISTING.
       SET-LISTING-PATH.
           CALL "C$GETPID" RETURNING WS-LISTING-PID
           MOVE WS-LISTING-PID TO WS-LISTING-PID-DISP
           MOVE SPACES TO WS-LISTING-FILE
           STRING "/tmp/elf_reader_listing." DELIMITED BY SIZE
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

      *> LOAD-PLATFORM-PROFILE READS THE PROFILE'S NAMESPACE=VERSION
      *> LINES INTO WS-PROF-TABLE (PLATFORM= NAMES THE HOST). BLANK
      *> LINES AND "*" OR "#" COMMENTS ARE SKIPPED; A LINE THAT CANNOT
      *> BE UNDERSTOOD IS WARNED ABOUT WITH RC 4.
       LOAD-PLATFORM-PROFILE.
           MOVE 0 TO WS-PROF-COUNT
           MOVE SPACES TO WS-PROF-LIMITS
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROFILE-EOF
           PERFORM UNTIL WS-PROFILE-EOF = "Y"
               READ PROFILE-FILE
                   AT END
                       MOVE "Y" TO WS-PROFILE-EOF
                   NOT AT END
                       PERFORM APPLY-PROFILE-LINE
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE
           MOVE "00" TO WS-PROFILE-STATUS.

      *> APPLY-PROFILE-LINE TAKES ONE KEY=VALUE LINE: GLIBC=2.17 IS
      *> PARSED AS THOUGH IT WERE THE VERSION NAME GLIBC_2.17.
       APPLY-PROFILE-LINE.
           IF PROFILE-RECORD = SPACES
               OR PROFILE-RECORD(1:1) = "*"
               OR PROFILE-RECORD(1:1) = "#"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PROFILE-KEY
           MOVE SPACES TO WS-PROFILE-VALUE
           UNSTRING PROFILE-RECORD DELIMITED BY "="
               INTO WS-PROFILE-KEY WS-PROFILE-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PROFILE-KEY) TO WS-PROFILE-KEY
           MOVE FUNCTION TRIM(WS-PROFILE-VALUE) TO WS-PROFILE-VALUE

           IF WS-PROFILE-KEY = "PLATFORM"
               MOVE WS-PROFILE-VALUE TO WS-PLATFORM-NAME
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VER-NAME
           STRING FUNCTION TRIM(WS-PROFILE-KEY) "_"
               FUNCTION TRIM(WS-PROFILE-VALUE)
               DELIMITED BY SIZE INTO WS-VER-NAME
           PERFORM PARSE-VERSION-NAME
           IF WS-VP-ORDERED = "N" OR WS-PROFILE-VALUE = SPACES
               OR WS-VP-PREFIX NOT = WS-PROFILE-KEY
               OR WS-PROF-COUNT >= WS-PROF-MAX
               MOVE "ELF017W" TO WS-MSG-ID
               MOVE PROFILE-RECORD TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               IF WS-RUN-RC = 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-PROF-COUNT
           MOVE WS-VP-PREFIX TO WS-PROF-PREFIX(WS-PROF-COUNT)
           MOVE WS-VER-NAME TO WS-PROF-NAME(WS-PROF-COUNT)
           MOVE WS-VP-PARTS TO WS-PROF-PARTS(WS-PROF-COUNT)
           MOVE WS-PROF-LIMITS TO WS-PROF-SCRATCH
           MOVE SPACES TO WS-PROF-LIMITS
           STRING FUNCTION TRIM(WS-PROF-SCRATCH) " "
               FUNCTION TRIM(WS-VER-NAME)
               DELIMITED BY SIZE INTO WS-PROF-LIMITS.

      *> VERSION-CHECK-ENTRY READS ONE DIRECTORY ENTRY QUIETLY AND, IF
      *> IT IS AN ELF EXECUTABLE OR SHARED OBJECT, JUDGES ITS NEEDS.
       VERSION-CHECK-ENTRY.
           MOVE SPACES TO WS-CURRENT-PATH
           STRING WS-SCAN-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-CURRENT-NAME DELIMITED BY SPACE
               INTO WS-CURRENT-PATH
           MOVE WS-CURRENT-PATH TO DYNAMIC-FILE

           PERFORM OPEN-BINARY-HANDLE
           IF WS-FILE-STATUS NOT = "00"
               ADD 1 TO WS-VCHK-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-E-IDENT
           IF WS-END-OF-FILE = "Y" OR EI-MAGIC NOT = WS-ELF-MAGIC
               PERFORM CLOSE-BINARY-HANDLE
               ADD 1 TO WS-VCHK-SKIPPED
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-HEADER-REMAINDER
           IF WS-END-OF-FILE = "Y"
               OR (E-TYPE-NUM NOT = 2 AND E-TYPE-NUM NOT = 3)
               PERFORM CLOSE-BINARY-HANDLE
               ADD 1 TO WS-VCHK-SKIPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM CAPTURE-SECTION-HEADERS
           PERFORM COLLECT-VERSION-NEEDS
           PERFORM CLOSE-BINARY-HANDLE
           ADD 1 TO WS-VCHK-CHECKED
           PERFORM JUDGE-VERSION-NEEDS.

      *> JUDGE-VERSION-NEEDS COMPARES EACH HIGHEST NEED WITH THE
      *> PROFILE'S LIMIT FOR ITS NAMESPACE AND WRITES THE BINARY'S
      *> VERDICT LINE, FOLLOWED BY ONE LINE PER OFFENDING NEED.
       JUDGE-VERSION-NEEDS.
           MOVE 0 TO WS-VCHK-FILE-FAILS
           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT
               MOVE "-" TO WS-VH-STATUS(WS-VH-IDX)
               IF WS-VH-ORDERED(WS-VH-IDX) = "Y"
                   MOVE 0 TO WS-PROF-FOUND
                   PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                           UNTIL WS-PROF-IDX > WS-PROF-COUNT
                       IF WS-PROF-PREFIX(WS-PROF-IDX) =
                           WS-VH-PREFIX(WS-VH-IDX)
                           MOVE WS-PROF-IDX TO WS-PROF-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-PROF-FOUND = 0
                       MOVE "U" TO WS-VH-STATUS(WS-VH-IDX)
                       ADD 1 TO WS-VCHK-UNCOVERED
                   ELSE
                       MOVE WS-VH-PARTS(WS-VH-IDX) TO WS-VA-PARTS
                       MOVE WS-PROF-PARTS(WS-PROF-FOUND) TO WS-VB-PARTS
                       PERFORM COMPARE-VERSIONS
                       IF WS-VER-CMP = ">"
                           MOVE "F" TO WS-VH-STATUS(WS-VH-IDX)
                           ADD 1 TO WS-VCHK-FILE-FAILS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           IF WS-VCHK-FILE-FAILS > 0
               ADD 1 TO WS-VCHK-FAILING
               MOVE "FAILS" TO WS-RPT-LINE(1:9)
               DISPLAY "Would fail to load: "
                   FUNCTION TRIM(WS-CURRENT-PATH)
           ELSE
               MOVE "LOADS" TO WS-RPT-LINE(1:9)
           END-IF
           MOVE WS-CURRENT-PATH TO WS-RPT-LINE(11:245)
           IF WS-VERNEED-SECT = 0
               MOVE WS-RPT-LINE TO WS-PROF-SCRATCH
               MOVE SPACES TO WS-RPT-LINE
               STRING FUNCTION TRIM(WS-PROF-SCRATCH TRAILING)
                   "  (no versioned requirements)"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           PERFORM PUT-REPORT-LINE

           PERFORM VARYING WS-VH-IDX FROM 1 BY 1
                   UNTIL WS-VH-IDX > WS-VH-COUNT
               IF WS-VH-STATUS(WS-VH-IDX) = "F"
                   PERFORM WRITE-VERSION-FAILURE
               END-IF
           END-PERFORM.

      *> WRITE-VERSION-FAILURE NAMES ONE NEED THE PLATFORM CANNOT MEET.
       WRITE-VERSION-FAILURE.
           MOVE 0 TO WS-PROF-FOUND
           PERFORM VARYING WS-PROF-IDX FROM 1 BY 1
                   UNTIL WS-PROF-IDX > WS-PROF-COUNT
               IF WS-PROF-PREFIX(WS-PROF-IDX) = WS-VH-PREFIX(WS-VH-IDX)
                   MOVE WS-PROF-IDX TO WS-PROF-FOUND
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING FUNCTION TRIM(WS-VH-LIB(WS-VH-IDX)) " needs "
               FUNCTION TRIM(WS-VH-NAME(WS-VH-IDX))
               ", platform has "
               FUNCTION TRIM(WS-PROF-NAME(WS-PROF-FOUND))
               DELIMITED BY SIZE INTO WS-RPT-LINE(13:243)
           PERFORM PUT-REPORT-LINE.

      *> RUN-CORE-TRIAGE OPENS THE CORE, CONFIRMS IT IS AN ELF
      *> ET_CORE FILE, GATHERS ITS SEGMENTS AND PROCESS NOTES, PINS A
      *> BUILD-ID AND AN INVENTORY ANSWER ON EVERY MAPPED FILE, AND
      *> WRITES THE ONE-PAGE SUMMARY. RC 4 WHEN A BUILD IS NOT IN THE
      *> INVENTORY (OR THE MASTER CANNOT BE READ) OR THE CORE WAS
      *> TRUNCATED; RC 8 WHEN THE FILE IS NOT A READABLE CORE.
       RUN-CORE-TRIAGE.
           IF WS-CORE-PATH = SPACES
               MOVE "ELF018S" TO WS-MSG-ID
               PERFORM ISSUE-MESSAGE
               MOVE 12 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CORE-PATH TO FILE-PATH
           MOVE WS-CORE-PATH TO DYNAMIC-FILE
           PERFORM OPEN-BINARY-HANDLE
           IF WS-FILE-STATUS NOT = "00"
               PERFORM DISPLAY-FILE-STATUS-MESSAGE
               MOVE 8 TO WS-RUN-RC
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-E-IDENT
           IF WS-END-OF-FILE = "Y" OR EI-MAGIC NOT = WS-ELF-MAGIC
               MOVE "ELF019E" TO WS-MSG-ID
               MOVE WS-CORE-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               PERFORM CLOSE-BINARY-HANDLE
               EXIT PARAGRAPH
           END-IF
           PERFORM DECODE-EI-CLASS
           PERFORM READ-HEADER-REMAINDER
           PERFORM DECODE-E-TYPE
           PERFORM DECODE-E-MACHINE
           IF E-TYPE-NUM NOT = 4
               MOVE "ELF020E" TO WS-MSG-ID
               MOVE WS-CORE-PATH TO WS-MSG-SLOT(1)
               MOVE WS-E-TYPE-NAME TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               PERFORM CLOSE-BINARY-HANDLE
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-CORE-REGISTER-LAYOUT
           PERFORM COLLECT-CORE-SEGMENTS
           PERFORM WALK-CORE-NOTES
           IF WS-CORE-PSINFO = "N" AND WS-THR-COUNT = 0
               MOVE "ELF021E" TO WS-MSG-ID
               MOVE WS-CORE-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
               MOVE 8 TO WS-RUN-RC
               PERFORM CLOSE-BINARY-HANDLE
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-CORE-BUILD-IDS
           PERFORM CLOSE-BINARY-HANDLE
           PERFORM WRITE-CORE-SUMMARY

           IF WS-CORE-TRUNCATED = "Y"
               MOVE "ELF023W" TO WS-MSG-ID
               MOVE WS-CORE-PATH TO WS-MSG-SLOT(1)
               PERFORM ISSUE-MESSAGE
           END-IF
           IF WS-INVENTORY-OPEN = "N"
               MOVE "ELF024W" TO WS-MSG-ID
               MOVE WS-INVENTORY-FILE TO WS-MSG-SLOT(1)
               MOVE WS-INVENTORY-STATUS TO WS-MSG-SLOT(2)
               PERFORM ISSUE-MESSAGE
           ELSE
               IF WS-CORE-UNFILED > 0
                   MOVE "ELF025W" TO WS-MSG-ID
                   MOVE WS-CORE-UNFILED TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
               END-IF
           END-IF
           IF WS-RUN-RC = 0
               IF WS-CORE-UNFILED > 0 OR WS-INVENTORY-OPEN = "N"
                   OR WS-CORE-TRUNCATED = "Y"
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF

           MOVE WS-CORE-PATH TO WS-AUDIT-PARAMS
           MOVE SPACES TO WS-AUDIT-RESULT
           MOVE WS-CORE-SIGNAL TO WS-CORE-SIG-DISP
           MOVE WS-CORE-FILED TO WS-CORE-NUM-DISP
           MOVE WS-CORE-WITH-ID TO WS-CORE-IDS-DISP
           STRING "core of " FUNCTION TRIM(WS-CORE-FNAME)
               " signal " FUNCTION TRIM(WS-CORE-SIG-DISP)
               " " FUNCTION TRIM(WS-CORE-SIG-NAME)
               ", builds filed " FUNCTION TRIM(WS-CORE-NUM-DISP)
               " of " FUNCTION TRIM(WS-CORE-IDS-DISP)
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           CALL "AuditLogger" USING WS-AUDIT-PROGRAM,
               WS-AUDIT-PARAMS, WS-AUDIT-RESULT.

      *> SET-CORE-REGISTER-LAYOUT PICKS THE NATIVE WORD SIZE AND,
      *> FOR THE MACHINES WHOSE elf_gregset_t THIS SHOP DECODES, THE
      *> OFFSET OF PR_REG IN NT_PRSTATUS, THE REGISTER COUNT, THE
      *> FIRST NAME IN WS-REG-NAME-TABLE AND WHICH ENTRIES ARE THE
      *> PROGRAM COUNTER AND STACK POINTER.
       SET-CORE-REGISTER-LAYOUT.
           IF EI-CLASS-NUM = 1
               MOVE 4 TO WS-CORE-WORD
               MOVE 72 TO WS-CORE-REG-OFF
           ELSE
               MOVE 8 TO WS-CORE-WORD
               MOVE 112 TO WS-CORE-REG-OFF
           END-IF
           MOVE 0 TO WS-CORE-REG-COUNT
           EVALUATE TRUE
               WHEN E-MACHINE-NUM = 62 AND EI-CLASS-NUM = 2
                   MOVE 0 TO WS-CORE-REG-BASE
                   MOVE 27 TO WS-CORE-REG-COUNT
                   MOVE 17 TO WS-CORE-REG-PC
                   MOVE 20 TO WS-CORE-REG-SP
               WHEN E-MACHINE-NUM = 3 AND EI-CLASS-NUM = 1
                   MOVE 27 TO WS-CORE-REG-BASE
                   MOVE 17 TO WS-CORE-REG-COUNT
                   MOVE 13 TO WS-CORE-REG-PC
                   MOVE 16 TO WS-CORE-REG-SP
               WHEN E-MACHINE-NUM = 183 AND EI-CLASS-NUM = 2
                   MOVE 44 TO WS-CORE-REG-BASE
                   MOVE 34 TO WS-CORE-REG-COUNT
                   MOVE 33 TO WS-CORE-REG-PC
                   MOVE 32 TO WS-CORE-REG-SP
           END-EVALUATE.

      *> COLLECT-CORE-SEGMENTS WALKS THE CORE'S PROGRAM HEADERS,
      *> KEEPING EVERY PT_LOAD (MEMORY THE KERNEL DUMPED) AND PT_NOTE
      *> (THE PROCESS STATE). A CORE HAS ONE PT_LOAD PER MAPPING, SO
      *> THE LISTING'S 64-ENTRY CEILING DOES NOT APPLY HERE.
       COLLECT-CORE-SEGMENTS.
           MOVE 0 TO WS-CLD-COUNT
           MOVE 0 TO WS-CNS-COUNT
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
                   UNTIL WS-PH-IDX > WS-PH-NUM
                   OR WS-END-OF-FILE = "Y"
               COMPUTE WS-PH-BASE = WS-PH-OFF
                   + (WS-PH-IDX - 1) * WS-PH-ENTSIZE
               MOVE WS-PH-BASE TO WS-CUR-POS
               PERFORM READ-PROGRAM-HEADER
               EVALUATE TRUE
                   WHEN WS-END-OF-FILE = "Y"
                       CONTINUE
                   WHEN WS-PH-TYPE = 1 AND WS-CLD-COUNT < WS-CLD-MAX
                       ADD 1 TO WS-CLD-COUNT
                       MOVE WS-PH-VADDR TO WS-CLD-VADDR(WS-CLD-COUNT)
                       MOVE WS-PH-OFFSET
                           TO WS-CLD-OFFSET(WS-CLD-COUNT)
                       MOVE WS-PH-FILESZ
                           TO WS-CLD-FILESZ(WS-CLD-COUNT)
                   WHEN WS-PH-TYPE = 4 AND WS-CNS-COUNT < WS-CNS-MAX
                       ADD 1 TO WS-CNS-COUNT
                       MOVE WS-PH-OFFSET
                           TO WS-CNS-OFFSET(WS-CNS-COUNT)
                       MOVE WS-PH-FILESZ
                           TO WS-CNS-FILESZ(WS-CNS-COUNT)
                   WHEN WS-PH-TYPE = 1 OR WS-PH-TYPE = 4
                       MOVE "Y" TO WS-CORE-TRUNCATED
               END-EVALUATE
           END-PERFORM
           IF WS-END-OF-FILE = "Y"
               MOVE "Y" TO WS-CORE-TRUNCATED
               MOVE "N" TO WS-END-OF-FILE
           END-IF.

      *> WALK-CORE-NOTES VISITS EVERY NOTE IN EVERY PT_NOTE SEGMENT.
       WALK-CORE-NOTES.
           MOVE 0 TO WS-THR-COUNT
           MOVE 0 TO WS-CMF-COUNT
           MOVE 0 TO WS-CORE-NOTE-COUNT
           PERFORM VARYING WS-CNS-IDX FROM 1 BY 1
                   UNTIL WS-CNS-IDX > WS-CNS-COUNT
               MOVE WS-CNS-OFFSET(WS-CNS-IDX) TO WS-CORE-POS
               COMPUTE WS-CORE-END = WS-CNS-OFFSET(WS-CNS-IDX)
                   + WS-CNS-FILESZ(WS-CNS-IDX)
               PERFORM UNTIL WS-CORE-POS + 12 > WS-CORE-END
                       OR WS-END-OF-FILE = "Y"
                       OR WS-CORE-NOTE-COUNT >= WS-CORE-NOTE-MAX
                   PERFORM READ-CORE-NOTE
               END-PERFORM
               IF WS-END-OF-FILE = "Y"
                   MOVE "Y" TO WS-CORE-TRUNCATED
                   MOVE "N" TO WS-END-OF-FILE
               END-IF
           END-PERFORM.

      *> READ-CORE-NOTE READS ONE NOTE HEADER AT WS-CORE-POS AND
      *> HANDS THE DESCRIPTOR OF A "CORE" NT_PRSTATUS (1),
      *> NT_PRPSINFO (3) OR NT_FILE (0x46494C45) NOTE TO ITS
      *> DECODER; NAME AND DESCRIPTOR ARE EACH PADDED TO 4 BYTES.
       READ-CORE-NOTE.
           ADD 1 TO WS-CORE-NOTE-COUNT
           MOVE WS-CORE-POS TO WS-CUR-POS
           MOVE 4 TO WS-READ-WIDTH
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-NAMESZ
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-DESCSZ
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-TYPE

           MOVE SPACES TO WS-CORE-NOTE-NAME
           IF WS-NOTE-NAMESZ > 0 AND WS-NOTE-NAMESZ <= 8
               MOVE WS-NOTE-NAMESZ TO WS-READ-WIDTH
               PERFORM READ-N-BYTES
               MOVE WS-BYTE-BUF-X(1:WS-READ-WIDTH)
                   TO WS-CORE-NOTE-NAME
           END-IF

           COMPUTE WS-NOTE-PAD = WS-NOTE-NAMESZ + 3
           DIVIDE WS-NOTE-PAD BY 4 GIVING WS-NOTE-PAD
           MULTIPLY 4 BY WS-NOTE-PAD
           COMPUTE WS-CUR-POS = WS-CORE-POS + 12 + WS-NOTE-PAD
           COMPUTE WS-CORE-NEXT = WS-NOTE-DESCSZ + 3
           DIVIDE WS-CORE-NEXT BY 4 GIVING WS-CORE-NEXT
           COMPUTE WS-CORE-NEXT = WS-CUR-POS + WS-CORE-NEXT * 4

           IF WS-NOTE-NAMESZ = 5 AND WS-CORE-NOTE-NAME(1:4) = "CORE"
               AND WS-END-OF-FILE = "N"
               EVALUATE WS-NOTE-TYPE
                   WHEN 1
                       PERFORM READ-CORE-DESC
                       PERFORM TAKE-CORE-PRSTATUS
                   WHEN 3
                       PERFORM READ-CORE-DESC
                       PERFORM TAKE-CORE-PRPSINFO
                   WHEN 1179208773
                       PERFORM READ-CORE-DESC
                       PERFORM TAKE-CORE-FILE-NOTE
               END-EVALUATE
           END-IF
           MOVE WS-CORE-NEXT TO WS-CORE-POS.

      *> READ-CORE-DESC PULLS THE DESCRIPTOR AT WS-CUR-POS INTO
      *> WS-CORE-DESC IN ONE READ (FIRST 64KB).
       READ-CORE-DESC.
           IF WS-NOTE-DESCSZ > WS-CORE-DESC-MAX
               MOVE WS-CORE-DESC-MAX TO WS-CORE-DESC-LEN
               MOVE "Y" TO WS-CORE-TRUNCATED
           ELSE
               MOVE WS-NOTE-DESCSZ TO WS-CORE-DESC-LEN
           END-IF
           MOVE WS-CUR-POS TO WS-BIN-OFFSET
           MOVE WS-CORE-DESC-LEN TO WS-BIN-COUNT
           CALL "CBL_READ_FILE" USING WS-BIN-HANDLE, WS-BIN-OFFSET,
               WS-BIN-COUNT, WS-BIN-READ-FLAGS, WS-CORE-DESC
           IF RETURN-CODE NOT = 0
               MOVE 0 TO WS-CORE-DESC-LEN
               MOVE "Y" TO WS-CORE-TRUNCATED
           END-IF
           MOVE 0 TO RETURN-CODE.

      *> TAKE-CORE-PRSTATUS RECORDS ONE THREAD: PR_CURSIG AT 12,
      *> PR_PID AT 32 (24 ON ELF32), AND PC/SP FROM PR_REG. THE
      *> FIRST NT_PRSTATUS IS THE THREAD THAT TOOK THE SIGNAL, SO
      *> ITS SIGNAL IS THE CRASH SIGNAL AND ITS WHOLE REGISTER SET
      *> IS KEPT.
       TAKE-CORE-PRSTATUS.
           ADD 1 TO WS-THR-COUNT
           IF WS-THR-COUNT > WS-THR-MAX
               EXIT PARAGRAPH
           END-IF

           MOVE 12 TO WS-CD-POS
           MOVE 2 TO WS-READ-WIDTH
           PERFORM CORE-DESC-VALUE
           MOVE WS-FIELD-VALUE TO WS-THR-SIGNAL(WS-THR-COUNT)
           IF EI-CLASS-NUM = 1
               MOVE 24 TO WS-CD-POS
           ELSE
               MOVE 32 TO WS-CD-POS
           END-IF
           MOVE 4 TO WS-READ-WIDTH
           PERFORM CORE-DESC-VALUE
           MOVE WS-FIELD-VALUE TO WS-THR-PID(WS-THR-COUNT)

           MOVE SPACES TO WS-THR-PC(WS-THR-COUNT)
           MOVE SPACES TO WS-THR-SP(WS-THR-COUNT)
           IF WS-CORE-REG-COUNT > 0
               MOVE WS-CORE-WORD TO WS-READ-WIDTH
               COMPUTE WS-CD-POS = WS-CORE-REG-OFF
                   + (WS-CORE-REG-PC - 1) * WS-CORE-WORD
               PERFORM CORE-DESC-HEX
               MOVE WS-CORE-HEX TO WS-THR-PC(WS-THR-COUNT)
               COMPUTE WS-CD-POS = WS-CORE-REG-OFF
                   + (WS-CORE-REG-SP - 1) * WS-CORE-WORD
               PERFORM CORE-DESC-HEX
               MOVE WS-CORE-HEX TO WS-THR-SP(WS-THR-COUNT)
           END-IF

           IF WS-THR-COUNT = 1
               MOVE WS-THR-SIGNAL(1) TO WS-CORE-SIGNAL
               MOVE WS-CORE-WORD TO WS-READ-WIDTH
               PERFORM VARYING WS-CORE-REG-IDX FROM 1 BY 1
                       UNTIL WS-CORE-REG-IDX > WS-CORE-REG-COUNT
                   COMPUTE WS-CD-POS = WS-CORE-REG-OFF
                       + (WS-CORE-REG-IDX - 1) * WS-CORE-WORD
                   PERFORM CORE-DESC-HEX
                   MOVE WS-CORE-HEX
                       TO WS-CORE-REG-HEX(WS-CORE-REG-IDX)
               END-PERFORM
           END-IF.

      *> TAKE-CORE-PRPSINFO RECORDS THE PROCESS: PR_PID AT 24,
      *> PR_FNAME(16) AT 40 AND PR_PSARGS(80) AT 56 - 12, 28 AND 44
      *> ON ELF32. THE KERNEL HAS ALREADY TURNED THE ARGUMENT NULS
      *> INTO SPACES.
       TAKE-CORE-PRPSINFO.
           MOVE "Y" TO WS-CORE-PSINFO
           MOVE 4 TO WS-READ-WIDTH
           IF EI-CLASS-NUM = 1
               MOVE 12 TO WS-CD-POS
           ELSE
               MOVE 24 TO WS-CD-POS
           END-IF
           PERFORM CORE-DESC-VALUE
           MOVE WS-FIELD-VALUE TO WS-CORE-PID

           IF EI-CLASS-NUM = 1
               MOVE 28 TO WS-CD-POS
           ELSE
               MOVE 40 TO WS-CD-POS
           END-IF
           MOVE 16 TO WS-CD-STR-MAX
           PERFORM CORE-DESC-STRING
           MOVE WS-CORE-STRING TO WS-CORE-FNAME

           IF EI-CLASS-NUM = 1
               MOVE 44 TO WS-CD-POS
           ELSE
               MOVE 56 TO WS-CD-POS
           END-IF
           MOVE 80 TO WS-CD-STR-MAX
           PERFORM CORE-DESC-STRING
           MOVE WS-CORE-STRING TO WS-CORE-PSARGS.

      *> TAKE-CORE-FILE-NOTE WALKS NT_FILE: A COUNT AND PAGE SIZE,
      *> THEN COUNT (START, END, FILE-PAGE) WORD TRIPLES, THEN COUNT
      *> NUL-TERMINATED PATHS IN THE SAME ORDER.
       TAKE-CORE-FILE-NOTE.
           MOVE 0 TO WS-CD-POS
           MOVE WS-CORE-WORD TO WS-READ-WIDTH
           PERFORM CORE-DESC-VALUE
           IF WS-FIELD-VALUE > 99999
               MOVE "Y" TO WS-CORE-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-VALUE TO WS-NTF-COUNT
           COMPUTE WS-NTF-NAME-POS =
               WS-CORE-WORD * (2 + 3 * WS-NTF-COUNT)
           PERFORM VARYING WS-NTF-IDX FROM 1 BY 1
                   UNTIL WS-NTF-IDX > WS-NTF-COUNT
                   OR WS-NTF-NAME-POS >= WS-CORE-DESC-LEN
               PERFORM TAKE-MAPPED-FILE
           END-PERFORM
           IF WS-NTF-IDX <= WS-NTF-COUNT
               MOVE "Y" TO WS-CORE-TRUNCATED
           END-IF.

      *> TAKE-MAPPED-FILE READS ONE NT_FILE PATH AND, THE FIRST TIME
      *> THAT PATH IS SEEN, TABLES IT WITH THE MAPPING'S START
      *> ADDRESS - THE LOWEST, SINCE NT_FILE IS IN ADDRESS ORDER.
       TAKE-MAPPED-FILE.
           COMPUTE WS-NTF-ENTRY-POS =
               WS-CORE-WORD * (2 + 3 * (WS-NTF-IDX - 1))
           MOVE WS-NTF-NAME-POS TO WS-CD-POS
           MOVE 255 TO WS-CD-STR-MAX
           PERFORM CORE-DESC-STRING
           PERFORM UNTIL WS-CD-POS >= WS-CORE-DESC-LEN
                   OR WS-CORE-DESC(WS-CD-POS + 1:1) = X"00"
               ADD 1 TO WS-CD-POS
           END-PERFORM
           COMPUTE WS-NTF-NAME-POS = WS-CD-POS + 1

           MOVE 0 TO WS-CMF-FOUND
           PERFORM VARYING WS-CMF-IDX FROM 1 BY 1
                   UNTIL WS-CMF-IDX > WS-CMF-COUNT
                   OR WS-CMF-FOUND > 0
               IF WS-CMF-PATH(WS-CMF-IDX) = WS-CORE-STRING
                   MOVE WS-CMF-IDX TO WS-CMF-FOUND
               END-IF
           END-PERFORM
           IF WS-CMF-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMF-COUNT >= WS-CMF-MAX
               ADD 1 TO WS-CMF-DROPPED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CMF-COUNT
           MOVE WS-CORE-STRING TO WS-CMF-PATH(WS-CMF-COUNT)
           MOVE WS-NTF-ENTRY-POS TO WS-CD-POS
           MOVE WS-CORE-WORD TO WS-READ-WIDTH
           PERFORM CORE-DESC-VALUE
           MOVE WS-FIELD-VALUE TO WS-CMF-ADDR(WS-CMF-COUNT)
           PERFORM CORE-DESC-HEX
           MOVE WS-CORE-HEX TO WS-CMF-ADDR-HEX(WS-CMF-COUNT)
           MOVE SPACES TO WS-CMF-BUILD-ID(WS-CMF-COUNT)
           MOVE SPACES TO WS-CMF-INV(WS-CMF-COUNT).

      *> CORE-DESC-VALUE DECODES THE WS-READ-WIDTH BYTES AT
      *> DESCRIPTOR OFFSET WS-CD-POS INTO WS-FIELD-VALUE (ZERO WHEN
      *> THE DESCRIPTOR IS SHORTER THAN THAT).
       CORE-DESC-VALUE.
           MOVE 0 TO WS-FIELD-VALUE
           IF WS-CD-POS + WS-READ-WIDTH <= WS-CORE-DESC-LEN
               MOVE WS-CORE-DESC(WS-CD-POS + 1:WS-READ-WIDTH)
                   TO WS-BYTE-BUF-X(1:WS-READ-WIDTH)
               PERFORM DECODE-BUF-VALUE
           END-IF.

      *> CORE-DESC-HEX RENDERS THE SAME BYTES AS HEX, MOST
      *> SIGNIFICANT FIRST, STRAIGHT FROM THE BYTES SO A 64-BIT
      *> REGISTER NEVER PASSES THROUGH A DECIMAL FIELD.
       CORE-DESC-HEX.
           MOVE SPACES TO WS-CORE-HEX
           IF WS-CD-POS + WS-READ-WIDTH <= WS-CORE-DESC-LEN
               MOVE WS-CORE-DESC(WS-CD-POS + 1:WS-READ-WIDTH)
                   TO WS-BYTE-BUF-X(1:WS-READ-WIDTH)
               MOVE 0 TO WS-CORE-HEX-OUT
               PERFORM VARYING WS-CORE-HEX-IDX FROM 1 BY 1
                       UNTIL WS-CORE-HEX-IDX > WS-READ-WIDTH
                   IF EI-DATA-NUM = 2
                       MOVE WS-CORE-HEX-IDX TO WS-DECODE-IDX
                   ELSE
                       COMPUTE WS-DECODE-IDX =
                           WS-READ-WIDTH + 1 - WS-CORE-HEX-IDX
                   END-IF
                   COMPUTE WS-HEX-VALUE =
                       FUNCTION ORD(WS-BYTE-BUF-CHAR(WS-DECODE-IDX))
                       - 1
                   DIVIDE WS-HEX-VALUE BY 16
                       GIVING WS-HEX-HI-NIBBLE
                       REMAINDER WS-HEX-LO-NIBBLE
                   ADD 1 TO WS-CORE-HEX-OUT
                   MOVE HEX-TABLE(WS-HEX-HI-NIBBLE + 1:1)
                       TO WS-CORE-HEX(WS-CORE-HEX-OUT:1)
                   ADD 1 TO WS-CORE-HEX-OUT
                   MOVE HEX-TABLE(WS-HEX-LO-NIBBLE + 1:1)
                       TO WS-CORE-HEX(WS-CORE-HEX-OUT:1)
               END-PERFORM
           END-IF.

      *> CORE-DESC-STRING COPIES UP TO WS-CD-STR-MAX CHARACTERS OF
      *> THE NUL-TERMINATED STRING AT WS-CD-POS INTO WS-CORE-STRING,
      *> LEAVING WS-CD-POS ON THE CHARACTER THAT STOPPED IT.
       CORE-DESC-STRING.
           MOVE SPACES TO WS-CORE-STRING
           MOVE "N" TO WS-CD-STR-DONE
           PERFORM VARYING WS-CD-STR-IDX FROM 1 BY 1
                   UNTIL WS-CD-STR-IDX > WS-CD-STR-MAX
                   OR WS-CD-STR-DONE = "Y"
               IF WS-CD-POS >= WS-CORE-DESC-LEN
                   MOVE "Y" TO WS-CD-STR-DONE
               ELSE
                   IF WS-CORE-DESC(WS-CD-POS + 1:1) = X"00"
                       MOVE "Y" TO WS-CD-STR-DONE
                   ELSE
                       MOVE WS-CORE-DESC(WS-CD-POS + 1:1)
                           TO WS-CORE-STRING(WS-CD-STR-IDX:1)
                       ADD 1 TO WS-CD-POS
                   END-IF
               END-IF
           END-PERFORM.

      *> RESOLVE-CORE-BUILD-IDS FINDS EACH MAPPED FILE'S BUILD-ID AND
      *> ASKS THE INVENTORY MASTER ABOUT IT. A MASTER THAT CANNOT BE
      *> OPENED LEAVES THE BUILD-IDS SHOWN BUT UNMATCHED.
       RESOLVE-CORE-BUILD-IDS.
           MOVE "N" TO WS-INVENTORY-OPEN
           OPEN INPUT INVENTORY-FILE
           IF WS-INVENTORY-STATUS = "00"
               MOVE "Y" TO WS-INVENTORY-OPEN
           END-IF
           PERFORM VARYING WS-CMF-IDX FROM 1 BY 1
                   UNTIL WS-CMF-IDX > WS-CMF-COUNT
               PERFORM FIND-MAPPED-BUILD-ID
           END-PERFORM
           IF WS-INVENTORY-OPEN = "Y"
               CLOSE INVENTORY-FILE
           END-IF.

      *> FIND-MAPPED-BUILD-ID LOCATES THE PT_LOAD DUMPED AT THE FILE'S
      *> LOAD ADDRESS, CHECKS FOR AN ELF HEADER THERE, AND SEARCHES
      *> THE PT_NOTE SEGMENTS ITS PROGRAM HEADERS NAME FOR THE GNU
      *> BUILD-ID - ALL WITHIN THE DUMPED BYTES. WS-CMF-INV ENDS UP
      *> AS THE INVENTORY'S FIRST-SEEN DATE, "NOT FILED", OR WHY
      *> THERE WAS NOTHING TO LOOK UP.
       FIND-MAPPED-BUILD-ID.
           MOVE "not dumped" TO WS-CMF-INV(WS-CMF-IDX)
           MOVE 0 TO WS-CLD-FOUND
           PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                   UNTIL WS-CLD-IDX > WS-CLD-COUNT
                   OR WS-CLD-FOUND > 0
               IF WS-CLD-VADDR(WS-CLD-IDX) = WS-CMF-ADDR(WS-CMF-IDX)
                   AND WS-CLD-FILESZ(WS-CLD-IDX) >= 64
                   MOVE WS-CLD-IDX TO WS-CLD-FOUND
               END-IF
           END-PERFORM
           IF WS-CLD-FOUND = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLD-OFFSET(WS-CLD-FOUND) TO WS-MEL-BASE
           COMPUTE WS-MEL-LIMIT = WS-MEL-BASE
               + WS-CLD-FILESZ(WS-CLD-FOUND)
           MOVE WS-MEL-BASE TO WS-CUR-POS
           MOVE "N" TO WS-END-OF-FILE
           MOVE 4 TO WS-READ-WIDTH
           PERFORM READ-N-BYTES
           IF WS-END-OF-FILE = "Y"
               OR WS-BYTE-BUF-X(1:4) NOT = WS-ELF-MAGIC
               MOVE "N" TO WS-END-OF-FILE
               MOVE "not ELF" TO WS-CMF-INV(WS-CMF-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CORE-ELF-FILES

           IF EI-CLASS-NUM = 1
               COMPUTE WS-CUR-POS = WS-MEL-BASE + 28
               MOVE 4 TO WS-READ-WIDTH
           ELSE
               COMPUTE WS-CUR-POS = WS-MEL-BASE + 32
               MOVE 8 TO WS-READ-WIDTH
           END-IF
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-MEL-PHOFF
           IF EI-CLASS-NUM = 1
               COMPUTE WS-CUR-POS = WS-MEL-BASE + 42
           ELSE
               COMPUTE WS-CUR-POS = WS-MEL-BASE + 54
           END-IF
           MOVE 2 TO WS-READ-WIDTH
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-MEL-PHENTSIZE
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-MEL-PHNUM

           MOVE "N" TO WS-BUILDID-FOUND
           PERFORM VARYING WS-MEL-IDX FROM 1 BY 1
                   UNTIL WS-MEL-IDX > WS-MEL-PHNUM
                   OR WS-MEL-IDX > WS-PH-MAX
                   OR WS-BUILDID-FOUND = "Y"
                   OR WS-END-OF-FILE = "Y"
               PERFORM SCAN-MAPPED-PHDR
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE

           IF WS-BUILDID-FOUND = "N"
               MOVE "no id" TO WS-CMF-INV(WS-CMF-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CORE-WITH-ID
           MOVE WS-BUILDID-HEX TO WS-CMF-BUILD-ID(WS-CMF-IDX)
           IF WS-INVENTORY-OPEN = "N"
               MOVE "no master" TO WS-CMF-INV(WS-CMF-IDX)
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO INV-UUID
           MOVE WS-BUILDID-HEX TO INV-UUID
           READ INVENTORY-FILE KEY IS INV-UUID
           IF WS-INVENTORY-STATUS = "00"
               ADD 1 TO WS-CORE-FILED
               MOVE INV-FIRST(1:10) TO WS-CMF-INV(WS-CMF-IDX)
           ELSE
               ADD 1 TO WS-CORE-UNFILED
               MOVE "NOT FILED" TO WS-CMF-INV(WS-CMF-IDX)
           END-IF.

      *> SCAN-MAPPED-PHDR READS ONE OF THE MAPPED FILE'S PROGRAM
      *> HEADERS AND, FOR A PT_NOTE, WALKS ITS NOTES. THE FIRST
      *> MAPPING STARTS AT FILE OFFSET 0, SO A FILE OFFSET IS FOUND
      *> AT THE SAME DISTANCE FROM WS-MEL-BASE IN THE CORE.
       SCAN-MAPPED-PHDR.
           COMPUTE WS-CUR-POS = WS-MEL-BASE + WS-MEL-PHOFF
               + (WS-MEL-IDX - 1) * WS-MEL-PHENTSIZE
           IF WS-CUR-POS + WS-MEL-PHENTSIZE > WS-MEL-LIMIT
               MOVE 0 TO WS-MEL-PHNUM
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-PROGRAM-HEADER
           IF WS-PH-TYPE = 4 AND WS-END-OF-FILE = "N"
               COMPUTE WS-MEL-NOTE-POS = WS-MEL-BASE + WS-PH-OFFSET
               COMPUTE WS-MEL-NOTE-END = WS-MEL-NOTE-POS
                   + WS-PH-FILESZ
               IF WS-MEL-NOTE-END > WS-MEL-LIMIT
                   MOVE WS-MEL-LIMIT TO WS-MEL-NOTE-END
               END-IF
               PERFORM UNTIL WS-MEL-NOTE-POS + 12 > WS-MEL-NOTE-END
                       OR WS-BUILDID-FOUND = "Y"
                       OR WS-END-OF-FILE = "Y"
                   PERFORM SCAN-MAPPED-NOTE
               END-PERFORM
           END-IF.

      *> SCAN-MAPPED-NOTE READS THE NOTE AT WS-MEL-NOTE-POS, TAKES
      *> THE BUILD-ID IF IT IS THE "GNU" NT_GNU_BUILD_ID NOTE, AND
      *> STEPS WS-MEL-NOTE-POS TO THE NEXT ONE.
       SCAN-MAPPED-NOTE.
           MOVE WS-MEL-NOTE-POS TO WS-CUR-POS
           MOVE 4 TO WS-READ-WIDTH
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-NAMESZ
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-DESCSZ
           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-NOTE-TYPE
           MOVE SPACES TO WS-CORE-NOTE-NAME
           IF WS-NOTE-NAMESZ = 4
               PERFORM READ-N-BYTES
               MOVE WS-BYTE-BUF-X(1:4) TO WS-CORE-NOTE-NAME
           END-IF

           COMPUTE WS-NOTE-PAD = WS-NOTE-NAMESZ + 3
           DIVIDE WS-NOTE-PAD BY 4 GIVING WS-NOTE-PAD
           MULTIPLY 4 BY WS-NOTE-PAD
           COMPUTE WS-CUR-POS = WS-MEL-NOTE-POS + 12 + WS-NOTE-PAD
           COMPUTE WS-CORE-NEXT = WS-NOTE-DESCSZ + 3
           DIVIDE WS-CORE-NEXT BY 4 GIVING WS-CORE-NEXT
           COMPUTE WS-MEL-NOTE-POS = WS-CUR-POS + WS-CORE-NEXT * 4

           IF WS-CORE-NOTE-NAME(1:3) = "GNU" AND WS-NOTE-TYPE = 3
               AND WS-NOTE-DESCSZ > 0 AND WS-NOTE-DESCSZ <= 20
               AND WS-CUR-POS + WS-NOTE-DESCSZ <= WS-MEL-NOTE-END
               AND WS-END-OF-FILE = "N"
               PERFORM READ-BUILD-ID-DESC
           END-IF.

      *> WRITE-CORE-SUMMARY LAYS OUT THE ON-CALL PAGE: WHAT RAN,
      *> WHAT KILLED IT, WHERE IT WAS, AND WHICH BUILDS WERE LOADED.
       WRITE-CORE-SUMMARY.
           MOVE "N" TO WS-CORE-REPORTING
           IF WS-REPORT-PATH NOT = SPACES
               MOVE WS-REPORT-PATH(1:255) TO WS-RPT-FILE-ARG
               MOVE "ELF CORE-DUMP TRIAGE SUMMARY" TO WS-RPT-TITLE
               MOVE "O" TO WS-RPT-OP
               CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
                   WS-RPT-TITLE, WS-RPT-STATUS
               IF WS-RPT-STATUS = "00"
                   MOVE "Y" TO WS-CORE-REPORTING
               ELSE
                   MOVE "ELF016E" TO WS-MSG-ID
                   MOVE WS-REPORT-PATH TO WS-MSG-SLOT(1)
                   PERFORM ISSUE-MESSAGE
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF

           DISPLAY "---- Core-dump triage ----"
           MOVE SPACES TO WS-RPT-LINE
           STRING "CORE FILE : " FUNCTION TRIM(WS-CORE-PATH)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE WS-CORE-PID TO WS-CORE-PID-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROCESS   : " FUNCTION TRIM(WS-CORE-FNAME)
               "  pid " FUNCTION TRIM(WS-CORE-PID-DISP)
               "  (" FUNCTION TRIM(WS-E-MACHINE-NAME)
               ", " FUNCTION TRIM(WS-ELF-CLASS-NAME) ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "ARGUMENTS : " FUNCTION TRIM(WS-CORE-PSARGS)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE

           PERFORM DECODE-CORE-SIGNAL
           MOVE WS-CORE-SIGNAL TO WS-CORE-SIG-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-THR-COUNT > 0
               MOVE WS-THR-PID(1) TO WS-CORE-PID-DISP
               STRING "SIGNAL    : " FUNCTION TRIM(WS-CORE-SIG-DISP)
                   " " FUNCTION TRIM(WS-CORE-SIG-NAME)
                   "  in thread " FUNCTION TRIM(WS-CORE-PID-DISP)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "SIGNAL    : not recorded (no NT_PRSTATUS)"
                   TO WS-RPT-LINE
           END-IF
           PERFORM PUT-CORE-LINE

           MOVE SPACES TO WS-RPT-LINE
           IF WS-CMF-COUNT > 0
               STRING "EXECUTABLE: " FUNCTION TRIM(WS-CMF-PATH(1))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
               MOVE SPACES TO WS-RPT-LINE
               STRING "BUILD-ID  : " WS-CMF-BUILD-ID(1)
                   "  INVENTORY: " WS-CMF-INV(1)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE "EXECUTABLE: not recorded (no NT_FILE)"
                   TO WS-RPT-LINE
           END-IF
           PERFORM PUT-CORE-LINE

           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           PERFORM WRITE-CORE-REGISTERS
           PERFORM WRITE-CORE-THREADS

           MOVE SPACES TO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE WS-CMF-COUNT TO WS-CORE-NUM-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "MAPPED FILES: " FUNCTION TRIM(WS-CORE-NUM-DISP)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "LOAD ADDRESS      BUILD-ID"
               "                                  INVENTORY   FILE"
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           PERFORM VARYING WS-CMF-IDX FROM 1 BY 1
                   UNTIL WS-CMF-IDX > WS-CMF-COUNT
                   OR WS-CMF-IDX > WS-CMF-SHOWN
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-CMF-ADDR-HEX(WS-CMF-IDX) TO WS-RPT-LINE(1:16)
               MOVE WS-CMF-BUILD-ID(WS-CMF-IDX) TO WS-RPT-LINE(19:40)
               MOVE WS-CMF-INV(WS-CMF-IDX) TO WS-RPT-LINE(61:10)
               MOVE WS-CMF-PATH(WS-CMF-IDX) TO WS-RPT-LINE(73:183)
               PERFORM PUT-CORE-LINE
           END-PERFORM
           IF WS-CMF-COUNT > WS-CMF-SHOWN
               COMPUTE WS-CORE-NUM-DISP = WS-CMF-COUNT - WS-CMF-SHOWN
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ... " FUNCTION TRIM(WS-CORE-NUM-DISP)
                   " more files not listed"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
           END-IF
           IF WS-CMF-DROPPED > 0
               MOVE WS-CMF-DROPPED TO WS-CORE-NUM-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ... " FUNCTION TRIM(WS-CORE-NUM-DISP)
                   " mappings of files past the 200-file table"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
           END-IF

           MOVE WS-CORE-ELF-FILES TO WS-CORE-NUM-DISP
           MOVE WS-CORE-WITH-ID TO WS-CORE-IDS-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "ELF files mapped " FUNCTION TRIM(WS-CORE-NUM-DISP)
               ", with build-id " FUNCTION TRIM(WS-CORE-IDS-DISP)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           MOVE "T" TO WS-RPT-OP
           PERFORM PUT-CORE-TOTAL
           MOVE WS-CORE-FILED TO WS-CORE-NUM-DISP
           MOVE WS-CORE-UNFILED TO WS-CORE-IDS-DISP
           MOVE SPACES TO WS-RPT-LINE
           IF WS-INVENTORY-OPEN = "Y"
               STRING "Builds in inventory " FUNCTION TRIM(
                   WS-CORE-NUM-DISP)
                   ", NOT in inventory " FUNCTION TRIM(
                   WS-CORE-IDS-DISP)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               STRING "Inventory master " FUNCTION TRIM(
                   WS-INVENTORY-FILE) " could not be read, status "
                   WS-INVENTORY-STATUS
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF
           MOVE "L" TO WS-RPT-OP
           PERFORM PUT-CORE-TOTAL
           IF WS-CORE-TRUNCATED = "Y"
               MOVE SPACES TO WS-RPT-LINE
               STRING "Core is truncated or past this tool's limits"
                   " - summary may be incomplete"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-TOTAL
           END-IF

           IF WS-CORE-REPORTING = "Y"
               MOVE "C" TO WS-RPT-OP
               CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
                   WS-RPT-LINE, WS-RPT-STATUS
               DISPLAY "Report written to "
                   FUNCTION TRIM(WS-REPORT-PATH)
           END-IF.

      *> WRITE-CORE-REGISTERS LISTS THE CRASHING THREAD'S REGISTERS,
      *> PC AND SP FIRST, THEN THE WHOLE SET FOUR TO A LINE.
       WRITE-CORE-REGISTERS.
           IF WS-THR-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           IF WS-CORE-REG-COUNT = 0
               STRING "REGISTERS : not decoded for "
                   FUNCTION TRIM(WS-E-MACHINE-NAME)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
               EXIT PARAGRAPH
           END-IF
           STRING "CRASH PC  : " FUNCTION TRIM(WS-THR-PC(1))
               "   SP: " FUNCTION TRIM(WS-THR-SP(1))
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE "REGISTERS :" TO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           MOVE SPACES TO WS-RPT-LINE
           MOVE 3 TO WS-CORE-REG-COL
           PERFORM VARYING WS-CORE-REG-IDX FROM 1 BY 1
                   UNTIL WS-CORE-REG-IDX > WS-CORE-REG-COUNT
               MOVE SPACES TO WS-CORE-REG-ITEM
               STRING FUNCTION TRIM(WS-REG-NAME(WS-CORE-REG-BASE
                   + WS-CORE-REG-IDX)) "="
                   FUNCTION TRIM(WS-CORE-REG-HEX(WS-CORE-REG-IDX))
                   DELIMITED BY SIZE INTO WS-CORE-REG-ITEM
               MOVE WS-CORE-REG-ITEM
                   TO WS-RPT-LINE(WS-CORE-REG-COL:26)
               ADD 27 TO WS-CORE-REG-COL
               IF WS-CORE-REG-COL > 84
                   PERFORM PUT-CORE-LINE
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE 3 TO WS-CORE-REG-COL
               END-IF
           END-PERFORM
           IF WS-CORE-REG-COL > 3
               PERFORM PUT-CORE-LINE
           END-IF.

      *> WRITE-CORE-THREADS COUNTS THE THREADS AND SHOWS PC/SP FOR
      *> THE FIRST FEW OTHERS, THE CRASHING ONE HAVING BEEN SHOWN.
       WRITE-CORE-THREADS.
           MOVE WS-THR-COUNT TO WS-CORE-NUM-DISP
           MOVE SPACES TO WS-RPT-LINE
           STRING "THREADS   : " FUNCTION TRIM(WS-CORE-NUM-DISP)
               DELIMITED BY SIZE INTO WS-RPT-LINE
           PERFORM PUT-CORE-LINE
           PERFORM VARYING WS-THR-IDX FROM 2 BY 1
                   UNTIL WS-THR-IDX > WS-THR-COUNT
                   OR WS-THR-IDX > WS-THR-MAX
                   OR WS-THR-IDX > WS-THR-SHOWN + 1
               MOVE WS-THR-PID(WS-THR-IDX) TO WS-CORE-PID-DISP
               MOVE SPACES TO WS-RPT-LINE
               STRING "  thread " FUNCTION TRIM(WS-CORE-PID-DISP)
                   "  pc=" FUNCTION TRIM(WS-THR-PC(WS-THR-IDX))
                   "  sp=" FUNCTION TRIM(WS-THR-SP(WS-THR-IDX))
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
           END-PERFORM
           IF WS-THR-COUNT > WS-THR-SHOWN + 1
               COMPUTE WS-CORE-NUM-DISP =
                   WS-THR-COUNT - WS-THR-SHOWN - 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "  ... " FUNCTION TRIM(WS-CORE-NUM-DISP)
                   " more threads not listed"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM PUT-CORE-LINE
           END-IF.

      *> DECODE-CORE-SIGNAL NAMES THE LINUX SIGNALS A CRASH IS
      *> USUALLY DOWN TO.
       DECODE-CORE-SIGNAL.
           EVALUATE WS-CORE-SIGNAL
               WHEN 1  MOVE "SIGHUP"  TO WS-CORE-SIG-NAME
               WHEN 2  MOVE "SIGINT"  TO WS-CORE-SIG-NAME
               WHEN 3  MOVE "SIGQUIT" TO WS-CORE-SIG-NAME
               WHEN 4  MOVE "SIGILL"  TO WS-CORE-SIG-NAME
               WHEN 5  MOVE "SIGTRAP" TO WS-CORE-SIG-NAME
               WHEN 6  MOVE "SIGABRT" TO WS-CORE-SIG-NAME
               WHEN 7  MOVE "SIGBUS"  TO WS-CORE-SIG-NAME
               WHEN 8  MOVE "SIGFPE"  TO WS-CORE-SIG-NAME
               WHEN 9  MOVE "SIGKILL" TO WS-CORE-SIG-NAME
               WHEN 11 MOVE "SIGSEGV" TO WS-CORE-SIG-NAME
               WHEN 13 MOVE "SIGPIPE" TO WS-CORE-SIG-NAME
               WHEN 15 MOVE "SIGTERM" TO WS-CORE-SIG-NAME
               WHEN 24 MOVE "SIGXCPU" TO WS-CORE-SIG-NAME
               WHEN 25 MOVE "SIGXFSZ" TO WS-CORE-SIG-NAME
               WHEN 31 MOVE "SIGSYS"  TO WS-CORE-SIG-NAME
               WHEN OTHER MOVE SPACES TO WS-CORE-SIG-NAME
           END-EVALUATE.

      *> PUT-CORE-LINE SHOWS WS-RPT-LINE AND, WHEN A REPORT IS OPEN,
      *> WRITES IT AS A DETAIL LINE.
       PUT-CORE-LINE.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
           IF WS-CORE-REPORTING = "Y"
               PERFORM PUT-REPORT-LINE
           END-IF.

      *> PUT-CORE-TOTAL DOES THE SAME FOR THE TOTALS BLOCK, WITH THE
      *> ReportWriter OP ("T" FOR THE FIRST LINE) ALREADY SET.
       PUT-CORE-TOTAL.
           DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
           IF WS-CORE-REPORTING = "Y"
               CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
                   WS-RPT-LINE, WS-RPT-STATUS
           END-IF.

      *> PUT-REPORT-LINE WRITES WS-RPT-LINE AS A DETAIL LINE.
       PUT-REPORT-LINE.
           MOVE "L" TO WS-RPT-OP
           CALL "ReportWriter" USING WS-RPT-OP, WS-RPT-FILE-ARG,
               WS-RPT-LINE, WS-RPT-STATUS.

      *> CHECK-PATH-CHARACTERS SCANS WS-PATH-CHECK-FIELD AND CLEARS
      *> WS-PATHS-OK IF ANY DISALLOWED CHARACTER IS FOUND.
       CHECK-PATH-CHARACTERS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PATH-CHECK-FIELD))
               TO WS-PATH-CHECK-LEN
           PERFORM VARYING WS-PATH-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-PATH-CHECK-IDX > WS-PATH-CHECK-LEN
               MOVE WS-PATH-CHECK-FIELD(WS-PATH-CHECK-IDX:1)
                   TO WS-PATH-CHECK-CHAR
               IF WS-PATH-CHECK-CHAR = ";" OR "|" OR "&" OR "`"
                       OR "$" OR ">" OR "<" OR QUOTE OR "'" OR "("
                       OR ")" OR "\" OR "*" OR "~" OR X"0A"
                   MOVE "N" TO WS-PATHS-OK
               END-IF
           END-PERFORM.

      *> READ-SECTION-HEADER CAPTURES ONE ENTRY'S SH_NAME, SH_TYPE,
      *> SH_OFFSET AND SH_SIZE AT THE CLASS'S FIELD WIDTHS. SH_TYPE 2
      *> (SHT_SYMTAB) ANSWERS THE STRIPPED QUESTION.
               MOVE "Y" TO WS-SYMTAB-PRESENT
           END-IF

      *> SKIP SH_FLAGS AND KEEP SH_ADDR (4 BYTES EACH FOR ELF32, 8
      *> FOR ELF64) FOR THE SEGMENT MAP, THEN LAND ON SH_OFFSET AND
      *> SH_SIZE.
           IF EI-CLASS-NUM = 1
               MOVE 4 TO WS-READ-WIDTH
           ELSE
               MOVE 8 TO WS-READ-WIDTH
           END-IF
           ADD WS-READ-WIDTH TO WS-CUR-POS

           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           MOVE WS-FIELD-VALUE TO WS-SECT-ADDR(WS-SECT-COUNT)

           PERFORM READ-N-BYTES
           PERFORM DECODE-BUF-VALUE
           DISPLAY "ELF class : " WS-ELF-CLASS-NAME
           DISPLAY "Byte order: " WS-BYTE-ORDER-NAME
           DISPLAY "e_type    : " E-TYPE-NUM " (" WS-E-TYPE-NAME ")"
           DISPLAY "e_machine : " E-MACHINE-NUM
               " (" WS-E-MACHINE-NAME ")"
           DISPLAY "e_shnum   : " E-SHNUM-NUM.

           COPY "filestat.cpy".

       COPY "msgissue.cpy".
