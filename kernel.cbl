           02 UART-CONSOLE-ACTIVE                          PIC A(1)
           VALUE 'N'.
           02 UART-CONSOLE-END                             PIC A(1).
      * Whether the port passed its loopback test at initialization,
      * so reports meant for a technician on the line can go out it
           02 UART-LINE-OK                                 PIC A(1)
           VALUE 'N'.
      ******************************************************************
      * Remote operator sign-on. The operators are kept in the store
      * file OPERATOR SYS, one 32-byte record each: the ID, the
      * privilege class (V view only, F file maintenance, H hardware
      * and monitor, each allowing what the one before does) and a
      * hash of the ID and PIN, so the PIN itself is never stored.
      * Blank records are free slots
       01  OPR-DATA.
           02 OPR-REC.
               03 OPR-REC-ID                               PIC X(8).
               03 FILLER                                   PIC X(1).
               03 OPR-REC-CLASS                            PIC A(1).
               03 FILLER                                   PIC X(1).
               03 OPR-REC-HASH                             PIC 9(9).
               03 FILLER                                   PIC X(12).
           02 OPR-FILE-NAME                                PIC X(24)
           VALUE "OPERATOR".
           02 OPR-FILE-EXT                                 PIC X(3)
           VALUE "SYS".
           02 OPR-RECLEN                                   PIC 9(4)
           VALUE 32.
           02 OPR-SLOTS                                    PIC 9(4)
           VALUE 16.
      * The session: 'I' waiting for the ID, 'P' for the PIN, 'S'
      * signed on; who is signed on and with what class
           02 OPR-STATE                                    PIC A(1)
           VALUE 'I'.
           02 OPR-ID                                       PIC X(8)
           VALUE SPACES.
           02 OPR-CLASS                                    PIC A(1)
           VALUE SPACE.
           02 OPR-TRY-ID                                   PIC X(8).
           02 OPR-PIN                                      PIC X(16).
      * Failed sign-ons in a row; at OPR-FAIL-LIMIT the port locks
      * for OPR-LOCK-MS milliseconds of timer ticks
           02 OPR-FAILS                                    PIC 9(1)
           VALUE 0.
           02 OPR-FAIL-LIMIT                               PIC 9(1)
           VALUE 3.
           02 OPR-LOCK-MS                                  PIC 9(7)
           VALUE 900000.
           02 OPR-LOCK-UNTIL                               PIC 9(10)
           VALUE 0.
           02 OPR-FILE-OK                                  PIC A(1).
           02 OPR-SLOT                                     PIC 9(4).
           02 OPR-RECNO                                    PIC 9(4).
           02 OPR-OFFS                                     PIC 9(6).
           02 OPR-SECT                                     PIC 9(5).
           02 OPR-SECT-CACHED                              PIC 9(5).
           02 OPR-POS                                      PIC 9(4).
           02 OPR-FREE-SLOT                                PIC 9(4).
           02 OPR-HASH                                     PIC 9(9).
           02 OPR-HASH-WK                                  PIC 9(12).
           02 OPR-HASH-Q                                   PIC 9(4).
           02 OPR-HASH-TEXT                                PIC X(24).
           02 OPR-HASH-POS                                 PIC 9(2).
      * Authorization: the opname being judged (and its first
      * operand), the class rank it needs (1 V, 2 F, 3 H) and the
      * rank the operator holds
           02 OPR-OPNAME                                   PIC X(20).
           02 OPR-WORD                                     PIC X(24).
           02 OPR-NEED                                     PIC 9(1).
           02 OPR-NEED-MAX                                 PIC 9(1).
           02 OPR-RANK                                     PIC 9(1).
           02 OPR-NEED-CLASS                               PIC A(1).
           02 OPR-AUTH-OK                                  PIC A(1).
           02 OPR-TALLY                                    PIC 9(4).
      * Operands of the shell's OPERATOR opname
           02 OPR-ARG-ID                                   PIC X(8).
           02 OPR-ARG-PIN                                  PIC X(16).
           02 OPR-ARG-CLASS                                PIC X(3).
      ******************************************************************
       01  XM-DATA.
      ******************************************************************
      * use (playback is capped at this window's four megabytes)
       01  SB16-PCM-AREA BASED                             PIC
           X(4194304).
      ******************************************************************
      * Line printer on the parallel port. LPT-INIT looks for the port
      * at 378h, then 278h, and leaves LPT-BASE at 0 when neither one
      * answers. Every wait on the printer runs against a deadline,
      * and the first fault stops the job, so a printer that is off
      * line costs the caller one timeout and never hangs it
       01  LPT-DATA.
           02 LPT-BASE                                     PIC 9(4)
           VALUE 0.
           02 LPT-TRY                                      PIC 9(4).
      * Status register (base + 1) as LPT-READ-STATUS decodes it:
      * bit 7 clear while busy, bit 6 low for the acknowledge pulse,
      * bit 5 paper out, bit 4 selected (on line), bit 3 low on fault
           02 LPT-STATUS                                   PIC 9(8).
           02 LPT-STAT-WORK                                PIC 9(8).
           02 LPT-STAT-REST                                PIC 9(8).
           02 LPT-BIT                                      PIC 9(1).
           02 LPT-BUSY                                     PIC A(1).
           02 LPT-ACKED                                    PIC A(1).
           02 LPT-PAPER-OUT                                PIC A(1).
           02 LPT-ONLINE                                   PIC A(1).
           02 LPT-FAULT                                    PIC A(1).
           02 LPT-DEADLINE                                 PIC 9(9).
           02 LPT-BUSY-MS                                  PIC 9(5)
           VALUE 10000.
           02 LPT-ACK-MS                                   PIC 9(5)
           VALUE 10.
      * Dedicated byte conversion overlay, so a byte on its way to
      * the data port goes as its raw value
           02 LPT-BYTE-AREA.
               03 FILLER                                   PIC X(3)
               VALUE LOW-VALUES.
               03 LPT-BYTE-CHAR                            PIC X.
           02 LPT-BYTE-VAL REDEFINES LPT-BYTE-AREA         PIC 9(9)
           USAGE COMP.
      * Job state. LPT-CAPTURE turns SHELL-PUT-LINE's output to the
      * printer while one of the shell's reports is being printed;
      * LPT-WHAT says why the printer stopped a job
           02 LPT-JOB-OK                                   PIC A(1)
           VALUE 'N'.
           02 LPT-CAPTURE                                  PIC A(1)
           VALUE 'N'.
           02 LPT-WHAT                                     PIC X(24).
           02 LPT-REPORT                                   PIC X(28).
           02 LPT-STAMP                                    PIC X(19).
           02 LPT-PAGE                                     PIC 9(4).
           02 LPT-PAGE-LINES                               PIC 9(2).
           02 LPT-PAGE-SIZE                                PIC 9(2)
           VALUE 60.
           02 LPT-LINES                                    PIC 9(7).
           02 LPT-TEXT                                     PIC X(80).
           02 LPT-HOLD                                     PIC X(80).
           02 LPT-WIDTH                                    PIC 9(2)
           VALUE 80.
           02 LPT-LEN                                      PIC 9(3).
           02 LPT-IDX                                      PIC 9(3).
      * PRINT opname operands and the record walk for a file
           02 LPT-ARG1                                     PIC X(24).
           02 LPT-ARG2                                     PIC X(3).
           02 LPT-REC                                      PIC 9(7).
           02 LPT-COL                                      PIC 9(5).
           02 LPT-CHUNK                                    PIC 9(3).
006200******************************************************************
006300 01  PCIE-DATA.
006400******************************************************************
           02 ATAPI-DATALEN                                PIC 9(8).
           02 ATAPI-FIDLEN                                 PIC 9(4).
           02 ATAPI-FID                                    PIC X(32).
      * Primary volume descriptor facts ATAPI-READ-PVD leaves behind:
      * whether a readable ISO9660 disc is in the drive, its size in
      * 2048-byte blocks and where its root directory lies
           02 ATAPI-PVD-OK                                 PIC A(1)
           VALUE 'N'.
           02 ATAPI-VOL-BLOCKS                             PIC 9(10).
           02 ATAPI-ROOT-EXTENT                            PIC 9(10).
           02 ATAPI-ROOT-LEN                               PIC 9(10).
      * Little-endian 32-bit field at ATAPI-LE-POS of ATAPI-BUF, as
      * ATAPI-GET-LE32 decodes it
           02 ATAPI-LE-POS                                 PIC 9(4).
           02 ATAPI-LE-VAL                                 PIC 9(10).
      * Working fields for a directory record's disc signature
           02 ATAPI-STAMP                                  PIC 9(15).
           02 ATAPI-SIG-WK                                 PIC 9(16).
           02 ATAPI-SIG-Q                                  PIC 9(10).
      ******************************************************************
       01  ATA-DATA.
      ******************************************************************
      * Which medium carries the file's data: 'C' for the read-only
      * ATAPI disc, 'F' for the writable store
           02 FILE-MEDIA                                   PIC A(1).
      * Disc signature for the entry FILE-CREATE appends next; used
      * once and put back to 0
           02 FILE-DISC-SIG                                PIC 9(7)
           VALUE 0.
      * Catalog entry number FILE-FIND left the staged name at, 0
      * when it isn't cataloged
           02 FILE-FOUND                                   PIC 9(4).
               03 FILE-ENT-RECLEN                           PIC 9(4).
               03 FILE-ENT-NUMRECS                          PIC 9(7).
               03 FILE-ENT-MEDIA                            PIC A(1).
      * Generation of the file this entry holds: 0 is the current
      * copy, 1 the one it replaced (shown as -1), and so on; and how
      * many superseded generations the file keeps before the oldest
      * is pruned
               03 FILE-ENT-GEN                              PIC 9(1).
               03 FILE-ENT-GEN-LIMIT                        PIC 9(1).
      * Signature of the disc directory record a 'C' entry was
      * cataloged from (extent, length and recording date folded
      * together), carried along when COPY turns it into a working
      * copy so RESCAN can tell the disc original has changed; 0 when
      * unknown or the file never came off a disc
               03 FILE-ENT-DISC-SIG                         PIC 9(7).
      * Reserved floppy area the catalog above is checkpointed to so
      * it survives a power cycle: sectors 1 onwards of cylinder 79,
      * head 0, streamed 512 bytes at a time
           02 FILE-CAT-CSUM-WK                             PIC 9(8).
           02 FILE-CAT-IDX                                 PIC 9(4).
           02 FILE-CAT-SAVED-BUF                           PIC X(512).
      * Compaction journal each copy's header carried at load time,
      * so the winning copy's journal comes along with its image
           02 FILE-CAT-JNL-WK                              PIC X(52).
           02 FILE-CAT-A-JNL                               PIC X(52).
           02 FILE-CAT-B-JNL                               PIC X(52).
      * Entry layout the copy being read was written in, with the
      * entry and image lengths that layout implies
           02 FILE-CAT-LAYOUT-WK                           PIC X(2).
           02 FILE-CAT-LAYOUT-NUM                          PIC 9(2).
           02 FILE-CAT-ENT-LEN                             PIC 9(4).
      * Checkpoint header, written as the first sector of each copy;
      * the checksum is the plain byte sum of the catalog image and
      * the generation says which copy is newest
           02 FILE-CAT-GEN                                 PIC 9(8)
           VALUE 0.
           02 FILE-CAT-CSUM                                PIC 9(8).
      * Compaction journal riding in the rest of the header sector:
      * while COMPACT slides one file down the data area the state is
      * 'M' and the entry, its old and new starting sectors and how
      * many sectors are already across are kept here, so a load
      * that finds 'M' can finish the move. Older headers carry
      * spaces here, which reads as no move under way
           02 FILE-CAT-JNL.
               03 FILE-CAT-JNL-STATE                       PIC A(1)
               VALUE SPACE.
               03 FILE-CAT-JNL-ENT                         PIC 9(4).
               03 FILE-CAT-JNL-NAME                        PIC X(24).
               03 FILE-CAT-JNL-EXT                         PIC X(3).
               03 FILE-CAT-JNL-FROM                        PIC 9(5).
               03 FILE-CAT-JNL-TO                          PIC 9(5).
               03 FILE-CAT-JNL-COUNT                       PIC 9(5).
               03 FILE-CAT-JNL-DONE                        PIC 9(5).
      * Entry layout of the image that follows: 1 is the original
      * 67-byte entry (older headers carry spaces here, read the
      * same way), 2 adds the generation fields, 3 the disc signature
           02 FILE-CAT-LAYOUT                              PIC 9(2)
           VALUE 3.
      * Whole-image staging area the checkpoint is checksummed and
      * compared out of, one copy at a time
       01  FILE-CAT-STAGE                                  PIC X(8192).
      * of a cataloged file from whichever medium carries it
           02 FILE-BLOCK-NUM                               PIC 9(7).
           02 FILE-BLOCK-SUB                               PIC 9(4).
      * Free-space summary FILE-MAP-TALLY leaves behind: how many data
      * sectors are free and the longest contiguous free run
           02 FILE-MAP-FREE-CNT                            PIC 9(5).
           02 FILE-MAP-BIG-RUN                             PIC 9(5).
      ******************************************************************
      * COMPACT state: files on the writable store are taken in
      * ascending order of starting sector and each one is slid down
      * to the next free sector, so data only ever moves toward the
      * front and never over a file still waiting its turn.
      * FILE-CMP-SEEN marks the entries already taken
       01  FILE-CMP-DATA.
           02 FILE-CMP-NEXT                                PIC 9(5).
           02 FILE-CMP-PICK                                PIC 9(4).
           02 FILE-CMP-LOW                                 PIC 9(5).
           02 FILE-CMP-SECTS                               PIC 9(5).
           02 FILE-CMP-GAP                                 PIC 9(5).
           02 FILE-CMP-STEP                                PIC 9(5).
           02 FILE-CMP-STOP                                PIC 9(5).
           02 FILE-CMP-END                                 PIC 9(5).
           02 FILE-CMP-IDX                                 PIC 9(5).
           02 FILE-CMP-FILES                               PIC 9(4).
           02 FILE-CMP-MOVED                               PIC 9(5).
      * 'Y' once the dry run found an extent running past the data
      * area or overlapping the one before it; nothing is moved then
           02 FILE-CMP-BAD                                 PIC A(1).
      * 'Y' on the dry run, which only checks the extents' ordering
           02 FILE-CMP-DRY                                 PIC A(1).
           02 FILE-CMP-SEEN OCCURS 100 TIMES               PIC A(1).
      ******************************************************************
      * CHKSTORE state: the catalog entry owning each data-area sector
      * as the sound entries claim them (999 for sectors only a
      * condemned entry claims), each entry's verdict ('Y' when it is
      * to be quarantined), and the running tallies. FILE-CHK-FIX is
      * 'Y' for the repair mode
       01  FILE-CHK-DATA.
           02 FILE-CHK-FIX                                 PIC A(1)
           VALUE 'N'.
           02 FILE-CHK-OWNERS.
               03 FILE-CHK-OWNER OCCURS 4096 TIMES         PIC 9(3).
           02 FILE-CHK-BAD OCCURS 100 TIMES                PIC A(1).
           02 FILE-CHK-ENT                                 PIC 9(4).
           02 FILE-CHK-OTHER                               PIC 9(4).
           02 FILE-CHK-SECTS                               PIC 9(5).
           02 FILE-CHK-END                                 PIC 9(6).
           02 FILE-CHK-SECT                                PIC 9(5).
           02 FILE-CHK-LBA                                 PIC 9(10).
           02 FILE-CHK-BLKS                                PIC 9(8).
           02 FILE-CHK-DISC                                PIC A(1).
      * Map walk: what kind of run is open ('O' used but unowned, 'L'
      * owned but marked free, space for sound) and where it began
           02 FILE-CHK-KIND                                PIC A(1).
           02 FILE-CHK-RUN-KIND                            PIC A(1).
           02 FILE-CHK-RUN-START                           PIC 9(5).
           02 FILE-CHK-RUN-LEN                             PIC 9(5).
           02 FILE-CHK-FOUND                               PIC 9(4).
           02 FILE-CHK-QUAR                                PIC 9(4).
           02 FILE-CHK-HELD                                PIC 9(4).
           02 FILE-CHK-FREED                               PIC 9(5).
      ******************************************************************
      * Which device backs the writable file store: 'F' keeps the
      * catalog checkpoint on floppy cylinder 79 and file data on the
           02 FILE-STORE-PART                              PIC 9(1)
           VALUE 0.
      ******************************************************************
      * Generation handling: the generation a command named (0, the
      * current copy, unless one was given) and whether one was, DEL's
      * switch for reaching a quarantined entry, the keep limit RECV
      * was given (99 when none) and the one in force for the file at
      * hand. FILE-GEN-DROP marks entries being taken out of the table
       01  FILE-GEN-DATA.
           02 FILE-GEN-PICK                                PIC 9(2)
           VALUE 0.
           02 FILE-GEN-GIVEN                               PIC A(1)
           VALUE 'N'.
           02 FILE-FIND-QUAR                               PIC A(1)
           VALUE 'N'.
           02 FILE-GEN-LIMIT-PICK                          PIC 9(2)
           VALUE 99.
           02 FILE-GEN-DEFAULT                             PIC 9(1)
           VALUE 2.
           02 FILE-GEN-LIMIT                               PIC 9(1)
           VALUE 2.
           02 FILE-GEN-CUR                                 PIC 9(4).
           02 FILE-GEN-IDX                                 PIC 9(4).
           02 FILE-GEN-KEEP                                PIC 9(4).
           02 FILE-GEN-CUT                                 PIC 9(2).
           02 FILE-GEN-NEXT                                PIC 9(2).
           02 FILE-GEN-COUNT                               PIC 9(4).
           02 FILE-GEN-PRUNED                              PIC 9(4).
           02 FILE-GEN-PRUNE-BYTES                         PIC 9(10).
           02 FILE-GEN-NEED                                PIC 9(10).
           02 FILE-GEN-ROOM-OK                             PIC A(1).
           02 FILE-GEN-SECTS                               PIC 9(5).
           02 FILE-GEN-AT                                  PIC 9(5).
           02 FILE-GEN-DONE                                PIC 9(5).
           02 FILE-GEN-DIGIT                               PIC 9(1).
           02 FILE-GEN-SHOW                                PIC X(3).
           02 FILE-GEN-DROPS.
               03 FILE-GEN-DROP OCCURS 100 TIMES           PIC A(1).
      ******************************************************************
      * BACKUP/RESTORE state: the store picked on the command line
      * (0 the floppy, 1-4 a partition, 9 until one is given), the
      * shell's own store to come back to, and the source and target
      * stores of the run, each as device, base sector, partition and
      * data-area size
       01  FILE-BKP-DATA.
           02 FILE-BKP-PICK                                PIC 9(1)
           VALUE 9.
           02 FILE-BKP-REPLACE                             PIC A(1)
           VALUE 'N'.
           02 FILE-BKP-OP                                  PIC X(8).
           02 FILE-BKP-OK                                  PIC A(1).
           02 FILE-BKP-HOME-DEV                            PIC A(1).
           02 FILE-BKP-HOME-BASE                           PIC 9(9).
           02 FILE-BKP-HOME-PART                           PIC 9(1).
           02 FILE-BKP-HOME-SIZE                           PIC 9(5).
           02 FILE-BKP-OTHER-DEV                           PIC A(1).
           02 FILE-BKP-OTHER-BASE                          PIC 9(9).
           02 FILE-BKP-OTHER-PART                          PIC 9(1).
           02 FILE-BKP-OTHER-SIZE                          PIC 9(5).
           02 FILE-BKP-SRC-DEV                             PIC A(1).
           02 FILE-BKP-SRC-BASE                            PIC 9(9).
           02 FILE-BKP-SRC-PART                            PIC 9(1).
           02 FILE-BKP-SRC-SIZE                            PIC 9(5).
           02 FILE-BKP-TGT-DEV                             PIC A(1).
           02 FILE-BKP-TGT-BASE                            PIC 9(9).
           02 FILE-BKP-TGT-PART                            PIC 9(1).
           02 FILE-BKP-TGT-SIZE                            PIC 9(5).
      * What happens to each source entry: 'C' copy, 'R' copy over the
      * target's entry of the same name, 'S' skip it, 'X' unreadable
      * extent, space for entries that aren't store files; and where
      * its copy was allocated on the target
           02 FILE-BKP-ACT OCCURS 100 TIMES                PIC A(1).
           02 FILE-BKP-AT OCCURS 100 TIMES                 PIC 9(5).
           02 FILE-BKP-IDX                                 PIC 9(4).
           02 FILE-BKP-HIT                                 PIC 9(4).
           02 FILE-BKP-SECTS                               PIC 9(5).
           02 FILE-BKP-DONE                                PIC 9(5).
           02 FILE-BKP-NEED                                PIC 9(6).
           02 FILE-BKP-NEW                                 PIC 9(4).
      * Target entries a REPLACE run drops, every generation of each
      * name being replaced
           02 FILE-BKP-GONE                                PIC 9(4).
           02 FILE-BKP-FILES                               PIC 9(4).
           02 FILE-BKP-REPL                                PIC 9(4).
           02 FILE-BKP-SKIPPED                             PIC 9(4).
           02 FILE-BKP-UNREAD                              PIC 9(4).
           02 FILE-BKP-MOVED                               PIC 9(6).
      * The source store's catalog, held while the target's catalog
      * is the one loaded; laid out entry for entry like FILE-CATALOG
      * so whole entries carry across with their timestamps
       01  FILE-BKP-CATALOG.
           02 FILE-BKP-NUM-FILES                           PIC 9(4).
           02 FILE-BKP-ENTRY OCCURS 100 TIMES.
               03 FILE-BKP-ENT-NAME                        PIC X(24).
               03 FILE-BKP-ENT-EXT                         PIC X(3).
               03 FILE-BKP-ENT-CYL                         PIC 9(5).
               03 FILE-BKP-ENT-SECT                        PIC 9(5).
               03 FILE-BKP-ENT-RECORD                      PIC 9(4).
               03 FILE-BKP-ENT-CREAT-TIME                  PIC X(14).
               03 FILE-BKP-ENT-RECLEN                      PIC 9(4).
               03 FILE-BKP-ENT-NUMRECS                     PIC 9(7).
               03 FILE-BKP-ENT-MEDIA                       PIC A(1).
               03 FILE-BKP-ENT-GEN                         PIC 9(1).
               03 FILE-BKP-ENT-GEN-LIMIT                   PIC 9(1).
               03 FILE-BKP-ENT-DISC-SIG                    PIC 9(7).
      ******************************************************************
      * SORT state: the output name, the keys from the command line
      * (start column, length, 'A' ascending or 'D' descending), and
      * the run. Records are put in order a window at a time in an
      * allocation from the memory pool; when the file is bigger
      * than the window each ordered run is written to the store and
      * the runs are merged pairwise, back and forth between a work
      * extent and the output's own extent, until one run is left
       01  FILE-SRT-DATA.
           02 FILE-SRT-OUT-NAME                            PIC X(24).
           02 FILE-SRT-OUT-EXT                             PIC X(3).
           02 FILE-SRT-KEYS                                PIC 9(1).
           02 FILE-SRT-KEY-BAD                             PIC A(1).
           02 FILE-SRT-KEY OCCURS 4 TIMES.
               03 FILE-SRT-KEY-START                       PIC 9(4).
               03 FILE-SRT-KEY-LEN                         PIC 9(4).
               03 FILE-SRT-KEY-DIR                         PIC A(1).
           02 FILE-SRT-WORDS.
               03 FILE-SRT-WORD OCCURS 4 TIMES             PIC X(18).
           02 FILE-SRT-PART1                               PIC X(8).
           02 FILE-SRT-PART2                               PIC X(8).
           02 FILE-SRT-PART3                               PIC X(8).
           02 FILE-SRT-K                                   PIC 9(1).
           02 FILE-SRT-OK                                  PIC A(1).
           02 FILE-SRT-IN                                  PIC 9(4).
           02 FILE-SRT-RECLEN                              PIC 9(4).
           02 FILE-SRT-NUMRECS                             PIC 9(7).
           02 FILE-SRT-BYTES                               PIC 9(10).
           02 FILE-SRT-SECTS                               PIC 9(5).
           02 FILE-SRT-OUT-AT                              PIC 9(5).
           02 FILE-SRT-WORK-AT                             PIC 9(5).
      * The window: how many records it holds, its size, and the
      * pointer to it with the address overlay the pool tracking uses
           02 FILE-SRT-WIN-RECS                            PIC 9(5).
           02 FILE-SRT-WIN-BYTES                           PIC 9(8).
           02 FILE-SRT-PTR-G.
               03 FILE-SRT-PTR                             USAGE IS
               POINTER.
           02 FILE-SRT-ADDR REDEFINES FILE-SRT-PTR-G       USAGE IS
           BINARY-LONG UNSIGNED.
           02 FILE-SRT-RUNS                                PIC 9(7).
           02 FILE-SRT-PASSES                              PIC 9(2).
           02 FILE-SRT-SPAN                                PIC 9(8).
      * Extents the records are read from and written to on a pass
           02 FILE-SRT-FROM                                PIC 9(5).
           02 FILE-SRT-TO                                  PIC 9(5).
           02 FILE-SRT-RUN-FIRST                           PIC 9(8).
           02 FILE-SRT-RUN-COUNT                           PIC 9(5).
           02 FILE-SRT-I                                   PIC 9(5).
           02 FILE-SRT-J                                   PIC 9(5).
           02 FILE-SRT-HOLD                                PIC 9(5).
           02 FILE-SRT-OFF                                 PIC 9(8).
           02 FILE-SRT-ORDER OCCURS 4096 TIMES             PIC 9(5).
      * Outcome of comparing record A with record B in output order
           02 FILE-SRT-CMP                                 PIC X(1).
           02 FILE-SRT-TAKE                                PIC A(1).
           02 FILE-SRT-A                                   PIC X(2048).
           02 FILE-SRT-B                                   PIC X(2048).
           02 FILE-SRT-W                                   PIC X(2048).
           02 FILE-SRT-P                                   PIC 9(8).
           02 FILE-SRT-L-NEXT                              PIC 9(8).
           02 FILE-SRT-L-END                               PIC 9(8).
           02 FILE-SRT-R-NEXT                              PIC 9(8).
           02 FILE-SRT-R-END                               PIC 9(8).
           02 FILE-SRT-OUT-RECS                            PIC 9(7).
      * Two record readers over one extent, each with its own sector
      * buffer, feeding A (reader 1) and B (reader 2) for a merge
           02 FILE-SRT-S                                   PIC 9(1).
           02 FILE-SRT-GET-REC                             PIC 9(8).
           02 FILE-SRT-STREAM OCCURS 2 TIMES.
               03 FILE-SRT-SBASE                           PIC 9(5).
               03 FILE-SRT-SCACHED                         PIC 9(5).
               03 FILE-SRT-SBUF                            PIC X(512).
      * Sequential record writer from W, with its own sector buffer
           02 FILE-SRT-WBASE                               PIC 9(5).
           02 FILE-SRT-WPOS                                PIC 9(10).
           02 FILE-SRT-WSECT                               PIC 9(5).
           02 FILE-SRT-WHAVE                               PIC A(1).
           02 FILE-SRT-WBUF                                PIC X(512).
           02 FILE-SRT-ABS                                 PIC 9(10).
           02 FILE-SRT-END                                 PIC 9(10).
           02 FILE-SRT-SECT                                PIC 9(5).
           02 FILE-SRT-POS                                 PIC 9(4).
           02 FILE-SRT-DONE                                PIC 9(5).
           02 FILE-SRT-CHUNK                               PIC 9(5).
           02 FILE-SRT-BLK                                 PIC 9(7).
      * Window onto the sort's allocation, pointed at it before use
       01  FILE-SRT-AREA BASED                             PIC X(65536).
      ******************************************************************
      * FIND state: the search text and its length, the optional file
      * name and extension to confine the search to (spaces or * for
      * any), the record columns a match must lie in, and the tallies
       01  FILE-FND-DATA.
           02 FILE-FND-TEXT                                PIC X(24).
           02 FILE-FND-LEN                                 PIC 9(2).
           02 FILE-FND-NAME                                PIC X(24).
           02 FILE-FND-EXT                                 PIC X(3).
           02 FILE-FND-FROM                                PIC 9(4).
           02 FILE-FND-TO                                  PIC 9(4).
           02 FILE-FND-PART1                               PIC X(8).
           02 FILE-FND-PART2                               PIC X(8).
           02 FILE-FND-ENT                                 PIC 9(4).
           02 FILE-FND-LAST                                PIC 9(4).
           02 FILE-FND-REC                                 PIC 9(7).
           02 FILE-FND-COL                                 PIC 9(4).
           02 FILE-FND-HIT                                 PIC 9(4).
           02 FILE-FND-SHOW                                PIC 9(4).
           02 FILE-FND-PTR                                 PIC 9(4).
           02 FILE-FND-FILES                               PIC 9(4).
           02 FILE-FND-SKIPPED                             PIC 9(4).
           02 FILE-FND-RECS                                PIC 9(8).
           02 FILE-FND-HITS                                PIC 9(8).
           02 FILE-FND-LINES                               PIC 9(4).
      ******************************************************************
      * RESCAN state: the pass over the disc directory (1 matches and
      * updates what is cataloged, 2 adds what is new), the catalog
      * count the scan started with and which of those entries the
      * disc still holds, the directory block being walked and where
      * its next record starts, and the tallies for the summary
       01  FILE-RSC-DATA.
           02 FILE-RSC-PASS                                PIC 9(1).
           02 FILE-RSC-LAST                                PIC 9(4).
           02 FILE-RSC-BEFORE                              PIC 9(4).
           02 FILE-RSC-SEEN-TABLE.
               03 FILE-RSC-SEEN OCCURS 100 TIMES           PIC A(1).
           02 FILE-RSC-DIRBUF                              PIC X(2048).
           02 FILE-RSC-BLKS                                PIC 9(5).
           02 FILE-RSC-BLK                                 PIC 9(5).
           02 FILE-RSC-POS                                 PIC 9(5).
           02 FILE-RSC-RECLEN                              PIC 9(3).
           02 FILE-RSC-FLAGS                               PIC 9(3).
           02 FILE-RSC-OLD-BYTES                           PIC 9(10).
           02 FILE-RSC-NEW-BYTES                           PIC 9(10).
           02 FILE-RSC-DIRTY                               PIC A(1).
           02 FILE-RSC-ON-DISC                             PIC 9(4).
           02 FILE-RSC-ADDED                               PIC 9(4).
           02 FILE-RSC-CHANGED                             PIC 9(4).
           02 FILE-RSC-RETIRED                             PIC 9(4).
           02 FILE-RSC-STALE                               PIC 9(4).
           02 FILE-RSC-HELD                                PIC 9(4).
           02 FILE-RSC-LINES                               PIC 9(4).
      ******************************************************************
      * Record-level access staging: RECGET/RECPUT touch one
      * fixed-length record of a cataloged file (picked by the
      * FILE-RECORD number) without disturbing the rest of it
           02 FILE-REC-CACHED                              PIC 9(7).
           02 FILE-REC-SECT                                PIC 9(5).
           02 FILE-REC-SCACHED                             PIC 9(5).
      * First data-area sector of the copy FILE-STORE-RECORD patches
           02 FILE-REC-BASE                                PIC 9(5).
           02 FILE-REC-NEWSECT                             PIC 9(5).
           02 FILE-REC-HAVE                                PIC A(1).
           02 FILE-REC-CHUNK                               PIC 9(4).
               03 HW-PCI-DEVICE                            PIC 9(5).
               03 HW-PCI-ENT-CLASS                         PIC 9(3).
               03 HW-PCI-CLASS-NAME                        PIC X(12).
      ******************************************************************
      * Hardware baseline: the inventory above as BASELINE saved it to
      * the store file BASELINE SYS (one 512-byte record, the previous
      * baseline kept as generation -1), read back at each boot and
      * compared with what the drivers just found
       01  HW-BASE-DATA.
           02 HW-BASE-REC.
               03 HW-BASE-TAG                              PIC X(4).
               03 HW-BASE-FLOPPY1                          PIC 9(2).
               03 HW-BASE-FLOPPY2                          PIC 9(2).
               03 HW-BASE-PS2-DEVS                         PIC 9(1).
               03 HW-BASE-SB16-PRESENT                     PIC A(1).
               03 HW-BASE-SB16-VER                         PIC 9(8).
               03 HW-BASE-MEM-TOTAL                        PIC 9(10).
               03 HW-BASE-ATA-PRESENT                      PIC A(1).
               03 HW-BASE-ATA-MODEL                        PIC X(40).
               03 HW-BASE-ATA-SECTORS                      PIC 9(9).
               03 HW-BASE-PCI-COUNT                        PIC 9(2).
               03 HW-BASE-PCI OCCURS 16 TIMES.
                   04 HW-BASE-PCI-BUS                      PIC 9(3).
                   04 HW-BASE-PCI-SLOT                     PIC 9(2).
                   04 HW-BASE-PCI-FUNC                     PIC 9(1).
                   04 HW-BASE-PCI-VENDOR                   PIC 9(5).
                   04 HW-BASE-PCI-DEVICE                   PIC 9(5).
                   04 HW-BASE-PCI-CLASS                    PIC 9(3).
               03 FILLER                                   PIC X(128).
           02 HW-BASE-FILE-NAME                            PIC X(24)
           VALUE "BASELINE".
           02 HW-BASE-FILE-EXT                             PIC X(3)
           VALUE "SYS".
           02 HW-BASE-KEEP                                 PIC 9(1)
           VALUE 1.
           02 HW-BASE-IDX                                  PIC 9(2).
           02 HW-BASE-CUR                                  PIC 9(2).
           02 HW-BASE-MATCH                                PIC 9(2).
           02 HW-BASE-DIFFS                                PIC 9(3).
           02 HW-BASE-SECT                                 PIC 9(5).
           02 HW-BASE-WHEN                                 PIC X(17).
           02 HW-BASE-NAME                                 PIC X(12).
           02 HW-BASE-MAJOR                                PIC 9(2).
           02 HW-BASE-MINOR                                PIC 9(2).
           02 HW-BASE-MODE                                 PIC X(8).
           02 HW-BASE-BEFORE                               PIC 9(4).
      ******************************************************************
       01  LOG-DATA.
      ******************************************************************
           02 VALUE "Command:" LINE 11 COL 1.
           02 SH-T8 LINE 12 COL 3 PIC X(72)
           USING SHELL-CMD-LINE.
           02 VALUE "COMPACT = pack the store's free space" LINE 19
           COL 1.
           02 VALUE "CHKSTORE [FIX] = check store" LINE 19 COL 45.
           02 VALUE "BACKUP/RESTORE n [REPLACE] = copy whole store"
           LINE 18 COL 1.
           02 VALUE "RECV name ext [keep], ROLLBACK name ext [gen]"
           LINE 17 COL 1.
           02 VALUE "TYPE/DEL/RECGET take [gen]" LINE 17 COL 50.
           02 VALUE "RESCAN = re-read the disc" LINE 18 COL 50.
           02 VALUE "OPERATOR [id pin V|F|H | id DEL | UNLOCK]" LINE 15
           COL 1.
           02 VALUE "BASELINE [CHECK]" LINE 15 COL 45.
           02 VALUE "PRINT name ext | PRINT DIR|LOG|SYSINFO|SCHED"
           LINE 14 COL 1.
           02 VALUE "SORT name ext out ext start,len[,D] ..." LINE 16
           COL 1.
           02 VALUE "FIND text [name|* ext|* [from,to]]" LINE 16
           COL 43.
020600     02 VALUE "OUT8 = Perform an IO operation" LINE 20 COL 1.
020700     02 VALUE "OUT16, OUT32, IN8, IN16, IN32" LINE 21 COL 1.
           02 VALUE "EVERY s cmd, SCHED [n], SAVECAT, FILES" LINE 21
           PERFORM ATAPI-READ.
           PERFORM DEBUG-HANG.
021700     PERFORM UART-INIT.
           PERFORM LPT-INIT.
021800     PERFORM PS2-INIT.
021900     PERFORM PS2-INIT-KEYBOARD.
           PERFORM PS2-INIT-MOUSE.
           PERFORM PCI-INIT.
           PERFORM INIT-SB16.
      * Hold what the drivers found against the saved baseline
           PERFORM HW-BASE-CHECK.
      * With the drivers up, run the operator's startup script before
      * the menu comes up so unattended restarts configure themselves
           PERFORM BATCH-RUN-STARTUP.
                   PERFORM SHELL-SEND
               WHEN "RECV"
                   PERFORM SHELL-RECV
               WHEN "ROLLBACK"
                   PERFORM SHELL-ROLLBACK
               WHEN "DSKINIT"
                   PERFORM SHELL-DSKINIT
               WHEN "DSKUSE"
                   ELSE
                       PERFORM SCHED-CANCEL
                   END-IF
               WHEN "COMPACT"
                   PERFORM SHELL-COMPACT
               WHEN "CHKSTORE"
                   PERFORM SHELL-CHKSTORE
               WHEN "SORT"
                   PERFORM SHELL-SORT
               WHEN "FIND"
                   PERFORM SHELL-FIND
               WHEN "RESCAN"
                   PERFORM SHELL-RESCAN
               WHEN "OPERATOR"
                   PERFORM SHELL-OPERATOR
               WHEN "BASELINE"
                   PERFORM SHELL-BASELINE
               WHEN "PRINT"
                   PERFORM SHELL-PRINT
               WHEN "BACKUP"
               WHEN "RESTORE"
                   PERFORM SHELL-BACKUP
               WHEN "SAVECAT"
                   PERFORM FILE-SAVE-CATALOG
                   MOVE "Catalog checkpointed" TO SHELL-LINE
               WHEN "SYSINFO"
                   PERFORM SHELL-SYSINFO
               WHEN "REMOTE"
                   PERFORM OPR-CHECK-LOCK
                   IF UART-CONSOLE-ACTIVE = 'Y'
                       MOVE "Remote console is already driving" TO
                       SHELL-LINE
                       PERFORM SHELL-PUT-LINE
      * Failed sign-ons lock the port for a while
                   ELSE IF OPR-LOCK-UNTIL NOT = 0
                       MOVE "REMOTE: console locked, OPERATOR UNLOCK"
                       TO SHELL-LINE
                       PERFORM SHELL-PUT-LINE
                       MOVE "UART" TO LOG-SUBSYS
                       MOVE 'W' TO LOG-SEV
                       MOVE "Remote console refused, port locked" TO
                       LOG-TEXT
                       PERFORM KLOG-RECORD
                       MOVE 'N' TO SHELL-OP-OK
                   ELSE
                       PERFORM UART-CONSOLE
                   END-IF
                   END-IF
               WHEN "EXIT"
                   MOVE 'X' TO WS-REPLY
               WHEN SPACES
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
           END-EVALUATE.
           PERFORM FILE-GEN-RESET.
      * Report the value an IN opname just read
       SHELL-IN-RESULT.
           MOVE IO-DATA TO SHELL-NUM.
               WHEN "SEND"
               WHEN "RECV"
               WHEN "PLAY"
               WHEN "ROLLBACK"
                   MOVE SHELL-ARG1 TO FILE-NAME
                   MOVE SHELL-ARG2(1:3) TO FILE-EXT
      * TYPE, DEL and ROLLBACK may name a generation, RECV the
      * number of older generations to keep
                   IF SHELL-ARG3 NOT = SPACES AND
                   (SHELL-OPNAME = "TYPE" OR SHELL-OPNAME = "DEL" OR
                   SHELL-OPNAME = "ROLLBACK" OR SHELL-OPNAME = "RECV")
                       MOVE SHELL-ARG3 TO SHELL-ARG-WORK
                       PERFORM FILE-GEN-OPERAND
                   END-IF
      * Record operations put the record number second so it reads
      * naturally; the extension is optional and falls back to
      * whatever is staged on the prompt
                   IF SHELL-ARG3 NOT = SPACES
                       MOVE SHELL-ARG3(1:3) TO FILE-EXT
                   END-IF
                   IF SHELL-OPNAME = "RECGET" AND
                   SHELL-ARG4 NOT = SPACES
                       MOVE SHELL-ARG4 TO SHELL-ARG-WORK
                       PERFORM FILE-GEN-OPERAND
                   END-IF
      * RECPUT's replacement text is the raw rest of the line after
      * the extension, so embedded blanks survive the parse
                   IF SHELL-OPNAME = "RECPUT"
                   MOVE SHELL-ARG2 TO SHELL-ARG-WORK
                   PERFORM SHELL-ARG-TO-NUM
                   MOVE SHELL-ARG-NUM TO MON-VAL
               WHEN "BACKUP"
               WHEN "RESTORE"
                   IF SHELL-ARG1 = SPACES
                       MOVE 9 TO FILE-BKP-PICK
                   ELSE
                       MOVE SHELL-ARG1 TO SHELL-ARG-WORK
                       PERFORM SHELL-ARG-TO-NUM
                       IF SHELL-ARG-NUM > 9
                           MOVE 9 TO FILE-BKP-PICK
                       ELSE
                           MOVE SHELL-ARG-NUM TO FILE-BKP-PICK
                       END-IF
                   END-IF
                   IF SHELL-ARG2 = "REPLACE"
                       MOVE 'Y' TO FILE-BKP-REPLACE
                   ELSE
                       MOVE 'N' TO FILE-BKP-REPLACE
                   END-IF
      * SORT names the input, then the output, then its keys
               WHEN "SORT"
                   MOVE SHELL-ARG1 TO FILE-NAME
                   MOVE SHELL-ARG2(1:3) TO FILE-EXT
                   MOVE SHELL-ARG3 TO FILE-SRT-OUT-NAME
                   MOVE SHELL-ARG4(1:3) TO FILE-SRT-OUT-EXT
                   PERFORM FILE-SRT-PARSE-KEYS
               WHEN "BASELINE"
                   MOVE SHELL-ARG1 TO HW-BASE-MODE
               WHEN "PRINT"
                   MOVE SHELL-ARG1 TO LPT-ARG1
                   MOVE SHELL-ARG2(1:3) TO LPT-ARG2
               WHEN "OPERATOR"
                   MOVE SHELL-ARG1 TO OPR-ARG-ID
                   MOVE SHELL-ARG2 TO OPR-ARG-PIN
                   MOVE SHELL-ARG3 TO OPR-ARG-CLASS
      * FIND takes the text, then optionally a name and extension (*
      * for any) and a from,to column range
               WHEN "FIND"
                   MOVE SHELL-ARG1 TO FILE-FND-TEXT
                   MOVE SHELL-ARG2 TO FILE-FND-NAME
                   MOVE SHELL-ARG3(1:3) TO FILE-FND-EXT
                   MOVE 1 TO FILE-FND-FROM
                   MOVE 9999 TO FILE-FND-TO
                   IF SHELL-ARG4 NOT = SPACES
                       MOVE SPACES TO FILE-FND-PART1
                       MOVE SPACES TO FILE-FND-PART2
                       UNSTRING SHELL-ARG4 DELIMITED BY ","
                       INTO FILE-FND-PART1 FILE-FND-PART2
                       END-UNSTRING
                       MOVE FILE-FND-PART1 TO SHELL-ARG-WORK
                       PERFORM SHELL-ARG-TO-NUM
                       IF SHELL-ARG-NUM > 9999
                           MOVE 0 TO FILE-FND-FROM
                       ELSE
                           MOVE SHELL-ARG-NUM TO FILE-FND-FROM
                       END-IF
                       IF FILE-FND-PART2 NOT = SPACES
                           MOVE FILE-FND-PART2 TO SHELL-ARG-WORK
                           PERFORM SHELL-ARG-TO-NUM
                           IF SHELL-ARG-NUM < 9999
                               MOVE SHELL-ARG-NUM TO FILE-FND-TO
                           END-IF
                       END-IF
                   END-IF
               WHEN "CHKSTORE"
                   IF SHELL-ARG1 = "FIX"
                       MOVE 'Y' TO FILE-CHK-FIX
                   ELSE
                       MOVE 'N' TO FILE-CHK-FIX
                   END-IF
               WHEN "LOG"
                   MOVE SHELL-ARG1(1:1) TO LOG-FILTER
               WHEN "DEBUG"
               SHELL-TAIL
           END-IF.
      * Put one line of shell output on the screen, and mirror it
      * down the serial line when the remote console is driving.
      * While PRINT runs one of the shell's reports the line goes to
      * the printer instead
       SHELL-PUT-LINE.
           IF LPT-CAPTURE = 'Y'
               MOVE SHELL-LINE TO LPT-TEXT
               PERFORM LPT-PRINT-LINE
           ELSE
               DISPLAY SHELL-LINE END-DISPLAY
               IF UART-CONSOLE-ACTIVE = 'Y'
                   PERFORM SHELL-MIRROR-LINE
               END-IF
           END-IF.
      * Send SHELL-LINE out the serial port without its trailing
      * blanks, ended with CR LF
       SHELL-MIRROR-LINE.
           MOVE 0 TO UART-MSGLEN.
           PERFORM VARYING K FROM 78 BY -1 UNTIL K < 1
           OR UART-MSGLEN NOT = 0
               IF SHELL-LINE(K:1) NOT = SPACE
                   MOVE K TO UART-MSGLEN
               END-IF
           END-PERFORM.
           MOVE SPACES TO UART-MSG.
           IF UART-MSGLEN NOT = 0
               MOVE SHELL-LINE(1:UART-MSGLEN) TO UART-MSG
           END-IF.
           MOVE X"0D" TO UART-MSG(UART-MSGLEN + 1:1).
           MOVE X"0A" TO UART-MSG(UART-MSGLEN + 2:1).
           ADD 2 TO UART-MSGLEN END-ADD.
           PERFORM UART-SEND-STRING.
      * Run the startup script, if one is installed, from its
      * well-known floppy sector: each CR/LF-terminated line goes
      * through the shell dispatch, a failed step is reported and the
               WHEN OTHER
                   MOVE "Unknown" TO HW-PCI-NAME
           END-EVALUATE.
      * Save the inventory this boot captured as the hardware
      * baseline, for the shell's BASELINE opname ("BASELINE CHECK"
      * runs the boot-time comparison again on demand). The disk is
      * identified afresh first, since nothing else does at boot. The
      * new record is written to fresh sectors and cataloged as the
      * current generation in one checkpoint, the previous baseline
      * becoming generation -1
       SHELL-BASELINE.
           IF HW-BASE-MODE = "CHECK"
               PERFORM HW-BASE-CHECK
           ELSE IF HW-BASE-MODE NOT = SPACES
               MOVE "BASELINE: use BASELINE or BASELINE CHECK" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               PERFORM ATA-IDENTIFY
               PERFORM HW-BASE-CAPTURE
               MOVE HW-BASE-FILE-NAME TO FILE-NAME
               MOVE HW-BASE-FILE-EXT TO FILE-EXT
               PERFORM FILE-FIND
               MOVE FILE-FOUND TO FILE-GEN-CUR
               MOVE HW-BASE-KEEP TO FILE-GEN-LIMIT
               MOVE 512 TO FILE-GEN-NEED
               PERFORM FILE-GEN-ROOM
               IF FILE-GEN-ROOM-OK = 'Y'
                   MOVE 1 TO FILE-MAP-COUNT
                   PERFORM FILE-ALLOC
                   IF FILE-ALLOC-OK NOT = 'Y'
                       MOVE 'N' TO FILE-GEN-ROOM-OK
                   END-IF
               END-IF
               IF FILE-GEN-CUR NOT = 0 AND
               FILE-ENT-MEDIA(FILE-GEN-CUR) NOT = 'F'
                   IF FILE-GEN-ROOM-OK = 'Y'
                       PERFORM FILE-MAP-FREE
                   END-IF
                   MOVE "BASELINE: BASELINE SYS is not a store file"
                   TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               ELSE IF FILE-GEN-ROOM-OK NOT = 'Y'
                   MOVE "BASELINE: no room to save the baseline" TO
                   SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE "HW" TO LOG-SUBSYS
                   MOVE 'E' TO LOG-SEV
                   MOVE "Baseline not saved, no room" TO LOG-TEXT
                   PERFORM KLOG-RECORD
                   MOVE 'N' TO SHELL-OP-OK
               ELSE
                   MOVE FILE-MAP-START TO HW-BASE-SECT
                   MOVE HW-BASE-REC TO FLOPPY-BUF
                   MOVE HW-BASE-SECT TO FILE-DATA-SECT
                   PERFORM FILE-DATA-WRITE-SECT
                   MOVE 'F' TO FILE-MEDIA
                   MOVE 0 TO FILE-CYL
                   MOVE HW-BASE-SECT TO FILE-SECT
                   MOVE 0 TO FILE-RECORD
                   MOVE 512 TO FILE-RECLEN
                   MOVE 1 TO FILE-NUMRECS
                   IF FILE-GEN-CUR NOT = 0
                       PERFORM FILE-GEN-AGE
                   END-IF
      * Success shows as one more catalog entry
                   MOVE FILE-NUM-FILES TO HW-BASE-BEFORE
                   PERFORM FILE-CREATE
                   MOVE "HW" TO LOG-SUBSYS
                   IF FILE-NUM-FILES > HW-BASE-BEFORE
                       MOVE SPACES TO SHELL-LINE
                       STRING "Baseline saved: memory " MEM-TOTAL-BYTES
                       " bytes, " HW-PCI-COUNT " PCI devices, disk "
                       ATA-PRESENT ", SB16 " HW-SB16-PRESENT
                       DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                       PERFORM SHELL-PUT-LINE
                       MOVE 'I' TO LOG-SEV
                       MOVE "Hardware baseline saved" TO LOG-TEXT
                   ELSE
                       MOVE HW-BASE-SECT TO FILE-MAP-START
                       MOVE 1 TO FILE-MAP-COUNT
                       PERFORM FILE-MAP-FREE
                       MOVE "BASELINE: baseline could not be cataloged"
                       TO SHELL-LINE
                       PERFORM SHELL-PUT-LINE
                       MOVE 'E' TO LOG-SEV
                       MOVE "Baseline not saved, catalog refused" TO
                       LOG-TEXT
                       MOVE 'N' TO SHELL-OP-OK
                   END-IF
                   PERFORM KLOG-RECORD
               END-IF
               END-IF
           END-IF
           END-IF.
      * Lay the inventory out as a baseline record
       HW-BASE-CAPTURE.
           MOVE SPACES TO HW-BASE-REC.
           MOVE "HWBL" TO HW-BASE-TAG.
           MOVE HW-FLOPPY1-TYPE TO HW-BASE-FLOPPY1.
           MOVE HW-FLOPPY2-TYPE TO HW-BASE-FLOPPY2.
           MOVE HW-PS2-DEVS TO HW-BASE-PS2-DEVS.
           MOVE HW-SB16-PRESENT TO HW-BASE-SB16-PRESENT.
           MOVE HW-SB16-VER TO HW-BASE-SB16-VER.
           MOVE MEM-TOTAL-BYTES TO HW-BASE-MEM-TOTAL.
           MOVE ATA-PRESENT TO HW-BASE-ATA-PRESENT.
           IF ATA-PRESENT = 'Y'
               MOVE ATA-MODEL TO HW-BASE-ATA-MODEL
               MOVE ATA-SECTORS TO HW-BASE-ATA-SECTORS
           ELSE
               MOVE 0 TO HW-BASE-ATA-SECTORS
           END-IF.
           MOVE HW-PCI-COUNT TO HW-BASE-PCI-COUNT.
           PERFORM VARYING HW-BASE-IDX FROM 1 BY 1
           UNTIL HW-BASE-IDX > 16
               IF HW-BASE-IDX > HW-PCI-COUNT
                   MOVE 0 TO HW-BASE-PCI-BUS(HW-BASE-IDX)
                   MOVE 0 TO HW-BASE-PCI-SLOT(HW-BASE-IDX)
                   MOVE 0 TO HW-BASE-PCI-FUNC(HW-BASE-IDX)
                   MOVE 0 TO HW-BASE-PCI-VENDOR(HW-BASE-IDX)
                   MOVE 0 TO HW-BASE-PCI-DEVICE(HW-BASE-IDX)
                   MOVE 0 TO HW-BASE-PCI-CLASS(HW-BASE-IDX)
               ELSE
                   MOVE HW-PCI-BUS(HW-BASE-IDX) TO
                   HW-BASE-PCI-BUS(HW-BASE-IDX)
                   MOVE HW-PCI-SLOT(HW-BASE-IDX) TO
                   HW-BASE-PCI-SLOT(HW-BASE-IDX)
                   MOVE HW-PCI-FUNC(HW-BASE-IDX) TO
                   HW-BASE-PCI-FUNC(HW-BASE-IDX)
                   MOVE HW-PCI-VENDOR(HW-BASE-IDX) TO
                   HW-BASE-PCI-VENDOR(HW-BASE-IDX)
                   MOVE HW-PCI-DEVICE(HW-BASE-IDX) TO
                   HW-BASE-PCI-DEVICE(HW-BASE-IDX)
                   MOVE HW-PCI-ENT-CLASS(HW-BASE-IDX) TO
                   HW-BASE-PCI-CLASS(HW-BASE-IDX)
               END-IF
           END-PERFORM.
      * Compare this boot's inventory with the saved baseline, once
      * PCI-INIT and INIT-SB16 have filled it in. Every difference is
      * reported, logged at E when something has gone or shrunk and
      * at W when it has changed or been added, and sent out the
      * serial line when it is up. With no baseline saved there is
      * nothing to compare and the boot carries on
       HW-BASE-CHECK.
           MOVE 0 TO HW-BASE-DIFFS.
           MOVE HW-BASE-FILE-NAME TO FILE-NAME.
           MOVE HW-BASE-FILE-EXT TO FILE-EXT.
           PERFORM FILE-FIND.
           MOVE "HW" TO LOG-SUBSYS.
           IF FILE-FOUND = 0
               MOVE "Hardware check: no baseline saved" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'I' TO LOG-SEV
               MOVE "No hardware baseline to compare" TO LOG-TEXT
               PERFORM KLOG-RECORD
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) NOT = 'F' OR
           FILE-ENT-RECLEN(FILE-FOUND) NOT = 512
               MOVE "Hardware check: BASELINE SYS is not a baseline"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'W' TO LOG-SEV
               MOVE "Hardware baseline file unusable" TO LOG-TEXT
               PERFORM KLOG-RECORD
           ELSE
               MOVE SPACES TO HW-BASE-WHEN
               STRING FILE-ENT-CREAT-DAY(FILE-FOUND) "/"
               FILE-ENT-CREAT-MONTH(FILE-FOUND) "/"
               FILE-ENT-CREAT-YEAR(FILE-FOUND) " "
               FILE-ENT-CREAT-HOUR(FILE-FOUND) ":"
               FILE-ENT-CREAT-MINUTE(FILE-FOUND)
               DELIMITED BY SIZE INTO HW-BASE-WHEN END-STRING
               MOVE FILE-ENT-SECT(FILE-FOUND) TO FILE-DATA-SECT
               PERFORM FILE-DATA-READ-SECT
               MOVE FLOPPY-BUF TO HW-BASE-REC
               IF HW-BASE-TAG NOT = "HWBL" OR
               HW-BASE-MEM-TOTAL NOT NUMERIC OR
               HW-BASE-PCI-COUNT NOT NUMERIC OR
               HW-BASE-PCI-COUNT > 16
                   MOVE "Hardware check: baseline record is unreadable"
                   TO SHELL-LINE
                   PERFORM HW-BASE-PUT
                   MOVE 'W' TO LOG-SEV
                   MOVE "Hardware baseline unreadable" TO LOG-TEXT
                   PERFORM KLOG-RECORD
               ELSE
                   MOVE SPACES TO SHELL-LINE
                   STRING "Hardware check against the baseline of "
                   HW-BASE-WHEN DELIMITED BY SIZE INTO SHELL-LINE
                   END-STRING
                   PERFORM HW-BASE-PUT
                   PERFORM ATA-IDENTIFY
                   PERFORM HW-BASE-COMPARE
                   PERFORM HW-BASE-COMPARE-PCI
                   MOVE "HW" TO LOG-SUBSYS
                   MOVE 'I' TO LOG-SEV
                   MOVE SPACES TO SHELL-LINE
                   MOVE SPACES TO LOG-TEXT
                   IF HW-BASE-DIFFS = 0
                       MOVE "Hardware check: no changes" TO SHELL-LINE
                       MOVE "Hardware matches the baseline" TO LOG-TEXT
                   ELSE
                       STRING "Hardware check: " HW-BASE-DIFFS
                       " changes since the baseline"
                       DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                       STRING "Hardware check found " HW-BASE-DIFFS
                       " changes" DELIMITED BY SIZE INTO LOG-TEXT
                       END-STRING
                   END-IF
                   PERFORM HW-BASE-PUT
                   PERFORM KLOG-RECORD
               END-IF
           END-IF
           END-IF.
      * The single-valued items: floppy types, PS2 devices, the SB16,
      * the memory total and the hard disk
       HW-BASE-COMPARE.
           IF HW-FLOPPY1-TYPE NOT = HW-BASE-FLOPPY1
               MOVE HW-BASE-FLOPPY1 TO HW-FLOPPY-TYPE-WORK
               PERFORM HW-FLOPPY-DECODE
               MOVE HW-FLOPPY-NAME TO HW-BASE-NAME
               MOVE HW-FLOPPY1-TYPE TO HW-FLOPPY-TYPE-WORK
               PERFORM HW-FLOPPY-DECODE
               MOVE SPACES TO SHELL-LINE
               STRING "Floppy A was " HW-BASE-NAME " now "
               HW-FLOPPY-NAME DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               MOVE SPACES TO LOG-TEXT
               STRING "Floppy A type " HW-BASE-FLOPPY1 " now "
               HW-FLOPPY1-TYPE DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               IF HW-FLOPPY1-TYPE = 0
                   MOVE 'E' TO LOG-SEV
               ELSE
                   MOVE 'W' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           END-IF.
           IF HW-FLOPPY2-TYPE NOT = HW-BASE-FLOPPY2
               MOVE HW-BASE-FLOPPY2 TO HW-FLOPPY-TYPE-WORK
               PERFORM HW-FLOPPY-DECODE
               MOVE HW-FLOPPY-NAME TO HW-BASE-NAME
               MOVE HW-FLOPPY2-TYPE TO HW-FLOPPY-TYPE-WORK
               PERFORM HW-FLOPPY-DECODE
               MOVE SPACES TO SHELL-LINE
               STRING "Floppy B was " HW-BASE-NAME " now "
               HW-FLOPPY-NAME DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               MOVE SPACES TO LOG-TEXT
               STRING "Floppy B type " HW-BASE-FLOPPY2 " now "
               HW-FLOPPY2-TYPE DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               IF HW-FLOPPY2-TYPE = 0
                   MOVE 'E' TO LOG-SEV
               ELSE
                   MOVE 'W' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           END-IF.
           IF HW-PS2-DEVS NOT = HW-BASE-PS2-DEVS
               MOVE SPACES TO SHELL-LINE
               STRING "PS2 devices were " HW-BASE-PS2-DEVS ", now "
               HW-PS2-DEVS DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               MOVE SPACES TO LOG-TEXT
               STRING "PS2 devices " HW-BASE-PS2-DEVS " now "
               HW-PS2-DEVS DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               IF HW-PS2-DEVS < HW-BASE-PS2-DEVS
                   MOVE 'E' TO LOG-SEV
               ELSE
                   MOVE 'W' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           END-IF.
           IF HW-SB16-PRESENT NOT = HW-BASE-SB16-PRESENT
               IF HW-SB16-PRESENT = 'Y'
                   MOVE "SB16 now present, none in the baseline" TO
                   SHELL-LINE
                   MOVE "SB16 now present" TO LOG-TEXT
                   MOVE 'W' TO LOG-SEV
               ELSE
                   MOVE "SB16 no longer answers" TO SHELL-LINE
                   MOVE "SB16 missing" TO LOG-TEXT
                   MOVE 'E' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           ELSE IF HW-SB16-PRESENT = 'Y' AND
           HW-SB16-VER NOT = HW-BASE-SB16-VER
               DIVIDE HW-BASE-SB16-VER BY H'10000' GIVING
               HW-BASE-MAJOR REMAINDER WS-RESIDUE END-DIVIDE
               MOVE WS-RESIDUE TO HW-BASE-MINOR
               DIVIDE HW-SB16-VER BY H'10000' GIVING HW-SB16-MAJOR
               REMAINDER WS-RESIDUE END-DIVIDE
               MOVE WS-RESIDUE TO HW-SB16-MINOR
               MOVE SPACES TO SHELL-LINE
               STRING "SB16 DSP version was " HW-BASE-MAJOR "."
               HW-BASE-MINOR ", now " HW-SB16-MAJOR "." HW-SB16-MINOR
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE SPACES TO LOG-TEXT
               STRING "SB16 version now " HW-SB16-MAJOR "."
               HW-SB16-MINOR DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               MOVE 'W' TO LOG-SEV
               PERFORM HW-BASE-DIFF
           END-IF
           END-IF.
           IF MEM-TOTAL-BYTES NOT = HW-BASE-MEM-TOTAL
               MOVE SPACES TO SHELL-LINE
               STRING "Memory total was " HW-BASE-MEM-TOTAL
               " bytes, now " MEM-TOTAL-BYTES
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE SPACES TO LOG-TEXT
               STRING "Memory total now " MEM-TOTAL-BYTES " bytes"
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               IF MEM-TOTAL-BYTES < HW-BASE-MEM-TOTAL
                   MOVE 'E' TO LOG-SEV
               ELSE
                   MOVE 'W' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           END-IF.
           IF ATA-PRESENT NOT = 'Y'
               MOVE 'N' TO ATA-PRESENT
           END-IF.
           IF ATA-PRESENT NOT = HW-BASE-ATA-PRESENT
               IF ATA-PRESENT = 'Y'
                   MOVE SPACES TO SHELL-LINE
                   STRING "Hard disk now present: " ATA-MODEL
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE "Hard disk now present" TO LOG-TEXT
                   MOVE 'W' TO LOG-SEV
               ELSE
                   MOVE "Hard disk no longer answers" TO SHELL-LINE
                   MOVE "Hard disk missing" TO LOG-TEXT
                   MOVE 'E' TO LOG-SEV
               END-IF
               PERFORM HW-BASE-DIFF
           ELSE IF ATA-PRESENT = 'Y'
               IF ATA-MODEL NOT = HW-BASE-ATA-MODEL
                   MOVE SPACES TO SHELL-LINE
                   STRING "Hard disk model now " ATA-MODEL
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE "Hard disk model changed" TO LOG-TEXT
                   MOVE 'W' TO LOG-SEV
                   PERFORM HW-BASE-DIFF
               END-IF
               IF ATA-SECTORS NOT = HW-BASE-ATA-SECTORS
                   MOVE SPACES TO SHELL-LINE
                   STRING "Hard disk capacity was " HW-BASE-ATA-SECTORS
                   " sectors, now " ATA-SECTORS
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE SPACES TO LOG-TEXT
                   STRING "Hard disk now " ATA-SECTORS " sectors"
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   IF ATA-SECTORS < HW-BASE-ATA-SECTORS
                       MOVE 'E' TO LOG-SEV
                   ELSE
                       MOVE 'W' TO LOG-SEV
                   END-IF
                   PERFORM HW-BASE-DIFF
               END-IF
           END-IF
           END-IF.
      * PCI functions are matched by bus/slot/function: a baseline
      * one with no match has gone, a match with another vendor or
      * device has been swapped, and one this boot found that the
      * baseline lacks is new
       HW-BASE-COMPARE-PCI.
           PERFORM VARYING HW-BASE-IDX FROM 1 BY 1
           UNTIL HW-BASE-IDX > HW-BASE-PCI-COUNT
               MOVE 0 TO HW-BASE-MATCH
               PERFORM VARYING HW-BASE-CUR FROM 1 BY 1
               UNTIL HW-BASE-CUR > HW-PCI-COUNT OR HW-BASE-MATCH NOT = 0
                   IF HW-PCI-BUS(HW-BASE-CUR) =
                   HW-BASE-PCI-BUS(HW-BASE-IDX) AND
                   HW-PCI-SLOT(HW-BASE-CUR) =
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) AND
                   HW-PCI-FUNC(HW-BASE-CUR) =
                   HW-BASE-PCI-FUNC(HW-BASE-IDX)
                       MOVE HW-BASE-CUR TO HW-BASE-MATCH
                   END-IF
               END-PERFORM
               IF HW-BASE-MATCH = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "PCI " HW-BASE-PCI-BUS(HW-BASE-IDX) "/"
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) "/"
                   HW-BASE-PCI-FUNC(HW-BASE-IDX)
                   " vendor " HW-BASE-PCI-VENDOR(HW-BASE-IDX)
                   " device " HW-BASE-PCI-DEVICE(HW-BASE-IDX)
                   " no longer answers"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE SPACES TO LOG-TEXT
                   STRING "PCI " HW-BASE-PCI-BUS(HW-BASE-IDX) "/"
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) "/"
                   HW-BASE-PCI-FUNC(HW-BASE-IDX) " missing, vendor "
                   HW-BASE-PCI-VENDOR(HW-BASE-IDX)
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   MOVE 'E' TO LOG-SEV
                   PERFORM HW-BASE-DIFF
               ELSE IF HW-PCI-VENDOR(HW-BASE-MATCH) NOT =
               HW-BASE-PCI-VENDOR(HW-BASE-IDX) OR
               HW-PCI-DEVICE(HW-BASE-MATCH) NOT =
               HW-BASE-PCI-DEVICE(HW-BASE-IDX)
                   MOVE SPACES TO SHELL-LINE
                   STRING "PCI " HW-BASE-PCI-BUS(HW-BASE-IDX) "/"
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) "/"
                   HW-BASE-PCI-FUNC(HW-BASE-IDX)
                   " now vendor " HW-PCI-VENDOR(HW-BASE-MATCH)
                   " device " HW-PCI-DEVICE(HW-BASE-MATCH)
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE SPACES TO LOG-TEXT
                   STRING "PCI " HW-BASE-PCI-BUS(HW-BASE-IDX) "/"
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) "/"
                   HW-BASE-PCI-FUNC(HW-BASE-IDX) " changed, vendor "
                   HW-PCI-VENDOR(HW-BASE-MATCH)
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   MOVE 'W' TO LOG-SEV
                   PERFORM HW-BASE-DIFF
               END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING HW-BASE-CUR FROM 1 BY 1
           UNTIL HW-BASE-CUR > HW-PCI-COUNT
               MOVE 0 TO HW-BASE-MATCH
               PERFORM VARYING HW-BASE-IDX FROM 1 BY 1
               UNTIL HW-BASE-IDX > HW-BASE-PCI-COUNT OR
               HW-BASE-MATCH NOT = 0
                   IF HW-PCI-BUS(HW-BASE-CUR) =
                   HW-BASE-PCI-BUS(HW-BASE-IDX) AND
                   HW-PCI-SLOT(HW-BASE-CUR) =
                   HW-BASE-PCI-SLOT(HW-BASE-IDX) AND
                   HW-PCI-FUNC(HW-BASE-CUR) =
                   HW-BASE-PCI-FUNC(HW-BASE-IDX)
                       MOVE HW-BASE-IDX TO HW-BASE-MATCH
                   END-IF
               END-PERFORM
               IF HW-BASE-MATCH = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "PCI " HW-PCI-BUS(HW-BASE-CUR) "/"
                   HW-PCI-SLOT(HW-BASE-CUR) "/"
                   HW-PCI-FUNC(HW-BASE-CUR)
                   " vendor " HW-PCI-VENDOR(HW-BASE-CUR)
                   " device " HW-PCI-DEVICE(HW-BASE-CUR)
                   " is new " HW-PCI-CLASS-NAME(HW-BASE-CUR)
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE SPACES TO LOG-TEXT
                   STRING "PCI " HW-PCI-BUS(HW-BASE-CUR) "/"
                   HW-PCI-SLOT(HW-BASE-CUR) "/"
                   HW-PCI-FUNC(HW-BASE-CUR) " new, vendor "
                   HW-PCI-VENDOR(HW-BASE-CUR)
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   MOVE 'W' TO LOG-SEV
                   PERFORM HW-BASE-DIFF
               END-IF
           END-PERFORM.
      * One difference: on the report and in the event log
       HW-BASE-DIFF.
           ADD 1 TO HW-BASE-DIFFS END-ADD.
           PERFORM HW-BASE-PUT.
           MOVE "HW" TO LOG-SUBSYS.
           PERFORM KLOG-RECORD.
      * A change report line goes to the screen and, when the serial
      * line passed its test, out the port too so a technician on the
      * line sees it; a remote session already gets every line
       HW-BASE-PUT.
           PERFORM SHELL-PUT-LINE.
           IF UART-LINE-OK = 'Y' AND UART-CONSOLE-ACTIVE NOT = 'Y'
               PERFORM SHELL-MIRROR-LINE
           END-IF.
      * Cycle WS-DEBUG between quiet ('N'), verbose IO tracing ('Y')
      * and hang-on-error ('A') without needing a rebuild
       KDEMO-DEBUG-TOGGLE.
           IF FM-BAR NOT < 1 AND FM-BAR NOT > FILE-NUM-FILES
               MOVE FILE-ENT-NAME(FM-BAR) TO FILE-NAME
               MOVE FILE-ENT-EXT(FM-BAR) TO FILE-EXT
      * The action is on the very entry under the bar, whatever its
      * generation
               MOVE FILE-ENT-GEN(FM-BAR) TO FILE-GEN-PICK
               MOVE 'Y' TO FILE-GEN-GIVEN
               IF FILE-ENT-MEDIA(FM-BAR) = 'Q'
                   MOVE 'Y' TO FILE-FIND-QUAR
               END-IF
               EVALUATE FM-ACTION
                   WHEN 1
                       PERFORM SHELL-TYPE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM FILE-GEN-RESET
           END-IF.
           MOVE 1 TO FM-MODE.
           PERFORM FM-REDRAW.
               MOVE FILE-RECLEN TO FILE-ENT-RECLEN(FILE-IDX)
               MOVE FILE-NUMRECS TO FILE-ENT-NUMRECS(FILE-IDX)
               MOVE FILE-MEDIA TO FILE-ENT-MEDIA(FILE-IDX)
      * A new entry is always the current generation; only files on
      * the writable store keep older ones
               MOVE 0 TO FILE-ENT-GEN(FILE-IDX)
               IF FILE-MEDIA = 'F'
                   MOVE FILE-GEN-LIMIT TO FILE-ENT-GEN-LIMIT(FILE-IDX)
               ELSE
                   MOVE 0 TO FILE-ENT-GEN-LIMIT(FILE-IDX)
               END-IF
               MOVE FILE-DISC-SIG TO FILE-ENT-DISC-SIG(FILE-IDX)
      * Checkpoint the catalog so the new entry survives a reboot
               PERFORM FILE-SAVE-CATALOG
           END-IF
           END-IF
           END-IF.
           MOVE 0 TO FILE-DISC-SIG.
      * Look the staged FILE-NAME/FILE-EXT pair up in the catalog,
      * leaving the matching entry number in FILE-FOUND (0 when there
      * is no match). The generation matched is FILE-GEN-PICK, the
      * current one unless a command named another
       FILE-FIND.
           MOVE 0 TO FILE-FOUND.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               IF FILE-ENT-NAME(FILE-IDX) = FILE-NAME AND
               FILE-ENT-EXT(FILE-IDX) = FILE-EXT
      * DEL name ext Q reaches a quarantined entry even when a sound
      * one shares its name
                   IF FILE-FIND-QUAR = 'Y'
                       IF FILE-FOUND = 0 AND
                       FILE-ENT-MEDIA(FILE-IDX) = 'Q'
                           SET FILE-FOUND TO FILE-IDX
                       END-IF
                   ELSE IF FILE-ENT-GEN(FILE-IDX) = FILE-GEN-PICK
      * A quarantined entry only answers when no sound entry of the
      * same name does, so DEL can still reach it
                       IF FILE-FOUND = 0 OR
                       FILE-ENT-MEDIA(FILE-IDX) NOT = 'Q'
                           SET FILE-FOUND TO FILE-IDX
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Remove the staged FILE-NAME/FILE-EXT pair from the catalog,
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE SPACES TO FILE-GEN-DROPS
               MOVE 0 TO FILE-GEN-COUNT
      * A named generation, or a quarantined entry, goes on its own;
      * the generations older than a removed one close up behind it
               IF FILE-GEN-GIVEN = 'Y' OR
               FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
                   MOVE FILE-FOUND TO FILE-GEN-IDX
                   PERFORM FILE-GEN-RELEASE
                   IF FILE-ENT-MEDIA(FILE-FOUND) NOT = 'Q'
                       MOVE FILE-ENT-GEN(FILE-FOUND) TO FILE-GEN-CUT
                       PERFORM FILE-GEN-CLOSE-UP
                   END-IF
               ELSE
      * Otherwise the file goes with every generation it keeps
                   PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
                   UNTIL FILE-GEN-IDX > FILE-NUM-FILES
                       IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
                       FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
                       FILE-ENT-MEDIA(FILE-GEN-IDX) NOT = 'Q'
                           PERFORM FILE-GEN-RELEASE
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM FILE-GEN-SWEEP
      * Checkpoint the catalog so the removal survives a reboot
               PERFORM FILE-SAVE-CATALOG
               MOVE SPACES TO SHELL-LINE
               IF FILE-GEN-COUNT > 1
                   STRING "Deleted " FILE-NAME " " FILE-EXT ", "
                   FILE-GEN-COUNT " generations"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               ELSE
                   STRING "Deleted " FILE-NAME " " FILE-EXT
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               END-IF
               PERFORM SHELL-PUT-LINE
           END-IF.
      * Take entry FILE-GEN-IDX out of service: its memory goes back
      * to the pool and, on the writable store, its sectors back to
      * the free-sector map; FILE-GEN-SWEEP then closes the table up
       FILE-GEN-RELEASE.
           MOVE 'Y' TO FILE-GEN-DROP(FILE-GEN-IDX).
           ADD 1 TO FILE-GEN-COUNT END-ADD.
           MULTIPLY FILE-ENT-RECLEN(FILE-GEN-IDX) BY
           FILE-ENT-NUMRECS(FILE-GEN-IDX) GIVING WS-MULRES
           END-MULTIPLY.
           ADD WS-MULRES TO MEM-FREE-BYTES END-ADD.
           IF FILE-ENT-MEDIA(FILE-GEN-IDX) = 'F'
               COMPUTE FILE-MAP-COUNT = (WS-MULRES + 511) / 512
               END-COMPUTE
               MOVE FILE-ENT-SECT(FILE-GEN-IDX) TO FILE-MAP-START
               PERFORM FILE-MAP-FREE
           END-IF.
      * Compact the table over every entry marked for removal
       FILE-GEN-SWEEP.
           MOVE 0 TO FILE-GEN-KEEP.
           PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
           UNTIL FILE-GEN-IDX > FILE-NUM-FILES
               IF FILE-GEN-DROP(FILE-GEN-IDX) NOT = 'Y'
                   ADD 1 TO FILE-GEN-KEEP END-ADD
                   IF FILE-GEN-KEEP NOT = FILE-GEN-IDX
                       MOVE FILE-ENTRY(FILE-GEN-IDX) TO
                       FILE-ENTRY(FILE-GEN-KEEP)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FILE-GEN-KEEP TO FILE-NUM-FILES.
           MOVE SPACES TO FILE-GEN-DROPS.
      * Close the gap generation FILE-GEN-CUT of the staged file left:
      * each older generation still in the table, quarantined or not,
      * moves up one
       FILE-GEN-CLOSE-UP.
           PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
           UNTIL FILE-GEN-IDX > FILE-NUM-FILES
               IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
               FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
               FILE-ENT-MEDIA(FILE-GEN-IDX) NOT = 'C' AND
               FILE-GEN-DROP(FILE-GEN-IDX) NOT = 'Y' AND
               FILE-ENT-GEN(FILE-GEN-IDX) > FILE-GEN-CUT
                   SUBTRACT 1 FROM FILE-ENT-GEN(FILE-GEN-IDX)
                   END-SUBTRACT
               END-IF
           END-PERFORM.
      * Make the staged file's current copy one generation older to
      * make way for a new current copy: every store generation moves
      * down one, and any that would pass the keep limit in
      * FILE-GEN-LIMIT is pruned. A quarantined generation moves down
      * with the rest but is left for DEL once reviewed. Left for the
      * caller's checkpoint, so the set changes in one step on the
      * medium
       FILE-GEN-AGE.
           MOVE SPACES TO FILE-GEN-DROPS.
           MOVE 0 TO FILE-GEN-COUNT.
           PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
           UNTIL FILE-GEN-IDX > FILE-NUM-FILES
               IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
               FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
               FILE-ENT-MEDIA(FILE-GEN-IDX) = 'Q' AND
               FILE-ENT-GEN(FILE-GEN-IDX) < 9
                   ADD 1 TO FILE-ENT-GEN(FILE-GEN-IDX) END-ADD
               END-IF
               IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
               FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
               FILE-ENT-MEDIA(FILE-GEN-IDX) = 'F'
                   COMPUTE FILE-GEN-NEXT = FILE-ENT-GEN(FILE-GEN-IDX)
                   + 1 END-COMPUTE
                   IF FILE-GEN-NEXT > FILE-GEN-LIMIT
                       PERFORM FILE-GEN-RELEASE
                   ELSE
                       MOVE FILE-GEN-NEXT TO FILE-ENT-GEN(FILE-GEN-IDX)
                       MOVE FILE-GEN-LIMIT TO
                       FILE-ENT-GEN-LIMIT(FILE-GEN-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE FILE-GEN-COUNT TO FILE-GEN-PRUNED.
           PERFORM FILE-GEN-SWEEP.
      * Before a new generation is written, make sure the catalog and
      * the memory pool can take FILE-GEN-NEED more bytes once the
      * generations FILE-GEN-AGE would prune have gone
       FILE-GEN-ROOM.
           MOVE 0 TO FILE-GEN-PRUNED.
           MOVE 0 TO FILE-GEN-PRUNE-BYTES.
           PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
           UNTIL FILE-GEN-IDX > FILE-NUM-FILES
               IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
               FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
               FILE-ENT-MEDIA(FILE-GEN-IDX) = 'F' AND
               FILE-ENT-GEN(FILE-GEN-IDX) NOT < FILE-GEN-LIMIT
                   ADD 1 TO FILE-GEN-PRUNED END-ADD
                   MULTIPLY FILE-ENT-RECLEN(FILE-GEN-IDX) BY
                   FILE-ENT-NUMRECS(FILE-GEN-IDX) GIVING WS-MULRES
                   END-MULTIPLY
                   ADD WS-MULRES TO FILE-GEN-PRUNE-BYTES END-ADD
               END-IF
           END-PERFORM.
           MOVE 'Y' TO FILE-GEN-ROOM-OK.
           IF FILE-NUM-FILES - FILE-GEN-PRUNED NOT < 100 OR
           FILE-GEN-NEED > MEM-FREE-BYTES + FILE-GEN-PRUNE-BYTES
               MOVE 'N' TO FILE-GEN-ROOM-OK
           END-IF.
      * Generation operand of the command being parsed, staged in
      * SHELL-ARG-WORK: RECV takes it as the file's keep limit, DEL
      * takes Q as the switch for a quarantined entry, and the rest
      * take it as the generation to act on (-1 and 1 both name the
      * copy the current one replaced)
       FILE-GEN-OPERAND.
           IF SHELL-OPNAME = "DEL" AND SHELL-ARG-WORK = "Q"
               MOVE 'Y' TO FILE-FIND-QUAR
           ELSE
               PERFORM SHELL-ARG-TO-NUM
               IF SHELL-ARG-NUM > 99
                   MOVE 99 TO SHELL-ARG-NUM
               END-IF
               IF SHELL-OPNAME = "RECV"
                   IF SHELL-ARG-NUM > 9
                       MOVE 9 TO FILE-GEN-LIMIT-PICK
                   ELSE
                       MOVE SHELL-ARG-NUM TO FILE-GEN-LIMIT-PICK
                   END-IF
               ELSE
                   MOVE SHELL-ARG-NUM TO FILE-GEN-PICK
                   MOVE 'Y' TO FILE-GEN-GIVEN
               END-IF
           END-IF.
      * Back to the current generation and the default keep limit once
      * a command is done, so the next one starts clean
       FILE-GEN-RESET.
           MOVE 0 TO FILE-GEN-PICK.
           MOVE 'N' TO FILE-GEN-GIVEN.
           MOVE 'N' TO FILE-FIND-QUAR.
           MOVE 99 TO FILE-GEN-LIMIT-PICK.
           MOVE FILE-GEN-DEFAULT TO FILE-GEN-LIMIT.
      * Shown generation of entry FILE-IDX: 0 for the current copy,
      * -1, -2 and so on for the ones it replaced
       FILE-GEN-FORMAT.
           IF FILE-ENT-GEN(FILE-IDX) = 0
               MOVE "  0" TO FILE-GEN-SHOW
           ELSE
               MOVE FILE-ENT-GEN(FILE-IDX) TO FILE-GEN-DIGIT
               MOVE SPACES TO FILE-GEN-SHOW
               STRING " -" FILE-GEN-DIGIT DELIMITED BY SIZE
               INTO FILE-GEN-SHOW END-STRING
           END-IF.
      * Walk the in-memory file catalog and print name, extension,
      * size and creation time for each entry, for the shell's DIR
      * opname
       SHELL-DIR.
           MOVE "Name                     Ext Gen Size     Created" TO
           SHELL-LINE.
           PERFORM SHELL-PUT-LINE.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               MULTIPLY FILE-ENT-RECLEN(FILE-IDX) BY
               FILE-ENT-NUMRECS(FILE-IDX) GIVING WS-MULRES
               END-MULTIPLY
               PERFORM FILE-GEN-FORMAT
               MOVE SPACES TO SHELL-LINE
               STRING FILE-ENT-NAME(FILE-IDX) " "
               FILE-ENT-EXT(FILE-IDX) " " FILE-GEN-SHOW
               " " WS-MULRES " "
               FILE-ENT-CREAT-DAY(FILE-IDX) "/"
               FILE-ENT-CREAT-MONTH(FILE-IDX) "/"
               FILE-ENT-CREAT-YEAR(FILE-IDX) " "
               FILE-ENT-CREAT-HOUR(FILE-IDX) ":"
               FILE-ENT-CREAT-MINUTE(FILE-IDX) ":"
               FILE-ENT-CREAT-SECOND(FILE-IDX)
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
      * Entries CHKSTORE FIX set aside stay listed until DEL
               IF FILE-ENT-MEDIA(FILE-IDX) = 'Q'
                   MOVE "QUARANTINED" TO SHELL-LINE(63:11)
               END-IF
               PERFORM SHELL-PUT-LINE
           END-PERFORM.
      * Show a cataloged file's contents a screenful at a time as a
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "TYPE: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
      * Blocks come back through FILE-READ-BLOCK, which knows which
      * medium the entry's data lives on
                       ADD 16 TO SHELL-TYPE-SHOWN END-ADD
                   END-PERFORM
               END-PERFORM
           END-IF
           END-IF.
      * One 16-byte line of the view: two 8-byte halves through
      * HEX-TO-PRINTABLE plus a printable-ASCII column, pausing for a
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "COPY: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) NOT = 'C'
               MOVE "COPY: file is already on the writable store" TO
               SHELL-LINE
                   MOVE 'F' TO FILE-ENT-MEDIA(FILE-FOUND)
                   MOVE 0 TO FILE-ENT-CYL(FILE-FOUND)
                   MOVE FILE-MAP-START TO FILE-ENT-SECT(FILE-FOUND)
                   MOVE FILE-GEN-DEFAULT TO
                   FILE-ENT-GEN-LIMIT(FILE-FOUND)
                   PERFORM FILE-SAVE-CATALOG
                   MOVE SPACES TO SHELL-LINE
                   STRING "Copied " FILE-NAME " " FILE-EXT " to the "
                   PERFORM SHELL-PUT-LINE
               END-IF
           END-IF
           END-IF
           END-IF.
      * Show one fixed-length record of a cataloged file as text, for
      * the shell's RECGET opname; the record number is staged in
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "RECGET: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-RECORD < 1 OR FILE-RECORD >
           FILE-ENT-NUMRECS(FILE-FOUND)
               MOVE SPACES TO SHELL-LINE
               END-PERFORM
           END-IF
           END-IF
           END-IF
           END-IF.
      * Rewrite one fixed-length record in place from the staged
      * FILE-REC-TEXT, for the shell's RECPUT opname; only files on
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "RECPUT: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) NOT = 'F'
               MOVE "RECPUT: read-only medium, COPY the file first" TO
               SHELL-LINE
               MOVE "RECPUT: record length is over 2048" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
      * A file keeping no older generations is patched in place; any
      * other gets a patched copy as its new current generation
           ELSE IF FILE-ENT-GEN-LIMIT(FILE-FOUND) = 0
               MOVE FILE-ENT-SECT(FILE-FOUND) TO FILE-REC-BASE
               PERFORM FILE-STORE-RECORD
               MOVE SPACES TO SHELL-LINE
               STRING "Rewrote record " FILE-RECORD " of " FILE-NAME
               " " FILE-EXT DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               PERFORM SHELL-PUT-LINE
           ELSE
               PERFORM FILE-GEN-RECPUT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * RECPUT on a file that keeps generations: the current copy is
      * copied to fresh sectors and the record patched there, then the
      * old copy becomes generation -1 and the patched one is
      * cataloged as the current generation in a single checkpoint,
      * so until that checkpoint lands the old copy is untouched
       FILE-GEN-RECPUT.
           MOVE FILE-FOUND TO FILE-GEN-CUR.
           MOVE FILE-ENT-GEN-LIMIT(FILE-FOUND) TO FILE-GEN-LIMIT.
           MULTIPLY FILE-ENT-RECLEN(FILE-FOUND) BY
           FILE-ENT-NUMRECS(FILE-FOUND) GIVING WS-MULRES
           END-MULTIPLY.
           MOVE WS-MULRES TO FILE-GEN-NEED.
           COMPUTE FILE-GEN-SECTS = (WS-MULRES + 511) / 512
           END-COMPUTE.
           PERFORM FILE-GEN-ROOM.
           IF FILE-GEN-ROOM-OK = 'Y'
               MOVE FILE-GEN-SECTS TO FILE-MAP-COUNT
               PERFORM FILE-ALLOC
               IF FILE-ALLOC-OK NOT = 'Y'
                   MOVE 'N' TO FILE-GEN-ROOM-OK
               END-IF
           END-IF.
           IF FILE-GEN-ROOM-OK NOT = 'Y'
               MOVE "RECPUT: no room for a new generation" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'W' TO LOG-SEV
               MOVE "Record rewrite refused, no room" TO LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE FILE-MAP-START TO FILE-GEN-AT
               PERFORM VARYING FILE-GEN-DONE FROM 0 BY 1
               UNTIL FILE-GEN-DONE NOT < FILE-GEN-SECTS
                   COMPUTE FILE-DATA-SECT = FILE-ENT-SECT(FILE-GEN-CUR)
                   + FILE-GEN-DONE END-COMPUTE
                   PERFORM FILE-DATA-READ-SECT
                   COMPUTE FILE-DATA-SECT = FILE-GEN-AT +
                   FILE-GEN-DONE END-COMPUTE
                   PERFORM FILE-DATA-WRITE-SECT
               END-PERFORM
               MOVE FILE-GEN-AT TO FILE-REC-BASE
               PERFORM FILE-STORE-RECORD
               MOVE 'F' TO FILE-MEDIA
               MOVE 0 TO FILE-CYL
               MOVE FILE-GEN-AT TO FILE-SECT
               MOVE FILE-ENT-RECLEN(FILE-GEN-CUR) TO FILE-RECLEN
               MOVE FILE-ENT-NUMRECS(FILE-GEN-CUR) TO FILE-NUMRECS
               MOVE FILE-ENT-DISC-SIG(FILE-GEN-CUR) TO FILE-DISC-SIG
               PERFORM FILE-GEN-AGE
               PERFORM FILE-CREATE
               MOVE SPACES TO SHELL-LINE
               STRING "Rewrote record " FILE-RECORD " of " FILE-NAME
               " " FILE-EXT ", prior copy is generation -1"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
           END-IF.
      * Make an older generation of a store file current again, for
      * the shell's ROLLBACK opname (generation -1 unless another is
      * named). The generations rotate rather than being discarded:
      * the chosen one becomes 0 and the newer ones each move down
      * one, so a rollback can itself be rolled back
       SHELL-ROLLBACK.
           IF FILE-GEN-GIVEN NOT = 'Y'
               MOVE 1 TO FILE-GEN-PICK
           END-IF.
           PERFORM FILE-FIND.
           IF FILE-GEN-PICK = 0
               MOVE "ROLLBACK: generation 0 is already current" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-FOUND = 0
               MOVE SPACES TO SHELL-LINE
               STRING "ROLLBACK: no generation -" FILE-GEN-PICK
               " of " FILE-NAME " " FILE-EXT
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) NOT = 'F'
               MOVE "ROLLBACK: that generation is quarantined" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE FILE-ENT-GEN(FILE-FOUND) TO FILE-GEN-CUT
               PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
               UNTIL FILE-GEN-IDX > FILE-NUM-FILES
                   IF FILE-ENT-NAME(FILE-GEN-IDX) = FILE-NAME AND
                   FILE-ENT-EXT(FILE-GEN-IDX) = FILE-EXT AND
                   FILE-ENT-MEDIA(FILE-GEN-IDX) NOT = 'C'
                       IF FILE-GEN-IDX = FILE-FOUND
                           MOVE 0 TO FILE-ENT-GEN(FILE-GEN-IDX)
                       ELSE IF FILE-ENT-GEN(FILE-GEN-IDX) <
                       FILE-GEN-CUT
                           ADD 1 TO FILE-ENT-GEN(FILE-GEN-IDX)
                           END-ADD
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FILE-SAVE-CATALOG
               MOVE SPACES TO SHELL-LINE
               STRING "Rolled back " FILE-NAME " " FILE-EXT
               " to generation -" FILE-GEN-CUT
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rolled back " FILE-NAME DELIMITED BY SPACE
               " " FILE-EXT DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM KLOG-RECORD
           END-IF
           END-IF
           END-IF.
      * Checkpoint the catalog durably: a fresh generation number and
      * byte-sum checksum go in the header, then the whole image is
      * written twice (copy A and copy B at different places on the
           MOVE 'A' TO FILE-CAT-COPY.
      * One copy: header sector, then the staged image
       FILE-CAT-WRITE-COPY.
           PERFORM FILE-CAT-WRITE-HDR.
           PERFORM VARYING FILE-CAT-IDX FROM 1 BY 1
           UNTIL FILE-CAT-IDX > FILE-CAT-SECTORS
               COMPUTE FILE-CAT-OFFSET = (FILE-CAT-IDX - 1) * 512 + 1
               COMPUTE FILE-CAT-SECT = FILE-CAT-IDX + 1 END-COMPUTE
               PERFORM FILE-CAT-PUT-VERIFIED
           END-PERFORM.
      * The header sector of copy FILE-CAT-COPY on its own; COMPACT
      * rewrites just the headers to advance its journal, since the
      * image and its checksum don't change while a file is moving
       FILE-CAT-WRITE-HDR.
           MOVE SPACES TO FLOPPY-BUF.
           MOVE FILE-CAT-HDR TO FLOPPY-BUF(1:LENGTH OF FILE-CAT-HDR).
           MOVE 1 TO FILE-CAT-SECT.
           PERFORM FILE-CAT-PUT-VERIFIED.
      * Write the staged sector, read it straight back and compare;
      * one rewrite is tried before the sector is given up on and
      * logged (the second copy still protects the checkpoint)
           PERFORM FILE-CAT-READ-COPY.
           MOVE FILE-CAT-VERIFY-OK TO FILE-CAT-A-OK.
           MOVE FILE-CAT-GEN-WK TO FILE-CAT-A-GEN.
           MOVE FILE-CAT-JNL-WK TO FILE-CAT-A-JNL.
           MOVE SPACES TO FILE-CAT-JNL.
           IF FILE-CAT-A-OK = 'Y'
               PERFORM FILE-CAT-UNPACK
               MOVE FILE-CAT-A-GEN TO FILE-CAT-GEN
               MOVE FILE-CAT-A-JNL TO FILE-CAT-JNL
           END-IF.
           MOVE 'B' TO FILE-CAT-COPY.
           PERFORM FILE-CAT-READ-COPY.
           MOVE FILE-CAT-VERIFY-OK TO FILE-CAT-B-OK.
           MOVE FILE-CAT-GEN-WK TO FILE-CAT-B-GEN.
           MOVE FILE-CAT-JNL-WK TO FILE-CAT-B-JNL.
           MOVE 'A' TO FILE-CAT-COPY.
           IF FILE-CAT-B-OK = 'Y' AND (FILE-CAT-A-OK NOT = 'Y' OR
           FILE-CAT-B-GEN > FILE-CAT-A-GEN)
               PERFORM FILE-CAT-UNPACK
               MOVE FILE-CAT-B-GEN TO FILE-CAT-GEN
               MOVE FILE-CAT-B-JNL TO FILE-CAT-JNL
           END-IF.
           MOVE "FILE" TO LOG-SUBSYS.
           EVALUATE TRUE
      * Reclaim the free-sector map from whatever was loaded (an
      * empty catalog leaves it all free)
           PERFORM FILE-MAP-REBUILD.
      * A COMPACT cut short by a power loss left its journal open in
      * the checkpoint; finish that file's move before anything can
      * allocate over either of its extents
           IF FILE-CAT-JNL-STATE = 'M'
               PERFORM FILE-CMP-RECOVER
           END-IF.
      * Pull one checkpoint copy into the staging area and judge it:
      * FILE-CAT-VERIFY-OK comes back 'Y' only when the header magic
      * is right, its fields are numeric and the image's byte sum
           PERFORM FILE-CAT-GET-SECT.
           MOVE FLOPPY-BUF(5:8) TO FILE-CAT-GEN-WK.
           MOVE FLOPPY-BUF(13:8) TO FILE-CAT-CSUM-WK.
           MOVE FLOPPY-BUF(21:LENGTH OF FILE-CAT-JNL) TO
           FILE-CAT-JNL-WK.
           MOVE FLOPPY-BUF(21 + LENGTH OF FILE-CAT-JNL:2) TO
           FILE-CAT-LAYOUT-WK.
           PERFORM FILE-CAT-LAYOUT-SIZE.
           IF FLOPPY-BUF(1:4) = "KCAT" AND FILE-CAT-ENT-LEN NOT = 0
           AND FILE-CAT-GEN-WK NUMERIC AND FILE-CAT-CSUM-WK NUMERIC
               MOVE SPACES TO FILE-CAT-STAGE
               PERFORM VARYING FILE-CAT-IDX FROM 1 BY 1
               UNTIL FILE-CAT-IDX > FILE-CAT-SECTORS
                   MOVE 'Y' TO FILE-CAT-VERIFY-OK
               END-IF
           END-IF.
      * Entry and image lengths for the layout in FILE-CAT-LAYOUT-WK;
      * an entry length of zero means a layout this kernel can't read
       FILE-CAT-LAYOUT-SIZE.
           IF FILE-CAT-LAYOUT-WK = SPACES
               MOVE 1 TO FILE-CAT-LAYOUT-NUM
           ELSE IF FILE-CAT-LAYOUT-WK NUMERIC
               MOVE FILE-CAT-LAYOUT-WK TO FILE-CAT-LAYOUT-NUM
           ELSE
               MOVE 0 TO FILE-CAT-LAYOUT-NUM
           END-IF
           END-IF.
           EVALUATE FILE-CAT-LAYOUT-NUM
               WHEN 1
                   MOVE 67 TO FILE-CAT-ENT-LEN
               WHEN 2
                   MOVE 69 TO FILE-CAT-ENT-LEN
               WHEN 3
                   MOVE 76 TO FILE-CAT-ENT-LEN
               WHEN OTHER
                   MOVE 0 TO FILE-CAT-ENT-LEN
           END-EVALUATE.
           COMPUTE FILE-CAT-TOTAL = LENGTH OF FILE-NUM-FILES +
           100 * FILE-CAT-ENT-LEN END-COMPUTE.
           COMPUTE FILE-CAT-SECTORS = (FILE-CAT-TOTAL + 511) / 512
           END-COMPUTE.
      * Move the image just read out of the stage into the catalog.
      * An image in an older layout is spread out entry by entry and
      * the fields it predates are given their starting values: one
      * generation, the current one, with the default keep limit for
      * store files, and no disc signature
       FILE-CAT-UNPACK.
           IF FILE-CAT-LAYOUT-NUM = FILE-CAT-LAYOUT
               MOVE FILE-CAT-STAGE(1:FILE-CAT-TOTAL) TO FILE-CATALOG
           ELSE
               MOVE FILE-CAT-STAGE(1:LENGTH OF FILE-NUM-FILES) TO
               FILE-NUM-FILES
               PERFORM VARYING FILE-CAT-IDX FROM 1 BY 1
               UNTIL FILE-CAT-IDX > 100
                   COMPUTE FILE-CAT-OFFSET = LENGTH OF FILE-NUM-FILES
                   + (FILE-CAT-IDX - 1) * FILE-CAT-ENT-LEN + 1
                   END-COMPUTE
                   MOVE SPACES TO FILE-ENTRY(FILE-CAT-IDX)
                   MOVE FILE-CAT-STAGE(FILE-CAT-OFFSET:FILE-CAT-ENT-LEN)
                   TO FILE-ENTRY(FILE-CAT-IDX)(1:FILE-CAT-ENT-LEN)
                   IF FILE-CAT-LAYOUT-NUM < 2
                       MOVE 0 TO FILE-ENT-GEN(FILE-CAT-IDX)
                       IF FILE-ENT-MEDIA(FILE-CAT-IDX) = 'F'
                           MOVE FILE-GEN-DEFAULT TO
                           FILE-ENT-GEN-LIMIT(FILE-CAT-IDX)
                       ELSE
                           MOVE 0 TO FILE-ENT-GEN-LIMIT(FILE-CAT-IDX)
                       END-IF
                   END-IF
                   IF FILE-CAT-LAYOUT-NUM < 3
                       MOVE 0 TO FILE-ENT-DISC-SIG(FILE-CAT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
      * Rebuild the free-sector map from the catalog: every entry on
      * the writable store claims enough 512-byte sectors for its
      * data, so nothing can ever be allocated over an existing copy
                   MOVE 0 TO FILE-MAP-RUN
               END-IF
           END-PERFORM.
      * Count the free data sectors and the longest run of them, for
      * the space reports
       FILE-MAP-TALLY.
           MOVE 0 TO FILE-MAP-FREE-CNT.
           MOVE 0 TO FILE-MAP-BIG-RUN.
           MOVE 0 TO FILE-MAP-RUN.
           PERFORM VARYING FILE-MAP-IDX FROM 1 BY 1
           UNTIL FILE-MAP-IDX > FILE-MAP-SIZE
               IF FILE-MAP-FLAG(FILE-MAP-IDX) = SPACE
                   ADD 1 TO FILE-MAP-FREE-CNT END-ADD
                   ADD 1 TO FILE-MAP-RUN END-ADD
                   IF FILE-MAP-RUN > FILE-MAP-BIG-RUN
                       MOVE FILE-MAP-RUN TO FILE-MAP-BIG-RUN
                   END-IF
               ELSE
                   MOVE 0 TO FILE-MAP-RUN
               END-IF
           END-PERFORM.
      * Read or write one 512-byte data-area sector (0-based index in
      * FILE-DATA-SECT) through FLOPPY-BUF, on whichever device backs
      * the store. On the floppy the data area starts at cylinder
               FILE-REC-BUF(FILE-REC-IDX:1)
           END-PERFORM.
      * Splice the staged FILE-REC-TEXT over record FILE-RECORD of
      * catalog entry FILE-FOUND's layout, in the copy on the writable
      * store starting at sector FILE-REC-BASE: each touched
      * 512-byte sector is read, patched and written back once, so
      * the neighbouring records in the same sector survive intact
       FILE-STORE-RECORD.
               END-COMPUTE
               COMPUTE FILE-REC-POS = FILE-REC-ABS -
               FILE-REC-SECT * 512 + 1 END-COMPUTE
               COMPUTE FILE-DATA-SECT = FILE-REC-BASE + FILE-REC-SECT
               END-COMPUTE
      * Leaving a patched sector behind flushes it first
               IF FILE-REC-HAVE = 'Y' AND
               FILE-DATA-SECT NOT = FILE-REC-SCACHED
               END-MULTIPLY
               ADD WS-MULRES TO MEM-FREE-BYTES END-ADD
           END-PERFORM.
           IF MEM-FREE-BYTES > MEM-POOL-BYTES
               MOVE MEM-POOL-BYTES TO MEM-FREE-BYTES
           END-IF.
      * Slide the files on the writable store down to the front of
      * its data area so the free sectors end up as one run, for the
      * shell's COMPACT opname. A dry run first walks the extents in
      * the same order and refuses the job if any overlaps the one
      * before it or runs off the data area, since moving those
      * would only spread the damage
       SHELL-COMPACT.
           MOVE 'Y' TO FILE-CMP-DRY.
           PERFORM FILE-CMP-PASS.
           IF FILE-CMP-BAD = 'Y'
               MOVE "COMPACT: extents unsound, run CHKSTORE first" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'E' TO LOG-SEV
               MOVE "COMPACT refused, catalog extents unsound" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE 'N' TO FILE-CMP-DRY
               PERFORM FILE-CMP-PASS
               PERFORM FILE-MAP-REBUILD
               PERFORM FILE-MAP-TALLY
               MOVE SPACES TO SHELL-LINE
               STRING "COMPACT: " FILE-CMP-FILES " files moved, "
               FILE-CMP-MOVED " sectors moved"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE SPACES TO SHELL-LINE
               STRING "Free " FILE-MAP-FREE-CNT
               " sectors, largest free run " FILE-MAP-BIG-RUN
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE "Store compacted" TO LOG-TEXT
               PERFORM KLOG-RECORD
           END-IF.
      * One walk over the store's files in ascending order of their
      * starting sector; FILE-CMP-DRY says whether files are moved
      * or only their extents checked
       FILE-CMP-PASS.
           MOVE 0 TO FILE-CMP-NEXT.
           MOVE 0 TO FILE-CMP-END.
           MOVE 0 TO FILE-CMP-FILES.
           MOVE 0 TO FILE-CMP-MOVED.
           MOVE 'N' TO FILE-CMP-BAD.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               MOVE 'N' TO FILE-CMP-SEEN(FILE-IDX)
           END-PERFORM.
           MOVE 1 TO FILE-CMP-PICK.
           PERFORM UNTIL FILE-CMP-PICK = 0 OR FILE-CMP-BAD = 'Y'
               PERFORM FILE-CMP-LOWEST
               IF FILE-CMP-PICK NOT = 0
                   PERFORM FILE-CMP-ONE
               END-IF
           END-PERFORM.
      * Pick the not-yet-taken store file with the lowest starting
      * sector into FILE-CMP-PICK (0 once every one has been taken)
       FILE-CMP-LOWEST.
           MOVE 0 TO FILE-CMP-PICK.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               IF FILE-ENT-MEDIA(FILE-IDX) = 'F' AND
               FILE-CMP-SEEN(FILE-IDX) NOT = 'Y'
                   IF FILE-CMP-PICK = 0 OR
                   FILE-ENT-SECT(FILE-IDX) < FILE-CMP-LOW
                       SET FILE-CMP-PICK TO FILE-IDX
                       MOVE FILE-ENT-SECT(FILE-IDX) TO FILE-CMP-LOW
                   END-IF
               END-IF
           END-PERFORM.
           IF FILE-CMP-PICK NOT = 0
               MOVE 'Y' TO FILE-CMP-SEEN(FILE-CMP-PICK)
           END-IF.
      * Check the picked file's extent against the one before it and
      * the end of the data area, and on the real pass move it down
      * to FILE-CMP-NEXT when there is a gap in front of it. Files
      * with no data claim no sectors and are left where they are
       FILE-CMP-ONE.
           MULTIPLY FILE-ENT-RECLEN(FILE-CMP-PICK) BY
           FILE-ENT-NUMRECS(FILE-CMP-PICK) GIVING WS-MULRES
           END-MULTIPLY.
           COMPUTE FILE-CMP-SECTS = (WS-MULRES + 511) / 512
           END-COMPUTE.
           IF FILE-CMP-SECTS = 0
               CONTINUE
           ELSE IF FILE-ENT-SECT(FILE-CMP-PICK) < FILE-CMP-END OR
           FILE-ENT-SECT(FILE-CMP-PICK) + FILE-CMP-SECTS >
           FILE-MAP-SIZE
               MOVE 'Y' TO FILE-CMP-BAD
           ELSE
               COMPUTE FILE-CMP-END = FILE-ENT-SECT(FILE-CMP-PICK) +
               FILE-CMP-SECTS END-COMPUTE
               IF FILE-ENT-SECT(FILE-CMP-PICK) > FILE-CMP-NEXT AND
               FILE-CMP-DRY NOT = 'Y'
                   PERFORM FILE-CMP-MOVE
                   ADD 1 TO FILE-CMP-FILES END-ADD
                   ADD FILE-CMP-SECTS TO FILE-CMP-MOVED END-ADD
               END-IF
               ADD FILE-CMP-SECTS TO FILE-CMP-NEXT END-ADD
           END-IF
           END-IF.
      * Move one file: open the journal in a full checkpoint, copy
      * the sectors across with the journal advanced as they go, then
      * repoint the entry and close the journal in one checkpoint
       FILE-CMP-MOVE.
           MOVE 'M' TO FILE-CAT-JNL-STATE.
           MOVE FILE-CMP-PICK TO FILE-CAT-JNL-ENT.
           MOVE FILE-ENT-NAME(FILE-CMP-PICK) TO FILE-CAT-JNL-NAME.
           MOVE FILE-ENT-EXT(FILE-CMP-PICK) TO FILE-CAT-JNL-EXT.
           MOVE FILE-ENT-SECT(FILE-CMP-PICK) TO FILE-CAT-JNL-FROM.
           MOVE FILE-CMP-NEXT TO FILE-CAT-JNL-TO.
           MOVE FILE-CMP-SECTS TO FILE-CAT-JNL-COUNT.
           MOVE 0 TO FILE-CAT-JNL-DONE.
           PERFORM FILE-SAVE-CATALOG.
           PERFORM FILE-CMP-COPY-RUN.
           PERFORM FILE-CMP-REPOINT.
      * Copy the journaled file's sectors from FILE-CAT-JNL-DONE on,
      * front to back. Each step moves no more sectors than the gap
      * between the old and new starts, so a step's writes never land
      * on its own source sectors and a step cut short by a power
      * loss can simply be run again from the last journaled count
       FILE-CMP-COPY-RUN.
           COMPUTE FILE-CMP-GAP = FILE-CAT-JNL-FROM - FILE-CAT-JNL-TO
           END-COMPUTE.
           MOVE 16 TO FILE-CMP-STEP.
           IF FILE-CMP-GAP < FILE-CMP-STEP
               MOVE FILE-CMP-GAP TO FILE-CMP-STEP
           END-IF.
           PERFORM UNTIL FILE-CAT-JNL-DONE NOT < FILE-CAT-JNL-COUNT
               COMPUTE FILE-CMP-STOP = FILE-CAT-JNL-DONE +
               FILE-CMP-STEP END-COMPUTE
               IF FILE-CMP-STOP > FILE-CAT-JNL-COUNT
                   MOVE FILE-CAT-JNL-COUNT TO FILE-CMP-STOP
               END-IF
               PERFORM VARYING FILE-CMP-IDX FROM FILE-CAT-JNL-DONE
               BY 1 UNTIL FILE-CMP-IDX NOT < FILE-CMP-STOP
                   COMPUTE FILE-DATA-SECT = FILE-CAT-JNL-FROM +
                   FILE-CMP-IDX END-COMPUTE
                   PERFORM FILE-DATA-READ-SECT
                   COMPUTE FILE-DATA-SECT = FILE-CAT-JNL-TO +
                   FILE-CMP-IDX END-COMPUTE
                   PERFORM FILE-DATA-WRITE-SECT
               END-PERFORM
               MOVE FILE-CMP-STOP TO FILE-CAT-JNL-DONE
               PERFORM FILE-CMP-JOURNAL
           END-PERFORM.
      * Advance the journal in both copies' headers, A first, so at
      * every instant at least one valid copy records a restart point
      * no further along than the sectors actually copied
       FILE-CMP-JOURNAL.
           MOVE 'A' TO FILE-CAT-COPY.
           PERFORM FILE-CAT-WRITE-HDR.
           MOVE 'B' TO FILE-CAT-COPY.
           PERFORM FILE-CAT-WRITE-HDR.
           MOVE 'A' TO FILE-CAT-COPY.
      * Point the journaled entry at its new start and close the
      * journal in the same checkpoint
       FILE-CMP-REPOINT.
           MOVE FILE-CAT-JNL-TO TO FILE-ENT-SECT(FILE-CAT-JNL-ENT).
           MOVE SPACES TO FILE-CAT-JNL.
           PERFORM FILE-SAVE-CATALOG.
      * A load found a COMPACT move still open in the checkpoint. If
      * the journaled entry still starts at the old sector the copy
      * is carried on from the journaled count and the entry moved
      * over (a partial copy only ever wrote into free sectors below
      * the old extent, which stays intact past the restart point);
      * if it already starts at the new one the move had finished.
      * A journal that doesn't match the catalog is dropped
       FILE-CMP-RECOVER.
           MOVE 'N' TO FILE-CMP-BAD.
           IF FILE-CAT-JNL-ENT NOT NUMERIC OR
           FILE-CAT-JNL-FROM NOT NUMERIC OR
           FILE-CAT-JNL-TO NOT NUMERIC OR
           FILE-CAT-JNL-COUNT NOT NUMERIC OR
           FILE-CAT-JNL-DONE NOT NUMERIC
               MOVE 'Y' TO FILE-CMP-BAD
           ELSE IF FILE-CAT-JNL-ENT = 0 OR
           FILE-CAT-JNL-ENT > FILE-NUM-FILES OR
           FILE-CAT-JNL-TO NOT < FILE-CAT-JNL-FROM OR
           FILE-CAT-JNL-DONE > FILE-CAT-JNL-COUNT
               MOVE 'Y' TO FILE-CMP-BAD
           ELSE IF FILE-ENT-NAME(FILE-CAT-JNL-ENT) NOT =
           FILE-CAT-JNL-NAME OR FILE-ENT-EXT(FILE-CAT-JNL-ENT) NOT =
           FILE-CAT-JNL-EXT OR FILE-ENT-MEDIA(FILE-CAT-JNL-ENT) NOT =
           'F'
               MOVE 'Y' TO FILE-CMP-BAD
           ELSE IF FILE-ENT-SECT(FILE-CAT-JNL-ENT) NOT =
           FILE-CAT-JNL-FROM AND FILE-ENT-SECT(FILE-CAT-JNL-ENT) NOT =
           FILE-CAT-JNL-TO
               MOVE 'Y' TO FILE-CMP-BAD
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE "FILE" TO LOG-SUBSYS.
           IF FILE-CMP-BAD = 'Y'
               DISPLAY "Compaction journal does not match the catalog"
               END-DISPLAY
               MOVE 'E' TO LOG-SEV
               MOVE "Compaction journal unusable, dropped" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE SPACES TO FILE-CAT-JNL
               PERFORM FILE-SAVE-CATALOG
           ELSE IF FILE-ENT-SECT(FILE-CAT-JNL-ENT) = FILE-CAT-JNL-TO
               MOVE 'I' TO LOG-SEV
               MOVE "Compaction move was already complete" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE SPACES TO FILE-CAT-JNL
               PERFORM FILE-SAVE-CATALOG
           ELSE
               DISPLAY "Finishing interrupted COMPACT of "
               FILE-CAT-JNL-NAME " " FILE-CAT-JNL-EXT END-DISPLAY
               MOVE 'W' TO LOG-SEV
               MOVE "Finishing interrupted compaction move" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
      * A fresh checkpoint first, so the headers the journal steps
      * rewrite carry this catalog's checksum
               PERFORM FILE-SAVE-CATALOG
               PERFORM FILE-CMP-COPY-RUN
               PERFORM FILE-CMP-REPOINT
               PERFORM FILE-MAP-REBUILD
           END-IF
           END-IF.
      * Reconcile the catalog against the free-sector map and the
      * media bounds, for the shell's CHKSTORE opname: every finding
      * goes on the exceptions report and into the event log. The
      * check alone changes nothing; CHKSTORE FIX then quarantines
      * the condemned entries (media 'Q', which no operation reads
      * and no sector map claims) and rebuilds the map, which frees
      * the orphaned sectors
       SHELL-CHKSTORE.
           MOVE 0 TO FILE-CHK-FOUND.
           MOVE 0 TO FILE-CHK-QUAR.
           MOVE 0 TO FILE-CHK-HELD.
           MOVE 0 TO FILE-CHK-FREED.
           MOVE ZEROS TO FILE-CHK-OWNERS.
           MOVE SPACES TO SHELL-LINE.
           STRING "CHKSTORE: " FILE-NUM-FILES " entries, "
           FILE-MAP-SIZE " data sectors"
           DELIMITED BY SIZE INTO SHELL-LINE END-STRING.
           PERFORM SHELL-PUT-LINE.
      * The disc's own size bounds the disc extents; it is only read
      * when there are disc entries to judge
           MOVE 'N' TO FILE-CHK-DISC.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               IF FILE-ENT-MEDIA(FILE-IDX) = 'C'
                   MOVE 'Y' TO FILE-CHK-DISC
               END-IF
           END-PERFORM.
           MOVE 'N' TO ATAPI-PVD-OK.
           IF FILE-CHK-DISC = 'Y'
               PERFORM ATAPI-READ-PVD
           END-IF.
           PERFORM VARYING FILE-CHK-ENT FROM 1 BY 1
           UNTIL FILE-CHK-ENT > FILE-NUM-FILES
               PERFORM FILE-CHK-ENTRY
           END-PERFORM.
      * Sectors a condemned store entry claims aren't orphans; they
      * go free with the quarantine. An entry whose fields are
      * damaged claims nothing that can be trusted
           PERFORM VARYING FILE-CHK-ENT FROM 1 BY 1
           UNTIL FILE-CHK-ENT > FILE-NUM-FILES
               IF FILE-CHK-BAD(FILE-CHK-ENT) = 'Y' AND
               FILE-ENT-MEDIA(FILE-CHK-ENT) = 'F' AND
               FILE-ENT-SECT(FILE-CHK-ENT) IS NUMERIC AND
               FILE-ENT-RECLEN(FILE-CHK-ENT) IS NUMERIC AND
               FILE-ENT-NUMRECS(FILE-CHK-ENT) IS NUMERIC
                   PERFORM FILE-CHK-CONDEMN-SECTS
               END-IF
           END-PERFORM.
           PERFORM FILE-CHK-MAP.
           IF FILE-CHK-FIX = 'Y'
               PERFORM FILE-CHK-REPAIR
           END-IF.
           IF FILE-CHK-HELD NOT = 0
               MOVE SPACES TO SHELL-LINE
               STRING FILE-CHK-HELD " entries were already quarantined"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
           END-IF.
           MOVE "CHKSTORE" TO LOG-SUBSYS.
           IF FILE-CHK-FOUND = 0
               MOVE "CHKSTORE: no exceptions" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'I' TO LOG-SEV
               MOVE "Store check clean" TO LOG-TEXT
               PERFORM KLOG-RECORD
           ELSE
               MOVE SPACES TO SHELL-LINE
               STRING "CHKSTORE: " FILE-CHK-FOUND " exceptions"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Store check found " FILE-CHK-FOUND
               " exceptions" DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM KLOG-RECORD
      * An unrepaired finding fails the step, so a nightly EVERY run
      * or the startup script's tally shows it
               IF FILE-CHK-FIX NOT = 'Y'
                   MOVE "Run CHKSTORE FIX to repair" TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               END-IF
           END-IF.
           MOVE 'N' TO FILE-CHK-FIX.
      * Judge catalog entry FILE-CHK-ENT: fields, duplicates, then its
      * extent on whichever medium it lives on
       FILE-CHK-ENTRY.
           MOVE 'N' TO FILE-CHK-BAD(FILE-CHK-ENT).
           IF FILE-ENT-MEDIA(FILE-CHK-ENT) = 'Q'
               ADD 1 TO FILE-CHK-HELD END-ADD
           ELSE IF FILE-ENT-CYL(FILE-CHK-ENT) NOT NUMERIC OR
           FILE-ENT-SECT(FILE-CHK-ENT) NOT NUMERIC OR
           FILE-ENT-RECLEN(FILE-CHK-ENT) NOT NUMERIC OR
           FILE-ENT-NUMRECS(FILE-CHK-ENT) NOT NUMERIC
               MOVE SPACES TO SHELL-LINE
               STRING "Entry " FILE-CHK-ENT " "
               FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
               " " FILE-ENT-EXT(FILE-CHK-ENT) ": damaged fields"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Damaged entry " FILE-ENT-NAME(FILE-CHK-ENT)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-CHK-CONDEMN
           ELSE IF FILE-ENT-RECLEN(FILE-CHK-ENT) = 0 OR
           FILE-ENT-NUMRECS(FILE-CHK-ENT) = 0
               MOVE SPACES TO SHELL-LINE
               STRING "Entry " FILE-CHK-ENT " "
               FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
               " " FILE-ENT-EXT(FILE-CHK-ENT) ": zero-record entry"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Zero-record entry " FILE-ENT-NAME(FILE-CHK-ENT)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-CHK-CONDEMN
           ELSE
               PERFORM FILE-CHK-DUPLICATE
               IF FILE-CHK-BAD(FILE-CHK-ENT) NOT = 'Y'
                   IF FILE-ENT-MEDIA(FILE-CHK-ENT) = 'F'
                       PERFORM FILE-CHK-STORE-EXTENT
                   ELSE IF FILE-ENT-MEDIA(FILE-CHK-ENT) = 'C'
                       PERFORM FILE-CHK-DISC-EXTENT
                   ELSE
                       MOVE SPACES TO SHELL-LINE
                       STRING "Entry " FILE-CHK-ENT " "
                       FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
                       " " FILE-ENT-EXT(FILE-CHK-ENT)
                       ": unknown medium" DELIMITED BY SIZE
                       INTO SHELL-LINE END-STRING
                       MOVE 'E' TO LOG-SEV
                       MOVE SPACES TO LOG-TEXT
                       STRING "Unknown medium "
                       FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
                       " " FILE-ENT-EXT(FILE-CHK-ENT)
                       DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                       PERFORM FILE-CHK-CONDEMN
                   END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
      * A later entry repeating the name, extension and generation of
      * an earlier sound one can never be reached by name, so the
      * later one goes
       FILE-CHK-DUPLICATE.
           MOVE 0 TO FILE-CHK-OTHER.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX NOT < FILE-CHK-ENT OR FILE-CHK-OTHER NOT = 0
               IF FILE-ENT-MEDIA(FILE-IDX) NOT = 'Q' AND
               FILE-CHK-BAD(FILE-IDX) NOT = 'Y' AND
               FILE-ENT-NAME(FILE-IDX) = FILE-ENT-NAME(FILE-CHK-ENT)
               AND FILE-ENT-EXT(FILE-IDX) = FILE-ENT-EXT(FILE-CHK-ENT)
               AND FILE-ENT-GEN(FILE-IDX) = FILE-ENT-GEN(FILE-CHK-ENT)
                   SET FILE-CHK-OTHER TO FILE-IDX
               END-IF
           END-PERFORM.
           IF FILE-CHK-OTHER NOT = 0
               MOVE SPACES TO SHELL-LINE
               STRING "Entry " FILE-CHK-ENT " "
               FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
               " " FILE-ENT-EXT(FILE-CHK-ENT) ": duplicate of entry "
               FILE-CHK-OTHER DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Duplicate entry " FILE-ENT-NAME(FILE-CHK-ENT)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-CHK-CONDEMN
           END-IF.
      * A store entry must end inside the data area and must not share
      * a sector with any sound entry before it; when it passes, it
      * claims its sectors in the ownership map
       FILE-CHK-STORE-EXTENT.
           COMPUTE FILE-CHK-SECTS = (FILE-ENT-RECLEN(FILE-CHK-ENT) *
           FILE-ENT-NUMRECS(FILE-CHK-ENT) + 511) / 512 END-COMPUTE.
           COMPUTE FILE-CHK-END = FILE-ENT-SECT(FILE-CHK-ENT) +
           FILE-CHK-SECTS END-COMPUTE.
           IF FILE-CHK-END > FILE-MAP-SIZE
               MOVE SPACES TO SHELL-LINE
               STRING "Entry " FILE-CHK-ENT " "
               FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
               " " FILE-ENT-EXT(FILE-CHK-ENT) ": ends at sector "
               FILE-CHK-END ", store has " FILE-MAP-SIZE
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Past end of store " FILE-ENT-NAME(FILE-CHK-ENT)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-CHK-CONDEMN
           ELSE
               MOVE 0 TO FILE-CHK-OTHER
               PERFORM VARYING FILE-CHK-SECT FROM 1 BY 1
               UNTIL FILE-CHK-SECT > FILE-CHK-SECTS OR
               FILE-CHK-OTHER NOT = 0
                   COMPUTE WS-TMP = FILE-ENT-SECT(FILE-CHK-ENT) +
                   FILE-CHK-SECT END-COMPUTE
                   MOVE FILE-CHK-OWNER(WS-TMP) TO FILE-CHK-OTHER
               END-PERFORM
               IF FILE-CHK-OTHER NOT = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "Entry " FILE-CHK-ENT " "
                   FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
                   " " FILE-ENT-EXT(FILE-CHK-ENT)
                   ": overlaps entry " FILE-CHK-OTHER " "
                   FILE-ENT-NAME(FILE-CHK-OTHER) DELIMITED BY SPACE
                   " " FILE-ENT-EXT(FILE-CHK-OTHER)
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE 'E' TO LOG-SEV
                   MOVE SPACES TO LOG-TEXT
                   STRING "Overlap " FILE-ENT-NAME(FILE-CHK-ENT)
                   DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
                   " with " FILE-ENT-NAME(FILE-CHK-OTHER)
                   DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-OTHER)
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   PERFORM FILE-CHK-CONDEMN
               ELSE
                   PERFORM VARYING FILE-CHK-SECT FROM 1 BY 1
                   UNTIL FILE-CHK-SECT > FILE-CHK-SECTS
                       COMPUTE WS-TMP = FILE-ENT-SECT(FILE-CHK-ENT) +
                       FILE-CHK-SECT END-COMPUTE
                       MOVE FILE-CHK-ENT TO FILE-CHK-OWNER(WS-TMP)
                   END-PERFORM
               END-IF
           END-IF.
      * A disc extent is impossible when its low half can't have come
      * out of the CYL/SECT split, when it starts inside the ISO9660
      * system area (blocks 0-15, where no file can live), or when it
      * runs past the end of the disc in the drive
       FILE-CHK-DISC-EXTENT.
           COMPUTE FILE-CHK-LBA = FILE-ENT-CYL(FILE-CHK-ENT) *
           H'10000' + FILE-ENT-SECT(FILE-CHK-ENT) END-COMPUTE.
           COMPUTE FILE-CHK-BLKS = (FILE-ENT-RECLEN(FILE-CHK-ENT) *
           FILE-ENT-NUMRECS(FILE-CHK-ENT) + 2047) / 2048 END-COMPUTE.
           IF FILE-ENT-SECT(FILE-CHK-ENT) > 65535 OR
           FILE-CHK-LBA < 16 OR (ATAPI-PVD-OK = 'Y' AND
           FILE-CHK-LBA + FILE-CHK-BLKS > ATAPI-VOL-BLOCKS)
               MOVE SPACES TO SHELL-LINE
               STRING "Entry " FILE-CHK-ENT " "
               FILE-ENT-NAME(FILE-CHK-ENT) DELIMITED BY SPACE
               " " FILE-ENT-EXT(FILE-CHK-ENT) ": disc extent "
               FILE-CHK-LBA " +" FILE-CHK-BLKS " impossible"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Bad disc extent " FILE-ENT-NAME(FILE-CHK-ENT)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-CHK-CONDEMN
           END-IF.
      * Report and log one finding against entry FILE-CHK-ENT (report
      * line, severity and log text already staged) and mark the
      * entry for quarantine
       FILE-CHK-CONDEMN.
           MOVE 'Y' TO FILE-CHK-BAD(FILE-CHK-ENT).
           PERFORM FILE-CHK-NOTE.
      * Put one staged finding on the report and in the event log
       FILE-CHK-NOTE.
           PERFORM SHELL-PUT-LINE.
           MOVE "CHKSTORE" TO LOG-SUBSYS.
           PERFORM KLOG-RECORD.
           ADD 1 TO FILE-CHK-FOUND END-ADD.
      * Mark the in-bounds sectors condemned entry FILE-CHK-ENT claims
      * that no sound entry owns
       FILE-CHK-CONDEMN-SECTS.
           COMPUTE FILE-CHK-SECTS = (FILE-ENT-RECLEN(FILE-CHK-ENT) *
           FILE-ENT-NUMRECS(FILE-CHK-ENT) + 511) / 512 END-COMPUTE.
           PERFORM VARYING FILE-CHK-SECT FROM 1 BY 1
           UNTIL FILE-CHK-SECT > FILE-CHK-SECTS
               COMPUTE WS-TMP = FILE-ENT-SECT(FILE-CHK-ENT) +
               FILE-CHK-SECT END-COMPUTE
               IF WS-TMP NOT > FILE-MAP-SIZE
                   IF FILE-CHK-OWNER(WS-TMP) = 0
                       MOVE 999 TO FILE-CHK-OWNER(WS-TMP)
                   END-IF
               END-IF
           END-PERFORM.
      * Walk the free-sector map against the ownership map and report
      * each run of used sectors nobody owns, and each run of owned
      * sectors the map shows free (which FILE-ALLOC could hand out
      * over live data)
       FILE-CHK-MAP.
           MOVE SPACE TO FILE-CHK-RUN-KIND.
           MOVE 0 TO FILE-CHK-RUN-LEN.
           PERFORM VARYING FILE-CHK-SECT FROM 1 BY 1
           UNTIL FILE-CHK-SECT > FILE-MAP-SIZE
               MOVE SPACE TO FILE-CHK-KIND
               IF FILE-MAP-FLAG(FILE-CHK-SECT) = 'U' AND
               FILE-CHK-OWNER(FILE-CHK-SECT) = 0
                   MOVE 'O' TO FILE-CHK-KIND
               END-IF
               IF FILE-MAP-FLAG(FILE-CHK-SECT) = SPACE AND
               FILE-CHK-OWNER(FILE-CHK-SECT) NOT = 0 AND
               FILE-CHK-OWNER(FILE-CHK-SECT) NOT = 999
                   MOVE 'L' TO FILE-CHK-KIND
               END-IF
               IF FILE-CHK-KIND NOT = FILE-CHK-RUN-KIND
                   PERFORM FILE-CHK-RUN-END
                   MOVE FILE-CHK-KIND TO FILE-CHK-RUN-KIND
                   MOVE FILE-CHK-SECT TO FILE-CHK-RUN-START
                   MOVE 0 TO FILE-CHK-RUN-LEN
               END-IF
               ADD 1 TO FILE-CHK-RUN-LEN END-ADD
           END-PERFORM.
           PERFORM FILE-CHK-RUN-END.
      * Close the open map run, reporting it unless it was sound;
      * sector numbers are shown 0-based like FILE-ENT-SECT
       FILE-CHK-RUN-END.
           COMPUTE FILE-CHK-END = FILE-CHK-RUN-START +
           FILE-CHK-RUN-LEN - 2 END-COMPUTE.
           SUBTRACT 1 FROM FILE-CHK-RUN-START END-SUBTRACT.
           IF FILE-CHK-RUN-KIND = 'O'
               MOVE SPACES TO SHELL-LINE
               STRING "Sectors " FILE-CHK-RUN-START "-" FILE-CHK-END
               ": used but no entry owns them"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Orphaned sectors " FILE-CHK-RUN-START "-"
               FILE-CHK-END DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM FILE-CHK-NOTE
               ADD FILE-CHK-RUN-LEN TO FILE-CHK-FREED END-ADD
           END-IF.
           IF FILE-CHK-RUN-KIND = 'L'
               MOVE SPACES TO SHELL-LINE
               STRING "Sectors " FILE-CHK-RUN-START "-" FILE-CHK-END
               ": owned but marked free"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Owned sectors marked free " FILE-CHK-RUN-START
               "-" FILE-CHK-END DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM FILE-CHK-NOTE
           END-IF.
      * Repair mode: quarantine every condemned entry in one
      * checkpoint, then rebuild the map from the sound entries,
      * which frees the orphans and the quarantined entries' sectors
      * and restores any lost marks
       FILE-CHK-REPAIR.
           PERFORM VARYING FILE-CHK-ENT FROM 1 BY 1
           UNTIL FILE-CHK-ENT > FILE-NUM-FILES
               IF FILE-CHK-BAD(FILE-CHK-ENT) = 'Y'
                   MOVE 'Q' TO FILE-ENT-MEDIA(FILE-CHK-ENT)
      * Damaged fields are cleared, so the entry's later DEL hands
      * nothing back to the pool or the map
                   IF FILE-ENT-SECT(FILE-CHK-ENT) NOT NUMERIC OR
                   FILE-ENT-RECLEN(FILE-CHK-ENT) NOT NUMERIC OR
                   FILE-ENT-NUMRECS(FILE-CHK-ENT) NOT NUMERIC
                       MOVE 0 TO FILE-ENT-SECT(FILE-CHK-ENT)
                       MOVE 0 TO FILE-ENT-RECLEN(FILE-CHK-ENT)
                       MOVE 0 TO FILE-ENT-NUMRECS(FILE-CHK-ENT)
                   END-IF
                   ADD 1 TO FILE-CHK-QUAR END-ADD
                   MOVE SPACES TO SHELL-LINE
                   STRING "Quarantined " FILE-ENT-NAME(FILE-CHK-ENT)
                   " " FILE-ENT-EXT(FILE-CHK-ENT)
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE "CHKSTORE" TO LOG-SUBSYS
                   MOVE 'W' TO LOG-SEV
                   MOVE SPACES TO LOG-TEXT
                   STRING "Quarantined " FILE-ENT-NAME(FILE-CHK-ENT)
                   DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-CHK-ENT)
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   PERFORM KLOG-RECORD
               END-IF
           END-PERFORM.
           IF FILE-CHK-QUAR NOT = 0
               PERFORM FILE-SAVE-CATALOG
           END-IF.
           PERFORM FILE-MAP-REBUILD.
           MOVE SPACES TO SHELL-LINE.
           STRING "Repaired: " FILE-CHK-QUAR " entries quarantined, "
           FILE-CHK-FREED " orphaned sectors freed"
           DELIMITED BY SIZE INTO SHELL-LINE END-STRING.
           PERFORM SHELL-PUT-LINE.
           MOVE "CHKSTORE" TO LOG-SUBSYS.
           MOVE 'I' TO LOG-SEV.
           MOVE "Store repaired" TO LOG-TEXT.
           PERFORM KLOG-RECORD.
      * Copy every file on one store into another, for the shell's
      * BACKUP and RESTORE opnames: BACKUP n copies the current store
      * into store n, RESTORE n copies store n into the current one
      * (0 is the floppy, 1-4 a partition, as for DSKUSE). Entries
      * carry across whole, timestamps and all. A file the target
      * already holds is skipped unless REPLACE was given. Nothing is
      * written unless every copy has been allocated room on the
      * target first, and the shell is back on its own store after
       SHELL-BACKUP.
           MOVE SHELL-OPNAME TO FILE-BKP-OP.
           MOVE 'Y' TO FILE-BKP-OK.
           MOVE FILE-STORE-DEV TO FILE-BKP-HOME-DEV.
           MOVE FILE-STORE-BASE TO FILE-BKP-HOME-BASE.
           MOVE FILE-STORE-PART TO FILE-BKP-HOME-PART.
           MOVE FILE-MAP-SIZE TO FILE-BKP-HOME-SIZE.
           PERFORM FILE-BKP-PICK-STORE.
           IF FILE-BKP-OK = 'Y'
               IF FILE-BKP-OP = "RESTORE"
                   MOVE FILE-BKP-OTHER-DEV TO FILE-BKP-SRC-DEV
                   MOVE FILE-BKP-OTHER-BASE TO FILE-BKP-SRC-BASE
                   MOVE FILE-BKP-OTHER-PART TO FILE-BKP-SRC-PART
                   MOVE FILE-BKP-OTHER-SIZE TO FILE-BKP-SRC-SIZE
                   MOVE FILE-BKP-HOME-DEV TO FILE-BKP-TGT-DEV
                   MOVE FILE-BKP-HOME-BASE TO FILE-BKP-TGT-BASE
                   MOVE FILE-BKP-HOME-PART TO FILE-BKP-TGT-PART
                   MOVE FILE-BKP-HOME-SIZE TO FILE-BKP-TGT-SIZE
               ELSE
                   MOVE FILE-BKP-HOME-DEV TO FILE-BKP-SRC-DEV
                   MOVE FILE-BKP-HOME-BASE TO FILE-BKP-SRC-BASE
                   MOVE FILE-BKP-HOME-PART TO FILE-BKP-SRC-PART
                   MOVE FILE-BKP-HOME-SIZE TO FILE-BKP-SRC-SIZE
                   MOVE FILE-BKP-OTHER-DEV TO FILE-BKP-TGT-DEV
                   MOVE FILE-BKP-OTHER-BASE TO FILE-BKP-TGT-BASE
                   MOVE FILE-BKP-OTHER-PART TO FILE-BKP-TGT-PART
                   MOVE FILE-BKP-OTHER-SIZE TO FILE-BKP-TGT-SIZE
               END-IF
               PERFORM FILE-BKP-RUN
      * Whatever came of the run, the shell goes back to its own
      * store and that store's catalog
               PERFORM FILE-UNRESERVE
               MOVE FILE-BKP-HOME-DEV TO FILE-STORE-DEV
               MOVE FILE-BKP-HOME-BASE TO FILE-STORE-BASE
               MOVE FILE-BKP-HOME-PART TO FILE-STORE-PART
               MOVE FILE-BKP-HOME-SIZE TO FILE-MAP-SIZE
               PERFORM FILE-LOAD-CATALOG
           END-IF.
           IF FILE-BKP-OK NOT = 'Y'
               MOVE 'N' TO SHELL-OP-OK
           END-IF.
           MOVE 9 TO FILE-BKP-PICK.
           MOVE 'N' TO FILE-BKP-REPLACE.
      * Resolve the store number given into the other store's device,
      * base and size, with DSKUSE's rules for what makes a usable
      * partition; the current store can't be its own backup
       FILE-BKP-PICK-STORE.
           IF FILE-BKP-PICK = 0
               IF FILE-STORE-DEV = 'F'
                   MOVE SPACES TO SHELL-LINE
                   STRING FILE-BKP-OP DELIMITED BY SPACE
                   ": the floppy is already the current store"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-BKP-OK
               ELSE
                   MOVE 'F' TO FILE-BKP-OTHER-DEV
                   MOVE 0 TO FILE-BKP-OTHER-BASE
                   MOVE 0 TO FILE-BKP-OTHER-PART
                   MOVE 1404 TO FILE-BKP-OTHER-SIZE
               END-IF
           ELSE IF ATA-PRESENT NOT = 'Y'
               MOVE SPACES TO SHELL-LINE
               STRING FILE-BKP-OP DELIMITED BY SPACE
               ": run DSKINIT first" DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-BKP-OK
           ELSE IF FILE-BKP-PICK > 4 OR
           ATA-PART-TYPE(FILE-BKP-PICK) = 0 OR
           ATA-PART-SIZE(FILE-BKP-PICK) < 64
               MOVE SPACES TO SHELL-LINE
               STRING FILE-BKP-OP DELIMITED BY SPACE
               ": no usable store by that number" DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-BKP-OK
           ELSE IF FILE-STORE-DEV = 'H' AND
           FILE-STORE-PART = FILE-BKP-PICK
               MOVE SPACES TO SHELL-LINE
               STRING FILE-BKP-OP DELIMITED BY SPACE
               ": that partition is already the current store"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-BKP-OK
           ELSE
               MOVE 'H' TO FILE-BKP-OTHER-DEV
               MOVE ATA-PART-START(FILE-BKP-PICK) TO
               FILE-BKP-OTHER-BASE
               MOVE FILE-BKP-PICK TO FILE-BKP-OTHER-PART
               COMPUTE ATA-LONG-WK = ATA-PART-SIZE(FILE-BKP-PICK) - 32
               END-COMPUTE
               IF ATA-LONG-WK > 4096
                   MOVE 4096 TO ATA-LONG-WK
               END-IF
               MOVE ATA-LONG-WK TO FILE-BKP-OTHER-SIZE
           END-IF
           END-IF
           END-IF
           END-IF.
      * Take a copy of the source catalog, load the target's, plan
      * every copy against the target's map and only then move data
       FILE-BKP-RUN.
           IF FILE-BKP-SRC-DEV NOT = FILE-BKP-HOME-DEV OR
           FILE-BKP-SRC-BASE NOT = FILE-BKP-HOME-BASE
               PERFORM FILE-UNRESERVE
               MOVE FILE-BKP-SRC-DEV TO FILE-STORE-DEV
               MOVE FILE-BKP-SRC-BASE TO FILE-STORE-BASE
               MOVE FILE-BKP-SRC-PART TO FILE-STORE-PART
               MOVE FILE-BKP-SRC-SIZE TO FILE-MAP-SIZE
               PERFORM FILE-LOAD-CATALOG
           END-IF.
           MOVE FILE-CATALOG TO FILE-BKP-CATALOG.
           PERFORM FILE-UNRESERVE.
           MOVE FILE-BKP-TGT-DEV TO FILE-STORE-DEV.
           MOVE FILE-BKP-TGT-BASE TO FILE-STORE-BASE.
           MOVE FILE-BKP-TGT-PART TO FILE-STORE-PART.
           MOVE FILE-BKP-TGT-SIZE TO FILE-MAP-SIZE.
           PERFORM FILE-LOAD-CATALOG.
           PERFORM FILE-BKP-PLAN.
           IF FILE-BKP-OK = 'Y'
               PERFORM FILE-BKP-COPY-ALL
               PERFORM FILE-BKP-SUMMARY
           END-IF.
      * Decide each source entry's fate, then allocate target room for
      * every copy; the entries a REPLACE run will drop give their
      * sectors to the plan. When the set can't be placed the map is
      * rebuilt from the untouched catalog and the run refused
       FILE-BKP-PLAN.
           MOVE 0 TO FILE-BKP-NEW.
           MOVE 0 TO FILE-BKP-GONE.
           MOVE 0 TO FILE-BKP-NEED.
           MOVE 0 TO FILE-BKP-SKIPPED.
           MOVE 0 TO FILE-BKP-UNREAD.
           PERFORM VARYING FILE-BKP-IDX FROM 1 BY 1
           UNTIL FILE-BKP-IDX > FILE-BKP-NUM-FILES
               MOVE SPACE TO FILE-BKP-ACT(FILE-BKP-IDX)
               MOVE 0 TO FILE-BKP-AT(FILE-BKP-IDX)
               IF FILE-BKP-ENT-MEDIA(FILE-BKP-IDX) = 'F'
                   PERFORM FILE-BKP-PLAN-ONE
               END-IF
           END-PERFORM.
           IF FILE-BKP-REPLACE = 'Y'
               PERFORM FILE-BKP-PLAN-GONE
           END-IF.
           IF FILE-NUM-FILES - FILE-BKP-GONE + FILE-BKP-NEW > 100
               MOVE SPACES TO SHELL-LINE
               STRING FILE-BKP-OP DELIMITED BY SPACE
               ": target catalog can't take " FILE-BKP-NEW
               " more entries" DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-BKP-OK
           ELSE
               PERFORM VARYING FILE-BKP-IDX FROM 1 BY 1
               UNTIL FILE-BKP-IDX > FILE-BKP-NUM-FILES OR
               FILE-BKP-OK NOT = 'Y'
                   IF FILE-BKP-ACT(FILE-BKP-IDX) = 'C' OR
                   FILE-BKP-ACT(FILE-BKP-IDX) = 'R'
                       PERFORM FILE-BKP-SIZE-ONE
                       IF FILE-BKP-SECTS > 0
                           MOVE FILE-BKP-SECTS TO FILE-MAP-COUNT
                           PERFORM FILE-ALLOC
                           IF FILE-ALLOC-OK = 'Y'
                               MOVE FILE-MAP-START TO
                               FILE-BKP-AT(FILE-BKP-IDX)
                           ELSE
                               MOVE 'N' TO FILE-BKP-OK
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF FILE-BKP-OK NOT = 'Y'
                   PERFORM FILE-MAP-REBUILD
                   PERFORM FILE-MAP-TALLY
                   MOVE SPACES TO SHELL-LINE
                   STRING FILE-BKP-OP DELIMITED BY SPACE
                   ": target can't hold " FILE-BKP-NEED
                   " sectors, " FILE-MAP-FREE-CNT " free"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   IF FILE-MAP-FREE-CNT NOT < FILE-BKP-NEED
                       MOVE "Target free space is split up, COMPACT it"
                       TO SHELL-LINE
                       PERFORM SHELL-PUT-LINE
                   END-IF
               END-IF
           END-IF.
           IF FILE-BKP-OK NOT = 'Y'
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING FILE-BKP-OP DELIMITED BY SPACE
               " refused, target too small" DELIMITED BY SIZE
               INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * One source store file: an extent running off its own store is
      * left behind; otherwise it is matched by name and extension
      * against the target's catalog
       FILE-BKP-PLAN-ONE.
           PERFORM FILE-BKP-SIZE-ONE.
           IF FILE-BKP-ENT-SECT(FILE-BKP-IDX) + FILE-BKP-SECTS >
           FILE-BKP-SRC-SIZE
               MOVE 'X' TO FILE-BKP-ACT(FILE-BKP-IDX)
               ADD 1 TO FILE-BKP-UNREAD END-ADD
               MOVE SPACES TO SHELL-LINE
               STRING "Not copied: " FILE-BKP-ENT-NAME(FILE-BKP-IDX)
               DELIMITED BY SPACE " " FILE-BKP-ENT-EXT(FILE-BKP-IDX)
               " runs off its store, see CHKSTORE"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Not copied " FILE-BKP-ENT-NAME(FILE-BKP-IDX)
               DELIMITED BY SPACE " " FILE-BKP-ENT-EXT(FILE-BKP-IDX)
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           ELSE
               PERFORM FILE-BKP-MATCH
               IF FILE-BKP-HIT = 0
                   MOVE 'C' TO FILE-BKP-ACT(FILE-BKP-IDX)
                   ADD 1 TO FILE-BKP-NEW END-ADD
                   ADD FILE-BKP-SECTS TO FILE-BKP-NEED END-ADD
               ELSE IF FILE-BKP-REPLACE = 'Y'
                   MOVE 'R' TO FILE-BKP-ACT(FILE-BKP-IDX)
                   ADD 1 TO FILE-BKP-NEW END-ADD
                   ADD FILE-BKP-SECTS TO FILE-BKP-NEED END-ADD
               ELSE
                   MOVE 'S' TO FILE-BKP-ACT(FILE-BKP-IDX)
                   ADD 1 TO FILE-BKP-SKIPPED END-ADD
                   MOVE SPACES TO SHELL-LINE
                   STRING "Skipped " FILE-BKP-ENT-NAME(FILE-BKP-IDX)
                   DELIMITED BY SPACE " "
                   FILE-BKP-ENT-EXT(FILE-BKP-IDX)
                   ", already on the target" DELIMITED BY SIZE
                   INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
               END-IF
               END-IF
           END-IF.
      * A name being replaced is replaced as a whole generation set:
      * every target entry carrying the name and extension of a
      * source entry marked 'R' will be dropped, so its sectors go to
      * the plan and its catalog slot is counted free
       FILE-BKP-PLAN-GONE.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES
               MOVE 0 TO FILE-BKP-HIT
               PERFORM VARYING FILE-BKP-IDX FROM 1 BY 1
               UNTIL FILE-BKP-IDX > FILE-BKP-NUM-FILES OR
               FILE-BKP-HIT NOT = 0
                   IF FILE-BKP-ACT(FILE-BKP-IDX) = 'R' AND
                   FILE-ENT-NAME(FILE-IDX) =
                   FILE-BKP-ENT-NAME(FILE-BKP-IDX) AND
                   FILE-ENT-EXT(FILE-IDX) =
                   FILE-BKP-ENT-EXT(FILE-BKP-IDX)
                       MOVE FILE-BKP-IDX TO FILE-BKP-HIT
                   END-IF
               END-PERFORM
               IF FILE-BKP-HIT NOT = 0
                   ADD 1 TO FILE-BKP-GONE END-ADD
                   IF FILE-ENT-MEDIA(FILE-IDX) = 'F'
                       MULTIPLY FILE-ENT-RECLEN(FILE-IDX) BY
                       FILE-ENT-NUMRECS(FILE-IDX) GIVING WS-MULRES
                       END-MULTIPLY
                       COMPUTE FILE-MAP-COUNT = (WS-MULRES + 511) / 512
                       END-COMPUTE
                       MOVE FILE-ENT-SECT(FILE-IDX) TO FILE-MAP-START
                       PERFORM FILE-MAP-FREE
                   END-IF
               END-IF
           END-PERFORM.
      * Sectors source entry FILE-BKP-IDX occupies
       FILE-BKP-SIZE-ONE.
           MULTIPLY FILE-BKP-ENT-RECLEN(FILE-BKP-IDX) BY
           FILE-BKP-ENT-NUMRECS(FILE-BKP-IDX) GIVING WS-MULRES
           END-MULTIPLY.
           COMPUTE FILE-BKP-SECTS = (WS-MULRES + 511) / 512
           END-COMPUTE.
      * Target catalog entry carrying source entry FILE-BKP-IDX's name
      * and extension, 0 when there is none
       FILE-BKP-MATCH.
           MOVE 0 TO FILE-BKP-HIT.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
           UNTIL FILE-IDX > FILE-NUM-FILES OR FILE-BKP-HIT NOT = 0
               IF FILE-ENT-NAME(FILE-IDX) =
               FILE-BKP-ENT-NAME(FILE-BKP-IDX) AND
               FILE-ENT-EXT(FILE-IDX) = FILE-BKP-ENT-EXT(FILE-BKP-IDX)
                   SET FILE-BKP-HIT TO FILE-IDX
               END-IF
           END-PERFORM.
      * Carry the plan out. The entries being replaced go first, in
      * one checkpoint, so no checkpoint ever shows an entry over
      * sectors another file's copy has been written to; the source
      * still holds every one of them. Then each file is copied and
      * its entry appended and checkpointed in turn
       FILE-BKP-COPY-ALL.
           MOVE 0 TO FILE-BKP-FILES.
           MOVE 0 TO FILE-BKP-REPL.
           MOVE 0 TO FILE-BKP-MOVED.
           PERFORM VARYING FILE-BKP-IDX FROM 1 BY 1
           UNTIL FILE-BKP-IDX > FILE-BKP-NUM-FILES
               IF FILE-BKP-ACT(FILE-BKP-IDX) = 'R'
                   PERFORM FILE-BKP-MATCH
                   PERFORM UNTIL FILE-BKP-HIT = 0
                       PERFORM FILE-BKP-DROP
                       PERFORM FILE-BKP-MATCH
                   END-PERFORM
                   ADD 1 TO FILE-BKP-REPL END-ADD
               END-IF
           END-PERFORM.
           IF FILE-BKP-REPL NOT = 0
               PERFORM FILE-SAVE-CATALOG
           END-IF.
           PERFORM VARYING FILE-BKP-IDX FROM 1 BY 1
           UNTIL FILE-BKP-IDX > FILE-BKP-NUM-FILES
               IF FILE-BKP-ACT(FILE-BKP-IDX) = 'C' OR
               FILE-BKP-ACT(FILE-BKP-IDX) = 'R'
                   PERFORM FILE-BKP-COPY-ONE
               END-IF
           END-PERFORM.
      * Take target entry FILE-BKP-HIT out of the table, handing back
      * its memory reservation (its sectors were freed by the plan)
       FILE-BKP-DROP.
           MULTIPLY FILE-ENT-RECLEN(FILE-BKP-HIT) BY
           FILE-ENT-NUMRECS(FILE-BKP-HIT) GIVING WS-MULRES
           END-MULTIPLY.
           ADD WS-MULRES TO MEM-FREE-BYTES END-ADD.
           PERFORM VARYING FILE-IDX FROM FILE-BKP-HIT BY 1
           UNTIL FILE-IDX NOT < FILE-NUM-FILES
               MOVE FILE-ENTRY(FILE-IDX + 1) TO FILE-ENTRY(FILE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM FILE-NUM-FILES END-SUBTRACT.
      * Copy source entry FILE-BKP-IDX's sectors to its planned run on
      * the target, one sector at a time with the store flipped under
      * each transfer, then append its entry and checkpoint
       FILE-BKP-COPY-ONE.
           PERFORM FILE-BKP-SIZE-ONE.
           PERFORM VARYING FILE-BKP-DONE FROM 0 BY 1
           UNTIL FILE-BKP-DONE NOT < FILE-BKP-SECTS
               MOVE FILE-BKP-SRC-DEV TO FILE-STORE-DEV
               MOVE FILE-BKP-SRC-BASE TO FILE-STORE-BASE
               COMPUTE FILE-DATA-SECT =
               FILE-BKP-ENT-SECT(FILE-BKP-IDX) + FILE-BKP-DONE
               END-COMPUTE
               PERFORM FILE-DATA-READ-SECT
               MOVE FILE-BKP-TGT-DEV TO FILE-STORE-DEV
               MOVE FILE-BKP-TGT-BASE TO FILE-STORE-BASE
               COMPUTE FILE-DATA-SECT = FILE-BKP-AT(FILE-BKP-IDX) +
               FILE-BKP-DONE END-COMPUTE
               PERFORM FILE-DATA-WRITE-SECT
           END-PERFORM.
           MOVE FILE-BKP-TGT-DEV TO FILE-STORE-DEV.
           MOVE FILE-BKP-TGT-BASE TO FILE-STORE-BASE.
           ADD 1 TO FILE-NUM-FILES END-ADD.
           MOVE FILE-BKP-ENTRY(FILE-BKP-IDX) TO
           FILE-ENTRY(FILE-NUM-FILES).
           MOVE 0 TO FILE-ENT-CYL(FILE-NUM-FILES).
           MOVE FILE-BKP-AT(FILE-BKP-IDX) TO
           FILE-ENT-SECT(FILE-NUM-FILES).
           MULTIPLY FILE-ENT-RECLEN(FILE-NUM-FILES) BY
           FILE-ENT-NUMRECS(FILE-NUM-FILES) GIVING WS-MULRES
           END-MULTIPLY.
           IF WS-MULRES > MEM-FREE-BYTES
               MOVE 0 TO MEM-FREE-BYTES
           ELSE
               SUBTRACT WS-MULRES FROM MEM-FREE-BYTES END-SUBTRACT
           END-IF.
           PERFORM FILE-SAVE-CATALOG.
           ADD 1 TO FILE-BKP-FILES END-ADD.
           ADD FILE-BKP-SECTS TO FILE-BKP-MOVED END-ADD.
           MOVE SPACES TO SHELL-LINE.
           IF FILE-BKP-ACT(FILE-BKP-IDX) = 'R'
               STRING "Replaced " DELIMITED BY SIZE
               FILE-BKP-ENT-NAME(FILE-BKP-IDX) DELIMITED BY SPACE
               " " FILE-BKP-ENT-EXT(FILE-BKP-IDX) ", " FILE-BKP-SECTS
               " sectors" DELIMITED BY SIZE INTO SHELL-LINE END-STRING
           ELSE
               STRING "Copied " DELIMITED BY SIZE
               FILE-BKP-ENT-NAME(FILE-BKP-IDX) DELIMITED BY SPACE
               " " FILE-BKP-ENT-EXT(FILE-BKP-IDX) ", " FILE-BKP-SECTS
               " sectors" DELIMITED BY SIZE INTO SHELL-LINE END-STRING
           END-IF.
           PERFORM SHELL-PUT-LINE.
      * Closing tally, with the target's free space after the run
       FILE-BKP-SUMMARY.
           PERFORM FILE-MAP-REBUILD.
           PERFORM FILE-MAP-TALLY.
           MOVE SPACES TO SHELL-LINE.
           STRING FILE-BKP-OP DELIMITED BY SPACE ": " FILE-BKP-FILES
           " files (" FILE-BKP-REPL " replaced), " FILE-BKP-MOVED
           " sectors moved, " FILE-BKP-SKIPPED " skipped"
           DELIMITED BY SIZE INTO SHELL-LINE END-STRING.
           PERFORM SHELL-PUT-LINE.
           MOVE SPACES TO SHELL-LINE.
           STRING "Target free " FILE-MAP-FREE-CNT " sectors, largest "
           "free run " FILE-MAP-BIG-RUN
           DELIMITED BY SIZE INTO SHELL-LINE END-STRING.
           PERFORM SHELL-PUT-LINE.
           MOVE "FILE" TO LOG-SUBSYS.
           MOVE 'I' TO LOG-SEV.
           MOVE SPACES TO LOG-TEXT.
           STRING FILE-BKP-OP DELIMITED BY SPACE " done, "
           FILE-BKP-FILES " files, " FILE-BKP-MOVED " sectors"
           DELIMITED BY SIZE INTO LOG-TEXT END-STRING.
           PERFORM KLOG-RECORD.
           IF FILE-BKP-UNREAD NOT = 0
               MOVE 'N' TO FILE-BKP-OK
           END-IF.
      * Write a key-ordered copy of a fixed-length record file as a
      * new store file, for the shell's SORT opname. Records with
      * equal keys keep their order, so an ordered file comes through
      * unchanged
       SHELL-SORT.
           PERFORM FILE-FIND.
           IF FILE-FOUND = 0
               MOVE SPACES TO SHELL-LINE
               STRING "SORT: no such file " FILE-NAME " " FILE-EXT
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "SORT: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-SRT-OUT-NAME = SPACES OR
           FILE-SRT-OUT-EXT = SPACES
               MOVE "SORT: give an output name and extension" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-SRT-KEYS = 0 OR FILE-SRT-KEY-BAD = 'Y'
               MOVE "SORT: keys are start,len[,A|D], one to four" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE FILE-FOUND TO FILE-SRT-IN
               PERFORM FILE-SRT-CHECK
               IF FILE-SRT-OK = 'Y'
                   PERFORM FILE-SRT-RUN
               END-IF
               IF FILE-SRT-OK NOT = 'Y'
                   MOVE 'N' TO SHELL-OP-OK
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * Key operands from the rest of the command line after the
      * output extension, each start,len with an optional ,A or ,D
       FILE-SRT-PARSE-KEYS.
           MOVE 5 TO SHELL-TAIL-SKIP.
           PERFORM SHELL-TAIL-OF-LINE.
           MOVE SPACES TO FILE-SRT-WORDS.
           MOVE 0 TO FILE-SRT-KEYS.
           MOVE 'N' TO FILE-SRT-KEY-BAD.
           UNSTRING SHELL-TAIL DELIMITED BY ALL SPACE
           INTO FILE-SRT-WORD(1) FILE-SRT-WORD(2) FILE-SRT-WORD(3)
           FILE-SRT-WORD(4)
           ON OVERFLOW
               MOVE 'Y' TO FILE-SRT-KEY-BAD
           END-UNSTRING.
           PERFORM VARYING FILE-SRT-K FROM 1 BY 1
           UNTIL FILE-SRT-K > 4
               IF FILE-SRT-WORD(FILE-SRT-K) NOT = SPACES
                   ADD 1 TO FILE-SRT-KEYS END-ADD
                   MOVE SPACES TO FILE-SRT-PART1
                   MOVE SPACES TO FILE-SRT-PART2
                   MOVE SPACES TO FILE-SRT-PART3
                   UNSTRING FILE-SRT-WORD(FILE-SRT-K) DELIMITED BY ","
                   INTO FILE-SRT-PART1 FILE-SRT-PART2 FILE-SRT-PART3
                   END-UNSTRING
                   MOVE FILE-SRT-PART1 TO SHELL-ARG-WORK
                   PERFORM SHELL-ARG-TO-NUM
                   IF SHELL-ARG-NUM = 0 OR SHELL-ARG-NUM > 2048
                       MOVE 'Y' TO FILE-SRT-KEY-BAD
                   ELSE
                       MOVE SHELL-ARG-NUM TO
                       FILE-SRT-KEY-START(FILE-SRT-KEYS)
                   END-IF
                   MOVE FILE-SRT-PART2 TO SHELL-ARG-WORK
                   PERFORM SHELL-ARG-TO-NUM
                   IF SHELL-ARG-NUM = 0 OR SHELL-ARG-NUM > 2048
                       MOVE 'Y' TO FILE-SRT-KEY-BAD
                   ELSE
                       MOVE SHELL-ARG-NUM TO
                       FILE-SRT-KEY-LEN(FILE-SRT-KEYS)
                   END-IF
                   IF FILE-SRT-PART3 = "D"
                       MOVE 'D' TO FILE-SRT-KEY-DIR(FILE-SRT-KEYS)
                   ELSE IF FILE-SRT-PART3 = "A" OR
                   FILE-SRT-PART3 = SPACES
                       MOVE 'A' TO FILE-SRT-KEY-DIR(FILE-SRT-KEYS)
                   ELSE
                       MOVE 'Y' TO FILE-SRT-KEY-BAD
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * Everything that can be refused is refused before the store is
      * touched: the input's shape, the keys against its record
      * length, the output name, catalog room, memory for a sort
      * window of at least one record, and the sectors for the output
      * (and for the work extent, when the file is bigger than the
      * window)
       FILE-SRT-CHECK.
           MOVE 'Y' TO FILE-SRT-OK.
           MOVE FILE-ENT-RECLEN(FILE-SRT-IN) TO FILE-SRT-RECLEN.
           MOVE FILE-ENT-NUMRECS(FILE-SRT-IN) TO FILE-SRT-NUMRECS.
           MULTIPLY FILE-SRT-RECLEN BY FILE-SRT-NUMRECS GIVING
           FILE-SRT-BYTES END-MULTIPLY.
           IF FILE-SRT-NUMRECS = 0 OR FILE-SRT-RECLEN = 0
               MOVE "SORT: input file has no records" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-SRT-OK
           ELSE IF FILE-SRT-RECLEN > 2048
               MOVE "SORT: record length is over 2048" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-SRT-OK
           END-IF
           END-IF.
           IF FILE-SRT-OK = 'Y'
               PERFORM VARYING FILE-SRT-K FROM 1 BY 1
               UNTIL FILE-SRT-K > FILE-SRT-KEYS
                   IF FILE-SRT-KEY-START(FILE-SRT-K) +
                   FILE-SRT-KEY-LEN(FILE-SRT-K) - 1 > FILE-SRT-RECLEN
                       MOVE SPACES TO SHELL-LINE
                       STRING "SORT: key " FILE-SRT-K
                       " runs past the record length of "
                       FILE-SRT-RECLEN DELIMITED BY SIZE
                       INTO SHELL-LINE END-STRING
                       PERFORM SHELL-PUT-LINE
                       MOVE 'N' TO FILE-SRT-OK
                   END-IF
               END-PERFORM
           END-IF.
           IF FILE-SRT-OK = 'Y'
               MOVE FILE-SRT-OUT-NAME TO FILE-NAME
               MOVE FILE-SRT-OUT-EXT TO FILE-EXT
               PERFORM FILE-FIND
               IF FILE-FOUND NOT = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "SORT: " FILE-NAME DELIMITED BY SPACE " "
                   FILE-EXT " is already cataloged, DEL it first"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-SRT-OK
               ELSE IF FILE-NUM-FILES NOT < 100
                   MOVE "SORT: file catalog is full" TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-SRT-OK
               END-IF
               END-IF
               MOVE FILE-SRT-IN TO FILE-FOUND
           END-IF.
      * Size the window from the pool, up to 64K and 4096 records, and
      * work out how many merge passes the runs it leaves will need
           IF FILE-SRT-OK = 'Y'
               MOVE MEM-FREE-BYTES TO FILE-SRT-END
               IF FILE-SRT-END > 65536
                   MOVE 65536 TO FILE-SRT-END
               END-IF
               DIVIDE FILE-SRT-END BY FILE-SRT-RECLEN GIVING
               FILE-SRT-END END-DIVIDE
               IF FILE-SRT-END > 4096
                   MOVE 4096 TO FILE-SRT-END
               END-IF
               IF FILE-SRT-END > FILE-SRT-NUMRECS
                   MOVE FILE-SRT-NUMRECS TO FILE-SRT-END
               END-IF
               MOVE FILE-SRT-END TO FILE-SRT-WIN-RECS
               MULTIPLY FILE-SRT-WIN-RECS BY FILE-SRT-RECLEN GIVING
               FILE-SRT-WIN-BYTES END-MULTIPLY
               MOVE 0 TO FILE-SRT-PASSES
               MOVE FILE-SRT-WIN-RECS TO FILE-SRT-SPAN
               IF FILE-SRT-WIN-RECS = 0
                   MOVE "SORT: not enough memory for a sort window" TO
                   SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-SRT-OK
               ELSE
                   COMPUTE FILE-SRT-RUNS = (FILE-SRT-NUMRECS +
                   FILE-SRT-WIN-RECS - 1) / FILE-SRT-WIN-RECS
                   END-COMPUTE
                   PERFORM UNTIL FILE-SRT-SPAN NOT < FILE-SRT-NUMRECS
                       ADD 1 TO FILE-SRT-PASSES END-ADD
                       MULTIPLY 2 BY FILE-SRT-SPAN END-MULTIPLY
                   END-PERFORM
               END-IF
           END-IF.
           IF FILE-SRT-OK = 'Y'
               COMPUTE FILE-SRT-SECTS = (FILE-SRT-BYTES + 511) / 512
               END-COMPUTE
               MOVE FILE-SRT-SECTS TO FILE-MAP-COUNT
               PERFORM FILE-ALLOC
               IF FILE-ALLOC-OK NOT = 'Y'
                   MOVE SPACES TO SHELL-LINE
                   STRING "SORT: no room on the writable store for "
                   FILE-SRT-SECTS " sectors" DELIMITED BY SIZE
                   INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-SRT-OK
               ELSE
                   MOVE FILE-MAP-START TO FILE-SRT-OUT-AT
               END-IF
           END-IF.
           IF FILE-SRT-OK = 'Y' AND FILE-SRT-PASSES > 0
               MOVE FILE-SRT-SECTS TO FILE-MAP-COUNT
               PERFORM FILE-ALLOC
               IF FILE-ALLOC-OK NOT = 'Y'
                   MOVE FILE-SRT-OUT-AT TO FILE-MAP-START
                   MOVE FILE-SRT-SECTS TO FILE-MAP-COUNT
                   PERFORM FILE-MAP-FREE
                   MOVE SPACES TO SHELL-LINE
                   STRING "SORT: no room for " FILE-SRT-SECTS
                   " work sectors beside the output"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO FILE-SRT-OK
               ELSE
                   MOVE FILE-MAP-START TO FILE-SRT-WORK-AT
               END-IF
           END-IF.
           IF FILE-SRT-OK NOT = 'Y'
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "SORT refused for " FILE-ENT-NAME(FILE-SRT-IN)
               DELIMITED BY SPACE INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * Put the runs down, merge them, and catalog the result. The
      * runs go to whichever extent makes the last merge pass land in
      * the output's; nothing is cataloged until the output is whole,
      * so an interrupted sort only leaves free sectors behind
       FILE-SRT-RUN.
           ALLOCATE FILE-SRT-WIN-BYTES CHARACTERS RETURNING
           FILE-SRT-PTR.
           SUBTRACT FILE-SRT-WIN-BYTES FROM MEM-FREE-BYTES
           END-SUBTRACT.
           MOVE FILE-SRT-ADDR TO MEM-TRACK-ADDR.
           MOVE FILE-SRT-WIN-BYTES TO MEM-TRACK-SIZE.
           PERFORM MEM-POOL-TRACK.
           SET ADDRESS OF FILE-SRT-AREA TO FILE-SRT-PTR.
           DIVIDE FILE-SRT-PASSES BY 2 GIVING WS-DIVRES
           REMAINDER WS-RESIDUE END-DIVIDE.
           IF WS-RESIDUE = 0
               MOVE FILE-SRT-OUT-AT TO FILE-SRT-TO
           ELSE
               MOVE FILE-SRT-WORK-AT TO FILE-SRT-TO
           END-IF.
           MOVE FILE-SRT-TO TO FILE-SRT-WBASE.
           MOVE 0 TO FILE-SRT-WPOS.
           MOVE 'N' TO FILE-SRT-WHAVE.
           MOVE 0 TO FILE-SRT-OUT-RECS.
           MOVE 1 TO FILE-SRT-RUN-FIRST.
           PERFORM UNTIL FILE-SRT-RUN-FIRST > FILE-SRT-NUMRECS
               PERFORM FILE-SRT-MAKE-RUN
               ADD FILE-SRT-WIN-RECS TO FILE-SRT-RUN-FIRST END-ADD
           END-PERFORM.
           PERFORM FILE-SRT-FLUSH.
           FREE FILE-SRT-PTR.
           ADD FILE-SRT-WIN-BYTES TO MEM-FREE-BYTES END-ADD.
           MOVE FILE-SRT-WIN-RECS TO FILE-SRT-SPAN.
           PERFORM FILE-SRT-PASSES TIMES
               MOVE FILE-SRT-TO TO FILE-SRT-FROM
               IF FILE-SRT-FROM = FILE-SRT-OUT-AT
                   MOVE FILE-SRT-WORK-AT TO FILE-SRT-TO
               ELSE
                   MOVE FILE-SRT-OUT-AT TO FILE-SRT-TO
               END-IF
               PERFORM FILE-SRT-MERGE-PASS
               MULTIPLY 2 BY FILE-SRT-SPAN END-MULTIPLY
           END-PERFORM.
           IF FILE-SRT-PASSES > 0
               MOVE FILE-SRT-WORK-AT TO FILE-MAP-START
               MOVE FILE-SRT-SECTS TO FILE-MAP-COUNT
               PERFORM FILE-MAP-FREE
           END-IF.
      * The output is cataloged the way BACKUP catalogs a copy: its
      * data already sits on the store, so it is charged against the
      * pool, and the pool runs down to nothing rather than refusing
      * a file bigger than what is left of it
           MOVE FILE-SRT-OUT-NAME TO FILE-NAME.
           MOVE FILE-SRT-OUT-EXT TO FILE-EXT.
           PERFORM FILE-FIND.
           IF FILE-FOUND NOT = 0 OR FILE-NUM-FILES NOT < 100
               MOVE FILE-SRT-OUT-AT TO FILE-MAP-START
               MOVE FILE-SRT-SECTS TO FILE-MAP-COUNT
               PERFORM FILE-MAP-FREE
               MOVE "SORT: output could not be cataloged" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO FILE-SRT-OK
           ELSE
               PERFORM TIMER-READ-RTC
               PERFORM TIMER-READ-RTC-DATE
               MOVE TIMER-RTC-HOUR TO FILE-CREAT-TIME-HOUR
               MOVE TIMER-RTC-MIN TO FILE-CREAT-TIME-MINUTE
               MOVE TIMER-RTC-SEC TO FILE-CREAT-TIME-SECOND
               MOVE TIMER-RTC-DAY TO FILE-CREAT-TIME-DAY
               MOVE TIMER-RTC-MONTH TO FILE-CREAT-TIME-MONTH
               MOVE TIMER-RTC-YEAR TO FILE-CREAT-TIME-YEAR
               ADD 1 TO FILE-NUM-FILES END-ADD
               MOVE FILE-NUM-FILES TO FILE-FOUND
               MOVE FILE-NAME TO FILE-ENT-NAME(FILE-FOUND)
               MOVE FILE-EXT TO FILE-ENT-EXT(FILE-FOUND)
               MOVE 0 TO FILE-ENT-CYL(FILE-FOUND)
               MOVE FILE-SRT-OUT-AT TO FILE-ENT-SECT(FILE-FOUND)
               MOVE 0 TO FILE-ENT-RECORD(FILE-FOUND)
               MOVE FILE-CREAT-TIME TO FILE-ENT-CREAT-TIME(FILE-FOUND)
               MOVE FILE-SRT-RECLEN TO FILE-ENT-RECLEN(FILE-FOUND)
               MOVE FILE-SRT-OUT-RECS TO FILE-ENT-NUMRECS(FILE-FOUND)
               MOVE 'F' TO FILE-ENT-MEDIA(FILE-FOUND)
               MOVE 0 TO FILE-ENT-GEN(FILE-FOUND)
               MOVE FILE-GEN-LIMIT TO FILE-ENT-GEN-LIMIT(FILE-FOUND)
               MOVE 0 TO FILE-ENT-DISC-SIG(FILE-FOUND)
               MULTIPLY FILE-SRT-RECLEN BY FILE-SRT-OUT-RECS GIVING
               WS-MULRES END-MULTIPLY
               IF WS-MULRES > MEM-FREE-BYTES
                   MOVE 0 TO MEM-FREE-BYTES
               ELSE
                   SUBTRACT WS-MULRES FROM MEM-FREE-BYTES END-SUBTRACT
               END-IF
               PERFORM FILE-SAVE-CATALOG
               MOVE SPACES TO SHELL-LINE
               STRING "Sorted " FILE-ENT-NAME(FILE-SRT-IN)
               DELIMITED BY SPACE " into " FILE-NAME DELIMITED BY
               SPACE " " FILE-EXT ", " FILE-SRT-RUNS " runs, "
               FILE-SRT-PASSES " merge passes" DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE SPACES TO SHELL-LINE
               STRING "Records in " FILE-SRT-NUMRECS ", records out "
               FILE-SRT-OUT-RECS DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Sorted " FILE-ENT-NAME(FILE-SRT-IN)
               DELIMITED BY SPACE " into " FILE-NAME DELIMITED BY
               SPACE " " FILE-EXT DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * One window of input records from FILE-SRT-RUN-FIRST on:
      * pulled into the window a media block at a time, put in order
      * by straight insertion (a record only moves past one whose key
      * is strictly greater, which keeps equal keys in input order
      * and costs one compare a record on ordered input), and written
      * out in that order
       FILE-SRT-MAKE-RUN.
           COMPUTE FILE-SRT-RUN-COUNT = FILE-SRT-NUMRECS -
           FILE-SRT-RUN-FIRST + 1 END-COMPUTE.
           IF FILE-SRT-RUN-COUNT > FILE-SRT-WIN-RECS
               MOVE FILE-SRT-WIN-RECS TO FILE-SRT-RUN-COUNT
           END-IF.
           COMPUTE FILE-SRT-ABS = (FILE-SRT-RUN-FIRST - 1) *
           FILE-SRT-RECLEN END-COMPUTE.
           COMPUTE FILE-SRT-END = FILE-SRT-ABS + FILE-SRT-RUN-COUNT *
           FILE-SRT-RECLEN END-COMPUTE.
           MOVE 1 TO FILE-SRT-OFF.
           PERFORM UNTIL FILE-SRT-ABS NOT < FILE-SRT-END
               COMPUTE FILE-SRT-BLK = FILE-SRT-ABS / 2048 + 1
               END-COMPUTE
               COMPUTE FILE-SRT-POS = FILE-SRT-ABS -
               (FILE-SRT-BLK - 1) * 2048 + 1 END-COMPUTE
               COMPUTE FILE-SRT-CHUNK = 2048 - FILE-SRT-POS + 1
               END-COMPUTE
               IF FILE-SRT-CHUNK > FILE-SRT-END - FILE-SRT-ABS
                   COMPUTE FILE-SRT-CHUNK = FILE-SRT-END -
                   FILE-SRT-ABS END-COMPUTE
               END-IF
               MOVE FILE-SRT-BLK TO FILE-BLOCK-NUM
               PERFORM FILE-READ-BLOCK
               MOVE ATAPI-BUF(FILE-SRT-POS:FILE-SRT-CHUNK) TO
               FILE-SRT-AREA(FILE-SRT-OFF:FILE-SRT-CHUNK)
               ADD FILE-SRT-CHUNK TO FILE-SRT-ABS END-ADD
               ADD FILE-SRT-CHUNK TO FILE-SRT-OFF END-ADD
           END-PERFORM.
           PERFORM VARYING FILE-SRT-I FROM 1 BY 1
           UNTIL FILE-SRT-I > FILE-SRT-RUN-COUNT
               MOVE FILE-SRT-I TO FILE-SRT-ORDER(FILE-SRT-I)
           END-PERFORM.
           PERFORM VARYING FILE-SRT-I FROM 2 BY 1
           UNTIL FILE-SRT-I > FILE-SRT-RUN-COUNT
               MOVE FILE-SRT-ORDER(FILE-SRT-I) TO FILE-SRT-HOLD
               COMPUTE FILE-SRT-OFF = (FILE-SRT-HOLD - 1) *
               FILE-SRT-RECLEN + 1 END-COMPUTE
               MOVE FILE-SRT-AREA(FILE-SRT-OFF:FILE-SRT-RECLEN) TO
               FILE-SRT-B
               MOVE FILE-SRT-I TO FILE-SRT-J
               MOVE '>' TO FILE-SRT-CMP
               PERFORM UNTIL FILE-SRT-J = 1 OR FILE-SRT-CMP NOT = '>'
                   COMPUTE FILE-SRT-OFF =
                   (FILE-SRT-ORDER(FILE-SRT-J - 1) - 1) *
                   FILE-SRT-RECLEN + 1 END-COMPUTE
                   MOVE FILE-SRT-AREA(FILE-SRT-OFF:FILE-SRT-RECLEN)
                   TO FILE-SRT-A
                   PERFORM FILE-SRT-COMPARE
                   IF FILE-SRT-CMP = '>'
                       MOVE FILE-SRT-ORDER(FILE-SRT-J - 1) TO
                       FILE-SRT-ORDER(FILE-SRT-J)
                       SUBTRACT 1 FROM FILE-SRT-J END-SUBTRACT
                   END-IF
               END-PERFORM
               MOVE FILE-SRT-HOLD TO FILE-SRT-ORDER(FILE-SRT-J)
           END-PERFORM.
           PERFORM VARYING FILE-SRT-I FROM 1 BY 1
           UNTIL FILE-SRT-I > FILE-SRT-RUN-COUNT
               COMPUTE FILE-SRT-OFF = (FILE-SRT-ORDER(FILE-SRT-I) - 1)
               * FILE-SRT-RECLEN + 1 END-COMPUTE
               MOVE FILE-SRT-AREA(FILE-SRT-OFF:FILE-SRT-RECLEN) TO
               FILE-SRT-W
               PERFORM FILE-SRT-PUT
           END-PERFORM.
      * Compare record A with record B key by key: '<' when A belongs
      * first, '>' when B does, '=' when every key is equal
       FILE-SRT-COMPARE.
           MOVE '=' TO FILE-SRT-CMP.
           PERFORM VARYING FILE-SRT-K FROM 1 BY 1
           UNTIL FILE-SRT-K > FILE-SRT-KEYS OR FILE-SRT-CMP NOT = '='
               IF FILE-SRT-A(FILE-SRT-KEY-START(FILE-SRT-K):
               FILE-SRT-KEY-LEN(FILE-SRT-K)) <
               FILE-SRT-B(FILE-SRT-KEY-START(FILE-SRT-K):
               FILE-SRT-KEY-LEN(FILE-SRT-K))
                   MOVE '<' TO FILE-SRT-CMP
               ELSE IF FILE-SRT-A(FILE-SRT-KEY-START(FILE-SRT-K):
               FILE-SRT-KEY-LEN(FILE-SRT-K)) >
               FILE-SRT-B(FILE-SRT-KEY-START(FILE-SRT-K):
               FILE-SRT-KEY-LEN(FILE-SRT-K))
                   MOVE '>' TO FILE-SRT-CMP
               END-IF
               END-IF
               IF FILE-SRT-KEY-DIR(FILE-SRT-K) = 'D'
                   IF FILE-SRT-CMP = '<'
                       MOVE '>' TO FILE-SRT-CMP
                   ELSE IF FILE-SRT-CMP = '>'
                       MOVE '<' TO FILE-SRT-CMP
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
      * One merge pass: runs of FILE-SRT-SPAN records in the extent
      * at FILE-SRT-FROM are merged pairwise into runs twice as long
      * in the extent at FILE-SRT-TO; a run left without a partner
      * is copied across as it is
       FILE-SRT-MERGE-PASS.
           MOVE FILE-SRT-FROM TO FILE-SRT-SBASE(1).
           MOVE FILE-SRT-FROM TO FILE-SRT-SBASE(2).
           MOVE 99999 TO FILE-SRT-SCACHED(1).
           MOVE 99999 TO FILE-SRT-SCACHED(2).
           MOVE FILE-SRT-TO TO FILE-SRT-WBASE.
           MOVE 0 TO FILE-SRT-WPOS.
           MOVE 'N' TO FILE-SRT-WHAVE.
           MOVE 0 TO FILE-SRT-OUT-RECS.
           MOVE 1 TO FILE-SRT-P.
           PERFORM UNTIL FILE-SRT-P > FILE-SRT-NUMRECS
               MOVE FILE-SRT-P TO FILE-SRT-L-NEXT
               COMPUTE FILE-SRT-L-END = FILE-SRT-P + FILE-SRT-SPAN - 1
               END-COMPUTE
               IF FILE-SRT-L-END > FILE-SRT-NUMRECS
                   MOVE FILE-SRT-NUMRECS TO FILE-SRT-L-END
               END-IF
               COMPUTE FILE-SRT-R-NEXT = FILE-SRT-L-END + 1
               END-COMPUTE
               COMPUTE FILE-SRT-R-END = FILE-SRT-P + FILE-SRT-SPAN * 2
               - 1 END-COMPUTE
               IF FILE-SRT-R-END > FILE-SRT-NUMRECS
                   MOVE FILE-SRT-NUMRECS TO FILE-SRT-R-END
               END-IF
               PERFORM FILE-SRT-MERGE-PAIR
               COMPUTE FILE-SRT-P = FILE-SRT-R-END + 1 END-COMPUTE
           END-PERFORM.
           PERFORM FILE-SRT-FLUSH.
      * Merge the left run into the right one; on equal keys the left
      * record goes first, so records keep their input order
       FILE-SRT-MERGE-PAIR.
           IF FILE-SRT-L-NEXT NOT > FILE-SRT-L-END
               MOVE 1 TO FILE-SRT-S
               MOVE FILE-SRT-L-NEXT TO FILE-SRT-GET-REC
               PERFORM FILE-SRT-GET
           END-IF.
           IF FILE-SRT-R-NEXT NOT > FILE-SRT-R-END
               MOVE 2 TO FILE-SRT-S
               MOVE FILE-SRT-R-NEXT TO FILE-SRT-GET-REC
               PERFORM FILE-SRT-GET
           END-IF.
           PERFORM UNTIL FILE-SRT-L-NEXT > FILE-SRT-L-END AND
           FILE-SRT-R-NEXT > FILE-SRT-R-END
               IF FILE-SRT-R-NEXT > FILE-SRT-R-END
                   MOVE 'L' TO FILE-SRT-TAKE
               ELSE IF FILE-SRT-L-NEXT > FILE-SRT-L-END
                   MOVE 'R' TO FILE-SRT-TAKE
               ELSE
                   PERFORM FILE-SRT-COMPARE
                   IF FILE-SRT-CMP = '>'
                       MOVE 'R' TO FILE-SRT-TAKE
                   ELSE
                       MOVE 'L' TO FILE-SRT-TAKE
                   END-IF
               END-IF
               END-IF
               IF FILE-SRT-TAKE = 'L'
                   MOVE FILE-SRT-A(1:FILE-SRT-RECLEN) TO FILE-SRT-W
                   PERFORM FILE-SRT-PUT
                   ADD 1 TO FILE-SRT-L-NEXT END-ADD
                   IF FILE-SRT-L-NEXT NOT > FILE-SRT-L-END
                       MOVE 1 TO FILE-SRT-S
                       MOVE FILE-SRT-L-NEXT TO FILE-SRT-GET-REC
                       PERFORM FILE-SRT-GET
                   END-IF
               ELSE
                   MOVE FILE-SRT-B(1:FILE-SRT-RECLEN) TO FILE-SRT-W
                   PERFORM FILE-SRT-PUT
                   ADD 1 TO FILE-SRT-R-NEXT END-ADD
                   IF FILE-SRT-R-NEXT NOT > FILE-SRT-R-END
                       MOVE 2 TO FILE-SRT-S
                       MOVE FILE-SRT-R-NEXT TO FILE-SRT-GET-REC
                       PERFORM FILE-SRT-GET
                   END-IF
               END-IF
           END-PERFORM.
      * Reader FILE-SRT-S fetches record FILE-SRT-GET-REC of its
      * extent into A or B, a sector-sized piece at a time, reading
      * a sector only when the reader moves off the one it holds
       FILE-SRT-GET.
           COMPUTE FILE-SRT-ABS = (FILE-SRT-GET-REC - 1) *
           FILE-SRT-RECLEN END-COMPUTE.
           MOVE 1 TO FILE-SRT-DONE.
           PERFORM UNTIL FILE-SRT-DONE > FILE-SRT-RECLEN
               COMPUTE FILE-SRT-SECT = FILE-SRT-ABS / 512 END-COMPUTE
               COMPUTE FILE-SRT-POS = FILE-SRT-ABS -
               FILE-SRT-SECT * 512 + 1 END-COMPUTE
               IF FILE-SRT-SECT NOT = FILE-SRT-SCACHED(FILE-SRT-S)
                   COMPUTE FILE-DATA-SECT =
                   FILE-SRT-SBASE(FILE-SRT-S) + FILE-SRT-SECT
                   END-COMPUTE
                   PERFORM FILE-DATA-READ-SECT
                   MOVE FLOPPY-BUF TO FILE-SRT-SBUF(FILE-SRT-S)
                   MOVE FILE-SRT-SECT TO FILE-SRT-SCACHED(FILE-SRT-S)
               END-IF
               COMPUTE FILE-SRT-CHUNK = 512 - FILE-SRT-POS + 1
               END-COMPUTE
               IF FILE-SRT-CHUNK > FILE-SRT-RECLEN - FILE-SRT-DONE + 1
                   COMPUTE FILE-SRT-CHUNK = FILE-SRT-RECLEN -
                   FILE-SRT-DONE + 1 END-COMPUTE
               END-IF
               IF FILE-SRT-S = 1
                   MOVE FILE-SRT-SBUF(FILE-SRT-S)
                   (FILE-SRT-POS:FILE-SRT-CHUNK) TO
                   FILE-SRT-A(FILE-SRT-DONE:FILE-SRT-CHUNK)
               ELSE
                   MOVE FILE-SRT-SBUF(FILE-SRT-S)
                   (FILE-SRT-POS:FILE-SRT-CHUNK) TO
                   FILE-SRT-B(FILE-SRT-DONE:FILE-SRT-CHUNK)
               END-IF
               ADD FILE-SRT-CHUNK TO FILE-SRT-DONE END-ADD
               ADD FILE-SRT-CHUNK TO FILE-SRT-ABS END-ADD
           END-PERFORM.
      * Append record W to the writer's extent. Writing is strictly
      * sequential from the extent's first byte, so each sector is
      * filled from its start and is written once, when the writer
      * moves past it or is flushed
       FILE-SRT-PUT.
           MOVE 1 TO FILE-SRT-DONE.
           PERFORM UNTIL FILE-SRT-DONE > FILE-SRT-RECLEN
               COMPUTE FILE-SRT-SECT = FILE-SRT-WPOS / 512 END-COMPUTE
               COMPUTE FILE-SRT-POS = FILE-SRT-WPOS -
               FILE-SRT-SECT * 512 + 1 END-COMPUTE
               IF FILE-SRT-WHAVE = 'Y' AND
               FILE-SRT-SECT NOT = FILE-SRT-WSECT
                   PERFORM FILE-SRT-FLUSH
               END-IF
               IF FILE-SRT-WHAVE NOT = 'Y'
                   MOVE SPACES TO FILE-SRT-WBUF
                   MOVE FILE-SRT-SECT TO FILE-SRT-WSECT
                   MOVE 'Y' TO FILE-SRT-WHAVE
               END-IF
               COMPUTE FILE-SRT-CHUNK = 512 - FILE-SRT-POS + 1
               END-COMPUTE
               IF FILE-SRT-CHUNK > FILE-SRT-RECLEN - FILE-SRT-DONE + 1
                   COMPUTE FILE-SRT-CHUNK = FILE-SRT-RECLEN -
                   FILE-SRT-DONE + 1 END-COMPUTE
               END-IF
               MOVE FILE-SRT-W(FILE-SRT-DONE:FILE-SRT-CHUNK) TO
               FILE-SRT-WBUF(FILE-SRT-POS:FILE-SRT-CHUNK)
               ADD FILE-SRT-CHUNK TO FILE-SRT-DONE END-ADD
               ADD FILE-SRT-CHUNK TO FILE-SRT-WPOS END-ADD
           END-PERFORM.
           ADD 1 TO FILE-SRT-OUT-RECS END-ADD.
      * Write out the sector the writer is holding, if any
       FILE-SRT-FLUSH.
           IF FILE-SRT-WHAVE = 'Y'
               COMPUTE FILE-DATA-SECT = FILE-SRT-WBASE + FILE-SRT-WSECT
               END-COMPUTE
               MOVE FILE-SRT-WBUF TO FLOPPY-BUF
               PERFORM FILE-DATA-WRITE-SECT
               MOVE 'N' TO FILE-SRT-WHAVE
           END-IF.
      * Search the records of one or all cataloged files for a piece
      * of text, for the shell's FIND opname. Disc and store files are
      * both read through FILE-READ-BLOCK; each record holding the
      * text is listed once, with the text around the first match
       SHELL-FIND.
           MOVE 0 TO FILE-FND-FILES.
           MOVE 0 TO FILE-FND-SKIPPED.
           MOVE 0 TO FILE-FND-RECS.
           MOVE 0 TO FILE-FND-HITS.
           MOVE 0 TO FILE-FND-LINES.
           MOVE 0 TO FILE-FND-LEN.
           PERFORM VARYING FILE-FND-COL FROM 24 BY -1
           UNTIL FILE-FND-COL < 1 OR FILE-FND-LEN NOT = 0
               IF FILE-FND-TEXT(FILE-FND-COL:1) NOT = SPACE
                   MOVE FILE-FND-COL TO FILE-FND-LEN
               END-IF
           END-PERFORM.
           IF FILE-FND-LEN = 0
               MOVE "FIND: give the text to search for" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-FND-FROM = 0 OR FILE-FND-FROM > FILE-FND-TO
               MOVE "FIND: column range is from,to" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
      * The table is walked to the count taken at the start; only
      * current generations are searched, and quarantined entries
      * are left alone. The operator file is searched for a remote
      * operator only when the operator's class is H, since its
      * records carry the PIN hashes
               MOVE FILE-NUM-FILES TO FILE-FND-LAST
               PERFORM VARYING FILE-FND-ENT FROM 1 BY 1
               UNTIL FILE-FND-ENT > FILE-FND-LAST
                   IF (FILE-ENT-MEDIA(FILE-FND-ENT) = 'C' OR
                   FILE-ENT-MEDIA(FILE-FND-ENT) = 'F') AND
                   FILE-ENT-GEN(FILE-FND-ENT) = 0 AND
                   (UART-CONSOLE-ACTIVE NOT = 'Y' OR
                   OPR-CLASS = 'H' OR
                   FILE-ENT-NAME(FILE-FND-ENT) NOT = OPR-FILE-NAME OR
                   FILE-ENT-EXT(FILE-FND-ENT) NOT = OPR-FILE-EXT) AND
                   (FILE-FND-NAME = SPACES OR FILE-FND-NAME = "*" OR
                   FILE-FND-NAME = FILE-ENT-NAME(FILE-FND-ENT)) AND
                   (FILE-FND-EXT = SPACES OR FILE-FND-EXT = "*" OR
                   FILE-FND-EXT = FILE-ENT-EXT(FILE-FND-ENT))
                       PERFORM FILE-FND-FILE
                   END-IF
               END-PERFORM
               IF FILE-FND-FILES = 0 AND FILE-FND-SKIPPED = 0
                   MOVE "FIND: no file to search" TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               ELSE
                   MOVE SPACES TO SHELL-LINE
                   STRING "FIND: " FILE-FND-HITS " matches, "
                   FILE-FND-RECS " records scanned in " FILE-FND-FILES
                   " files" DELIMITED BY SIZE INTO SHELL-LINE
                   END-STRING
                   PERFORM SHELL-PUT-LINE
               END-IF
           END-IF
           END-IF.
      * Scan every record of catalog entry FILE-FND-ENT. The block the
      * last record ended in is kept, so a file is read once through
       FILE-FND-FILE.
           MOVE FILE-FND-ENT TO FILE-FOUND.
           IF FILE-ENT-RECLEN(FILE-FOUND) = 0 OR
           FILE-ENT-RECLEN(FILE-FOUND) > 2048
               ADD 1 TO FILE-FND-SKIPPED END-ADD
               MOVE SPACES TO SHELL-LINE
               STRING "FIND: skipped " FILE-ENT-NAME(FILE-FOUND)
               DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-FOUND)
               ", record length " FILE-ENT-RECLEN(FILE-FOUND)
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               PERFORM FILE-FND-PAUSE
           ELSE
               ADD 1 TO FILE-FND-FILES END-ADD
               MOVE 0 TO FILE-REC-CACHED
               PERFORM VARYING FILE-FND-REC FROM 1 BY 1
               UNTIL FILE-FND-REC > FILE-ENT-NUMRECS(FILE-FOUND)
                   PERFORM FILE-FND-RECORD
               END-PERFORM
           END-IF.
      * Bring record FILE-FND-REC into FILE-REC-BUF and look for the
      * text inside the column range, cut back to the record length
       FILE-FND-RECORD.
           COMPUTE FILE-REC-ABS = (FILE-FND-REC - 1) *
           FILE-ENT-RECLEN(FILE-FOUND) END-COMPUTE.
           MOVE 1 TO FILE-REC-IDX.
           PERFORM UNTIL FILE-REC-IDX > FILE-ENT-RECLEN(FILE-FOUND)
               COMPUTE FILE-REC-BLK = FILE-REC-ABS / 2048 + 1
               END-COMPUTE
               COMPUTE FILE-REC-POS = FILE-REC-ABS -
               (FILE-REC-BLK - 1) * 2048 + 1 END-COMPUTE
               IF FILE-REC-BLK NOT = FILE-REC-CACHED
                   MOVE FILE-REC-BLK TO FILE-BLOCK-NUM
                   PERFORM FILE-READ-BLOCK
                   MOVE FILE-REC-BLK TO FILE-REC-CACHED
               END-IF
               COMPUTE FILE-REC-CHUNK = 2048 - FILE-REC-POS + 1
               END-COMPUTE
               IF FILE-REC-CHUNK > FILE-ENT-RECLEN(FILE-FOUND) -
               FILE-REC-IDX + 1
                   COMPUTE FILE-REC-CHUNK = FILE-ENT-RECLEN(FILE-FOUND)
                   - FILE-REC-IDX + 1 END-COMPUTE
               END-IF
               MOVE ATAPI-BUF(FILE-REC-POS:FILE-REC-CHUNK) TO
               FILE-REC-BUF(FILE-REC-IDX:FILE-REC-CHUNK)
               ADD FILE-REC-CHUNK TO FILE-REC-IDX END-ADD
               ADD FILE-REC-CHUNK TO FILE-REC-ABS END-ADD
           END-PERFORM.
           ADD 1 TO FILE-FND-RECS END-ADD.
           MOVE FILE-FND-TO TO FILE-FND-SHOW.
           IF FILE-FND-SHOW > FILE-ENT-RECLEN(FILE-FOUND)
               MOVE FILE-ENT-RECLEN(FILE-FOUND) TO FILE-FND-SHOW
           END-IF.
           MOVE 0 TO FILE-FND-HIT.
           PERFORM VARYING FILE-FND-COL FROM FILE-FND-FROM BY 1
           UNTIL FILE-FND-COL + FILE-FND-LEN - 1 > FILE-FND-SHOW OR
           FILE-FND-HIT NOT = 0
               IF FILE-REC-BUF(FILE-FND-COL:FILE-FND-LEN) =
               FILE-FND-TEXT(1:FILE-FND-LEN)
                   MOVE FILE-FND-COL TO FILE-FND-HIT
               END-IF
           END-PERFORM.
           IF FILE-FND-HIT NOT = 0
               ADD 1 TO FILE-FND-HITS END-ADD
               PERFORM FILE-FND-SHOW-HIT
           END-IF.
      * One hit line: file, extension and record number, then the
      * record text from a little ahead of the match, unprintable
      * bytes shown as dots the way RECGET shows them
       FILE-FND-SHOW-HIT.
           MOVE SPACES TO SHELL-LINE.
           MOVE 1 TO FILE-FND-PTR.
           STRING FILE-ENT-NAME(FILE-FOUND) DELIMITED BY SPACE " "
           FILE-ENT-EXT(FILE-FOUND) " " FILE-FND-REC ": "
           DELIMITED BY SIZE INTO SHELL-LINE WITH POINTER FILE-FND-PTR
           END-STRING.
           IF FILE-FND-HIT > 10
               COMPUTE FILE-FND-COL = FILE-FND-HIT - 10 END-COMPUTE
           ELSE
               MOVE 1 TO FILE-FND-COL
           END-IF.
           PERFORM UNTIL FILE-FND-PTR > 78 OR
           FILE-FND-COL > FILE-ENT-RECLEN(FILE-FOUND)
               MOVE 0 TO WS-BYTE-VAL
               MOVE FILE-REC-BUF(FILE-FND-COL:1) TO WS-BYTE-CHAR
               IF WS-BYTE-VAL < 32 OR WS-BYTE-VAL > 126
                   MOVE '.' TO SHELL-LINE(FILE-FND-PTR:1)
               ELSE
                   MOVE WS-BYTE-CHAR TO SHELL-LINE(FILE-FND-PTR:1)
               END-IF
               ADD 1 TO FILE-FND-PTR END-ADD
               ADD 1 TO FILE-FND-COL END-ADD
           END-PERFORM.
           PERFORM SHELL-PUT-LINE.
           PERFORM FILE-FND-PAUSE.
      * A remote operator, the startup script and a scheduled job get
      * every line streamed; only the local screen pauses
       FILE-FND-PAUSE.
           ADD 1 TO FILE-FND-LINES END-ADD.
           IF FILE-FND-LINES NOT < 16 AND
           UART-CONSOLE-ACTIVE NOT = 'Y' AND
           BATCH-ACTIVE NOT = 'Y' AND SCHED-RUNNING NOT = 'Y'
               MOVE 0 TO FILE-FND-LINES
               DISPLAY "-- More --" END-DISPLAY
               ACCEPT SHELL-PAUSE-REPLY END-ACCEPT
           END-IF.
      * Re-read the ISO9660 root directory of the disc now in the
      * drive and bring the disc entries of the catalog into line
      * with it, for the shell's RESCAN opname. The first pass over
      * the directory updates the extents and sizes of files that
      * moved or changed and flags store copies whose disc original
      * changed (the copy itself is left alone); disc entries the
      * first pass didn't meet are then retired, and the second pass
      * catalogs what is new, so retirements make room for additions.
      * Each difference is reported and logged
       SHELL-RESCAN.
           MOVE 0 TO FILE-RSC-ON-DISC.
           MOVE 0 TO FILE-RSC-ADDED.
           MOVE 0 TO FILE-RSC-CHANGED.
           MOVE 0 TO FILE-RSC-RETIRED.
           MOVE 0 TO FILE-RSC-STALE.
           MOVE 0 TO FILE-RSC-HELD.
           MOVE 0 TO FILE-RSC-LINES.
           MOVE 'N' TO FILE-RSC-DIRTY.
           MOVE 0 TO FILE-DISC-SIG.
           PERFORM ATAPI-READ-PVD.
           IF ATAPI-PVD-OK NOT = 'Y' OR ATAPI-ROOT-LEN = 0
               MOVE "RESCAN: no ISO9660 disc, catalog left alone"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'W' TO LOG-SEV
               MOVE "Rescan found no ISO9660 disc" TO LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE SPACES TO SHELL-LINE
               STRING "RESCAN: volume of " ATAPI-VOL-BLOCKS
               " blocks, root directory at block " ATAPI-ROOT-EXTENT
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               PERFORM FILE-RSC-PAUSE
               DIVIDE ATAPI-ROOT-LEN BY 2048 GIVING FILE-RSC-BLKS
               REMAINDER WS-RESIDUE END-DIVIDE
               IF WS-RESIDUE NOT = 0
                   ADD 1 TO FILE-RSC-BLKS END-ADD
               END-IF
               MOVE FILE-NUM-FILES TO FILE-RSC-LAST
               MOVE SPACES TO FILE-RSC-SEEN-TABLE
               MOVE 1 TO FILE-RSC-PASS
               PERFORM FILE-RSC-WALK
      * Disc entries cataloged before the scan that the disc no
      * longer holds go, all in one sweep
               MOVE SPACES TO FILE-GEN-DROPS
               MOVE 0 TO FILE-GEN-COUNT
               PERFORM VARYING FILE-GEN-IDX FROM 1 BY 1
               UNTIL FILE-GEN-IDX > FILE-RSC-LAST
                   IF FILE-ENT-MEDIA(FILE-GEN-IDX) = 'C' AND
                   FILE-RSC-SEEN(FILE-GEN-IDX) NOT = 'Y'
                       MOVE SPACES TO SHELL-LINE
                       STRING "Retired " FILE-ENT-NAME(FILE-GEN-IDX)
                       DELIMITED BY SPACE " " FILE-ENT-EXT(FILE-GEN-IDX)
                       ", no longer on the disc"
                       DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                       MOVE 'W' TO LOG-SEV
                       MOVE SPACES TO LOG-TEXT
                       STRING "Rescan retired "
                       FILE-ENT-NAME(FILE-GEN-IDX) DELIMITED BY SPACE
                       " " FILE-ENT-EXT(FILE-GEN-IDX)
                       DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                       PERFORM FILE-RSC-REPORT
                       PERFORM FILE-GEN-RELEASE
                       ADD 1 TO FILE-RSC-RETIRED END-ADD
                   END-IF
               END-PERFORM
               IF FILE-RSC-RETIRED NOT = 0
                   PERFORM FILE-GEN-SWEEP
                   MOVE 'Y' TO FILE-RSC-DIRTY
               END-IF
               IF FILE-RSC-DIRTY = 'Y'
                   PERFORM FILE-SAVE-CATALOG
               END-IF
      * FILE-CREATE checkpoints each addition as it lands
               MOVE 2 TO FILE-RSC-PASS
               PERFORM FILE-RSC-WALK
               MOVE SPACES TO SHELL-LINE
               STRING "RESCAN: " FILE-RSC-ON-DISC " files on the disc, "
               FILE-RSC-ADDED " added, " FILE-RSC-CHANGED " changed, "
               FILE-RSC-RETIRED " retired"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE SPACES TO SHELL-LINE
               STRING "RESCAN: " FILE-RSC-STALE
               " store copies out of date, " FILE-RSC-HELD
               " names held by store files"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "FILE" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan +" FILE-RSC-ADDED " ~" FILE-RSC-CHANGED
               " -" FILE-RSC-RETIRED " stale " FILE-RSC-STALE
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * One pass over every block of the root directory. Records never
      * straddle a block; a zero length byte means the rest of the
      * block is padding
       FILE-RSC-WALK.
           PERFORM VARYING FILE-RSC-BLK FROM 0 BY 1
           UNTIL FILE-RSC-BLK NOT < FILE-RSC-BLKS
               COMPUTE ATAPI-LBA = ATAPI-ROOT-EXTENT + FILE-RSC-BLK
               END-COMPUTE
               PERFORM ATAPI-READ-DATA
               MOVE ATAPI-BUF TO FILE-RSC-DIRBUF
               MOVE 1 TO FILE-RSC-POS
               PERFORM UNTIL FILE-RSC-POS > 2048
                   MOVE 0 TO WS-BYTE-VAL
                   MOVE FILE-RSC-DIRBUF(FILE-RSC-POS:1) TO WS-BYTE-CHAR
                   MOVE WS-BYTE-VAL TO FILE-RSC-RECLEN
                   IF FILE-RSC-RECLEN < 34 OR
                   FILE-RSC-POS + FILE-RSC-RECLEN - 1 > 2048
                       MOVE 2049 TO FILE-RSC-POS
                   ELSE
                       MOVE LOW-VALUES TO ATAPI-BUF
                       MOVE FILE-RSC-DIRBUF(FILE-RSC-POS:
                       FILE-RSC-RECLEN) TO ATAPI-BUF(1:FILE-RSC-RECLEN)
                       PERFORM FILE-RSC-ONE
                       ADD FILE-RSC-RECLEN TO FILE-RSC-POS END-ADD
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Weigh the directory record at the front of ATAPI-BUF against
      * the catalog. Subdirectories and the "." and ".." records of
      * the directory itself (a one-byte identifier of 0 or 1) aren't
      * files and are passed over
       FILE-RSC-ONE.
           MOVE 0 TO WS-BYTE-VAL.
           MOVE ATAPI-BUF(26:1) TO WS-BYTE-CHAR.
      * Bit 1 of the flags byte marks a directory
           DIVIDE WS-BYTE-VAL BY 2 GIVING FILE-RSC-FLAGS END-DIVIDE.
           DIVIDE FILE-RSC-FLAGS BY 2 GIVING WS-DIVRES
           REMAINDER WS-RESIDUE END-DIVIDE.
           MOVE WS-RESIDUE TO FILE-RSC-FLAGS.
           MOVE 0 TO WS-BYTE-VAL.
           MOVE ATAPI-BUF(33:1) TO WS-BYTE-CHAR.
           MOVE WS-BYTE-VAL TO WS-TMP.
           MOVE 0 TO WS-BYTE-VAL.
           MOVE ATAPI-BUF(34:1) TO WS-BYTE-CHAR.
           IF FILE-RSC-FLAGS = 0 AND
           NOT (WS-TMP = 1 AND WS-BYTE-VAL < 2)
               PERFORM ATAPI-DECODE-DIRREC
               PERFORM FILE-FIND
               IF FILE-RSC-PASS = 1
                   ADD 1 TO FILE-RSC-ON-DISC END-ADD
                   IF FILE-FOUND NOT = 0
                       PERFORM FILE-RSC-MATCH
                   END-IF
               ELSE IF FILE-FOUND = 0
                   PERFORM FILE-RSC-ADD
               END-IF
               END-IF
           END-IF.
           MOVE 0 TO FILE-DISC-SIG.
      * The disc file is already cataloged as FILE-FOUND. A disc entry
      * that moved, changed size or was remastered is brought up to
      * date; a store copy taken of it is only flagged, since it may
      * carry local changes
       FILE-RSC-MATCH.
           IF FILE-ENT-MEDIA(FILE-FOUND) = 'C'
               IF FILE-FOUND NOT > FILE-RSC-LAST
                   MOVE 'Y' TO FILE-RSC-SEEN(FILE-FOUND)
               END-IF
               IF FILE-ENT-CYL(FILE-FOUND) NOT = FILE-CYL OR
               FILE-ENT-SECT(FILE-FOUND) NOT = FILE-SECT OR
               FILE-ENT-NUMRECS(FILE-FOUND) NOT = FILE-NUMRECS OR
               (FILE-ENT-DISC-SIG(FILE-FOUND) NOT = 0 AND
               FILE-ENT-DISC-SIG(FILE-FOUND) NOT = FILE-DISC-SIG)
                   PERFORM FILE-RSC-UPDATE
               ELSE IF FILE-ENT-DISC-SIG(FILE-FOUND) = 0
      * Cataloged before disc signatures were kept; take this one as
      * the original to judge store copies by
                   MOVE FILE-DISC-SIG TO FILE-ENT-DISC-SIG(FILE-FOUND)
                   MOVE 'Y' TO FILE-RSC-DIRTY
               END-IF
               END-IF
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'F' AND
           FILE-ENT-DISC-SIG(FILE-FOUND) NOT = 0
               IF FILE-ENT-DISC-SIG(FILE-FOUND) NOT = FILE-DISC-SIG
                   ADD 1 TO FILE-RSC-STALE END-ADD
                   MOVE SPACES TO SHELL-LINE
                   STRING "Stale   " FILE-NAME DELIMITED BY SPACE " "
                   FILE-EXT ", disc original changed, copy kept"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   MOVE 'W' TO LOG-SEV
                   MOVE SPACES TO LOG-TEXT
                   STRING "Rescan stale copy " FILE-NAME
                   DELIMITED BY SPACE " " FILE-EXT
                   DELIMITED BY SIZE INTO LOG-TEXT END-STRING
                   PERFORM FILE-RSC-REPORT
               END-IF
           ELSE
      * A file RECV'd under the same name, or one copied before disc
      * signatures were kept, or a quarantined entry: the disc file
      * can't be cataloged beside it and there is nothing to compare
               ADD 1 TO FILE-RSC-HELD END-ADD
               MOVE SPACES TO SHELL-LINE
               STRING "Held    " FILE-NAME DELIMITED BY SPACE " "
               FILE-EXT ", name taken by a store file"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan name held " FILE-NAME
               DELIMITED BY SPACE " " FILE-EXT
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-RSC-REPORT
           END-IF
           END-IF.
      * Repoint disc entry FILE-FOUND at the extent the disc now gives
      * and move its memory reservation to the new size
       FILE-RSC-UPDATE.
           MULTIPLY FILE-ENT-RECLEN(FILE-FOUND) BY
           FILE-ENT-NUMRECS(FILE-FOUND) GIVING FILE-RSC-OLD-BYTES
           END-MULTIPLY.
           MULTIPLY FILE-RECLEN BY FILE-NUMRECS GIVING
           FILE-RSC-NEW-BYTES END-MULTIPLY.
           IF FILE-RSC-NEW-BYTES > FILE-RSC-OLD-BYTES AND
           FILE-RSC-NEW-BYTES - FILE-RSC-OLD-BYTES > MEM-FREE-BYTES
               MOVE SPACES TO SHELL-LINE
               STRING "Changed " FILE-NAME DELIMITED BY SPACE " "
               FILE-EXT ", not updated, out of memory"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan no memory for " FILE-NAME
               DELIMITED BY SPACE " " FILE-EXT
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-RSC-REPORT
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               ADD FILE-RSC-OLD-BYTES TO MEM-FREE-BYTES END-ADD
               SUBTRACT FILE-RSC-NEW-BYTES FROM MEM-FREE-BYTES
               END-SUBTRACT
               MOVE SPACES TO SHELL-LINE
               STRING "Changed " FILE-NAME DELIMITED BY SPACE " "
               FILE-EXT ", now " FILE-NUMRECS " blocks at block "
               ATAPI-EXTENT DELIMITED BY SIZE INTO SHELL-LINE
               END-STRING
               MOVE 'W' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan changed " FILE-NAME
               DELIMITED BY SPACE " " FILE-EXT
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM FILE-RSC-REPORT
               MOVE FILE-CYL TO FILE-ENT-CYL(FILE-FOUND)
               MOVE FILE-SECT TO FILE-ENT-SECT(FILE-FOUND)
               MOVE FILE-RECLEN TO FILE-ENT-RECLEN(FILE-FOUND)
               MOVE FILE-NUMRECS TO FILE-ENT-NUMRECS(FILE-FOUND)
               MOVE FILE-DISC-SIG TO FILE-ENT-DISC-SIG(FILE-FOUND)
               ADD 1 TO FILE-RSC-CHANGED END-ADD
               MOVE 'Y' TO FILE-RSC-DIRTY
           END-IF.
      * Catalog a file the disc has gained, the way ATAPI-READ does at
      * boot
       FILE-RSC-ADD.
           MOVE FILE-NUM-FILES TO FILE-RSC-BEFORE.
           MOVE 'C' TO FILE-MEDIA.
           PERFORM FILE-CREATE.
           MOVE SPACES TO SHELL-LINE.
           IF FILE-NUM-FILES > FILE-RSC-BEFORE
               ADD 1 TO FILE-RSC-ADDED END-ADD
               STRING "Added   " FILE-NAME DELIMITED BY SPACE " "
               FILE-EXT ", " FILE-NUMRECS " blocks"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan added " FILE-NAME
               DELIMITED BY SPACE " " FILE-EXT
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
           ELSE
               STRING "New     " FILE-NAME DELIMITED BY SPACE " "
               FILE-EXT ", not added"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Rescan could not add " FILE-NAME
               DELIMITED BY SPACE " " FILE-EXT
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               MOVE 'N' TO SHELL-OP-OK
           END-IF.
           PERFORM FILE-RSC-REPORT.
      * Put one reconciliation line on the report and in the event log
       FILE-RSC-REPORT.
           PERFORM SHELL-PUT-LINE.
           MOVE "FILE" TO LOG-SUBSYS.
           PERFORM KLOG-RECORD.
           PERFORM FILE-RSC-PAUSE.
      * Only the local screen pauses, as for FIND
       FILE-RSC-PAUSE.
           ADD 1 TO FILE-RSC-LINES END-ADD.
           IF FILE-RSC-LINES NOT < 16 AND
           UART-CONSOLE-ACTIVE NOT = 'Y' AND
           BATCH-ACTIVE NOT = 'Y' AND SCHED-RUNNING NOT = 'Y'
               MOVE 0 TO FILE-RSC-LINES
               DISPLAY "-- More --" END-DISPLAY
               ACCEPT SHELL-PAUSE-REPLY END-ACCEPT
           END-IF.
      * Keep the remote console's operator file, for the shell's
      * OPERATOR opname: "OPERATOR" lists the operators, "OPERATOR id
      * pin class" adds one or changes an existing one's PIN and
      * class, "OPERATOR id DEL" removes one, and "OPERATOR UNLOCK"
      * lifts a lock left by failed sign-ons. The file is set up on
      * the current store the first time an operator is added
       SHELL-OPERATOR.
           PERFORM OPR-OPEN-FILE.
           IF OPR-ARG-ID = "UNLOCK"
               MOVE 0 TO OPR-LOCK-UNTIL
               MOVE 0 TO OPR-FAILS
               MOVE "Serial console unlocked" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "UART" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE "Console sign-on lock lifted" TO LOG-TEXT
               PERFORM KLOG-RECORD
           ELSE IF FILE-FOUND NOT = 0 AND OPR-FILE-OK NOT = 'Y'
               MOVE "OPERATOR: OPERATOR SYS is not an operator file"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF OPR-ARG-ID = SPACES
               PERFORM OPR-LIST
           ELSE IF OPR-ARG-PIN = "DEL"
               PERFORM OPR-REMOVE
           ELSE IF OPR-ARG-PIN = SPACES OR
           (OPR-ARG-CLASS NOT = "V" AND OPR-ARG-CLASS NOT = "F" AND
           OPR-ARG-CLASS NOT = "H")
               MOVE "OPERATOR: give id pin V|F|H, id DEL or UNLOCK"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               IF FILE-FOUND = 0
                   PERFORM OPR-CREATE-FILE
               END-IF
               IF OPR-FILE-OK = 'Y'
                   PERFORM OPR-STORE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      * List the operators and their classes, never their hashes
       OPR-LIST.
           IF OPR-FILE-OK NOT = 'Y'
               MOVE "OPERATOR: no operator file on this store" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
           ELSE
               MOVE 0 TO OPR-TALLY
               MOVE 99999 TO OPR-SECT-CACHED
               PERFORM VARYING OPR-RECNO FROM 1 BY 1
               UNTIL OPR-RECNO > FILE-ENT-NUMRECS(FILE-FOUND)
                   COMPUTE OPR-OFFS = (OPR-RECNO - 1) * OPR-RECLEN
                   END-COMPUTE
                   DIVIDE OPR-OFFS BY 512 GIVING OPR-SECT
                   REMAINDER OPR-POS END-DIVIDE
                   ADD 1 TO OPR-POS END-ADD
                   IF OPR-SECT NOT = OPR-SECT-CACHED
                       COMPUTE FILE-DATA-SECT =
                       FILE-ENT-SECT(FILE-FOUND) + OPR-SECT
                       END-COMPUTE
                       PERFORM FILE-DATA-READ-SECT
                       MOVE OPR-SECT TO OPR-SECT-CACHED
                   END-IF
                   IF FLOPPY-BUF(OPR-POS:8) NOT = SPACES
                       MOVE FLOPPY-BUF(OPR-POS:32) TO OPR-REC
                       ADD 1 TO OPR-TALLY END-ADD
                       MOVE SPACES TO SHELL-LINE
                       STRING "Operator " OPR-REC-ID "  class "
                       OPR-REC-CLASS DELIMITED BY SIZE
                       INTO SHELL-LINE END-STRING
                       PERFORM SHELL-PUT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO SHELL-LINE
               STRING OPR-TALLY " operators, room for "
               FILE-ENT-NUMRECS(FILE-FOUND) DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
           END-IF.
      * Blank the named operator's record, freeing the slot
       OPR-REMOVE.
           MOVE 0 TO OPR-SLOT.
           IF OPR-FILE-OK = 'Y'
               PERFORM OPR-LOOKUP
           END-IF.
           IF OPR-SLOT = 0
               MOVE SPACES TO SHELL-LINE
               STRING "OPERATOR: no operator " OPR-ARG-ID
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE SPACES TO FILE-REC-TEXT
               MOVE OPR-SLOT TO FILE-RECORD
               MOVE FILE-ENT-SECT(FILE-FOUND) TO FILE-REC-BASE
               PERFORM FILE-STORE-RECORD
               MOVE SPACES TO SHELL-LINE
               STRING "Removed operator " OPR-ARG-ID
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE "UART" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Operator " OPR-ARG-ID DELIMITED BY SPACE
               " removed" DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * Write the operator's record, over their old one or into the
      * first free slot
       OPR-STORE.
           PERFORM OPR-LOOKUP.
           IF OPR-SLOT = 0 AND OPR-FREE-SLOT = 0
               MOVE "OPERATOR: operator file is full" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE OPR-ARG-ID TO OPR-TRY-ID
               MOVE OPR-ARG-PIN TO OPR-PIN
               PERFORM OPR-HASH-PIN
               MOVE SPACES TO OPR-PIN
               MOVE SPACES TO OPR-REC
               MOVE OPR-ARG-ID TO OPR-REC-ID
               MOVE OPR-ARG-CLASS TO OPR-REC-CLASS
               MOVE OPR-HASH TO OPR-REC-HASH
               MOVE SPACES TO FILE-REC-TEXT
               MOVE OPR-REC TO FILE-REC-TEXT
               MOVE SPACES TO SHELL-LINE
               IF OPR-SLOT = 0
                   MOVE OPR-FREE-SLOT TO FILE-RECORD
                   STRING "Added operator " OPR-ARG-ID " class "
                   OPR-ARG-CLASS DELIMITED BY SIZE
                   INTO SHELL-LINE END-STRING
               ELSE
                   MOVE OPR-SLOT TO FILE-RECORD
                   STRING "Changed operator " OPR-ARG-ID " class "
                   OPR-ARG-CLASS DELIMITED BY SIZE
                   INTO SHELL-LINE END-STRING
               END-IF
               MOVE FILE-ENT-SECT(FILE-FOUND) TO FILE-REC-BASE
               PERFORM FILE-STORE-RECORD
               PERFORM SHELL-PUT-LINE
               MOVE "UART" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Operator " OPR-ARG-ID DELIMITED BY SPACE
               " set to class " OPR-ARG-CLASS DELIMITED BY SIZE
               INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           END-IF.
      * Put an empty operator file on the current store: blank
      * records, patched in place rather than kept in generations
       OPR-CREATE-FILE.
           COMPUTE FILE-MAP-COUNT = (OPR-RECLEN * OPR-SLOTS + 511) / 512
           END-COMPUTE.
           PERFORM FILE-ALLOC.
           IF FILE-ALLOC-OK NOT = 'Y'
               MOVE "OPERATOR: no room on the writable store" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MOVE SPACES TO FLOPPY-BUF
               PERFORM VARYING OPR-SECT FROM 0 BY 1
               UNTIL OPR-SECT NOT < FILE-MAP-COUNT
                   COMPUTE FILE-DATA-SECT = FILE-MAP-START + OPR-SECT
                   END-COMPUTE
                   PERFORM FILE-DATA-WRITE-SECT
               END-PERFORM
               MOVE OPR-FILE-NAME TO FILE-NAME
               MOVE OPR-FILE-EXT TO FILE-EXT
               MOVE 'F' TO FILE-MEDIA
               MOVE 0 TO FILE-CYL
               MOVE FILE-MAP-START TO FILE-SECT
               MOVE 0 TO FILE-RECORD
               MOVE OPR-RECLEN TO FILE-RECLEN
               MOVE OPR-SLOTS TO FILE-NUMRECS
               MOVE 0 TO FILE-GEN-LIMIT
               MOVE FILE-NUM-FILES TO OPR-TALLY
               PERFORM FILE-CREATE
               IF FILE-NUM-FILES > OPR-TALLY
                   PERFORM OPR-OPEN-FILE
               ELSE
                   PERFORM FILE-MAP-FREE
                   MOVE "OPERATOR: operator file could not be cataloged"
                   TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               END-IF
           END-IF.
      * Hard copy on the line printer, for the shell's PRINT opname:
      * "PRINT name ext" prints a cataloged file a record to a line,
      * longer records carried on over further lines, and "PRINT DIR",
      * "PRINT LOG", "PRINT SYSINFO" or "PRINT SCHED" prints that
      * report. The printer is checked before anything is sent, so a
      * printer that is off line is refused at once
       SHELL-PRINT.
           IF LPT-ARG1 = SPACES OR (LPT-ARG2 = SPACES AND
           LPT-ARG1 NOT = "DIR" AND LPT-ARG1 NOT = "LOG" AND
           LPT-ARG1 NOT = "SYSINFO" AND LPT-ARG1 NOT = "SCHED")
               MOVE "PRINT: name ext, or DIR, LOG, SYSINFO or SCHED" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF LPT-ARG2 = SPACES
               MOVE LPT-ARG1 TO LPT-REPORT
               PERFORM LPT-START-JOB
               IF LPT-JOB-OK = 'Y'
                   MOVE 'Y' TO LPT-CAPTURE
                   EVALUATE LPT-ARG1
                       WHEN "DIR"
                           PERFORM SHELL-DIR
                       WHEN "LOG"
                           PERFORM SHELL-LOG
                       WHEN "SYSINFO"
                           PERFORM SHELL-SYSINFO
                       WHEN "SCHED"
                           PERFORM SCHED-LIST
                   END-EVALUATE
                   MOVE 'N' TO LPT-CAPTURE
               END-IF
               PERFORM LPT-END-JOB
           ELSE
               MOVE LPT-ARG1 TO FILE-NAME
               MOVE LPT-ARG2 TO FILE-EXT
               PERFORM FILE-FIND
               IF FILE-FOUND = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "PRINT: no such file " FILE-NAME " " FILE-EXT
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
                   MOVE "PRINT: file is quarantined, DEL it if unwanted"
                   TO SHELL-LINE
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               ELSE IF FILE-ENT-RECLEN(FILE-FOUND) = 0 OR
               FILE-ENT-RECLEN(FILE-FOUND) > 2048
                   MOVE SPACES TO SHELL-LINE
                   STRING "PRINT: cannot print record length "
                   FILE-ENT-RECLEN(FILE-FOUND)
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE 'N' TO SHELL-OP-OK
               ELSE
                   MOVE SPACES TO LPT-REPORT
                   STRING FILE-ENT-NAME(FILE-FOUND) DELIMITED BY SPACE
                   " " FILE-ENT-EXT(FILE-FOUND)
                   DELIMITED BY SIZE INTO LPT-REPORT END-STRING
                   PERFORM LPT-START-JOB
                   IF LPT-JOB-OK = 'Y'
                       MOVE 0 TO FILE-REC-CACHED
                       PERFORM VARYING LPT-REC FROM 1 BY 1
                       UNTIL LPT-REC > FILE-ENT-NUMRECS(FILE-FOUND)
                       OR LPT-JOB-OK NOT = 'Y'
                           PERFORM LPT-PRINT-RECORD
                       END-PERFORM
                   END-IF
                   PERFORM LPT-END-JOB
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.
      * Bring record LPT-REC of entry FILE-FOUND into FILE-REC-BUF,
      * keeping the block the last record ended in, and print it in
      * LPT-WIDTH slices with unprintable bytes shown as dots
       LPT-PRINT-RECORD.
           COMPUTE FILE-REC-ABS = (LPT-REC - 1) *
           FILE-ENT-RECLEN(FILE-FOUND) END-COMPUTE.
           MOVE 1 TO FILE-REC-IDX.
           PERFORM UNTIL FILE-REC-IDX > FILE-ENT-RECLEN(FILE-FOUND)
               COMPUTE FILE-REC-BLK = FILE-REC-ABS / 2048 + 1
               END-COMPUTE
               COMPUTE FILE-REC-POS = FILE-REC-ABS -
               (FILE-REC-BLK - 1) * 2048 + 1 END-COMPUTE
               IF FILE-REC-BLK NOT = FILE-REC-CACHED
                   MOVE FILE-REC-BLK TO FILE-BLOCK-NUM
                   PERFORM FILE-READ-BLOCK
                   MOVE FILE-REC-BLK TO FILE-REC-CACHED
               END-IF
               COMPUTE FILE-REC-CHUNK = 2048 - FILE-REC-POS + 1
               END-COMPUTE
               IF FILE-REC-CHUNK > FILE-ENT-RECLEN(FILE-FOUND) -
               FILE-REC-IDX + 1
                   COMPUTE FILE-REC-CHUNK = FILE-ENT-RECLEN(FILE-FOUND)
                   - FILE-REC-IDX + 1 END-COMPUTE
               END-IF
               MOVE ATAPI-BUF(FILE-REC-POS:FILE-REC-CHUNK) TO
               FILE-REC-BUF(FILE-REC-IDX:FILE-REC-CHUNK)
               ADD FILE-REC-CHUNK TO FILE-REC-IDX END-ADD
               ADD FILE-REC-CHUNK TO FILE-REC-ABS END-ADD
           END-PERFORM.
           PERFORM VARYING LPT-COL FROM 1 BY LPT-WIDTH
           UNTIL LPT-COL > FILE-ENT-RECLEN(FILE-FOUND) OR
           LPT-JOB-OK NOT = 'Y'
               COMPUTE LPT-CHUNK = FILE-ENT-RECLEN(FILE-FOUND) -
               LPT-COL + 1 END-COMPUTE
               IF LPT-CHUNK > LPT-WIDTH
                   MOVE LPT-WIDTH TO LPT-CHUNK
               END-IF
               MOVE SPACES TO LPT-TEXT
               PERFORM VARYING LPT-IDX FROM 1 BY 1
               UNTIL LPT-IDX > LPT-CHUNK
                   MOVE 0 TO LPT-BYTE-VAL
                   MOVE FILE-REC-BUF(LPT-COL + LPT-IDX - 1:1) TO
                   LPT-BYTE-CHAR
                   IF LPT-BYTE-VAL < 32 OR LPT-BYTE-VAL > 126
                       MOVE '.' TO LPT-TEXT(LPT-IDX:1)
                   ELSE
                       MOVE LPT-BYTE-CHAR TO LPT-TEXT(LPT-IDX:1)
                   END-IF
               END-PERFORM
               PERFORM LPT-PRINT-LINE
           END-PERFORM.
      * Probe the hard disk and report its identity and partition
      * table, for the shell's DSKINIT opname
       SHELL-DSKINIT.
               ADD 1 TO K END-ADD
           END-PERFORM.
       ATAPI-PARSE-ISO9660.
           PERFORM ATAPI-DECODE-DIRREC.
      * Whatever comes off the disc is cataloged as disc-resident
      * until COPY puts a working copy on the writable store
           MOVE 'C' TO FILE-MEDIA.
           PERFORM FILE-CREATE.
      * Decode the ISO9660 directory record at the front of ATAPI-BUF
      * into the FILE- staging fields, with its disc signature
       ATAPI-DECODE-DIRREC.
      * Byte 1 of a directory record is its own length; every raw
      * buffer byte below goes through the byte conversion area to
      * recover its numeric value
                   MOVE ATAPI-FID(J + 1:WS-TMP) TO FILE-EXT
               END-IF
           END-IF.
      * Bytes 19-24 are the recording date and time, one byte each
      * from the year; folded with the extent and length they give
      * a signature that changes whenever the file is remastered
           MOVE 0 TO ATAPI-STAMP.
           PERFORM VARYING I FROM 19 BY 1 UNTIL I > 24
               MOVE 0 TO WS-BYTE-VAL
               MOVE ATAPI-BUF(I:1) TO WS-BYTE-CHAR
               COMPUTE ATAPI-STAMP = ATAPI-STAMP * 256 + WS-BYTE-VAL
               END-COMPUTE
           END-PERFORM.
           COMPUTE ATAPI-SIG-WK = ATAPI-EXTENT * 7 + ATAPI-DATALEN * 13
           + ATAPI-STAMP END-COMPUTE.
           DIVIDE ATAPI-SIG-WK BY 9999991 GIVING ATAPI-SIG-Q
           REMAINDER FILE-DISC-SIG END-DIVIDE.
           IF FILE-DISC-SIG = 0
               MOVE 1 TO FILE-DISC-SIG
           END-IF.
      * Read the primary volume descriptor (block 16) and pick out the
      * volume size and the root directory's extent and length;
      * ATAPI-PVD-OK stays 'N' when no ISO9660 disc answers. The
      * buffer is cleared first so an empty drive can't leave an
      * older descriptor behind to be mistaken for this disc's
       ATAPI-READ-PVD.
           MOVE 'N' TO ATAPI-PVD-OK.
           MOVE 0 TO ATAPI-VOL-BLOCKS.
           MOVE 0 TO ATAPI-ROOT-EXTENT.
           MOVE 0 TO ATAPI-ROOT-LEN.
           MOVE SPACES TO ATAPI-BUF.
           MOVE 16 TO ATAPI-LBA.
           PERFORM ATAPI-READ-DATA.
           MOVE 0 TO WS-BYTE-VAL.
           MOVE ATAPI-BUF(1:1) TO WS-BYTE-CHAR.
           IF WS-BYTE-VAL = 1 AND ATAPI-BUF(2:5) = "CD001"
               MOVE 'Y' TO ATAPI-PVD-OK
      * Bytes 81-84 are the volume space size; the root directory
      * record sits at byte 157, its extent and length 2 and 10
      * bytes in
               MOVE 81 TO ATAPI-LE-POS
               PERFORM ATAPI-GET-LE32
               MOVE ATAPI-LE-VAL TO ATAPI-VOL-BLOCKS
               MOVE 159 TO ATAPI-LE-POS
               PERFORM ATAPI-GET-LE32
               MOVE ATAPI-LE-VAL TO ATAPI-ROOT-EXTENT
               MOVE 167 TO ATAPI-LE-POS
               PERFORM ATAPI-GET-LE32
               MOVE ATAPI-LE-VAL TO ATAPI-ROOT-LEN
           END-IF.
      * Decode the little-endian 32-bit field at ATAPI-LE-POS of
      * ATAPI-BUF into ATAPI-LE-VAL, high byte first
       ATAPI-GET-LE32.
           MOVE 0 TO ATAPI-LE-VAL.
           PERFORM VARYING K FROM 3 BY -1 UNTIL K < 0
               MOVE 0 TO WS-BYTE-VAL
               MOVE ATAPI-BUF(ATAPI-LE-POS + K:1) TO WS-BYTE-CHAR
               COMPUTE ATAPI-LE-VAL = ATAPI-LE-VAL * 256 + WS-BYTE-VAL
               END-COMPUTE
           END-PERFORM.
       ATAPI-DRIVESEL.
           IF WS-DEBUG = 'Y'
               IF ATAPI-DRIVE NOT = ATAPI-DRIVE-MASTER
072500     IF WS-DEBUG = 'Y' DISPLAY ">" IO-DATA END-DISPLAY END-IF.
072600     PERFORM IO-IN-8.
072700     IF WS-DEBUG = 'Y' DISPLAY ">" IO-DATA END-DISPLAY END-IF.
           MOVE 'Y' TO UART-LINE-OK.
072800     IF IO-DATA NOT = H'AE'
               MOVE 'N' TO UART-LINE-OK
072900         DISPLAY "UART test failure" END-DISPLAY
           MOVE "UART" TO LOG-SUBSYS
           MOVE 'E' TO LOG-SEV
           MOVE 0 TO UART-RX-LEN.
           DISPLAY "Remote console active, EXIT hands it back"
           END-DISPLAY.
      * Nobody is signed on until an operator ID and PIN check out
      * against the operator file; with no operator file there is no
      * one who can sign on and the session closes straight away
           MOVE 'I' TO OPR-STATE.
           MOVE SPACES TO OPR-ID.
           MOVE SPACE TO OPR-CLASS.
           PERFORM OPR-OPEN-FILE.
           IF OPR-FILE-OK NOT = 'Y'
               MOVE "REMOTE: no operator file, sign-on is closed" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "UART" TO LOG-SUBSYS
               MOVE 'E' TO LOG-SEV
               MOVE "Remote sign-on closed, no operator file" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE 'Y' TO UART-CONSOLE-END
           ELSE
               PERFORM UART-SEND-PROMPT
           END-IF.
           PERFORM UNTIL UART-CONSOLE-END = 'Y'
      * The receive poll is the console's idle moment; scheduled
      * work runs out of it
               END-PERFORM
           END-PERFORM.
           MOVE 'N' TO UART-CONSOLE-ACTIVE.
           IF OPR-STATE = 'S'
               MOVE "UART" TO LOG-SUBSYS
               MOVE 'I' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Operator " OPR-ID DELIMITED BY SPACE
               " signed off" DELIMITED BY SIZE INTO LOG-TEXT
               END-STRING
               PERFORM KLOG-RECORD
           END-IF.
           MOVE 'I' TO OPR-STATE.
           MOVE SPACES TO OPR-ID.
           MOVE SPACE TO OPR-CLASS.
           DISPLAY "Remote console closed" END-DISPLAY.
      * Prompt for the remote operator: the sign-on questions until
      * someone is signed on, the operation prompt after
       UART-SEND-PROMPT.
           MOVE SPACES TO UART-MSG.
           EVALUATE OPR-STATE
               WHEN 'I'
                   MOVE "Operator ID: " TO UART-MSG
                   MOVE 13 TO UART-MSGLEN
               WHEN 'P'
                   MOVE "PIN: " TO UART-MSG
                   MOVE 5 TO UART-MSGLEN
               WHEN OTHER
                   MOVE "KINNOWOS> " TO UART-MSG
                   MOVE 10 TO UART-MSGLEN
           END-EVALUATE.
           PERFORM UART-SEND-STRING.
      * Take one received byte (in IO-DATA) into the command line:
      * CR or LF runs the line, printable characters accumulate and
      * echo back (a PIN as asterisks), everything else is dropped
       UART-CONSOLE-BYTE.
           IF IO-DATA = 13 OR IO-DATA = 10
               IF UART-RX-LEN NOT = 0
                   MOVE WS-BYTE-CHAR TO
                   SHELL-CMD-LINE(UART-RX-LEN:1)
                   MOVE SPACES TO UART-MSG
                   IF OPR-STATE = 'P'
                       MOVE '*' TO UART-MSG(1:1)
                   ELSE
                       MOVE WS-BYTE-CHAR TO UART-MSG(1:1)
                   END-IF
                   MOVE 1 TO UART-MSGLEN
                   PERFORM UART-SEND-STRING
               END-IF
           END-IF.
      * Run one assembled command line through the shared dispatch,
      * once the operator's class allows it; before sign-on the line
      * is the operator ID or PIN
       UART-CONSOLE-LINE.
           MOVE SPACES TO UART-MSG.
           MOVE X"0D" TO UART-MSG(1:1).
           MOVE X"0A" TO UART-MSG(2:1).
           MOVE 2 TO UART-MSGLEN.
           PERFORM UART-SEND-STRING.
           IF OPR-STATE NOT = 'S'
               PERFORM OPR-SIGNON-LINE
           ELSE
               PERFORM SHELL-PARSE-LINE
               PERFORM OPR-AUTHORIZE
               IF OPR-AUTH-OK = 'Y'
                   PERFORM SHELL-DISPATCH
               ELSE
                   PERFORM FILE-GEN-RESET
               END-IF
           END-IF.
      * EXIT ends the console session, not the local shell
           IF WS-REPLY = 'X'
               MOVE 'Y' TO UART-CONSOLE-END
               MOVE SPACE TO WS-REPLY
           END-IF.
      * Take the line just typed as the operator ID or, after it, the
      * PIN. EXIT at the ID prompt hands the console back
       OPR-SIGNON-LINE.
           IF OPR-STATE = 'I'
               IF SHELL-CMD-LINE = "EXIT"
                   MOVE 'Y' TO UART-CONSOLE-END
               ELSE
                   MOVE SHELL-CMD-LINE(1:8) TO OPR-TRY-ID
                   MOVE 'P' TO OPR-STATE
               END-IF
           ELSE
               MOVE SHELL-CMD-LINE(1:16) TO OPR-PIN
               MOVE SPACES TO SHELL-CMD-LINE
               PERFORM OPR-HASH-PIN
               MOVE SPACES TO OPR-PIN
               MOVE OPR-TRY-ID TO OPR-ARG-ID
               PERFORM OPR-OPEN-FILE
               MOVE 0 TO OPR-SLOT
               IF OPR-FILE-OK = 'Y'
                   PERFORM OPR-LOOKUP
               END-IF
               IF OPR-SLOT NOT = 0 AND OPR-REC-HASH = OPR-HASH AND
               (OPR-REC-CLASS = 'V' OR OPR-REC-CLASS = 'F' OR
               OPR-REC-CLASS = 'H')
                   MOVE OPR-TRY-ID TO OPR-ID
                   MOVE OPR-REC-CLASS TO OPR-CLASS
                   MOVE 'S' TO OPR-STATE
                   MOVE 0 TO OPR-FAILS
                   MOVE SPACES TO SHELL-LINE
                   STRING "Signed on as " OPR-ID DELIMITED BY SPACE
                   ", class " OPR-CLASS DELIMITED BY SIZE
                   INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
                   MOVE "UART" TO LOG-SUBSYS
                   MOVE 'I' TO LOG-SEV
                   MOVE SPACES TO LOG-TEXT
                   STRING "Operator " OPR-ID DELIMITED BY SPACE
                   " signed on, class " OPR-CLASS DELIMITED BY SIZE
                   INTO LOG-TEXT END-STRING
                   PERFORM KLOG-RECORD
               ELSE
                   PERFORM OPR-SIGNON-FAILED
               END-IF
           END-IF.
      * A wrong ID or PIN, told apart in the log only. Once the limit
      * is reached the port locks: the session closes and REMOTE is
      * refused until the lock runs out or the local console lifts it
       OPR-SIGNON-FAILED.
           IF OPR-FAILS < 9
               ADD 1 TO OPR-FAILS END-ADD
           END-IF.
           MOVE 'I' TO OPR-STATE.
           MOVE "UART" TO LOG-SUBSYS.
           MOVE 'W' TO LOG-SEV.
           MOVE SPACES TO LOG-TEXT.
           IF OPR-SLOT = 0
               STRING "Sign-on refused, unknown operator " OPR-TRY-ID
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
           ELSE
               STRING "Sign-on refused, bad PIN for " OPR-TRY-ID
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
           END-IF.
           PERFORM KLOG-RECORD.
           IF OPR-FAILS NOT < OPR-FAIL-LIMIT
               COMPUTE OPR-LOCK-UNTIL = TIMER-TICKS + OPR-LOCK-MS
               END-COMPUTE
               MOVE "Too many failed sign-ons, console locked" TO
               SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'E' TO LOG-SEV
               MOVE SPACES TO LOG-TEXT
               STRING "Console locked, " OPR-FAILS
               " failures, last " OPR-TRY-ID
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
               MOVE 'Y' TO UART-CONSOLE-END
           ELSE
               MOVE "Sign-on refused" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
           END-IF.
      * Whether the port is still locked from failed sign-ons
       OPR-CHECK-LOCK.
           IF OPR-LOCK-UNTIL NOT = 0 AND
           (TIMER-TICKS NOT < OPR-LOCK-UNTIL OR
           OPR-LOCK-UNTIL - TIMER-TICKS > OPR-LOCK-MS)
               MOVE 0 TO OPR-LOCK-UNTIL
           END-IF.
      * Decide whether the signed-on operator's class allows the
      * command just parsed; a refusal is reported and logged, and
      * anything beyond viewing that is let through is logged with
      * the operator's ID. EVERY is judged by the command it would
      * schedule as well, since the job later runs with no one
      * signed on to check
       OPR-AUTHORIZE.
           MOVE SHELL-OPNAME TO OPR-OPNAME.
           MOVE SHELL-ARG1 TO OPR-WORD.
           PERFORM OPR-CLASS-NEEDED.
           MOVE OPR-NEED TO OPR-NEED-MAX.
           IF SHELL-OPNAME = "SORT" AND SHELL-ARG3 = OPR-FILE-NAME
               MOVE 3 TO OPR-NEED-MAX
           END-IF.
           IF SHELL-OPNAME = "EVERY"
               MOVE SPACES TO OPR-OPNAME
               MOVE SPACES TO OPR-WORD
               UNSTRING SCHED-CMD DELIMITED BY ALL SPACES
               INTO OPR-OPNAME OPR-WORD END-UNSTRING
               PERFORM OPR-CLASS-NEEDED
               IF OPR-NEED > OPR-NEED-MAX
                   MOVE OPR-NEED TO OPR-NEED-MAX
               END-IF
               MOVE 0 TO OPR-TALLY
               INSPECT SCHED-CMD TALLYING OPR-TALLY
               FOR ALL "OPERATOR"
               IF OPR-TALLY NOT = 0
                   MOVE 3 TO OPR-NEED-MAX
               END-IF
           END-IF.
           EVALUATE OPR-CLASS
               WHEN 'H'
                   MOVE 3 TO OPR-RANK
               WHEN 'F'
                   MOVE 2 TO OPR-RANK
               WHEN OTHER
                   MOVE 1 TO OPR-RANK
           END-EVALUATE.
           EVALUATE OPR-NEED-MAX
               WHEN 3
                   MOVE 'H' TO OPR-NEED-CLASS
               WHEN 2
                   MOVE 'F' TO OPR-NEED-CLASS
               WHEN OTHER
                   MOVE 'V' TO OPR-NEED-CLASS
           END-EVALUATE.
           MOVE "UART" TO LOG-SUBSYS.
           MOVE SPACES TO LOG-TEXT.
           IF OPR-NEED-MAX > OPR-RANK
               MOVE 'N' TO OPR-AUTH-OK
               MOVE SPACES TO SHELL-LINE
               STRING "Refused: " SHELL-OPNAME DELIMITED BY SPACE
               " needs class " OPR-NEED-CLASS ", operator "
               OPR-ID DELIMITED BY SPACE " is class " OPR-CLASS
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'W' TO LOG-SEV
               STRING "Refused " SHELL-OPNAME DELIMITED BY SPACE
               " for operator " OPR-ID DELIMITED BY SIZE
               INTO LOG-TEXT END-STRING
               PERFORM KLOG-RECORD
           ELSE
               MOVE 'Y' TO OPR-AUTH-OK
               IF OPR-NEED-MAX > 1
                   MOVE 'I' TO LOG-SEV
                   STRING "Remote " SHELL-OPNAME DELIMITED BY SPACE
                   " by operator " OPR-ID DELIMITED BY SIZE
                   INTO LOG-TEXT END-STRING
                   PERFORM KLOG-RECORD
               END-IF
           END-IF.
      * Class rank OPR-OPNAME needs with first operand OPR-WORD:
      * 3 for port, memory, clock, disk and device work and for the
      * operator file itself, 2 for anything that changes the store,
      * the catalog or the schedule, 1 for looking
       OPR-CLASS-NEEDED.
           EVALUATE OPR-OPNAME
               WHEN "OUT8"
               WHEN "OUT16"
               WHEN "OUT32"
               WHEN "IN8"
               WHEN "IN16"
               WHEN "IN32"
               WHEN "DUMP"
               WHEN "PEEK"
               WHEN "POKE"
               WHEN "SETCLOCK"
               WHEN "DSKINIT"
               WHEN "DSKUSE"
               WHEN "DEBUG"
               WHEN "PLAY"
               WHEN "RESTORE"
               WHEN "REMOTE"
               WHEN "OPERATOR"
                   MOVE 3 TO OPR-NEED
               WHEN "DEL"
               WHEN "COPY"
               WHEN "RECV"
               WHEN "RECPUT"
               WHEN "ROLLBACK"
               WHEN "SORT"
                   IF OPR-WORD = OPR-FILE-NAME
                       MOVE 3 TO OPR-NEED
                   ELSE
                       MOVE 2 TO OPR-NEED
                   END-IF
      * Reading the operator file shows the PIN hashes
               WHEN "TYPE"
               WHEN "RECGET"
               WHEN "SEND"
               WHEN "PRINT"
                   IF OPR-WORD = OPR-FILE-NAME
                       MOVE 3 TO OPR-NEED
                   ELSE
                       MOVE 1 TO OPR-NEED
                   END-IF
               WHEN "COMPACT"
               WHEN "BACKUP"
               WHEN "SAVECAT"
               WHEN "RESCAN"
               WHEN "EVERY"
                   MOVE 2 TO OPR-NEED
      * Only BASELINE with no operand saves; anything else is a check
      * or is refused as a bad operand
               WHEN "BASELINE"
                   IF OPR-WORD = SPACES
                       MOVE 3 TO OPR-NEED
                   ELSE
                       MOVE 1 TO OPR-NEED
                   END-IF
               WHEN "CHKSTORE"
                   IF OPR-WORD = "FIX"
                       MOVE 2 TO OPR-NEED
                   ELSE
                       MOVE 1 TO OPR-NEED
                   END-IF
               WHEN "SCHED"
                   IF OPR-WORD = SPACES
                       MOVE 1 TO OPR-NEED
                   ELSE
                       MOVE 2 TO OPR-NEED
                   END-IF
               WHEN OTHER
                   MOVE 1 TO OPR-NEED
           END-EVALUATE.
      * Find the operator file on the current store; it must be a
      * store file of 32-byte records
       OPR-OPEN-FILE.
           MOVE 'N' TO OPR-FILE-OK.
           MOVE OPR-FILE-NAME TO FILE-NAME.
           MOVE OPR-FILE-EXT TO FILE-EXT.
           PERFORM FILE-FIND.
           IF FILE-FOUND NOT = 0
               IF FILE-ENT-MEDIA(FILE-FOUND) = 'F' AND
               FILE-ENT-RECLEN(FILE-FOUND) = OPR-RECLEN AND
               FILE-ENT-NUMRECS(FILE-FOUND) NOT = 0
                   MOVE 'Y' TO OPR-FILE-OK
               END-IF
           END-IF.
      * Look OPR-ARG-ID up in the operator file (entry FILE-FOUND),
      * leaving its record number in OPR-SLOT (0 when absent) and the
      * record in OPR-REC, and the first free record in OPR-FREE-SLOT.
      * The records are read a sector at a time straight off the
      * store
       OPR-LOOKUP.
           MOVE 0 TO OPR-SLOT.
           MOVE 0 TO OPR-FREE-SLOT.
           MOVE 99999 TO OPR-SECT-CACHED.
           PERFORM VARYING OPR-RECNO FROM 1 BY 1
           UNTIL OPR-RECNO > FILE-ENT-NUMRECS(FILE-FOUND) OR
           OPR-SLOT NOT = 0
               COMPUTE OPR-OFFS = (OPR-RECNO - 1) * OPR-RECLEN
               END-COMPUTE
               DIVIDE OPR-OFFS BY 512 GIVING OPR-SECT
               REMAINDER OPR-POS END-DIVIDE
               ADD 1 TO OPR-POS END-ADD
               IF OPR-SECT NOT = OPR-SECT-CACHED
                   COMPUTE FILE-DATA-SECT = FILE-ENT-SECT(FILE-FOUND)
                   + OPR-SECT END-COMPUTE
                   PERFORM FILE-DATA-READ-SECT
                   MOVE OPR-SECT TO OPR-SECT-CACHED
               END-IF
               IF FLOPPY-BUF(OPR-POS:8) = OPR-ARG-ID AND
               OPR-ARG-ID NOT = SPACES
                   MOVE OPR-RECNO TO OPR-SLOT
                   MOVE FLOPPY-BUF(OPR-POS:32) TO OPR-REC
               ELSE IF FLOPPY-BUF(OPR-POS:8) = SPACES AND
               OPR-FREE-SLOT = 0
                   MOVE OPR-RECNO TO OPR-FREE-SLOT
               END-IF
               END-IF
           END-PERFORM.
      * Hash the ID in OPR-TRY-ID and the PIN in OPR-PIN together into
      * OPR-HASH, so the same PIN gives each operator a different one
       OPR-HASH-PIN.
           MOVE OPR-TRY-ID TO OPR-HASH-TEXT(1:8).
           MOVE OPR-PIN TO OPR-HASH-TEXT(9:16).
           MOVE 7 TO OPR-HASH.
           PERFORM VARYING OPR-HASH-POS FROM 1 BY 1
           UNTIL OPR-HASH-POS > 24
               MOVE 0 TO WS-BYTE-VAL
               MOVE OPR-HASH-TEXT(OPR-HASH-POS:1) TO WS-BYTE-CHAR
               COMPUTE OPR-HASH-WK = OPR-HASH * 131 + WS-BYTE-VAL + 1
               END-COMPUTE
               DIVIDE OPR-HASH-WK BY 999999937 GIVING OPR-HASH-Q
               REMAINDER OPR-HASH END-DIVIDE
           END-PERFORM.
           MOVE SPACES TO OPR-HASH-TEXT.
      * Push the raw byte value in XM-BYTE out UART-PORT, waiting for
      * the transmitter the same way the trace mirroring does
       XM-SEND-BYTE.
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "SEND: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE
               MULTIPLY FILE-ENT-RECLEN(FILE-FOUND) BY
               FILE-ENT-NUMRECS(FILE-FOUND) GIVING XM-FILE-BYTES
                       PERFORM SHELL-PUT-LINE
                   END-IF
               END-IF
           END-IF
           END-IF.
      * Fill XM-BLOCK with the 128 file bytes block XM-BLKNUM covers,
      * fetching 2048-byte media blocks only when the walk leaves the
      * back once the sender says EOT
       SHELL-RECV.
           PERFORM FILE-FIND.
      * Receiving onto a store file makes a new generation of it; the
      * file's own keep limit holds unless the command gave one
           MOVE 0 TO FILE-GEN-CUR.
           IF FILE-FOUND NOT = 0
               MOVE FILE-FOUND TO FILE-GEN-CUR
               MOVE FILE-ENT-GEN-LIMIT(FILE-FOUND) TO FILE-GEN-LIMIT
           END-IF.
           IF FILE-GEN-LIMIT-PICK NOT > 9
               MOVE FILE-GEN-LIMIT-PICK TO FILE-GEN-LIMIT
           END-IF.
           IF FILE-FOUND NOT = 0 AND FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "RECV: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-FOUND NOT = 0 AND
           FILE-ENT-MEDIA(FILE-FOUND) NOT = 'F'
               MOVE SPACES TO SHELL-LINE
               STRING "RECV: duplicate name " FILE-NAME " " FILE-EXT
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                       MOVE 'N' TO SHELL-OP-OK
                   END-IF
               END-IF
           END-IF
           END-IF.
      * Take blocks until the sender's EOT (ACKed back) or an abort;
      * the opening SOH of the first block was eaten by the inviting
           MOVE XM-BASE TO FILE-SECT.
           MOVE 128 TO FILE-RECLEN.
           MOVE XM-RECV-BLKS TO FILE-NUMRECS.
      * Over an existing file the data is safely down before the old
      * copies are touched: the set is aged and the new copy
      * cataloged in the one checkpoint FILE-CREATE takes
           MOVE 'Y' TO FILE-GEN-ROOM-OK.
           IF FILE-GEN-CUR NOT = 0
               COMPUTE FILE-GEN-NEED = XM-RECV-BLKS * 128 END-COMPUTE
               PERFORM FILE-GEN-ROOM
           END-IF.
           IF FILE-GEN-ROOM-OK = 'Y'
               IF FILE-GEN-CUR NOT = 0
                   PERFORM FILE-GEN-AGE
               END-IF
               PERFORM FILE-CREATE
               MOVE SPACES TO SHELL-LINE
               STRING "Received " XM-RECV-BLKS " blocks into "
               FILE-NAME " " FILE-EXT DELIMITED BY SIZE
               INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               IF FILE-GEN-CUR NOT = 0
                   MOVE SPACES TO SHELL-LINE
                   STRING "New generation 0, keeping " FILE-GEN-LIMIT
                   " older, " FILE-GEN-PRUNED " pruned"
                   DELIMITED BY SIZE INTO SHELL-LINE END-STRING
                   PERFORM SHELL-PUT-LINE
               END-IF
           ELSE
               MOVE XM-BASE TO FILE-MAP-START
               MOVE XM-SECT TO FILE-MAP-COUNT
               PERFORM FILE-MAP-FREE
               MOVE "RECV: no room for a new generation" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE "XMODEM" TO LOG-SUBSYS
               MOVE 'E' TO LOG-SEV
               MOVE "Receive discarded, no room for generation" TO
               LOG-TEXT
               PERFORM KLOG-RECORD
               MOVE 'N' TO SHELL-OP-OK
           END-IF.
073100******************************************************************
073200*
073300* Floppy disk driver
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF FILE-ENT-MEDIA(FILE-FOUND) = 'Q'
               MOVE "PLAY: file is quarantined, DEL it once reviewed"
               TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               MOVE 'N' TO SHELL-OP-OK
           ELSE IF HW-SB16-PRESENT NOT = 'Y'
               MOVE "PLAY: no sound card detected" TO SHELL-LINE
               PERFORM SHELL-PUT-LINE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.
      ******************************************************************
      *
      * Line printer (parallel port) driver
      *
      ******************************************************************
       LPT-SECTION SECTION.
      * Find the printer port: a byte written to the data register of
      * a port that exists reads back unchanged. The printer is then
      * reset by holding INIT low for a moment, and left selected
       LPT-INIT.
           MOVE 0 TO LPT-BASE.
           MOVE H'378' TO LPT-TRY.
           PERFORM LPT-PROBE.
           IF LPT-BASE = 0
               MOVE H'278' TO LPT-TRY
               PERFORM LPT-PROBE
           END-IF.
           MOVE "LPT" TO LOG-SUBSYS.
           MOVE SPACES TO LOG-TEXT.
           IF LPT-BASE = 0
               DISPLAY "No printer port found" END-DISPLAY
               MOVE 'W' TO LOG-SEV
               MOVE "No printer port at 378h or 278h" TO LOG-TEXT
           ELSE
               COMPUTE IO-PORT = LPT-BASE + 2 END-COMPUTE
               MOVE H'08' TO IO-DATA
               PERFORM IO-OUT-8
               MOVE 1 TO TIMER-WAIT-AMT
               PERFORM TIMER-WAIT-MS
               MOVE H'0C' TO IO-DATA
               PERFORM IO-OUT-8
               DISPLAY "Printer port at " LPT-BASE END-DISPLAY
               MOVE 'I' TO LOG-SEV
               STRING "Printer port at " LPT-BASE
               DELIMITED BY SIZE INTO LOG-TEXT END-STRING
           END-IF.
           PERFORM KLOG-RECORD.
       LPT-PROBE.
           MOVE LPT-TRY TO IO-PORT.
           MOVE H'AA' TO IO-DATA.
           PERFORM IO-OUT-8.
           PERFORM IO-IN-8.
           IF IO-DATA = H'AA'
               MOVE H'55' TO IO-DATA
               PERFORM IO-OUT-8
               PERFORM IO-IN-8
               IF IO-DATA = H'55'
                   MOVE LPT-TRY TO LPT-BASE
               END-IF
           END-IF.
      * Read the status register and split out the bits that matter
       LPT-READ-STATUS.
           COMPUTE IO-PORT = LPT-BASE + 1 END-COMPUTE.
           PERFORM IO-IN-8.
           MOVE IO-DATA TO LPT-STATUS.
           DIVIDE LPT-STATUS BY H'80' GIVING LPT-BIT
           REMAINDER LPT-STAT-WORK END-DIVIDE.
           IF LPT-BIT = 0
               MOVE 'Y' TO LPT-BUSY
           ELSE
               MOVE 'N' TO LPT-BUSY
           END-IF.
           DIVIDE LPT-STAT-WORK BY H'40' GIVING LPT-BIT
           REMAINDER LPT-STAT-REST END-DIVIDE.
           IF LPT-BIT = 0
               MOVE 'Y' TO LPT-ACKED
           ELSE
               MOVE 'N' TO LPT-ACKED
           END-IF.
           DIVIDE LPT-STAT-REST BY H'20' GIVING LPT-BIT
           REMAINDER LPT-STAT-WORK END-DIVIDE.
           IF LPT-BIT = 1
               MOVE 'Y' TO LPT-PAPER-OUT
           ELSE
               MOVE 'N' TO LPT-PAPER-OUT
           END-IF.
           DIVIDE LPT-STAT-WORK BY H'10' GIVING LPT-BIT
           REMAINDER LPT-STAT-REST END-DIVIDE.
           IF LPT-BIT = 1
               MOVE 'Y' TO LPT-ONLINE
           ELSE
               MOVE 'N' TO LPT-ONLINE
           END-IF.
           DIVIDE LPT-STAT-REST BY H'08' GIVING LPT-BIT
           REMAINDER LPT-STAT-WORK END-DIVIDE.
           IF LPT-BIT = 0
               MOVE 'Y' TO LPT-FAULT
           ELSE
               MOVE 'N' TO LPT-FAULT
           END-IF.
      * Say what is wrong with the printer, if anything, in LPT-WHAT;
      * anything wrong stops the job
       LPT-CHECK-READY.
           MOVE SPACES TO LPT-WHAT.
           IF LPT-BASE = 0
               MOVE "port not found" TO LPT-WHAT
           ELSE
               PERFORM LPT-READ-STATUS
               IF LPT-PAPER-OUT = 'Y'
                   MOVE "out of paper" TO LPT-WHAT
               ELSE IF LPT-ONLINE NOT = 'Y'
                   MOVE "off line" TO LPT-WHAT
               ELSE IF LPT-FAULT = 'Y'
                   MOVE "reports a fault" TO LPT-WHAT
               END-IF
               END-IF
               END-IF
           END-IF.
           IF LPT-WHAT NOT = SPACES
               MOVE 'N' TO LPT-JOB-OK
           END-IF.
      * Stop the job on a printer fault and log why
       LPT-STOP.
           MOVE 'N' TO LPT-JOB-OK.
           MOVE "LPT" TO LOG-SUBSYS.
           MOVE 'E' TO LOG-SEV.
           MOVE SPACES TO LOG-TEXT.
           STRING "Printer " LPT-WHAT
           DELIMITED BY SIZE INTO LOG-TEXT END-STRING.
           PERFORM KLOG-RECORD.
      * Open a print job: the printer must be ready, and the page
      * header carries the RTC date and time the job started at
       LPT-START-JOB.
           MOVE 'Y' TO LPT-JOB-OK.
           PERFORM LPT-CHECK-READY.
           IF LPT-JOB-OK NOT = 'Y'
               PERFORM LPT-STOP
           ELSE
               PERFORM TIMER-READ-RTC
               PERFORM TIMER-READ-RTC-DATE
               MOVE SPACES TO LPT-STAMP
               STRING TIMER-RTC-DAY "/" TIMER-RTC-MONTH "/"
               TIMER-RTC-YEAR " " TIMER-RTC-HOUR ":" TIMER-RTC-MIN ":"
               TIMER-RTC-SEC DELIMITED BY SIZE INTO LPT-STAMP
               END-STRING
               MOVE 0 TO LPT-PAGE
               MOVE 0 TO LPT-PAGE-LINES
               MOVE 0 TO LPT-LINES
           END-IF.
      * Close the job: eject the last page and say how it went. A job
      * the printer stopped fails the step, so the startup script and
      * EVERY tallies show it
       LPT-END-JOB.
           MOVE 'N' TO LPT-CAPTURE.
           IF LPT-JOB-OK = 'Y' AND LPT-PAGE-LINES NOT = 0
               PERFORM LPT-FORM-FEED
           END-IF.
           MOVE SPACES TO SHELL-LINE.
           IF LPT-JOB-OK = 'Y'
               STRING "PRINT: " LPT-REPORT DELIMITED BY "  "
               ", " LPT-LINES " lines on " LPT-PAGE " pages"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
           ELSE
               STRING "PRINT: printer " LPT-WHAT DELIMITED BY "  "
               ", stopped after " LPT-LINES " lines"
               DELIMITED BY SIZE INTO SHELL-LINE END-STRING
               MOVE 'N' TO SHELL-OP-OK
           END-IF.
           PERFORM SHELL-PUT-LINE.
      * One report line onto the page, with the page header first on
      * a new page and a form feed once the page is full
       LPT-PRINT-LINE.
           IF LPT-JOB-OK = 'Y'
               IF LPT-PAGE-LINES = 0
                   PERFORM LPT-PAGE-HEADER
               END-IF
               PERFORM LPT-PUT-TEXT
               ADD 1 TO LPT-PAGE-LINES END-ADD
               ADD 1 TO LPT-LINES END-ADD
               IF LPT-PAGE-LINES NOT < LPT-PAGE-SIZE
                   PERFORM LPT-FORM-FEED
               END-IF
           END-IF.
      * Header line and a blank line; the report line being printed
      * is kept aside meanwhile
       LPT-PAGE-HEADER.
           ADD 1 TO LPT-PAGE END-ADD.
           MOVE LPT-TEXT TO LPT-HOLD.
           MOVE SPACES TO LPT-TEXT.
           STRING "KINNOWOS  " LPT-REPORT "  " LPT-STAMP "  Page "
           LPT-PAGE DELIMITED BY SIZE INTO LPT-TEXT END-STRING.
           PERFORM LPT-PUT-TEXT.
           MOVE SPACES TO LPT-TEXT.
           PERFORM LPT-PUT-TEXT.
           MOVE 2 TO LPT-PAGE-LINES.
           MOVE LPT-HOLD TO LPT-TEXT.
       LPT-FORM-FEED.
           MOVE 12 TO LPT-BYTE-VAL.
           PERFORM LPT-SEND-BYTE.
           MOVE 0 TO LPT-PAGE-LINES.
      * Send LPT-TEXT without its trailing blanks, then CR LF
       LPT-PUT-TEXT.
           MOVE 0 TO LPT-LEN.
           PERFORM VARYING LPT-IDX FROM LPT-WIDTH BY -1
           UNTIL LPT-IDX < 1 OR LPT-LEN NOT = 0
               IF LPT-TEXT(LPT-IDX:1) NOT = SPACE
                   MOVE LPT-IDX TO LPT-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING LPT-IDX FROM 1 BY 1
           UNTIL LPT-IDX > LPT-LEN OR LPT-JOB-OK NOT = 'Y'
               MOVE 0 TO LPT-BYTE-VAL
               MOVE LPT-TEXT(LPT-IDX:1) TO LPT-BYTE-CHAR
               PERFORM LPT-SEND-BYTE
           END-PERFORM.
           MOVE 13 TO LPT-BYTE-VAL.
           PERFORM LPT-SEND-BYTE.
           MOVE 10 TO LPT-BYTE-VAL.
           PERFORM LPT-SEND-BYTE.
      * Hand one byte to the printer: wait for BUSY to drop, put the
      * byte on the data lines, pulse STROBE, then give the printer a
      * moment to acknowledge. A printer still busy at the deadline
      * is checked for the reason and the job is stopped
       LPT-SEND-BYTE.
           IF LPT-JOB-OK = 'Y'
               COMPUTE LPT-DEADLINE = TIMER-TICKS + LPT-BUSY-MS
               END-COMPUTE
               MOVE 'Y' TO LPT-BUSY
               PERFORM UNTIL LPT-BUSY NOT = 'Y' OR
               TIMER-TICKS NOT < LPT-DEADLINE
                   PERFORM TIMER-POLL
                   PERFORM LPT-READ-STATUS
               END-PERFORM
               IF LPT-BUSY = 'Y'
                   PERFORM LPT-CHECK-READY
                   IF LPT-WHAT = SPACES
                       MOVE "timed out, still busy" TO LPT-WHAT
                   END-IF
                   PERFORM LPT-STOP
               ELSE
                   MOVE LPT-BASE TO IO-PORT
                   MOVE LPT-BYTE-VAL TO IO-DATA
                   PERFORM IO-OUT-8
                   COMPUTE IO-PORT = LPT-BASE + 2 END-COMPUTE
                   MOVE H'0D' TO IO-DATA
                   PERFORM IO-OUT-8
                   MOVE H'0C' TO IO-DATA
                   PERFORM IO-OUT-8
                   COMPUTE LPT-DEADLINE = TIMER-TICKS + LPT-ACK-MS
                   END-COMPUTE
                   MOVE 'N' TO LPT-ACKED
                   PERFORM UNTIL LPT-ACKED = 'Y' OR
                   TIMER-TICKS NOT < LPT-DEADLINE
                       PERFORM TIMER-POLL
                       PERFORM LPT-READ-STATUS
                       IF LPT-BUSY NOT = 'Y'
                           MOVE 'Y' TO LPT-ACKED
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
080400******************************************************************
080500*
                   IF LOG-LINES NOT < 16 AND
                   UART-CONSOLE-ACTIVE NOT = 'Y' AND
                   BATCH-ACTIVE NOT = 'Y' AND
                   SCHED-RUNNING NOT = 'Y' AND LPT-CAPTURE NOT = 'Y'
                       MOVE 0 TO LOG-LINES
                       DISPLAY "-- More --" END-DISPLAY
                       ACCEPT SHELL-PAUSE-REPLY END-ACCEPT
