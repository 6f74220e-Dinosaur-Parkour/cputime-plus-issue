       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPURSTR.
      *===============================================================
      *  Point-in-time restore of the CPUREPO and ALRTSTS clusters
      *  from a CPUBKUP backup generation (see CPUBKRC copybook).
      *  The generation to restore is chosen on the BKUPIN DD
      *  (relative generation or absolute GnnnnV00), and the restore
      *  is trusted only once it has proved itself:
      *    1. the generation is read through first and checked
      *       against its own trailer -- one header, one trailer
      *       last, row counts and RPO-DIFF-VALUE/RPO-SU-VALUE hash
      *       totals agreeing, and the backup-id the RSTRIN card
      *       expects, if it names one.  A generation that fails is
      *       not loaded at all;
      *    2. both clusters are reloaded from it -- the job's IDCAMS
      *       step has deleted and redefined them, with the RPO-
      *       RUN-ID and RPO-SYSTEM-ID alternate indexes and their
      *       paths in the upgrade set, so they open empty.  Each is
      *       primed the way CPUBLOAD primes CPUREPO (opened OUTPUT
      *       and closed again) and then loaded opened I-O, so every
      *       row goes through the upgrade set and the alternate
      *       indexes are built as it loads -- a load-mode (OUTPUT)
      *       load would leave them empty;
      *    3. the reloaded CPUREPO is walked three times -- by the
      *       primary key and down each alternate-index path -- and
      *       every walk must reach every row, with the same count
      *       and hash totals as the trailer; ALRTSTS is walked by
      *       its key and must hold the trailer's count.
      *  Any failure at any stage ends RC 12 with RESTORE NOT
      *  COMPLETE: the clusters must not be released to the suite
      *  until a restore ends RC 0.
      *
      *  RSTRIN card (optional): expected backup-id in columns 1-16
      *  (blank accepts whatever generation BKUPIN names), mode in
      *  17-24 -- 'VERIFY' runs stage 1 only and touches neither
      *  cluster (the routine test that a generation can be
      *  restored); anything else restores.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RSTRIN-FILE ASSIGN TO RSTRIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT BKUPIN-FILE ASSIGN TO BKUPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.
           SELECT CPUREPO-FILE ASSIGN TO CPUREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               ALTERNATE RECORD KEY IS RPO-RUN-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RPO-SYSTEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REPO-STATUS.
           SELECT ALRTSTS-FILE ASSIGN TO ALRTSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AST-KEY
               FILE STATUS IS WS-STS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSTRIN-FILE
           RECORDING MODE F.
       01  RSTRIN-RECORD.
           05 RSI-BACKUP-ID         PIC X(16).
           05 RSI-MODE              PIC X(8).
           05 FILLER                PIC X(56).

       FD  BKUPIN-FILE
           RECORDING MODE F.
           COPY CPUBKRC.

       FD  CPUREPO-FILE.
           COPY CPUBREP.

       FD  ALRTSTS-FILE.
           COPY CPUASTS.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-RSTRIN-EOF      PIC X(1) VALUE 'N'.
              88 RSTRIN-AT-EOF   VALUE 'Y'.
           05 WS-BKP-STATUS      PIC X(2).
              88 BKP-OK          VALUE '00'.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
      *       '02' is a good read with more rows on the same
      *       alternate key to come.
              88 REPO-READ-OK    VALUE '00' '02'.
           05 WS-STS-STATUS      PIC X(2).
              88 STS-OK          VALUE '00'.
           05 WS-BKP-EOF         PIC X(1) VALUE 'N'.
              88 BKP-AT-EOF      VALUE 'Y'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-STS-EOF         PIC X(1) VALUE 'N'.
              88 STS-AT-EOF      VALUE 'Y'.
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-RUN-ID          PIC X(16).
           05 WS-EXPECTED-ID     PIC X(16) VALUE SPACES.
           05 WS-RUN-MODE        PIC X(8) VALUE 'RESTORE'.
              88 VERIFY-ONLY     VALUE 'VERIFY'.
           05 WS-RESTORE-FAILED  PIC X(1) VALUE 'N'.
              88 RESTORE-FAILED  VALUE 'Y'.

      *===============================================================
      *  The generation as its trailer describes it, and what the
      *  read-through found.
      *===============================================================
       01  WS-GENERATION-ITEMS.
           05 WS-BACKUP-ID       PIC X(16) VALUE SPACES.
           05 WS-BACKUP-TS       PIC X(26) VALUE SPACES.
           05 WS-TRL-REPO-COUNT  PIC 9(9) COMP-5 VALUE 0.
           05 WS-TRL-ALERT-COUNT PIC 9(9) COMP-5 VALUE 0.
           05 WS-TRL-DIFF-HASH   PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-TRL-SU-HASH     PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-GEN-RECORDS     PIC 9(9) COMP-5 VALUE 0.
           05 WS-GEN-HEADERS     PIC 9(4) COMP-5 VALUE 0.
           05 WS-GEN-TRAILERS    PIC 9(4) COMP-5 VALUE 0.
           05 WS-GEN-OTHER       PIC 9(9) COMP-5 VALUE 0.
           05 WS-GEN-AFTER-TRL   PIC 9(9) COMP-5 VALUE 0.
           05 WS-GEN-REPO-COUNT  PIC 9(9) COMP-5 VALUE 0.
           05 WS-GEN-ALERT-COUNT PIC 9(9) COMP-5 VALUE 0.
           05 WS-GEN-DIFF-HASH   PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-GEN-SU-HASH     PIC 9(12)V9(6) COMP-5 VALUE 0.

      *===============================================================
      *  Reload counts, and one walk of a cluster path at a time.
      *===============================================================
       01  WS-RELOAD-ITEMS.
           05 WS-LOADED-REPO     PIC 9(9) COMP-5 VALUE 0.
           05 WS-LOADED-ALERT    PIC 9(9) COMP-5 VALUE 0.
           05 WS-LOAD-ERRORS     PIC 9(9) COMP-5 VALUE 0.
           05 WS-WALK-PATH       PIC X(1).
              88 WALK-PRIMARY    VALUE 'P'.
              88 WALK-RUN-ID     VALUE 'R'.
              88 WALK-SYSTEM-ID  VALUE 'S'.
           05 WS-WALK-NAME       PIC X(20).
           05 WS-WALK-COUNT      PIC 9(9) COMP-5.
           05 WS-WALK-DIFF-HASH  PIC 9(12)V9(6) COMP-5.
           05 WS-WALK-SU-HASH    PIC 9(12)V9(6) COMP-5.
           05 WS-WALK-ERROR      PIC X(1).
              88 WALK-ERROR      VALUE 'Y'.
           05 WS-WALK-VERDICT    PIC X(8).

      *===============================================================
      *  Hash-total arithmetic, modulo 10**12 (see CPUBKRC), and
      *  display pictures.
      *===============================================================
       01  WS-HASH-ITEMS.
           05 WS-HASH-TOTAL      PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-ADDEND     PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-ROOM       PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-SHOW       PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-HASH-SHOW-2     PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-COUNT-SHOW      PIC ZZZ,ZZZ,ZZ9.
           05 WS-COUNT-SHOW-2    PIC ZZZ,ZZZ,ZZ9.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move 0 to Return-Code
           Display ' '
           Display '=== CPURSTR: CPUREPO/ALRTSTS point-in-time '
                   'restore ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Check-Generation
           Evaluate True
               When RESTORE-FAILED
                   Display '*** generation failed its check -- '
                           'nothing loaded ***'
               When VERIFY-ONLY
                   Display 'VERIFY mode -- generation ' WS-BACKUP-ID
                           ' checks clean; clusters not touched'
               When Other
                   Perform Reload-Clusters
                   If NOT RESTORE-FAILED
                       Perform Verify-Repository
                       Perform Verify-Alert-Status
                   End-If
           End-Evaluate

           If RESTORE-FAILED
               Display '*** RESTORE NOT COMPLETE -- do not release '
                       'CPUREPO/ALRTSTS to the suite ***'
               Move 12 to Return-Code
           Else
               If NOT VERIFY-ONLY
                   Display 'Restore of generation ' WS-BACKUP-ID
                           ' complete and verified'
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    The optional RSTRIN card: expected backup-id and mode.
      *--------------------------------------------------------------
       Get-Control-Parms.
           OPEN INPUT RSTRIN-FILE
           READ RSTRIN-FILE
               AT END
                   SET RSTRIN-AT-EOF TO TRUE
           END-READ
           IF NOT RSTRIN-AT-EOF
               MOVE RSI-BACKUP-ID TO WS-EXPECTED-ID
               IF RSI-MODE = 'VERIFY'
                   MOVE RSI-MODE TO WS-RUN-MODE
               END-IF
           END-IF
           CLOSE RSTRIN-FILE
           Display 'Mode                   : ' WS-RUN-MODE
           If WS-EXPECTED-ID NOT = SPACES
               Display 'Expected backup-id     : ' WS-EXPECTED-ID
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Stage 1: read the generation through and check it against
      *    its own trailer before anything is loaded from it.
      *--------------------------------------------------------------
       Check-Generation.
           OPEN INPUT BKUPIN-FILE
           If NOT BKP-OK
               Display '*** BKUPIN open failed, file status '
                       WS-BKP-STATUS ' ***'
               Set RESTORE-FAILED to True
           Else
               Perform Until BKP-AT-EOF
                   READ BKUPIN-FILE
                       AT END
                           Set BKP-AT-EOF to True
                       NOT AT END
                           Perform Check-One-Backup-Record
                   END-READ
                   If NOT BKP-OK AND NOT BKP-AT-EOF
                       Display '*** BKUPIN read failed, file status '
                               WS-BKP-STATUS ' ***'
                       Set RESTORE-FAILED to True
                       Set BKP-AT-EOF to True
                   End-If
               End-Perform
               CLOSE BKUPIN-FILE
           End-If

           Display 'Backup-id              : ' WS-BACKUP-ID
           Display 'Backup taken           : ' WS-BACKUP-TS
           If WS-GEN-HEADERS NOT = 1 OR WS-GEN-TRAILERS NOT = 1
              OR WS-GEN-OTHER > 0 OR WS-GEN-AFTER-TRL > 0
               Display '*** generation holds ' WS-GEN-HEADERS
                       ' header(s), ' WS-GEN-TRAILERS ' trailer(s), '
                       WS-GEN-OTHER ' unrecognized record(s) and '
                       WS-GEN-AFTER-TRL ' record(s) after the '
                       'trailer ***'
               Set RESTORE-FAILED to True
           End-If
           If WS-EXPECTED-ID NOT = SPACES
              AND WS-EXPECTED-ID NOT = WS-BACKUP-ID
               Display '*** BKUPIN holds backup ' WS-BACKUP-ID
                       ', RSTRIN expects ' WS-EXPECTED-ID ' ***'
               Set RESTORE-FAILED to True
           End-If
           Move 'generation rows'     to WS-WALK-NAME
           Move WS-GEN-REPO-COUNT     to WS-WALK-COUNT
           Move WS-GEN-DIFF-HASH      to WS-WALK-DIFF-HASH
           Move WS-GEN-SU-HASH        to WS-WALK-SU-HASH
           Move 'N'                   to WS-WALK-ERROR
           Perform Judge-Repository-Walk
           Move 'generation alerts'   to WS-WALK-NAME
           Move WS-GEN-ALERT-COUNT    to WS-WALK-COUNT
           Perform Judge-Alert-Walk
           EXIT.


      *--------------------------------------------------------------
      *    One generation record: header and trailer captured, rows
      *    counted and hashed.
      *--------------------------------------------------------------
       Check-One-Backup-Record.
           Add 1 to WS-GEN-RECORDS
           If WS-GEN-TRAILERS > 0
               Add 1 to WS-GEN-AFTER-TRL
           End-If
           Evaluate True
               When BKP-HEADER
                   Add 1 to WS-GEN-HEADERS
                   If WS-GEN-RECORDS NOT = 1
                       Display '*** header is record ' WS-GEN-RECORDS
                               ' of the generation, not the first ***'
                       Set RESTORE-FAILED to True
                   End-If
                   Move BKH-BACKUP-ID to WS-BACKUP-ID
                   Move BKH-TIMESTAMP to WS-BACKUP-TS
               When BKP-REPO-ROW
                   Add 1 to WS-GEN-REPO-COUNT
                   Move BKP-DATA to CPU-REPO-RECORD
                   Move WS-GEN-DIFF-HASH to WS-HASH-TOTAL
                   Move RPO-DIFF-VALUE   to WS-HASH-ADDEND
                   Perform Add-To-Hash
                   Move WS-HASH-TOTAL    to WS-GEN-DIFF-HASH
                   Move WS-GEN-SU-HASH   to WS-HASH-TOTAL
                   Move RPO-SU-VALUE     to WS-HASH-ADDEND
                   Perform Add-To-Hash
                   Move WS-HASH-TOTAL    to WS-GEN-SU-HASH
               When BKP-ALERT-ROW
                   Add 1 to WS-GEN-ALERT-COUNT
               When BKP-TRAILER
                   Add 1 to WS-GEN-TRAILERS
                   If BKT-BACKUP-ID NOT = WS-BACKUP-ID
                       Display '*** trailer is for backup '
                               BKT-BACKUP-ID ', header for '
                               WS-BACKUP-ID ' ***'
                       Set RESTORE-FAILED to True
                   End-If
                   Move BKT-REPO-COUNT  to WS-TRL-REPO-COUNT
                   Move BKT-ALERT-COUNT to WS-TRL-ALERT-COUNT
                   Move BKT-DIFF-HASH   to WS-TRL-DIFF-HASH
                   Move BKT-SU-HASH     to WS-TRL-SU-HASH
               When Other
                   Add 1 to WS-GEN-OTHER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Stage 2: load both (freshly defined) clusters from the
      *    generation.  Each is primed OUTPUT and closed, then
      *    reopened I-O for the load so the alternate indexes are
      *    kept as rows are written.  Every WRITE is checked; a
      *    cluster that will not open or a row that will not load
      *    fails the restore.
      *--------------------------------------------------------------
       Reload-Clusters.
           OPEN OUTPUT CPUREPO-FILE
           If REPO-OK
               CLOSE CPUREPO-FILE
               OPEN I-O CPUREPO-FILE
           End-If
           If NOT REPO-OK
               Display '*** CPUREPO open for reload failed, file '
                       'status ' WS-REPO-STATUS ' -- is the cluster '
                       'freshly defined? ***'
               Set RESTORE-FAILED to True
           End-If
           OPEN OUTPUT ALRTSTS-FILE
           If STS-OK
               CLOSE ALRTSTS-FILE
               OPEN I-O ALRTSTS-FILE
           End-If
           If NOT STS-OK
               Display '*** ALRTSTS open for reload failed, file '
                       'status ' WS-STS-STATUS ' -- is the cluster '
                       'freshly defined? ***'
               Set RESTORE-FAILED to True
           End-If

           If NOT RESTORE-FAILED
               Move 'N' to WS-BKP-EOF
               OPEN INPUT BKUPIN-FILE
               Perform Until BKP-AT-EOF
                   READ BKUPIN-FILE
                       AT END
                           Set BKP-AT-EOF to True
                       NOT AT END
                           Perform Reload-One-Record
                   END-READ
                   If NOT BKP-OK AND NOT BKP-AT-EOF
                       Display '*** BKUPIN re-read failed, file '
                               'status ' WS-BKP-STATUS ' ***'
                       Set RESTORE-FAILED to True
                       Set BKP-AT-EOF to True
                   End-If
               End-Perform
               CLOSE BKUPIN-FILE
           End-If
           CLOSE CPUREPO-FILE
           CLOSE ALRTSTS-FILE

           Move WS-LOADED-REPO to WS-COUNT-SHOW
           Display 'CPUREPO rows loaded    : ' WS-COUNT-SHOW
           Move WS-LOADED-ALERT to WS-COUNT-SHOW
           Display 'ALRTSTS records loaded : ' WS-COUNT-SHOW
           If WS-LOAD-ERRORS > 0
               Move WS-LOAD-ERRORS to WS-COUNT-SHOW
               Display '*** ' WS-COUNT-SHOW ' record(s) would not '
                       'load ***'
               Set RESTORE-FAILED to True
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One generation record into its cluster.
      *--------------------------------------------------------------
       Reload-One-Record.
           Evaluate True
               When BKP-REPO-ROW
                   Move BKP-DATA to CPU-REPO-RECORD
                   WRITE CPU-REPO-RECORD
                   If REPO-OK
                       Add 1 to WS-LOADED-REPO
                   Else
                       Add 1 to WS-LOAD-ERRORS
                       Display '*** CPUREPO write failed, file '
                               'status ' WS-REPO-STATUS ' for '
                               RPO-PROGRAM-ID ' ' RPO-ROUTINE-NAME
                               ' ' RPO-RUN-TIMESTAMP ' ***'
                   End-If
               When BKP-ALERT-ROW
                   Move BKP-DATA to CPU-ALERT-STATUS
                   WRITE CPU-ALERT-STATUS
                   If STS-OK
                       Add 1 to WS-LOADED-ALERT
                   Else
                       Add 1 to WS-LOAD-ERRORS
                       Display '*** ALRTSTS write failed, file '
                               'status ' WS-STS-STATUS ' for '
                               AST-ALERT-CODE ' ' AST-ROUTINE-NAME
                               ' ***'
                   End-If
               When Other
                   Continue
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Stage 3: walk the reloaded CPUREPO by its primary key and
      *    down both alternate-index paths; each walk must reach
      *    every row the trailer counts, with the same hash totals.
      *--------------------------------------------------------------
       Verify-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open for verification failed, '
                       'file status ' WS-REPO-STATUS ' ***'
               Set RESTORE-FAILED to True
           Else
               Set WALK-PRIMARY to True
               Move 'primary key'       to WS-WALK-NAME
               Perform Walk-Repository-Path
               Perform Judge-Repository-Walk
               Set WALK-RUN-ID to True
               Move 'RPO-RUN-ID path'   to WS-WALK-NAME
               Perform Walk-Repository-Path
               Perform Judge-Repository-Walk
               Set WALK-SYSTEM-ID to True
               Move 'RPO-SYSTEM-ID path' to WS-WALK-NAME
               Perform Walk-Repository-Path
               Perform Judge-Repository-Walk
               CLOSE CPUREPO-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One full walk of CPUREPO along the chosen key of
      *    reference, counting and hashing every row reached.
      *--------------------------------------------------------------
       Walk-Repository-Path.
           Move 0   to WS-WALK-COUNT
           Move 0   to WS-WALK-DIFF-HASH
           Move 0   to WS-WALK-SU-HASH
           Move 'N' to WS-WALK-ERROR
           Move 'N' to WS-REPO-EOF
           Evaluate True
               When WALK-PRIMARY
                   Move LOW-VALUES to RPO-KEY
                   START CPUREPO-FILE KEY NOT < RPO-KEY
               When WALK-RUN-ID
                   Move LOW-VALUES to RPO-RUN-ID
                   START CPUREPO-FILE KEY NOT < RPO-RUN-ID
               When WALK-SYSTEM-ID
                   Move LOW-VALUES to RPO-SYSTEM-ID
                   START CPUREPO-FILE KEY NOT < RPO-SYSTEM-ID
           End-Evaluate
           If NOT REPO-READ-OK
               Set REPO-AT-EOF to True
           End-If
           Perform Until REPO-AT-EOF
               READ CPUREPO-FILE NEXT RECORD
                   AT END
                       Set REPO-AT-EOF to True
                   NOT AT END
                       Add 1 to WS-WALK-COUNT
                       Move WS-WALK-DIFF-HASH to WS-HASH-TOTAL
                       Move RPO-DIFF-VALUE    to WS-HASH-ADDEND
                       Perform Add-To-Hash
                       Move WS-HASH-TOTAL     to WS-WALK-DIFF-HASH
                       Move WS-WALK-SU-HASH   to WS-HASH-TOTAL
                       Move RPO-SU-VALUE      to WS-HASH-ADDEND
                       Perform Add-To-Hash
                       Move WS-HASH-TOTAL     to WS-WALK-SU-HASH
               END-READ
               If NOT REPO-READ-OK AND NOT REPO-AT-EOF
                   Display '*** CPUREPO read along the '
                           WS-WALK-NAME ' failed, file status '
                           WS-REPO-STATUS ' ***'
                   Set WALK-ERROR to True
                   Set REPO-AT-EOF to True
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    A repository count and hash totals against the trailer,
      *    shown either way; any difference fails the restore.
      *--------------------------------------------------------------
       Judge-Repository-Walk.
           If WALK-ERROR
              OR WS-WALK-COUNT     NOT = WS-TRL-REPO-COUNT
              OR WS-WALK-DIFF-HASH NOT = WS-TRL-DIFF-HASH
              OR WS-WALK-SU-HASH   NOT = WS-TRL-SU-HASH
               Move 'MISMATCH' to WS-WALK-VERDICT
               Set RESTORE-FAILED to True
           Else
               Move 'ok'       to WS-WALK-VERDICT
           End-If
           Move WS-WALK-COUNT     to WS-COUNT-SHOW
           Move WS-TRL-REPO-COUNT to WS-COUNT-SHOW-2
           Display '  ' WS-WALK-NAME ' rows ' WS-COUNT-SHOW
                   ' (trailer ' WS-COUNT-SHOW-2 ')  ' WS-WALK-VERDICT
           Move WS-WALK-DIFF-HASH to WS-HASH-SHOW
           Move WS-TRL-DIFF-HASH  to WS-HASH-SHOW-2
           Display '      diff hash ' WS-HASH-SHOW
                   ' (trailer ' WS-HASH-SHOW-2 ')'
           Move WS-WALK-SU-HASH   to WS-HASH-SHOW
           Move WS-TRL-SU-HASH    to WS-HASH-SHOW-2
           Display '      SU hash   ' WS-HASH-SHOW
                   ' (trailer ' WS-HASH-SHOW-2 ')'
           EXIT.


      *--------------------------------------------------------------
      *    Walk the reloaded ALRTSTS by its key and count it.
      *--------------------------------------------------------------
       Verify-Alert-Status.
           Move 'ALRTSTS key' to WS-WALK-NAME
           Move 0   to WS-WALK-COUNT
           Move 'N' to WS-WALK-ERROR
           OPEN INPUT ALRTSTS-FILE
           If NOT STS-OK
               Display '*** ALRTSTS open for verification failed, '
                       'file status ' WS-STS-STATUS ' ***'
               Set WALK-ERROR to True
           Else
               Move LOW-VALUES to AST-KEY
               START ALRTSTS-FILE KEY NOT < AST-KEY
               If NOT STS-OK
                   Set STS-AT-EOF to True
               End-If
               Perform Until STS-AT-EOF
                   READ ALRTSTS-FILE NEXT RECORD
                       AT END
                           Set STS-AT-EOF to True
                       NOT AT END
                           Add 1 to WS-WALK-COUNT
                   END-READ
                   If NOT STS-OK AND NOT STS-AT-EOF
                       Display '*** ALRTSTS read failed, file status '
                               WS-STS-STATUS ' ***'
                       Set WALK-ERROR to True
                       Set STS-AT-EOF to True
                   End-If
               End-Perform
               CLOSE ALRTSTS-FILE
           End-If
           Perform Judge-Alert-Walk
           EXIT.


      *--------------------------------------------------------------
      *    An alert-status count against the trailer.
      *--------------------------------------------------------------
       Judge-Alert-Walk.
           If WALK-ERROR
              OR WS-WALK-COUNT NOT = WS-TRL-ALERT-COUNT
               Move 'MISMATCH' to WS-WALK-VERDICT
               Set RESTORE-FAILED to True
           Else
               Move 'ok'       to WS-WALK-VERDICT
           End-If
           Move WS-WALK-COUNT      to WS-COUNT-SHOW
           Move WS-TRL-ALERT-COUNT to WS-COUNT-SHOW-2
           Display '  ' WS-WALK-NAME ' records ' WS-COUNT-SHOW
                   ' (trailer ' WS-COUNT-SHOW-2 ')  ' WS-WALK-VERDICT
           EXIT.


      *--------------------------------------------------------------
      *    WS-HASH-TOTAL plus WS-HASH-ADDEND, modulo 10**12 -- the
      *    same arithmetic CPUBKUP used to build the trailer.
      *--------------------------------------------------------------
       Add-To-Hash.
           Compute WS-HASH-ROOM = 999999999999.999999 - WS-HASH-TOTAL
           If WS-HASH-ADDEND > WS-HASH-ROOM
               Compute WS-HASH-TOTAL =
                   WS-HASH-ADDEND - WS-HASH-ROOM - 0.000001
           Else
               Add WS-HASH-ADDEND to WS-HASH-TOTAL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPURSTR'   to STP-PROGRAM-ID
           Move WS-RUN-ID   to STP-RUN-ID
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-START to True
           Call 'CPUSTEP' Using STEP-TIMING-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at end of run, with the RETURN-CODE
      *    the run is ending on.
      *--------------------------------------------------------------
       Write-Step-End.
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-END to True
           Call 'CPUSTEP' Using STEP-TIMING-PARMS
           EXIT.
