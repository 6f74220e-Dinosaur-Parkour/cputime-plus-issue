       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUBKUP.
      *===============================================================
      *  Verified backup of the CPUREPO and ALRTSTS clusters.  The
      *  two KSDSs are the only copy of years of results and alert
      *  history, and CPUARCH's unload is a retention purge, not a
      *  backup.  This program unloads both clusters, in primary-
      *  key order, to one new BKUPOUT generation (see CPUBKRC
      *  copybook): a header, every CPUREPO row, every ALRTSTS
      *  record, and a trailer carrying the count of each and hash
      *  totals of RPO-DIFF-VALUE and RPO-SU-VALUE.  The generation
      *  is then read back and recounted against its own trailer
      *  before the step ends, so a generation that ends clean is
      *  known to be whole.  CPURSTR restores from it.
      *
      *  Schedule: this step runs every night BEFORE CPUBLOAD and
      *  CPUARCH -- the generation is the state of the clusters
      *  before that night's load adds rows and before the purge
      *  removes any, so a load or purge that goes wrong can be
      *  backed out to it.  BKUPOUT is catalogued as a new GDG
      *  generation each run (+1), as CPUARCH's ARCOUT is.
      *
      *  Condition codes:
      *    0   backup written and verified;
      *    8   a cluster would not open or could not be read --
      *        the generation is incomplete, do not rely on it;
      *   12   the generation read back does not match what was
      *        written -- do not rely on it.
      *  CPUBLOAD and CPUARCH should not run on an RC above 4.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT BKUPOUT-FILE ASSIGN TO BKUPOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CPUREPO-FILE.
           COPY CPUBREP.

       FD  ALRTSTS-FILE.
           COPY CPUASTS.

       FD  BKUPOUT-FILE
           RECORDING MODE F.
           COPY CPUBKRC.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
           05 WS-STS-STATUS      PIC X(2).
              88 STS-OK          VALUE '00'.
           05 WS-BKP-STATUS      PIC X(2).
              88 BKP-OK          VALUE '00'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-STS-EOF         PIC X(1) VALUE 'N'.
              88 STS-AT-EOF      VALUE 'Y'.
           05 WS-BKP-EOF         PIC X(1) VALUE 'N'.
              88 BKP-AT-EOF      VALUE 'Y'.
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-BACKUP-ID       PIC X(16).

      *===============================================================
      *  Counts and hash totals as written, and as read back.
      *===============================================================
       01  WS-BACKUP-TOTALS.
           05 WS-REPO-COUNT      PIC 9(9) COMP-5 VALUE 0.
           05 WS-ALERT-COUNT     PIC 9(9) COMP-5 VALUE 0.
           05 WS-DIFF-HASH       PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-SU-HASH         PIC 9(12)V9(6) COMP-5 VALUE 0.
       01  WS-CHECK-TOTALS.
           05 WS-CHK-REPO-COUNT  PIC 9(9) COMP-5 VALUE 0.
           05 WS-CHK-ALERT-COUNT PIC 9(9) COMP-5 VALUE 0.
           05 WS-CHK-DIFF-HASH   PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-CHK-SU-HASH     PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-CHK-HEADERS     PIC 9(4) COMP-5 VALUE 0.
           05 WS-CHK-TRAILERS    PIC 9(4) COMP-5 VALUE 0.
           05 WS-CHK-OTHER       PIC 9(9) COMP-5 VALUE 0.
           05 WS-CHK-FAILED      PIC X(1) VALUE 'N'.
              88 CHECK-FAILED    VALUE 'Y'.

      *===============================================================
      *  Hash-total arithmetic, modulo 10**12 (see CPUBKRC).
      *===============================================================
       01  WS-HASH-ITEMS.
           05 WS-HASH-TOTAL      PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-ADDEND     PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-ROOM       PIC 9(12)V9(6) COMP-5.
           05 WS-HASH-SHOW       PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-COUNT-SHOW      PIC ZZZ,ZZZ,ZZ9.

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
           Display '=== CPUBKUP: CPUREPO/ALRTSTS verified backup ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-BACKUP-ID
           Perform Write-Step-Start

           OPEN OUTPUT BKUPOUT-FILE
           If NOT BKP-OK
               Display '*** BKUPOUT open failed, file status '
                       WS-BKP-STATUS ' -- no backup taken ***'
               Move 8 to Return-Code
           Else
               Perform Write-Backup-Header
               Perform Unload-Repository
               Perform Unload-Alert-Status
               Perform Write-Backup-Trailer
               CLOSE BKUPOUT-FILE
               Perform Verify-Generation
           End-If

           Display 'Backup-id              : ' WS-BACKUP-ID
           Move WS-REPO-COUNT to WS-COUNT-SHOW
           Display 'CPUREPO rows           : ' WS-COUNT-SHOW
           Move WS-ALERT-COUNT to WS-COUNT-SHOW
           Display 'ALRTSTS records        : ' WS-COUNT-SHOW
           Move WS-DIFF-HASH to WS-HASH-SHOW
           Display 'RPO-DIFF-VALUE hash    : ' WS-HASH-SHOW
           Move WS-SU-HASH to WS-HASH-SHOW
           Display 'RPO-SU-VALUE hash      : ' WS-HASH-SHOW
           Evaluate True
               When Return-Code >= 12
                   Display '*** BACKUP GENERATION FAILED VERIFICATION '
                           '-- do not rely on it ***'
               When Return-Code >= 8
                   Display '*** BACKUP GENERATION INCOMPLETE -- do '
                           'not rely on it ***'
               When Other
                   Display 'Backup generation written and verified'
           End-Evaluate
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    The header record, first on the generation.
      *--------------------------------------------------------------
       Write-Backup-Header.
           Move SPACES           to REPO-BACKUP-RECORD
           Set BKP-HEADER        to True
           Move WS-BACKUP-ID     to BKH-BACKUP-ID
           Move WS-RUN-TIMESTAMP to BKH-TIMESTAMP
           WRITE REPO-BACKUP-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Every CPUREPO row, in primary-key order, with the count
      *    and both hash totals.
      *--------------------------------------------------------------
       Unload-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open failed, file status '
                       WS-REPO-STATUS ' -- repository not backed '
                       'up ***'
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           Else
               Move LOW-VALUES to RPO-KEY
               START CPUREPO-FILE KEY NOT < RPO-KEY
               If NOT REPO-OK
                   Set REPO-AT-EOF to True
               End-If
               Perform Until REPO-AT-EOF
                   READ CPUREPO-FILE NEXT RECORD
                       AT END
                           Set REPO-AT-EOF to True
                       NOT AT END
                           Perform Unload-One-Row
                   END-READ
                   If NOT REPO-OK AND NOT REPO-AT-EOF
                       Display '*** CPUREPO read failed, file status '
                               WS-REPO-STATUS ' after '
                               WS-REPO-COUNT ' rows -- backup '
                               'incomplete ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                       Set REPO-AT-EOF to True
                   End-If
               End-Perform
               CLOSE CPUREPO-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One repository row onto the generation.
      *--------------------------------------------------------------
       Unload-One-Row.
           Move SPACES         to REPO-BACKUP-RECORD
           Set BKP-REPO-ROW    to True
           Move CPU-REPO-RECORD to BKP-DATA
           WRITE REPO-BACKUP-RECORD
           Add 1 to WS-REPO-COUNT
           Move WS-DIFF-HASH   to WS-HASH-TOTAL
           Move RPO-DIFF-VALUE to WS-HASH-ADDEND
           Perform Add-To-Hash
           Move WS-HASH-TOTAL  to WS-DIFF-HASH
           Move WS-SU-HASH     to WS-HASH-TOTAL
           Move RPO-SU-VALUE   to WS-HASH-ADDEND
           Perform Add-To-Hash
           Move WS-HASH-TOTAL  to WS-SU-HASH
           EXIT.


      *--------------------------------------------------------------
      *    Every ALRTSTS record, in primary-key order, counted.
      *--------------------------------------------------------------
       Unload-Alert-Status.
           OPEN INPUT ALRTSTS-FILE
           If NOT STS-OK
               Display '*** ALRTSTS open failed, file status '
                       WS-STS-STATUS ' -- alert status not backed '
                       'up ***'
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
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
                           Move SPACES to REPO-BACKUP-RECORD
                           Set BKP-ALERT-ROW to True
                           Move CPU-ALERT-STATUS to BKP-DATA
                           WRITE REPO-BACKUP-RECORD
                           Add 1 to WS-ALERT-COUNT
                   END-READ
                   If NOT STS-OK AND NOT STS-AT-EOF
                       Display '*** ALRTSTS read failed, file status '
                               WS-STS-STATUS ' after '
                               WS-ALERT-COUNT ' records -- backup '
                               'incomplete ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                       Set STS-AT-EOF to True
                   End-If
               End-Perform
               CLOSE ALRTSTS-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The trailer record, last on the generation.
      *--------------------------------------------------------------
       Write-Backup-Trailer.
           Move SPACES         to REPO-BACKUP-RECORD
           Set BKP-TRAILER     to True
           Move WS-BACKUP-ID   to BKT-BACKUP-ID
           Move WS-REPO-COUNT  to BKT-REPO-COUNT
           Move WS-ALERT-COUNT to BKT-ALERT-COUNT
           Move WS-DIFF-HASH   to BKT-DIFF-HASH
           Move WS-SU-HASH     to BKT-SU-HASH
           WRITE REPO-BACKUP-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Read the closed generation back and recount it: one
      *    header first, one trailer last, and rows whose counts and
      *    hash totals agree with both the trailer and what was
      *    written.  Any difference is RC 12.
      *--------------------------------------------------------------
       Verify-Generation.
           OPEN INPUT BKUPOUT-FILE
           If NOT BKP-OK
               Display '*** BKUPOUT could not be reopened for the '
                       'read-back, file status ' WS-BKP-STATUS
                       ' ***'
               Set CHECK-FAILED to True
           Else
               Perform Until BKP-AT-EOF
                   READ BKUPOUT-FILE
                       AT END
                           Set BKP-AT-EOF to True
                       NOT AT END
                           Perform Check-One-Backup-Record
                   END-READ
                   If NOT BKP-OK AND NOT BKP-AT-EOF
                       Display '*** BKUPOUT read-back failed, file '
                               'status ' WS-BKP-STATUS ' ***'
                       Set CHECK-FAILED to True
                       Set BKP-AT-EOF to True
                   End-If
               End-Perform
               CLOSE BKUPOUT-FILE
           End-If

           If WS-CHK-HEADERS NOT = 1 OR WS-CHK-TRAILERS NOT = 1
              OR WS-CHK-OTHER > 0
               Display '*** read-back: ' WS-CHK-HEADERS ' header(s), '
                       WS-CHK-TRAILERS ' trailer(s), ' WS-CHK-OTHER
                       ' unrecognized record(s) ***'
               Set CHECK-FAILED to True
           End-If
           If WS-CHK-REPO-COUNT  NOT = WS-REPO-COUNT
              OR WS-CHK-ALERT-COUNT NOT = WS-ALERT-COUNT
              OR WS-CHK-DIFF-HASH NOT = WS-DIFF-HASH
              OR WS-CHK-SU-HASH   NOT = WS-SU-HASH
               Display '*** read-back counts or hash totals differ '
                       'from what was written ***'
               Set CHECK-FAILED to True
           End-If
           If CHECK-FAILED
               Move 12 to Return-Code
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One record of the read-back.  The trailer is checked
      *    against the running totals at the point it is read, so a
      *    row after the trailer shows as a difference too.
      *--------------------------------------------------------------
       Check-One-Backup-Record.
           Evaluate True
               When BKP-HEADER
                   Add 1 to WS-CHK-HEADERS
                   If BKH-BACKUP-ID NOT = WS-BACKUP-ID
                       Display '*** read-back header is backup '
                               BKH-BACKUP-ID ', not ' WS-BACKUP-ID
                               ' ***'
                       Set CHECK-FAILED to True
                   End-If
               When BKP-REPO-ROW
                   Add 1 to WS-CHK-REPO-COUNT
                   Move BKP-DATA to CPU-REPO-RECORD
                   Move WS-CHK-DIFF-HASH to WS-HASH-TOTAL
                   Move RPO-DIFF-VALUE   to WS-HASH-ADDEND
                   Perform Add-To-Hash
                   Move WS-HASH-TOTAL    to WS-CHK-DIFF-HASH
                   Move WS-CHK-SU-HASH   to WS-HASH-TOTAL
                   Move RPO-SU-VALUE     to WS-HASH-ADDEND
                   Perform Add-To-Hash
                   Move WS-HASH-TOTAL    to WS-CHK-SU-HASH
               When BKP-ALERT-ROW
                   Add 1 to WS-CHK-ALERT-COUNT
               When BKP-TRAILER
                   Add 1 to WS-CHK-TRAILERS
                   If BKT-REPO-COUNT  NOT = WS-CHK-REPO-COUNT
                      OR BKT-ALERT-COUNT NOT = WS-CHK-ALERT-COUNT
                      OR BKT-DIFF-HASH NOT = WS-CHK-DIFF-HASH
                      OR BKT-SU-HASH   NOT = WS-CHK-SU-HASH
                       Display '*** read-back rows do not agree with '
                               'the trailer ***'
                       Set CHECK-FAILED to True
                   End-If
               When Other
                   Add 1 to WS-CHK-OTHER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    WS-HASH-TOTAL plus WS-HASH-ADDEND, modulo 10**12: when
      *    the addend will not fit in the room left under the top
      *    of the picture, the total wraps instead of overflowing.
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
           Move 'CPUBKUP'    to STP-PROGRAM-ID
           Move WS-BACKUP-ID to STP-RUN-ID
           Move Return-Code  to STP-CALLER-RC
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
