       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUHRCN.
      *===============================================================
      *  History / repository reconciliation.  Every CPUT01 run
      *  lands in two stores: Write-History-Record banks each
      *  routine's average over the measured passes to the CPUHSTO
      *  generation, and CPUBLOAD loads the individual pass rows
      *  into CPUREPO.  Nothing else checks the two still agree --
      *  and a B37-truncated load, a lost history generation or a
      *  CPUARCH purge run against the wrong cut-off would each
      *  leave them quietly apart.
      *
      *  This program rebuilds each run's per-routine average from
      *  the repository the way CPUT01 built it: the CPUT01 rows of
      *  the run with a pass number below 9 (measured passes 1-3,
      *  plus any confirmation re-measure 4-6, which CPUT01 itself
      *  averages in place of the suspect pass it repeated), suspect
      *  rows left out, from the live cluster and from the archive
      *  generations concatenated on the optional ARCHIN DD.  That
      *  average -- raw and in service units -- is matched by run
      *  timestamp and routine against HSTI-AVG-9-DIFF / HSTI-AVG-SU
      *  from the history generations concatenated on CPUHSTI.
      *
      *  The history figure is always the CPUTIME9 clock; the
      *  repository row for ZCPUTIME, CPUTIME2 and CPUTIME3 carries
      *  that routine's own clock over the same interval, so those
      *  three agree only as closely as the clocks do -- set the
      *  tolerance with that in mind.
      *
      *  Findings on the HRCNRPT report, one line per run/routine:
      *    HISTONLY  history record, no repository row at all
      *    REPOONLY  repository rows, no history record
      *    ALLSUSP   repository rows, every one of them suspect --
      *              nothing clean to average (listed, not alerted)
      *    DIFFERS   raw or service-unit averages apart by more
      *              than the tolerance
      *    HISTDUP   the same run/routine twice in the history
      *              concatenation (the second is ignored)
      *  HISTONLY, REPOONLY and DIFFERS also go out as CPUALRT
      *  records with code HISTRECN, stamped with the reconciled
      *  run's timestamp and system, so the automation opens them
      *  like any other alert.
      *
      *  HRCNIN card (optional):
      *    cols  1-5   tolerance percent, 9(3)V99 (default 5.00)
      *    cols  6-13  first run date yyyymmdd to reconcile
      *    cols 14-21  last run date yyyymmdd to reconcile
      *  Runs outside the window are ignored in both stores -- set
      *  it to the span the history generations still cover, or
      *  every repository run older than the GDG limit reads as
      *  REPOONLY.  Zero or blank dates leave that end open.
      *
      *  Condition code: 4 when any finding was reported or a table
      *  filled, 8 when the repository could not be opened.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HRCNIN-FILE ASSIGN TO HRCNIN
               ORGANIZATION IS SEQUENTIAL.
      *    History generations, concatenated.
           SELECT CPUHSTI-FILE ASSIGN TO CPUHSTI
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPUREPO-FILE ASSIGN TO CPUREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               ALTERNATE RECORD KEY IS RPO-RUN-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RPO-SYSTEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REPO-STATUS.
      *    Archive generations CPUARCH aged out of the cluster.
           SELECT OPTIONAL ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT HRCNRPT-FILE ASSIGN TO HRCNRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALRTOUT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HRCNIN-FILE
           RECORDING MODE F.
       01  HRCNIN-RECORD.
           05 HRC-TOLERANCE-PCT     PIC 9(3)V9(2).
           05 HRC-FROM-DATE         PIC 9(8).
           05 HRC-TO-DATE           PIC 9(8).
           05 FILLER                PIC X(59).

       FD  CPUHSTI-FILE
           RECORDING MODE F.
           COPY CPUHSTR REPLACING ==:REC:== BY ==CPUHSTI==,
                                  ==:PFX:== BY ==HSTI==.

       FD  CPUREPO-FILE.
           COPY CPUBREP.

      *    Same CPUBREP shape, renamed so the two record areas
      *    coexist.
       FD  ARCHIN-FILE
           RECORDING MODE F.
           COPY CPUBREP REPLACING
               ==CPU-REPO-RECORD==   BY ==ARCHIN-RECORD==,
               ==RPO-KEY==           BY ==ARC-KEY==,
               ==RPO-PROGRAM-ID==    BY ==ARC-PROGRAM-ID==,
               ==RPO-ROUTINE-NAME==  BY ==ARC-ROUTINE-NAME==,
               ==RPO-RUN-TIMESTAMP== BY ==ARC-RUN-TIMESTAMP==,
               ==RPO-PASS-NUMBER==   BY ==ARC-PASS-NUMBER==,
               ==RPO-TIER-COUNT==    BY ==ARC-TIER-COUNT==,
               ==RPO-START-VALUE==   BY ==ARC-START-VALUE==,
               ==RPO-END-VALUE==     BY ==ARC-END-VALUE==,
               ==RPO-DIFF-VALUE==    BY ==ARC-DIFF-VALUE==,
               ==RPO-CPU-PER-CALL==  BY ==ARC-CPU-PER-CALL==,
               ==RPO-NET-PER-CALL==  BY ==ARC-NET-PER-CALL==,
               ==RPO-RUN-ID==        BY ==ARC-RUN-ID==,
               ==RPO-SUSPECT-FLAG==  BY ==ARC-SUSPECT-FLAG==,
               ==RPO-CPU-MODEL==     BY ==ARC-CPU-MODEL==,
               ==RPO-SU-VALUE==      BY ==ARC-SU-VALUE==,
               ==RPO-SYSTEM-ID==     BY ==ARC-SYSTEM-ID==,
               ==RPO-LOOP-COUNT==    BY ==ARC-LOOP-COUNT==,
               ==RPO-BUILD-ID==      BY ==ARC-BUILD-ID==.

       FD  HRCNRPT-FILE
           RECORDING MODE F.
       01  HRCNRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  ALRTOUT-FILE
           RECORDING MODE F.
           COPY CPUALRT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-HRCNIN-EOF      PIC X(1) VALUE 'N'.
              88 HRCNIN-AT-EOF   VALUE 'Y'.
           05 WS-HSTI-EOF        PIC X(1) VALUE 'N'.
              88 HSTI-AT-EOF     VALUE 'Y'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-ARCHIN-EOF      PIC X(1) VALUE 'N'.
              88 ARCHIN-AT-EOF   VALUE 'Y'.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
           05 WS-REPO-FAILED     PIC X(1) VALUE 'N'.
              88 REPO-FAILED     VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-TOLERANCE-PCT   PIC 9(3)V9(2) COMP-5 VALUE 5.
           05 WS-FROM-DATE       PIC 9(8) VALUE 0.
           05 WS-TO-DATE         PIC 9(8) VALUE 99999999.
           05 WS-ROW-DATE        PIC 9(8).
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-LAST-HIT        PIC 9(4) COMP-5 VALUE 0.
           05 WS-HIST-READ       PIC 9(7) COMP-5 VALUE 0.
           05 WS-HIST-BAD        PIC 9(7) COMP-5 VALUE 0.
           05 WS-REPO-READ       PIC 9(7) COMP-5 VALUE 0.
           05 WS-ARCH-READ       PIC 9(7) COMP-5 VALUE 0.
           05 WS-ROWS-USED       PIC 9(7) COMP-5 VALUE 0.

      *===============================================================
      *  One repository/archive row staged for Bank-Repo-Row, so
      *  the live cluster and the archive share one path.
      *===============================================================
       01  WS-STAGE-ITEMS.
           05 WS-STG-TIMESTAMP   PIC X(26).
           05 WS-STG-ROUTINE     PIC X(8).
           05 WS-STG-SYSTEM      PIC X(8).
           05 WS-STG-SUSPECT     PIC X(1).
           05 WS-STG-DIFF        PIC 9(12)V9(6) COMP-5.
           05 WS-STG-SU          PIC 9(12)V9(6) COMP-5.

      *===============================================================
      *  Reconciliation table -- one entry per run timestamp and
      *  routine seen in either store, with what each store says.
      *  Repository rows of one run/routine arrive together in key
      *  order, so the last entry hit is tried before the search.
      *===============================================================
       01  WS-RECON-TABLE.
           05 WS-REC-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-REC-ENTRY OCCURS 3000 TIMES.
              10 WS-REC-TIMESTAMP    PIC X(26).
              10 WS-REC-ROUTINE      PIC X(8).
              10 WS-REC-SYSTEM       PIC X(8).
              10 WS-REC-IN-HIST      PIC X(1).
              10 WS-REC-HIST-AVG     PIC 9(12)V9(6) COMP-5.
              10 WS-REC-HIST-SU      PIC 9(12)V9(6) COMP-5.
              10 WS-REC-REPO-ROWS    PIC 9(4) COMP-5.
              10 WS-REC-CLEAN-ROWS   PIC 9(4) COMP-5.
              10 WS-REC-REPO-SUM     PIC 9(12)V9(6) COMP-5.
              10 WS-REC-REPO-SU-SUM  PIC 9(12)V9(6) COMP-5.
           05 WS-REC-FULL        PIC X(1) VALUE 'N'.
              88 REC-TABLE-FULL  VALUE 'Y'.

      *===============================================================
      *  Per-entry judgement and the finding counts.
      *===============================================================
       01  WS-JUDGE-ITEMS.
           05 WS-FINDING         PIC X(8).
           05 WS-REPO-AVG        PIC 9(12)V9(6) COMP-5.
           05 WS-REPO-SU         PIC 9(12)V9(6) COMP-5.
           05 WS-DIFF-PCT        PIC 9(5)V9(2) COMP-5.
           05 WS-SU-DIFF-PCT     PIC 9(5)V9(2) COMP-5.
           05 WS-BASE-VALUE      PIC 9(12)V9(6) COMP-5.
           05 WS-OTHER-VALUE     PIC 9(12)V9(6) COMP-5.
           05 WS-PCT-RESULT      PIC 9(5)V9(2) COMP-5.
           05 WS-MATCHED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-HISTONLY-COUNT  PIC 9(5) COMP-5 VALUE 0.
           05 WS-REPOONLY-COUNT  PIC 9(5) COMP-5 VALUE 0.
           05 WS-ALLSUSP-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-DIFFERS-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-HISTDUP-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-ALERT-COUNT     PIC 9(5) COMP-5 VALUE 0.

      *    Staged alert fields for Write-Alert-Record.
       01  WS-ALERT-ITEMS.
           05 WS-ALT-CODE        PIC X(8).
           05 WS-ALT-SEVERITY    PIC X(1).
           05 WS-ALT-ROUTINE     PIC X(8).
           05 WS-ALT-MEASURED    PIC 9(12)V9(6) COMP-5.
           05 WS-ALT-THRESHOLD   PIC 9(12)V9(6) COMP-5.
           05 WS-ALT-TIMESTAMP   PIC X(26).
           05 WS-ALT-SYSTEM      PIC X(8).
           05 WS-ALT-MEASURED-O  PIC ZZZZ9.99.

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUHRCN'.
           05 FILLER             PIC X(50) VALUE
              'CPUHST HISTORY / CPUREPO RECONCILIATION'.
           05 FILLER             PIC X(72) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(11) VALUE 'TOLERANCE:'.
           05 WS-HEAD2-TOL       PIC ZZ9.99.
           05 FILLER             PIC X(5)  VALUE '%    '.
           05 FILLER             PIC X(13) VALUE 'RUN DATES:'.
           05 WS-HEAD2-FROM      PIC 9(8).
           05 FILLER             PIC X(3)  VALUE ' - '.
           05 WS-HEAD2-TO        PIC 9(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(10).
           05 FILLER             PIC X(54) VALUE SPACES.

       01  WS-HEAD3.
           05 FILLER             PIC X(28) VALUE '  RUN TIMESTAMP'.
           05 FILLER             PIC X(10) VALUE 'ROUTINE'.
           05 FILLER             PIC X(10) VALUE 'SYSTEM'.
           05 FILLER             PIC X(10) VALUE 'FINDING'.
           05 FILLER             PIC X(24) VALUE
              '       HISTORY AVERAGE'.
           05 FILLER             PIC X(24) VALUE
              '    REPOSITORY AVERAGE'.
           05 FILLER             PIC X(10) VALUE '   DIFF%'.
           05 FILLER             PIC X(10) VALUE 'SU DIFF%'.
           05 FILLER             PIC X(6)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-TIMESTAMP   PIC X(26).
           05 WS-DTL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-FINDING     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-HIST-AVG    PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-DTL-HIST-AVG-X REDEFINES WS-DTL-HIST-AVG
                                 PIC X(22).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-REPO-AVG    PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-DTL-REPO-AVG-X REDEFINES WS-DTL-REPO-AVG
                                 PIC X(22).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-DIFF-PCT    PIC ZZZZ9.99.
           05 WS-DTL-DIFF-PCT-X REDEFINES WS-DTL-DIFF-PCT
                                 PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-SU-PCT      PIC ZZZZ9.99.
           05 WS-DTL-SU-PCT-X REDEFINES WS-DTL-SU-PCT
                                 PIC X(8).
           05 FILLER             PIC X(8)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL       PIC X(40).
           05 WS-TOT-COUNT       PIC ZZZZZZ9.
           05 FILLER             PIC X(83) VALUE SPACES.

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
           Display '=== CPUHRCN: history / repository '
                   'reconciliation ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-History
           Perform Sweep-Repository
           If NOT REPO-FAILED
               Perform Sweep-Archive
               Perform Print-Reconciliation
               Display 'History records read   : ' WS-HIST-READ
               Display 'Repository rows read   : ' WS-REPO-READ
               Display 'Archive rows read      : ' WS-ARCH-READ
               Display 'CPUT01 rows reconciled : ' WS-ROWS-USED
               Display 'Run/routines matched   : ' WS-MATCHED-COUNT
               Display 'HISTRECN alerts raised : ' WS-ALERT-COUNT
               If WS-HISTONLY-COUNT > 0 OR WS-REPOONLY-COUNT > 0
                  OR WS-DIFFERS-COUNT > 0 OR WS-ALLSUSP-COUNT > 0
                  OR WS-HISTDUP-COUNT > 0 OR WS-HIST-BAD > 0
                   Display '*** the two stores do not fully agree '
                           '-- see HRCNRPT ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Tolerance and run-date window off the optional HRCNIN
      *    card.  A non-numeric field leaves its default.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Move FUNCTION CURRENT-DATE to WS-TODAY
           OPEN INPUT HRCNIN-FILE
           READ HRCNIN-FILE
               AT END
                   SET HRCNIN-AT-EOF TO TRUE
           END-READ
           IF NOT HRCNIN-AT-EOF
               IF HRC-TOLERANCE-PCT NUMERIC
                  AND HRC-TOLERANCE-PCT > 0
                   MOVE HRC-TOLERANCE-PCT TO WS-TOLERANCE-PCT
               END-IF
               IF HRC-FROM-DATE NUMERIC
                   MOVE HRC-FROM-DATE TO WS-FROM-DATE
               END-IF
               IF HRC-TO-DATE NUMERIC AND HRC-TO-DATE > 0
                   MOVE HRC-TO-DATE TO WS-TO-DATE
               END-IF
           END-IF
           CLOSE HRCNIN-FILE
           Move WS-TOLERANCE-PCT to WS-HEAD2-TOL
           Display 'Tolerance (pct): ' WS-HEAD2-TOL
           Display 'Run dates      : ' WS-FROM-DATE ' - ' WS-TO-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Every history record in the window becomes (or completes)
      *    its run/routine entry.  A record whose figures are not
      *    numeric is counted and skipped; a second record for the
      *    same run/routine is a duplicate generation and reported.
      *--------------------------------------------------------------
       Load-History.
           OPEN INPUT CPUHSTI-FILE
           Perform Until HSTI-AT-EOF
               READ CPUHSTI-FILE
                   AT END
                       Set HSTI-AT-EOF to True
                   NOT AT END
                       Add 1 to WS-HIST-READ
                       Perform Bank-History-Row
               END-READ
           End-Perform
           CLOSE CPUHSTI-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One history record into the table.
      *--------------------------------------------------------------
       Bank-History-Row.
           If HSTI-AVG-9-DIFF NOT NUMERIC
              OR HSTI-AVG-SU NOT NUMERIC
              OR HSTI-RUN-TIMESTAMP(1:8) NOT NUMERIC
               Add 1 to WS-HIST-BAD
               Display '  history record not usable: '
                       HSTI-ROUTINE-NAME ' ' HSTI-RUN-TIMESTAMP
           Else
               Move HSTI-RUN-TIMESTAMP(1:8) to WS-ROW-DATE
               If WS-ROW-DATE >= WS-FROM-DATE
                  AND WS-ROW-DATE <= WS-TO-DATE
                   Move HSTI-RUN-TIMESTAMP to WS-STG-TIMESTAMP
                   Move HSTI-ROUTINE-NAME  to WS-STG-ROUTINE
                   Move HSTI-SYSTEM-ID     to WS-STG-SYSTEM
                   Perform Find-Recon-Entry
                   If WS-KDX > 0
                       If WS-REC-IN-HIST(WS-KDX) = 'Y'
                           Add 1 to WS-HISTDUP-COUNT
                           Display '  duplicate history record: '
                                   HSTI-ROUTINE-NAME ' '
                                   HSTI-RUN-TIMESTAMP
                       Else
                           Move 'Y' to WS-REC-IN-HIST(WS-KDX)
                           Move HSTI-AVG-9-DIFF
                               to WS-REC-HIST-AVG(WS-KDX)
                           Move HSTI-AVG-SU
                               to WS-REC-HIST-SU(WS-KDX)
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Sweep the live cluster in key order for CPUT01's rows.
      *--------------------------------------------------------------
       Sweep-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open failed, file status '
                       WS-REPO-STATUS ' -- nothing reconciled ***'
               Set REPO-FAILED to True
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           Else
               Move LOW-VALUES to RPO-KEY
               Move 'CPUT01'   to RPO-PROGRAM-ID
               START CPUREPO-FILE KEY NOT < RPO-KEY
               If NOT REPO-OK
                   Set REPO-AT-EOF to True
               End-If
               Perform Until REPO-AT-EOF
                   READ CPUREPO-FILE NEXT RECORD
                       AT END
                           Set REPO-AT-EOF to True
                       NOT AT END
                           If RPO-PROGRAM-ID NOT = 'CPUT01'
                               Set REPO-AT-EOF to True
                           Else
                               Add 1 to WS-REPO-READ
                               Move RPO-RUN-TIMESTAMP
                                   to WS-STG-TIMESTAMP
                               Move RPO-ROUTINE-NAME
                                   to WS-STG-ROUTINE
                               Move RPO-SYSTEM-ID  to WS-STG-SYSTEM
                               Move RPO-SUSPECT-FLAG
                                   to WS-STG-SUSPECT
                               Move RPO-DIFF-VALUE to WS-STG-DIFF
                               Move RPO-SU-VALUE   to WS-STG-SU
                               If RPO-PASS-NUMBER < 9
                                  AND RPO-TIER-COUNT = 0
                                   Perform Bank-Repo-Row
                               End-If
                           End-If
                   END-READ
               End-Perform
               CLOSE CPUREPO-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The same selection against the archive generations on
      *    ARCHIN -- sequential, every row tested.
      *--------------------------------------------------------------
       Sweep-Archive.
           OPEN INPUT ARCHIN-FILE
           Perform Until ARCHIN-AT-EOF
               READ ARCHIN-FILE
                   AT END
                       Set ARCHIN-AT-EOF to True
                   NOT AT END
                       Add 1 to WS-ARCH-READ
                       If ARC-PROGRAM-ID = 'CPUT01'
                          AND ARC-PASS-NUMBER < 9
                          AND ARC-TIER-COUNT = 0
                           Move ARC-RUN-TIMESTAMP to WS-STG-TIMESTAMP
                           Move ARC-ROUTINE-NAME  to WS-STG-ROUTINE
                           Move ARC-SYSTEM-ID     to WS-STG-SYSTEM
                           Move ARC-SUSPECT-FLAG  to WS-STG-SUSPECT
                           Move ARC-DIFF-VALUE    to WS-STG-DIFF
                           Move ARC-SU-VALUE      to WS-STG-SU
                           Perform Bank-Repo-Row
                       End-If
               END-READ
           End-Perform
           CLOSE ARCHIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One staged repository/archive row into its entry: every
      *    row counts as present, only a clean row is averaged.
      *--------------------------------------------------------------
       Bank-Repo-Row.
           If WS-STG-TIMESTAMP(1:8) NUMERIC
               Move WS-STG-TIMESTAMP(1:8) to WS-ROW-DATE
               If WS-ROW-DATE >= WS-FROM-DATE
                  AND WS-ROW-DATE <= WS-TO-DATE
                   Perform Find-Recon-Entry
                   If WS-KDX > 0
                       Add 1 to WS-ROWS-USED
                       Add 1 to WS-REC-REPO-ROWS(WS-KDX)
                       If WS-REC-SYSTEM(WS-KDX) = SPACES
                           Move WS-STG-SYSTEM to WS-REC-SYSTEM(WS-KDX)
                       End-If
                       If WS-STG-SUSPECT NOT = 'S'
                           Add 1 to WS-REC-CLEAN-ROWS(WS-KDX)
                           Add WS-STG-DIFF
                               to WS-REC-REPO-SUM(WS-KDX)
                           Add WS-STG-SU
                               to WS-REC-REPO-SU-SUM(WS-KDX)
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Find the entry for the staged timestamp and routine,
      *    adding it when new.  WS-KDX is zero only when the table
      *    is full (warned once, RC 4).
      *--------------------------------------------------------------
       Find-Recon-Entry.
           Move 0 to WS-KDX
           If WS-LAST-HIT > 0
               If WS-REC-TIMESTAMP(WS-LAST-HIT) = WS-STG-TIMESTAMP
                  AND WS-REC-ROUTINE(WS-LAST-HIT) = WS-STG-ROUTINE
                   Move WS-LAST-HIT to WS-KDX
               End-If
           End-If
           If WS-KDX = 0
               Perform Varying WS-KDX from 1 by 1
                       until WS-KDX > WS-REC-COUNT
                          OR (WS-REC-TIMESTAMP(WS-KDX)
                                  = WS-STG-TIMESTAMP
                              AND WS-REC-ROUTINE(WS-KDX)
                                  = WS-STG-ROUTINE)
                   Continue
               End-Perform
               If WS-KDX > WS-REC-COUNT
                   If WS-REC-COUNT < 3000
                       Add 1 to WS-REC-COUNT
                       Move WS-REC-COUNT to WS-KDX
                       Move WS-STG-TIMESTAMP
                           to WS-REC-TIMESTAMP(WS-KDX)
                       Move WS-STG-ROUTINE to WS-REC-ROUTINE(WS-KDX)
                       Move WS-STG-SYSTEM  to WS-REC-SYSTEM(WS-KDX)
                       Move 'N' to WS-REC-IN-HIST(WS-KDX)
                       Move 0   to WS-REC-HIST-AVG(WS-KDX)
                       Move 0   to WS-REC-HIST-SU(WS-KDX)
                       Move 0   to WS-REC-REPO-ROWS(WS-KDX)
                       Move 0   to WS-REC-CLEAN-ROWS(WS-KDX)
                       Move 0   to WS-REC-REPO-SUM(WS-KDX)
                       Move 0   to WS-REC-REPO-SU-SUM(WS-KDX)
                   Else
                       If NOT REC-TABLE-FULL
                           Display '*** CPUHRCN reconciliation table '
                                   'full at 3000 entries -- narrow '
                                   'the HRCNIN run-date window ***'
                           Set REC-TABLE-FULL to True
                       End-If
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                       Move 0 to WS-KDX
                   End-If
               End-If
           End-If
           Move WS-KDX to WS-LAST-HIT
           EXIT.


      *--------------------------------------------------------------
      *    Judge every entry and print the exceptions, then the
      *    finding counts.
      *--------------------------------------------------------------
       Print-Reconciliation.
           OPEN OUTPUT HRCNRPT-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE HRCNRPT-RECORD
           Move WS-FROM-DATE to WS-HEAD2-FROM
           Move WS-TO-DATE   to WS-HEAD2-TO
           Move SPACES to WS-HEAD2-DATE
           String WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               Delimited by Size into WS-HEAD2-DATE
           End-String
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE HRCNRPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE HRCNRPT-RECORD
           Move WS-HEAD3 to RPT-TEXT
           WRITE HRCNRPT-RECORD

           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-REC-COUNT
               Perform Judge-One-Entry
           End-Perform

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE HRCNRPT-RECORD
           Move 'RUN/ROUTINES MATCHED WITHIN TOLERANCE :'
               to WS-TOT-LABEL
           Move WS-MATCHED-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'HISTONLY  - HISTORY, NO REPOSITORY    :'
               to WS-TOT-LABEL
           Move WS-HISTONLY-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'REPOONLY  - REPOSITORY, NO HISTORY    :'
               to WS-TOT-LABEL
           Move WS-REPOONLY-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'DIFFERS   - BEYOND TOLERANCE          :'
               to WS-TOT-LABEL
           Move WS-DIFFERS-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'ALLSUSP   - NO CLEAN REPOSITORY ROW   :'
               to WS-TOT-LABEL
           Move WS-ALLSUSP-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'HISTDUP   - DUPLICATE HISTORY RECORD  :'
               to WS-TOT-LABEL
           Move WS-HISTDUP-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'UNUSABLE HISTORY RECORDS              :'
               to WS-TOT-LABEL
           Move WS-HIST-BAD to WS-TOT-COUNT
           Perform Write-Total-Line
           Move 'HISTRECN ALERTS RAISED                :'
               to WS-TOT-LABEL
           Move WS-ALERT-COUNT to WS-TOT-COUNT
           Perform Write-Total-Line
           CLOSE HRCNRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One total line.
      *--------------------------------------------------------------
       Write-Total-Line.
           Move WS-TOTAL-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE HRCNRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Decide one entry's finding.  Presence first (one store
      *    only, or nothing clean to average), then the raw and
      *    service-unit averages against the tolerance, each as a
      *    percentage of the history figure.
      *--------------------------------------------------------------
       Judge-One-Entry.
           Move SPACES to WS-FINDING
           Move 0 to WS-REPO-AVG WS-REPO-SU
           Move 0 to WS-DIFF-PCT WS-SU-DIFF-PCT
           If WS-REC-CLEAN-ROWS(WS-KDX) > 0
               Compute WS-REPO-AVG = WS-REC-REPO-SUM(WS-KDX)
                                   / WS-REC-CLEAN-ROWS(WS-KDX)
               Compute WS-REPO-SU = WS-REC-REPO-SU-SUM(WS-KDX)
                                  / WS-REC-CLEAN-ROWS(WS-KDX)
           End-If
           Evaluate True
               When WS-REC-IN-HIST(WS-KDX) NOT = 'Y'
                   Move 'REPOONLY' to WS-FINDING
                   Add 1 to WS-REPOONLY-COUNT
               When WS-REC-REPO-ROWS(WS-KDX) = 0
                   Move 'HISTONLY' to WS-FINDING
                   Add 1 to WS-HISTONLY-COUNT
               When WS-REC-CLEAN-ROWS(WS-KDX) = 0
                   Move 'ALLSUSP' to WS-FINDING
                   Add 1 to WS-ALLSUSP-COUNT
               When Other
                   Move WS-REC-HIST-AVG(WS-KDX) to WS-BASE-VALUE
                   Move WS-REPO-AVG to WS-OTHER-VALUE
                   Perform Compute-Diff-Pct
                   Move WS-PCT-RESULT to WS-DIFF-PCT
                   Move WS-REC-HIST-SU(WS-KDX) to WS-BASE-VALUE
                   Move WS-REPO-SU to WS-OTHER-VALUE
                   Perform Compute-Diff-Pct
                   Move WS-PCT-RESULT to WS-SU-DIFF-PCT
                   If WS-DIFF-PCT > WS-TOLERANCE-PCT
                      OR WS-SU-DIFF-PCT > WS-TOLERANCE-PCT
                       Move 'DIFFERS' to WS-FINDING
                       Add 1 to WS-DIFFERS-COUNT
                   Else
                       Add 1 to WS-MATCHED-COUNT
                   End-If
           End-Evaluate
           If WS-FINDING NOT = SPACES
               Perform Print-Finding-Line
               If WS-FINDING NOT = 'ALLSUSP'
                   Perform Raise-Recon-Alert
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    |other - base| as a percentage of base; a zero base with
      *    a non-zero other reads as 100 percent.
      *--------------------------------------------------------------
       Compute-Diff-Pct.
           Evaluate True
               When WS-BASE-VALUE > 0
                   Compute WS-PCT-RESULT =
                       FUNCTION ABS(WS-OTHER-VALUE - WS-BASE-VALUE)
                       / WS-BASE-VALUE * 100
                       ON SIZE ERROR
                           Move 99999.99 to WS-PCT-RESULT
                   End-Compute
               When WS-OTHER-VALUE > 0
                   Move 100 to WS-PCT-RESULT
               When Other
                   Move 0 to WS-PCT-RESULT
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    One exception line -- figures a store does not have are
      *    left blank.
      *--------------------------------------------------------------
       Print-Finding-Line.
           Move SPACES to WS-DETAIL-LINE
           Move WS-REC-TIMESTAMP(WS-KDX) to WS-DTL-TIMESTAMP
           Move WS-REC-ROUTINE(WS-KDX)   to WS-DTL-ROUTINE
           Move WS-REC-SYSTEM(WS-KDX)    to WS-DTL-SYSTEM
           Move WS-FINDING               to WS-DTL-FINDING
           If WS-REC-IN-HIST(WS-KDX) = 'Y'
               Move WS-REC-HIST-AVG(WS-KDX) to WS-DTL-HIST-AVG
           End-If
           If WS-REC-CLEAN-ROWS(WS-KDX) > 0
               Move WS-REPO-AVG to WS-DTL-REPO-AVG
           End-If
           If WS-FINDING = 'DIFFERS'
               Move WS-DIFF-PCT    to WS-DTL-DIFF-PCT
               Move WS-SU-DIFF-PCT to WS-DTL-SU-PCT
           End-If
           Move WS-DETAIL-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE HRCNRPT-RECORD
           Display '  ' WS-FINDING ' ' WS-REC-ROUTINE(WS-KDX) ' '
                   WS-REC-TIMESTAMP(WS-KDX)
           EXIT.


      *--------------------------------------------------------------
      *    HISTRECN alert for one finding: the measured value is
      *    the worse of the two percentages for DIFFERS, 100 for a
      *    run missing from one store outright.
      *--------------------------------------------------------------
       Raise-Recon-Alert.
           Move 'HISTRECN'               to WS-ALT-CODE
           Move WS-REC-ROUTINE(WS-KDX)   to WS-ALT-ROUTINE
           Move WS-REC-TIMESTAMP(WS-KDX) to WS-ALT-TIMESTAMP
           Move WS-REC-SYSTEM(WS-KDX)    to WS-ALT-SYSTEM
           Move WS-TOLERANCE-PCT         to WS-ALT-THRESHOLD
           If WS-FINDING = 'DIFFERS'
               If WS-SU-DIFF-PCT > WS-DIFF-PCT
                   Move WS-SU-DIFF-PCT to WS-ALT-MEASURED
               Else
                   Move WS-DIFF-PCT    to WS-ALT-MEASURED
               End-If
           Else
               Move 100 to WS-ALT-MEASURED
           End-If
           Perform Write-Alert-Record
           EXIT.


      *--------------------------------------------------------------
      *    Append one alert record in the fixed CPUALRT layout from
      *    the staged fields: severity 'S' (severe) past twice the
      *    threshold, else 'W'.  Severe alerts also go to the
      *    operator console.  Open-write-close, same as the other
      *    alert writers, since jobs share this DD.  The run-id is
      *    CPUT01's own -- the first 16 bytes of its timestamp.
      *--------------------------------------------------------------
       Write-Alert-Record.
           If WS-ALT-MEASURED > WS-ALT-THRESHOLD * 2
               Move 'S' to WS-ALT-SEVERITY
           Else
               Move 'W' to WS-ALT-SEVERITY
           End-If
           OPEN EXTEND ALRTOUT-FILE
           Move SPACES              to CPU-ALERT-RECORD
           Move WS-ALT-CODE         to ALT-ALERT-CODE
           Move WS-ALT-SEVERITY     to ALT-SEVERITY
           Move 'CPUHRCN'           to ALT-PROGRAM-ID
           Move WS-ALT-ROUTINE      to ALT-ROUTINE-NAME
           Move WS-ALT-MEASURED     to ALT-MEASURED-VALUE
           Move WS-ALT-THRESHOLD    to ALT-THRESHOLD
           Move WS-ALT-TIMESTAMP    to ALT-RUN-TIMESTAMP
           Move WS-ALT-TIMESTAMP(1:16) to ALT-RUN-ID
           Move WS-ALT-SYSTEM       to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           Add 1 to WS-ALERT-COUNT
           If WS-ALT-SEVERITY = 'S'
               Move WS-ALT-MEASURED to WS-ALT-MEASURED-O
               Display 'CPUHRCN SEVERE CPU ALERT ' WS-ALT-CODE ' '
                       WS-ALT-ROUTINE ' ' WS-ALT-MEASURED-O
                       ' PCT' Upon CNSL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUHRCN'   to STP-PROGRAM-ID
           Move SPACES      to STP-RUN-ID
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
