      *  each one wrote (CPUOUT/CLITOUT/CVAROUT) and prints one
      *  consolidated end-of-job summary instead of reconciling three
      *  separate SYSOUTs by hand.
      *
      *  CPUT01 leaves the SMF factor of its run-quality grade
      *  deferred when it runs under this job (see CPUQUAL
      *  copybook); once the orchestrated step has been reconciled
      *  here, that factor is filled in on CPUT01's RUNQUAL record
      *  and the record re-graded.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RSTCTL-FILE ASSIGN TO RSTCTL
               ORGANIZATION IS SEQUENTIAL.

      *    Run-quality grades (see CPUQUAL copybook) -- CPUT01's
      *    record for this job is re-graded with the step's SMF
      *    outcome.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Standardized CPU-BENCHMARK-RESULT record (see CPUBRES
               ==CBR-CPU-MODEL==        BY ==CPO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CPO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CPO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CPO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CPO-BUILD-ID==.

       FD  CLITOUT-FILE
           RECORDING MODE F.
               ==CBR-CPU-MODEL==        BY ==CLO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CLO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CLO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CLO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CLO-BUILD-ID==.

       FD  CVAROUT-FILE
           RECORDING MODE F.
               ==CBR-CPU-MODEL==        BY ==CVO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CVO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CVO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CVO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CVO-BUILD-ID==.

       FD  SMFIN-FILE
           RECORDING MODE F.
           05 RST-RUN-TIMESTAMP    PIC X(26).
           05 FILLER               PIC X(12).

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       WORKING-STORAGE SECTION.
      *===============================================================
      *  Shared (EXTERNAL) across every program in this run unit --
           05 WS-DIFF-SHOW       PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-RUN-ID          PIC X(16).
      *    System the steps measured on, as stamped on the CPUOUT
      *    rows read back by the consolidated summary -- carried on
      *    the SMF reconciliation alert.
           05 WS-SYSTEM-ID       PIC X(8) VALUE SPACES.
           05 WS-DRIVIN-EOF      PIC X(1) VALUE 'N'.
              88 DRIVIN-AT-EOF   VALUE 'Y'.
           05 WS-RSTCTL-EOF      PIC X(1) VALUE 'N'.
           05 WS-INTERNAL-CPU-TOTAL-O  PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-SMF-DIVERGE-PCT-O     PIC ZZZZ9.99.

      *===============================================================
      *  Run-quality re-grade -- CPUT01's run-id as read back off
      *  its CPUOUT rows, and whether the step's SMF comparison was
      *  made ('C') or had no extract ('N').
      *===============================================================
       01  WS-QUALITY-ITEMS.
           05 WS-QLT-STATUS            PIC X(2).
              88 QLT-OK                VALUE '00'.
           05 WS-CPUT01-RUN-ID         PIC X(16) VALUE SPACES.
           05 WS-QLT-SMF-STATUS        PIC X(1) VALUE 'N'.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Get-Control-Parms
           Perform Write-Registry-Header
           Perform Write-Step-Start

           Set ORCHESTRATED-RUN to True
           Display '--- Step 1: CPUT01 ---'

           Perform Print-Consolidated-Summary
           Perform Reconcile-SMF-CPU
           Perform Regrade-CPUT01-Quality

      *    Full run completed -- reset the restart point so the next
      *    run starts cold instead of silently skipping steps.

           Move WS-MAX-RC to Return-Code
           Perform Write-Registry-Trailer
           Perform Write-Step-End
           GOBACK.


                       ' -- orchestrated run stopped ***'
               Move WS-MAX-RC to Return-Code
               Perform Write-Registry-Trailer
               Perform Write-Step-End
               GOBACK
           End-If
           EXIT.
           Move WS-ALT-THRESHOLD  to ALT-THRESHOLD
           Move WS-RUN-TIMESTAMP  to ALT-RUN-TIMESTAMP
           Move WS-RUN-ID         to ALT-RUN-ID
           Move WS-SYSTEM-ID      to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           If WS-ALT-SEVERITY = 'S'
                       Set AT-EOF to True
                   NOT AT END
                       Move CPO-DIFF-VALUE to WS-DIFF-SHOW
                       Move CPO-SYSTEM-ID  to WS-SYSTEM-ID
                       Move CPO-RUN-ID     to WS-CPUT01-RUN-ID
                       Display CPO-PROGRAM-ID ' ' CPO-ROUTINE-NAME
                               ' pass ' CPO-PASS-NUMBER
                               ' diff=' WS-DIFF-SHOW
                   Move WS-SMF-DIVERGE-PCT to WS-SMF-DIVERGE-PCT-O
                   Display 'Divergence              : '
                           WS-SMF-DIVERGE-PCT-O '%'
                   Move 'C' to WS-QLT-SMF-STATUS
                   If WS-SMF-DIVERGE-PCT > WS-SMF-PCT-LIMIT
                       Display '*** SMF RECONCILIATION WARNING -- '
                               'internal/SMF CPU diverge by '
           End-If
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    Fill the SMF factor into CPUT01's RUNQUAL record, left
      *    deferred by CPUT01 because the comparison belongs to this
      *    whole step, and re-grade it: the SMF cap by the limits in
      *    the CPUQUAL copybook, the grade the worst of the five
      *    caps.  A record already graded (not deferred) is left
      *    alone; a missing record or cluster is a warning only --
      *    the benchmark step itself is not affected.
      *--------------------------------------------------------------
       Regrade-CPUT01-Quality.
           If WS-CPUT01-RUN-ID = SPACES
               Display '*** no CPUT01 rows read back -- run-quality '
                       'record not re-graded ***'
           Else
               OPEN I-O RUNQUAL-FILE
               If NOT QLT-OK
                   Display '*** RUNQUAL open failed, file status '
                           WS-QLT-STATUS ' -- CPUT01 run not '
                           're-graded ***'
                   If 4 > WS-MAX-RC
                       Move 4 to WS-MAX-RC
                   End-If
               Else
                   Move WS-CPUT01-RUN-ID to QLT-RUN-ID
                   Move 'CPUT01'         to QLT-PROGRAM-ID
                   READ RUNQUAL-FILE
                       INVALID KEY
                           Display '*** no RUNQUAL record for CPUT01 '
                                   'run ' WS-CPUT01-RUN-ID ' ***'
                           If 4 > WS-MAX-RC
                               Move 4 to WS-MAX-RC
                           End-If
                       NOT INVALID KEY
                           If QLT-SMF-DEFERRED
                               Perform Apply-SMF-Factor
                               REWRITE CPU-RUN-QUALITY
                               Display 'CPUT01 run ' QLT-RUN-ID
                                       ' re-graded ' QLT-GRADE
                                       ' (SMF ' QLT-SMF-CAP ')'
                           End-If
                   END-READ
                   CLOSE RUNQUAL-FILE
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    SMF cap from this step's divergence, then the grade as
      *    the worst of the record's five caps.
      *--------------------------------------------------------------
       Apply-SMF-Factor.
           Move WS-QLT-SMF-STATUS   to QLT-SMF-STATUS
           Move WS-SMF-PCT-LIMIT    to QLT-SMF-LIMIT-PCT
           Move 'A'                 to QLT-SMF-CAP
           Move 0                   to QLT-SMF-DIVERGE-PCT
           If QLT-SMF-COMPARED
               Move WS-SMF-DIVERGE-PCT to QLT-SMF-DIVERGE-PCT
               Evaluate True
                   When WS-SMF-DIVERGE-PCT * 2 <= WS-SMF-PCT-LIMIT
                       Move 'A' to QLT-SMF-CAP
                   When WS-SMF-DIVERGE-PCT <= WS-SMF-PCT-LIMIT
                       Move 'B' to QLT-SMF-CAP
                   When WS-SMF-DIVERGE-PCT <= WS-SMF-PCT-LIMIT * 2
                       Move 'C' to QLT-SMF-CAP
                   When Other
                       Move 'F' to QLT-SMF-CAP
               End-Evaluate
           End-If
           Move QLT-SUSPECT-CAP     to QLT-GRADE
           If QLT-CONFIRM-CAP > QLT-GRADE
               Move QLT-CONFIRM-CAP to QLT-GRADE
           End-If
           If QLT-SMF-CAP > QLT-GRADE
               Move QLT-SMF-CAP     to QLT-GRADE
           End-If
           If QLT-LOAD-CAP > QLT-GRADE
               Move QLT-LOAD-CAP    to QLT-GRADE
           End-If
           If QLT-SPREAD-CAP > QLT-GRADE
               Move QLT-SPREAD-CAP  to QLT-GRADE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUDRIV'   to STP-PROGRAM-ID
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
