       PROGRAM-ID.    CPUBLOAD.
      *===============================================================
      *  End-of-job loader for the permanent benchmark repository.
      *  Folds the seven per-run result datasets -- CPUOUT, CLITOUT,
      *  CVAROUT, NLITOUT, DVAROUT and KERNOUT (CPUBRES shape) plus
      *  TIEROUT (its own shape) --
      *  into the CPUREPO VSAM KSDS (see CPUBREP copybook), keyed on
      *  program-id / routine-name / run-timestamp / pass / tier.
      *  A re-run of the same job replaces the rows it loaded the
      *  first time instead of failing on duplicate keys, so the
      *  loader step can be rerun safely.  Missing or empty input
      *  datasets are skipped -- not every job writes all seven.
      *
      *  Nothing goes into the repository unedited any more -- the
      *  night a B37 truncated an input we loaded half a run and
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CVAROUT-FILE ASSIGN TO CVAROUT
               ORGANIZATION IS SEQUENTIAL.
      *    The other two corners of the call-binding matrix --
      *    CNODLIT (NODYNAM literal) and CDYNVBL (DYNAM variable).
           SELECT OPTIONAL NLITOUT-FILE ASSIGN TO NLITOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DVAROUT-FILE ASSIGN TO DVAROUT
               ORGANIZATION IS SEQUENTIAL.
      *    CPUKERN's application workload kernels.
           SELECT OPTIONAL KERNOUT-FILE ASSIGN TO KERNOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TIEROUT-FILE ASSIGN TO TIEROUT
               ORGANIZATION IS SEQUENTIAL.
      *    The run registry, read up front for the row-count
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

       FD  NLITOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==NLITOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==NLO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==NLO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==NLO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==NLO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==NLO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==NLO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==NLO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==NLO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==NLO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==NLO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==NLO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==NLO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==NLO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==NLO-BUILD-ID==.

       FD  DVAROUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==DVAROUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==DVO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==DVO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==DVO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==DVO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==DVO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==DVO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==DVO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==DVO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==DVO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==DVO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==DVO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==DVO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==DVO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==DVO-BUILD-ID==.

       FD  KERNOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==KERNOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==KRO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==KRO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==KRO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==KRO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==KRO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==KRO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==KRO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==KRO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==KRO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==KRO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==KRO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==KRO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==KRO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==KRO-BUILD-ID==.

      *    Standardized per-tier result record (see CPUTIERR
      *    copybook) -- same shape CPUTIER writes.
       01  REJOUT-RECORD.
           05 REJ-REASON-CODE       PIC X(8).
           05 REJ-SOURCE-DD         PIC X(8).
           05 REJ-ROW-IMAGE         PIC X(180).

       FD  LOADRPT-FILE
           RECORDING MODE F.

      *===============================================================
      *  Per-input load-control counters -- 1 CPUOUT, 2 CLITOUT,
      *  3 CVAROUT, 4 TIEROUT, 5 NLITOUT, 6 DVAROUT, 7 KERNOUT.
      *===============================================================
       01  WS-INPUT-COUNTS.
           05 WS-CURRENT-INPUT   PIC 9(1) COMP-5.
              10 FILLER          PIC X(8) VALUE 'CLITOUT'.
              10 FILLER          PIC X(8) VALUE 'CVAROUT'.
              10 FILLER          PIC X(8) VALUE 'TIEROUT'.
              10 FILLER          PIC X(8) VALUE 'NLITOUT'.
              10 FILLER          PIC X(8) VALUE 'DVAROUT'.
              10 FILLER          PIC X(8) VALUE 'KERNOUT'.
           05 WS-INPUT-DD-R REDEFINES WS-INPUT-DD-TBL.
              10 WS-INPUT-DD     OCCURS 7 TIMES PIC X(8).
           05 WS-INP-ENTRY OCCURS 7 TIMES.
              10 WS-INP-READ         PIC 9(7) COMP-5 VALUE 0.
              10 WS-INP-LOADED       PIC 9(7) COMP-5 VALUE 0.
              10 WS-INP-REPLACED     PIC 9(7) COMP-5 VALUE 0.
      *  inputs: how many rows arrived, and what the registry knows.
      *  The minimum row counts are what each program writes when it
      *  completes at all: a full CPUT01 cycle banks 16 rows (4
      *  routines x 3 passes + 4 interleaved), the four call-binding
      *  harnesses (CDYNLIT/CDYNVAR/CNODLIT/CDYNVBL) bank exactly 1,
      *  CPUTIER banks whole tiers of 4.  Confirmation
      *  re-measures and soak cycles can only add rows, so a count
      *  below the minimum means the dataset lost its tail.
      *===============================================================
       01  WS-RCL-ROWS-O         PIC ZZZZZZ9.
       01  WS-RCL-MIN-O          PIC ZZZ9.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUBLOAD: benchmark repository load ==='
           Perform Write-Step-Start

           Perform Open-Repository
           If NOT REPO-FAILED
               Perform Load-CLITOUT
               Perform Load-CVAROUT
               Perform Load-TIEROUT
               Perform Load-NLITOUT
               Perform Load-DVAROUT
               Perform Load-KERNOUT
               CLOSE REJOUT-FILE
               CLOSE CPUREPO-FILE
               Perform Load-Registry
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


               When WS-EDIT-PROGRAM NOT = 'CPUT01'
                AND WS-EDIT-PROGRAM NOT = 'CDYNLIT'
                AND WS-EDIT-PROGRAM NOT = 'CDYNVAR'
                AND WS-EDIT-PROGRAM NOT = 'CNODLIT'
                AND WS-EDIT-PROGRAM NOT = 'CDYNVBL'
                AND WS-EDIT-PROGRAM NOT = 'CPUTIER'
                AND WS-EDIT-PROGRAM NOT = 'CPUKERN'
                   Move 'BADPROG' to WS-EDIT-REASON
               When Other
                   Perform Find-Recon-Entry
                           Move CPO-SU-VALUE    to RPO-SU-VALUE
                           Move CPO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move CPO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move CPO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move CPUOUT-RECORD to REJ-ROW-IMAGE
                           Move CLO-SU-VALUE    to RPO-SU-VALUE
                           Move CLO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move CLO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move CLO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move CLITOUT-RECORD to REJ-ROW-IMAGE
                           Move CVO-SU-VALUE    to RPO-SU-VALUE
                           Move CVO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move CVO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move CVO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move CVAROUT-RECORD to REJ-ROW-IMAGE
                           Move TIO-SU-VALUE    to RPO-SU-VALUE
                           Move TIO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move TIO-TIER-COUNT  to RPO-LOOP-COUNT
                           Move TIO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move TIEROUT-RECORD to REJ-ROW-IMAGE
           EXIT.


      *--------------------------------------------------------------
      *    Edit and fold each NLITOUT row into the repository.
      *--------------------------------------------------------------
       Load-NLITOUT.
           Move 5 to WS-CURRENT-INPUT
           Move 'N' to WS-EOF
           OPEN INPUT NLITOUT-FILE
           Perform Until AT-EOF
               Read NLITOUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Add 1 to WS-INP-READ(5)
                       Move NLO-PROGRAM-ID    to WS-EDIT-PROGRAM
                       Move NLO-RUN-TIMESTAMP to WS-EDIT-TIMESTAMP
                       Move NLO-LOOP-COUNT    to WS-EDIT-LOOP
                       Move NLO-START-VALUE   to WS-EDIT-START
                       Move NLO-END-VALUE     to WS-EDIT-END
                       Move NLO-RUN-ID        to WS-EDIT-RUN-ID
                       Perform Edit-Staged-Row
                       If EDIT-PASSED
                           Move NLO-PROGRAM-ID  to RPO-PROGRAM-ID
                           Move NLO-ROUTINE-NAME
                               to RPO-ROUTINE-NAME
                           Move NLO-RUN-TIMESTAMP
                               to RPO-RUN-TIMESTAMP
                           Move NLO-PASS-NUMBER to RPO-PASS-NUMBER
                           Move 0               to RPO-TIER-COUNT
                           Move NLO-START-VALUE to RPO-START-VALUE
                           Move NLO-END-VALUE   to RPO-END-VALUE
                           Move NLO-DIFF-VALUE  to RPO-DIFF-VALUE
                           Move 0               to RPO-CPU-PER-CALL
                           Move 0               to RPO-NET-PER-CALL
                           Move NLO-RUN-ID      to RPO-RUN-ID
                           Move NLO-SUSPECT-FLAG
                               to RPO-SUSPECT-FLAG
                           Move NLO-CPU-MODEL   to RPO-CPU-MODEL
                           Move NLO-SU-VALUE    to RPO-SU-VALUE
                           Move NLO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move NLO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move NLO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move NLITOUT-RECORD to REJ-ROW-IMAGE
                           Perform Write-Reject-Record
                       End-If
               END-READ
           End-Perform
           CLOSE NLITOUT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Edit and fold each DVAROUT row into the repository.
      *--------------------------------------------------------------
       Load-DVAROUT.
           Move 6 to WS-CURRENT-INPUT
           Move 'N' to WS-EOF
           OPEN INPUT DVAROUT-FILE
           Perform Until AT-EOF
               Read DVAROUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Add 1 to WS-INP-READ(6)
                       Move DVO-PROGRAM-ID    to WS-EDIT-PROGRAM
                       Move DVO-RUN-TIMESTAMP to WS-EDIT-TIMESTAMP
                       Move DVO-LOOP-COUNT    to WS-EDIT-LOOP
                       Move DVO-START-VALUE   to WS-EDIT-START
                       Move DVO-END-VALUE     to WS-EDIT-END
                       Move DVO-RUN-ID        to WS-EDIT-RUN-ID
                       Perform Edit-Staged-Row
                       If EDIT-PASSED
                           Move DVO-PROGRAM-ID  to RPO-PROGRAM-ID
                           Move DVO-ROUTINE-NAME
                               to RPO-ROUTINE-NAME
                           Move DVO-RUN-TIMESTAMP
                               to RPO-RUN-TIMESTAMP
                           Move DVO-PASS-NUMBER to RPO-PASS-NUMBER
                           Move 0               to RPO-TIER-COUNT
                           Move DVO-START-VALUE to RPO-START-VALUE
                           Move DVO-END-VALUE   to RPO-END-VALUE
                           Move DVO-DIFF-VALUE  to RPO-DIFF-VALUE
                           Move 0               to RPO-CPU-PER-CALL
                           Move 0               to RPO-NET-PER-CALL
                           Move DVO-RUN-ID      to RPO-RUN-ID
                           Move DVO-SUSPECT-FLAG
                               to RPO-SUSPECT-FLAG
                           Move DVO-CPU-MODEL   to RPO-CPU-MODEL
                           Move DVO-SU-VALUE    to RPO-SU-VALUE
                           Move DVO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move DVO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move DVO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move DVAROUT-RECORD to REJ-ROW-IMAGE
                           Perform Write-Reject-Record
                       End-If
               END-READ
           End-Perform
           CLOSE DVAROUT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Edit and fold each KERNOUT row into the repository.
      *--------------------------------------------------------------
       Load-KERNOUT.
           Move 7 to WS-CURRENT-INPUT
           Move 'N' to WS-EOF
           OPEN INPUT KERNOUT-FILE
           Perform Until AT-EOF
               Read KERNOUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Add 1 to WS-INP-READ(7)
                       Move KRO-PROGRAM-ID    to WS-EDIT-PROGRAM
                       Move KRO-RUN-TIMESTAMP to WS-EDIT-TIMESTAMP
                       Move KRO-LOOP-COUNT    to WS-EDIT-LOOP
                       Move KRO-START-VALUE   to WS-EDIT-START
                       Move KRO-END-VALUE     to WS-EDIT-END
                       Move KRO-RUN-ID        to WS-EDIT-RUN-ID
                       Perform Edit-Staged-Row
                       If EDIT-PASSED
                           Move KRO-PROGRAM-ID  to RPO-PROGRAM-ID
                           Move KRO-ROUTINE-NAME
                               to RPO-ROUTINE-NAME
                           Move KRO-RUN-TIMESTAMP
                               to RPO-RUN-TIMESTAMP
                           Move KRO-PASS-NUMBER to RPO-PASS-NUMBER
                           Move 0               to RPO-TIER-COUNT
                           Move KRO-START-VALUE to RPO-START-VALUE
                           Move KRO-END-VALUE   to RPO-END-VALUE
                           Move KRO-DIFF-VALUE  to RPO-DIFF-VALUE
                           Move 0               to RPO-CPU-PER-CALL
                           Move 0               to RPO-NET-PER-CALL
                           Move KRO-RUN-ID      to RPO-RUN-ID
                           Move KRO-SUSPECT-FLAG
                               to RPO-SUSPECT-FLAG
                           Move KRO-CPU-MODEL   to RPO-CPU-MODEL
                           Move KRO-SU-VALUE    to RPO-SU-VALUE
                           Move KRO-SYSTEM-ID   to RPO-SYSTEM-ID
                           Move KRO-LOOP-COUNT  to RPO-LOOP-COUNT
                           Move KRO-BUILD-ID    to RPO-BUILD-ID
                           Perform Store-Repo-Record
                       Else
                           Move KERNOUT-RECORD to REJ-ROW-IMAGE
                           Perform Write-Reject-Record
                       End-If
               END-READ
           End-Perform
           CLOSE KERNOUT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Write one built repository record.  A duplicate key means
      *    this job was rerun over rows already loaded -- the row is
           Move WS-HEAD2 to RPT-TEXT
           WRITE LOADRPT-RECORD

           Perform Varying WS-IDX from 1 by 1 until WS-IDX > 7
               Move SPACES to WS-COUNT-LINE
               Move WS-INPUT-DD(WS-IDX)     to WS-CTL-DD
               Move WS-INP-READ(WS-IDX)     to WS-CTL-READ
           Move ' ' to RPT-CC
           WRITE LOADRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUBLOAD'  to STP-PROGRAM-ID
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
