      *  date range and prints one short management summary
      *  (DIGRPT):
      *    - runs by program, with clean / warning / failed counts
      *      (failed includes runs that never wrote a trailer), and
      *      the nights the run calendar skipped the program (CPUPLAN
      *      'S' records) counted apart -- a planned skip is not a
      *      run, and not a failure;
      *    - every alert raised in the range with its severity, how
      *      many times it recurred, and -- matched via run-id --
      *      how the run that raised it ended;
              10 WS-RUN-ID           PIC X(16).
              10 WS-RUN-PROGRAM      PIC X(8).
              10 WS-RUN-TRAILER      PIC X(1).
              10 WS-RUN-SKIPPED      PIC X(1).
              10 WS-RUN-FINAL-RC     PIC 9(4) COMP-5.
           05 WS-RUN-FOUND       PIC X(1).
              88 RUN-FOUND       VALUE 'Y'.
              10 WS-PGM-CLEAN        PIC 9(5) COMP-5.
              10 WS-PGM-WARNED       PIC 9(5) COMP-5.
              10 WS-PGM-FAILED       PIC 9(5) COMP-5.
              10 WS-PGM-SKIPPED      PIC 9(5) COMP-5.
           05 WS-PGM-FOUND       PIC X(1).
              88 PGM-FOUND       VALUE 'Y'.
           05 WS-PGM-TBL-FULL    PIC X(1) VALUE 'N'.
           05 FILLER             PIC X(8)  VALUE '  CLEAN'.
           05 FILLER             PIC X(9)  VALUE ' WARNING'.
           05 FILLER             PIC X(8)  VALUE '  FAILED'.
           05 FILLER             PIC X(9)  VALUE ' SKIPPED'.
           05 FILLER             PIC X(79) VALUE SPACES.

       01  WS-PGM-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PGL-WARNED      PIC ZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-FAILED      PIC ZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-SKIPPED     PIC ZZZZ9.
           05 FILLER             PIC X(84) VALUE SPACES.

       01  WS-ALR-HEAD.
           05 FILLER             PIC X(10) VALUE '  CODE'.
           05 FILLER             PIC X(59) VALUE SPACES.
       01  WS-ALL-RC-O           PIC ZZZ9.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUWDIG: weekly operations digest ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-Registry
           Perform Find-Gate-Verdict
           Perform Print-Digest
           Display ' '
           Perform Write-Step-End
           GOBACK.


                   Move REG-RUN-ID     to WS-RUN-ID(WS-KDX)
                   Move REG-PROGRAM-ID to WS-RUN-PROGRAM(WS-KDX)
                   Move 'N' to WS-RUN-TRAILER(WS-KDX)
                   Move 'N' to WS-RUN-SKIPPED(WS-KDX)
                   Move 0   to WS-RUN-FINAL-RC(WS-KDX)
               Else
      *            Skip loudly -- merging an overflow record into
                   Move REG-FINAL-RC to WS-RUN-FINAL-RC(WS-KDX)
               End-If
           End-If
           If WS-KDX > 0 AND REG-SKIPPED
               Move 'Y' to WS-RUN-SKIPPED(WS-KDX)
           End-If
           EXIT.


               Move WS-PGM-CLEAN(WS-KDX)  to WS-PGL-CLEAN
               Move WS-PGM-WARNED(WS-KDX) to WS-PGL-WARNED
               Move WS-PGM-FAILED(WS-KDX) to WS-PGL-FAILED
               Move WS-PGM-SKIPPED(WS-KDX) to WS-PGL-SKIPPED
               Move WS-PGM-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE DIGRPT-RECORD
               Display '  ' WS-PGL-NAME ' runs' WS-PGL-RUNS
                       ' clean' WS-PGL-CLEAN ' warn' WS-PGL-WARNED
                       ' failed' WS-PGL-FAILED
                       ' skipped' WS-PGL-SKIPPED
           End-Perform

           Move SPACES to RPT-TEXT
      *--------------------------------------------------------------
      *    One run into its program's counts: clean is trailer RC 0,
      *    warning is RC 1-4, failed is a worse RC or no trailer at
      *    all (the run never reported back).  A planned skip counts
      *    only as a skip.
      *--------------------------------------------------------------
       Fold-Run-Into-Program.
           Move 'N' to WS-PGM-FOUND
                   Move 0 to WS-PGM-CLEAN(WS-JDX)
                   Move 0 to WS-PGM-WARNED(WS-JDX)
                   Move 0 to WS-PGM-FAILED(WS-JDX)
                   Move 0 to WS-PGM-SKIPPED(WS-JDX)
               Else
      *            Skip loudly rather than merge into slot 16.
                   If NOT PGM-TABLE-FULL
               End-If
           End-If
           If WS-JDX > 0
               If WS-RUN-SKIPPED(WS-RDX) = 'Y'
                   Add 1 to WS-PGM-SKIPPED(WS-JDX)
               Else
                   Add 1 to WS-PGM-RUNS(WS-JDX)
                   Evaluate True
                       When WS-RUN-TRAILER(WS-RDX) NOT = 'Y'
                           Add 1 to WS-PGM-FAILED(WS-JDX)
                       When WS-RUN-FINAL-RC(WS-RDX) = 0
                           Add 1 to WS-PGM-CLEAN(WS-JDX)
                       When WS-RUN-FINAL-RC(WS-RDX) <= 4
                           Add 1 to WS-PGM-WARNED(WS-JDX)
                       When Other
                           Add 1 to WS-PGM-FAILED(WS-JDX)
                   End-Evaluate
               End-If
           End-If
           EXIT.

                   WS-ALL-SEV ' x' WS-ALL-TIMES ' '
                   WS-ALL-RUN-TEXT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUWDIG'   to STP-PROGRAM-ID
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
