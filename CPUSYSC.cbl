               ==CBR-CPU-MODEL==        BY ==SRI-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==SRI-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==SRI-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==SRI-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==SRI-BUILD-ID==.

       FD  SYSRPT-FILE
           RECORDING MODE F.
           05 WS-DTL-PCT         PIC X(9).
           05 FILLER             PIC X(75) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUSYSC: cross-system comparison ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-REPORT-DATE

           Perform Load-Results
               Perform Print-Comparison-Report
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUSYSC'   to STP-PROGRAM-ID
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
