               ==CBR-CPU-MODEL==        BY ==SRI-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==SRI-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==SRI-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==SRI-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==SRI-BUILD-ID==.

       FD  SYSROUT-FILE
           RECORDING MODE F.
               ==CBR-CPU-MODEL==        BY ==SRO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==SRO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==SRO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==SRO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==SRO-BUILD-ID==.

       FD  SCOLRPT-FILE
           RECORDING MODE F.
           05 WS-DTL-STATUS      PIC X(8).
           05 FILLER             PIC X(92) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUSCOL: multi-system collection ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           If WS-SYS-COUNT = 0
               Perform Print-Collection-Report
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


           End-Perform
           CLOSE SCOLRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUSCOL'   to STP-PROGRAM-ID
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
