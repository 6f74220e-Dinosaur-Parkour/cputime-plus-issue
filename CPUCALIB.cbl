           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME==.
           COPY CPUTSHOW.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUCALIB: burn-count calibration ==='
           Perform Write-Step-Start
           Perform Get-Control-Parms
           Perform Measure-Burst
           If Return-Code < 8
                       'written, prior cards left in effect ***'
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


           CLOSE CVARCARD-FILE
           Display 'CLITIN/CVARIN card images written'
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUCALIB'  to STP-PROGRAM-ID
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
