           05 WS-CYCLE-NUM       PIC 9(6) COMP-5 VALUE 0.
           05 WS-MAX-CYCLES      PIC 9(6) COMP-5.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Write-Registry-Header
           Perform Write-Step-Start

           Perform Calibrate-Per-Call
           If Return-Code < 8

           Perform Write-Registry-Trailer
           Display ' '
           Perform Write-Step-End
           GOBACK.


           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUBURN'   to STP-PROGRAM-ID
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
