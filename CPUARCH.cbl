      *    (CPUBREP layout), written FROM the cluster's record area.
       FD  ARCOUT-FILE
           RECORDING MODE F.
       01  ARCOUT-RECORD            PIC X(218).

       FD  ARCRPT-FILE
           RECORDING MODE F.
           05 WS-TOT-COUNT       PIC ZZZZZZ9.
           05 FILLER             PIC X(87) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUARCH: repository archival and purge ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Unload-Old-Rows
           Display 'Rows retained                : '
                   WS-RETAINED-COUNT
           Display ' '
           Perform Write-Step-End
           GOBACK.


           WRITE ARCRPT-RECORD
           CLOSE ARCRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUARCH'   to STP-PROGRAM-ID
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
