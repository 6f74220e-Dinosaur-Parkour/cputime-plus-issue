           05 WS-READ-COUNT      PIC 9(7) COMP-5 VALUE 0.
           05 WS-WRITTEN-COUNT   PIC 9(7) COMP-5 VALUE 0.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUHCONV: CPUHST history conversion ==='
           Perform Write-Step-Start

           OPEN INPUT OLDHIST-FILE
           OPEN OUTPUT NEWHIST-FILE
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


           WRITE NEWHIST-RECORD
           Add 1 to WS-WRITTEN-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUHCONV'  to STP-PROGRAM-ID
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
