           05 WS-JDX             PIC 9(2) COMP-5.
           05 WS-RUN-TIMESTAMP   PIC X(26) VALUE SPACES.
           05 WS-RUN-ID          PIC X(16) VALUE SPACES.
           05 WS-SYSTEM-ID       PIC X(8)  VALUE SPACES.

      *===============================================================
      *  Linearity tolerance: a higher tier whose per-call ratio to
           05 WS-DTL-CHECK       PIC X(8).
           05 FILLER             PIC X(70) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to WS-WORST-RC
           Display ' '
           Display '=== CPUTSCAN: scaling-curve analysis ==='
           Perform Write-Step-Start

           Perform Load-Tier-Results
           If WS-CRV-COUNT = 0

           Move WS-WORST-RC to Return-Code
           Display ' '
           Perform Write-Step-End
           GOBACK.


                       ADD 1 TO WS-READ-COUNT
                       MOVE TII-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP
                       MOVE TII-RUN-ID        TO WS-RUN-ID
                       MOVE TII-SYSTEM-ID     TO WS-SYSTEM-ID
                       PERFORM Add-Tier-Row
               END-READ
           END-PERFORM
           Move WS-ALT-THRESHOLD  to ALT-THRESHOLD
           Move WS-RUN-TIMESTAMP  to ALT-RUN-TIMESTAMP
           Move WS-RUN-ID         to ALT-RUN-ID
           Move WS-SYSTEM-ID      to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           If WS-ALT-SEVERITY = 'S'
                       ' PCT' Upon CNSL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUTSCAN'  to STP-PROGRAM-ID
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
