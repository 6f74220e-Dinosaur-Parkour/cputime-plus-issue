      *  programs could not write into a concatenation.  Any other
      *  mode (or no card) measures tonight's pair first, exactly
      *  as this job always has.
      *
      *  The two sides differ in both the DYNAM option and the CALL
      *  form, so this figure mixes the two costs.  CPUBMTX runs the
      *  full 2x2 (adding CNODLIT and CDYNVBL) and separates them.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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

       WORKING-STORAGE SECTION.
      *    Worst-RC tracking, same pattern as CPUDRIV's Check-Step-RC.
           05 WS-PCT-MEAN-O      PIC -ZZZZ9.99.
           05 WS-PCT-SPREAD-O    PIC ZZZZ9.99.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Display ' '
           Display '=== CPUDYNCM: DYNAM vs NODYNAM overhead ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           If NOT REPORT-MODE
           End-If

           Move WS-MAX-RC to Return-Code
           Perform Write-Step-End
           GOBACK.


               Display '*** step failed with RC=' WS-STEP-RC
                       ' -- CPUDYNCM stopped ***'
               Move WS-MAX-RC to Return-Code
               Perform Write-Step-End
               GOBACK
           End-If
           EXIT.
           End-Evaluate
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUDYNCM'  to STP-PROGRAM-ID
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
