               ==CBR-CPU-MODEL==        BY ==OUT-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==OUT-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==OUT-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==OUT-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==OUT-BUILD-ID==.

       FD  RUNREG-FILE
           RECORDING MODE F.
           COPY CPUTSHOW.


      *===============================================================
      *  Build identity of this module (see CPUBLDI and CPUBLDV
      *  copybooks), stamped on every result row and on the RUNREG
      *  header.
      *===============================================================
           COPY CPUBLDV.
           COPY CPUBLDI REPLACING ==:PFX:== BY ==BLD==.
       01  WS-BUILD-ITEMS.
           05 WS-LE-VERSION-ID   PIC S9(9) COMP-5.
           05 WS-LE-PLATFORM-ID  PIC S9(9) COMP-5.
           05 WS-LE-VERSION-O    PIC 9(8).
           05 WS-LE-FEEDBACK     PIC X(12).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Perform Get-Control-Parms
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Set-Build-Identity
           Perform Write-Registry-Header
           Perform Write-Step-Start
           OPEN OUTPUT CLITOUT-FILE

      * Burn some CPU Cycles.
                       Return-Code ' -- job stopped ***'
               CLOSE CLITOUT-FILE
               Perform Write-Registry-Trailer
               Perform Write-Step-End
               GOBACK
           End-If

                       Return-Code ' -- job stopped ***'
               CLOSE CLITOUT-FILE
               Perform Write-Registry-Trailer
               Perform Write-Step-End
               GOBACK
           End-If
           Display "Results for DYNAM  Call Literal:"
           Perform Write-Benchmark-Result
           CLOSE CLITOUT-FILE
           Perform Write-Registry-Trailer
           Perform Write-Step-End
           GOBACK.
                                                                     
                                                                     
      *    The measured leg's burn count -- what the diff divided
      *    by gives cost per call.
           Move WS-BURN2-COUNT   to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE CLITOUT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    This module's build identity (see CPUBLDI copybook): the
      *    suite's compiler release, the options on the CBL cards at
      *    the top of this program -- keep the moves below in step
      *    with those cards -- and the LE runtime level from the
      *    CEEGPID callable service.
      *--------------------------------------------------------------
       Set-Build-Identity.
           Move SPACES                  to BLD-BUILD-IDENTITY
           Move WS-BLD-COMPILER-RELEASE to BLD-COMPILER
           Move '2'                     to BLD-OPT-LEVEL
           Move 12                      to BLD-ARCH-LEVEL
           Move 12                      to BLD-TUNE-LEVEL
           Set BLD-IS-DYNAM             to True
           Call 'CEEGPID' Using WS-LE-VERSION-ID WS-LE-PLATFORM-ID
                                WS-LE-FEEDBACK
           If WS-LE-FEEDBACK = LOW-VALUES
               Move WS-LE-VERSION-ID to WS-LE-VERSION-O
               Move WS-LE-VERSION-O  to BLD-LE-LEVEL
           Else
               Move 'UNKNOWN'        to BLD-LE-LEVEL
           End-If
           Display 'Build identity: ' BLD-BUILD-IDENTITY
           EXIT.


      *--------------------------------------------------------------
      *    Open the run registry and append this run's header record
      *    -- run-id, program, timestamp and the effective burn
           Move WS-BURN2-COUNT   to REG-BURN2-COUNT
           Move 0                to REG-FINAL-RC
           Move 0                to REG-LOAD-PCT
           Move BLD-BUILD-IDENTITY to REG-BUILD-ID
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CDYNLIT'   to STP-PROGRAM-ID
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
