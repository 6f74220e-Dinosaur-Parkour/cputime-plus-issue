               ==CBR-CPU-MODEL==        BY ==OUT-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==OUT-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==OUT-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==OUT-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==OUT-BUILD-ID==.

       FD  RUNREG-FILE
           RECORDING MODE F.
       WORKING-STORAGE SECTION.
       01  Work-Fields.
           05 W-A31BR14     PIC  X(08) Value 'A31BR14'.
      *    CPUSTEP is called through a data name even under NODYNAM
      *    so this step shares the caller's loaded copy, and with it
      *    the nesting depth, instead of a private static one.
           05 W-CPUSTEP     PIC  X(08) Value 'CPUSTEP'.
           05 WS-RUN-TIMESTAMP PIC X(26).
           05 WS-RUN-ID        PIC X(16).
           05 WS-MACHPROF-EOF  PIC X(1) VALUE 'N'.
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
           OPEN OUTPUT CVAROUT-FILE

      * Burn some CPU Cycles.
           Perform Write-Benchmark-Result
           CLOSE CVAROUT-FILE
           Perform Write-Registry-Trailer
           Perform Write-Step-End
           GOBACK.
                                                                     
                                                                     
      *    The measured leg's burn count -- what the diff divided
      *    by gives cost per call.
           Move WS-BURN2-COUNT   to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE CVAROUT-RECORD
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
           Set BLD-IS-NODYNAM           to True
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
           Move 'CDYNVAR'   to STP-PROGRAM-ID
           Move WS-RUN-ID   to STP-RUN-ID
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-START to True
           Call W-CPUSTEP Using STEP-TIMING-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at end of run, with the RETURN-CODE
      *    the run is ending on.
      *--------------------------------------------------------------
       Write-Step-End.
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-END to True
           Call W-CPUSTEP Using STEP-TIMING-PARMS
           EXIT.
