       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUSTEP.
      *===============================================================
      *  Step-timing module.  CALLed by every program in the suite
      *  at start and at end of run (parameter block: see CPUSTPL
      *  copybook) and appends one record per call to the shared
      *  STEPTIM dataset (see CPUSTPT copybook).  RUNREG only knows
      *  the harness runs and CPUDRIV's RSTCTL only the steps of one
      *  orchestrated job; this gives the whole nightly chain one
      *  history of when each program started and ended, what it
      *  burned and how it finished -- what CPUWIND trends against
      *  the batch window.
      *
      *  Start call: samples the wall clock and the CPUTIME9 clock
      *  into the caller's block, notes how deep in suite CALLs the
      *  caller is, and writes the start record.  End call: samples
      *  both again and writes the end record with elapsed seconds,
      *  CPU consumed and the caller's RETURN-CODE.
      *
      *  Timing is bookkeeping, never a reason to fail a step: a
      *  STEPTIM that will not open gets one message and is left
      *  alone for the rest of the run, and RETURN-CODE goes back
      *  to the caller exactly as it was handed in.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPTIM-FILE ASSIGN TO STEPTIM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPTIM-FILE
           RECORDING MODE F.
           COPY CPUSTPT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-STT-STATUS      PIC X(2).
           05 WS-STT-USABLE      PIC X(1) VALUE 'Y'.
              88 STT-USABLE      VALUE 'Y'.
      *    How many suite programs are between their start and end
      *    calls right now -- this module stays loaded for the run
      *    unit, so a program CALLed by another sees its caller's
      *    start already counted.
           05 WS-DEPTH           PIC 9(2) COMP-5 VALUE 0.
           05 WS-END-TIMESTAMP   PIC X(26).
           05 W-CPUTIME9         PIC X(8) VALUE 'CPUTIME9'.

      *    Standardized CPUTIME9 Start/End/Diff fields (see CPUTMDT
      *    copybook), shared with the harnesses.
       01  CPUTIME-DATA-ITEMS.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME9==.

      *===============================================================
      *  Elapsed-time arithmetic: a timestamp's date and time of day
      *  broken out, and the two ends in seconds from the start
      *  date's midnight.
      *===============================================================
       01  WS-TIME-ITEMS.
           05 WS-TS-WORK         PIC X(26).
           05 WS-TS-PARTS REDEFINES WS-TS-WORK.
              10 WS-TS-DATE      PIC 9(8).
              10 WS-TS-HH        PIC 9(2).
              10 WS-TS-MM        PIC 9(2).
              10 WS-TS-SS        PIC 9(2).
              10 WS-TS-HS        PIC 9(2).
              10 FILLER          PIC X(10).
           05 WS-START-INT       PIC 9(8) COMP-5.
           05 WS-START-SECS      PIC 9(9)V9(2) COMP-5.
           05 WS-END-SECS        PIC 9(9)V9(2) COMP-5.
           05 WS-ELAPSED-SECS    PIC 9(9)V9(2) COMP-5.

       LINKAGE SECTION.
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION USING STEP-TIMING-PARMS.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Evaluate True
               When STP-STEP-START
                   Perform Record-Step-Start
               When STP-STEP-END
                   Perform Record-Step-End
               When Other
                   Display '*** CPUSTEP called by ' STP-PROGRAM-ID
                           ' with function "' STP-FUNCTION
                           '" -- no step record written ***'
           End-Evaluate
           Move STP-CALLER-RC to Return-Code
           GOBACK.


      *--------------------------------------------------------------
      *    Start of the caller's run: wall clock and CPU so far into
      *    the caller's block, then the start record.
      *--------------------------------------------------------------
       Record-Step-Start.
           Move FUNCTION CURRENT-DATE to STP-START-TIMESTAMP
           If STP-RUN-ID = SPACES
               Move STP-START-TIMESTAMP(1:16) to STP-RUN-ID
           End-If
           Move WS-DEPTH to STP-NEST-LEVEL
           If WS-DEPTH < 99
               Add 1 to WS-DEPTH
           End-If
           Move SPACES to STP-CPU-FLAG
           Move 0 to CPUTIME9-Start
           Call W-CPUTIME9 Using CPUTIME9-Start
           If Return-Code Not = 0
               Move 'U' to STP-CPU-FLAG
           End-If
           Move CPUTIME9-Start to STP-START-CPU

           Move SPACES              to CPU-STEP-TIMING
           Set STT-START            to True
           Move SPACES              to STT-END-TIMESTAMP
           Move 0                   to STT-ELAPSED-SECS
           Move 0                   to STT-CPU-SECS
           Move STP-CALLER-RC       to STT-FINAL-RC
           Perform Write-Step-Record
           EXIT.


      *--------------------------------------------------------------
      *    End of the caller's run: elapsed wall clock and CPU since
      *    its start call, with the RETURN-CODE it is ending on.  A
      *    negative CPU delta (wrapped or out-of-order sample) is
      *    written as zero with the 'U' flag, same as a failed
      *    sample.
      *--------------------------------------------------------------
       Record-Step-End.
           Move FUNCTION CURRENT-DATE to WS-END-TIMESTAMP
           If STP-START-TIMESTAMP = SPACES
               Move WS-END-TIMESTAMP to STP-START-TIMESTAMP
           End-If
           If WS-DEPTH > 0
               Subtract 1 from WS-DEPTH
           End-If
           Move 0 to CPUTIME9-End
           Call W-CPUTIME9 Using CPUTIME9-End
           If Return-Code Not = 0
              OR CPUTIME9-End < STP-START-CPU
               Move 'U' to STP-CPU-FLAG
           End-If
           If STP-CPU-FLAG = 'U'
               Move 0 to CPUTIME9-Diff
           Else
               Compute CPUTIME9-Diff = CPUTIME9-End - STP-START-CPU
           End-If
           Perform Compute-Elapsed

           Move SPACES              to CPU-STEP-TIMING
           Set STT-END              to True
           Move WS-END-TIMESTAMP    to STT-END-TIMESTAMP
           Move WS-ELAPSED-SECS     to STT-ELAPSED-SECS
           Move CPUTIME9-Diff       to STT-CPU-SECS
           If STP-CALLER-RC < 0
               Move 0               to STT-FINAL-RC
           Else
               Move STP-CALLER-RC   to STT-FINAL-RC
           End-If
           Perform Write-Step-Record
           EXIT.


      *--------------------------------------------------------------
      *    Seconds between the start and end timestamps, across
      *    midnight if the step ran over it.
      *--------------------------------------------------------------
       Compute-Elapsed.
           Move STP-START-TIMESTAMP to WS-TS-WORK
           Compute WS-START-INT = FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           Compute WS-START-SECS = (WS-TS-HH * 3600) + (WS-TS-MM * 60)
               + WS-TS-SS + (WS-TS-HS / 100)
           Move WS-END-TIMESTAMP to WS-TS-WORK
           Compute WS-END-SECS =
               ((FUNCTION INTEGER-OF-DATE(WS-TS-DATE) - WS-START-INT)
                 * 86400)
               + (WS-TS-HH * 3600) + (WS-TS-MM * 60)
               + WS-TS-SS + (WS-TS-HS / 100)
           If WS-END-SECS < WS-START-SECS
               Move 0 to WS-ELAPSED-SECS
           Else
               Compute WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Stamp the identity fields and append the record.  The
      *    file is opened and closed around each record so no
      *    program holds the shared DD open -- same as RUNREG.
      *--------------------------------------------------------------
       Write-Step-Record.
           If STT-USABLE
               Move STP-PROGRAM-ID      to STT-PROGRAM-ID
               Move STP-RUN-ID          to STT-RUN-ID
               Move STP-NEST-LEVEL      to STT-NEST-LEVEL
               Move STP-START-TIMESTAMP to STT-START-TIMESTAMP
               Move STP-CPU-FLAG        to STT-CPU-FLAG
               OPEN EXTEND STEPTIM-FILE
               If WS-STT-STATUS = '00'
                   WRITE CPU-STEP-TIMING
                   CLOSE STEPTIM-FILE
               Else
                   Display '*** CPUSTEP STEPTIM open failed, status '
                           WS-STT-STATUS ' -- no step timing for '
                           'the rest of this run ***'
                   Move 'N' to WS-STT-USABLE
               End-If
           End-If
           EXIT.
