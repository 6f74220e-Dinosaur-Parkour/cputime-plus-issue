      *===============================================================
      *  CPUSTPL -- parameter block passed on every CALL to CPUSTEP,
      *  the step-timing module.  The caller fills the program-id
      *  and run-id (spaces: CPUSTEP uses the start timestamp) and
      *  its current RETURN-CODE, sets the function and calls:
      *
      *      Set STP-STEP-START to True
      *      Call 'CPUSTEP' Using STEP-TIMING-PARMS
      *
      *  at start of run, and the same with STP-STEP-END at end of
      *  run.  The remaining fields are CPUSTEP's, kept in the
      *  caller's copy between the two calls, so nested callers
      *  (CPUDRIV calling CPUT01, say) each time their own step.
      *  CPUSTEP hands STP-CALLER-RC back as RETURN-CODE, so the
      *  call never disturbs the caller's condition code.
      *===============================================================
       01  STEP-TIMING-PARMS.
           05 STP-FUNCTION          PIC X(1).
              88 STP-STEP-START     VALUE 'S'.
              88 STP-STEP-END       VALUE 'E'.
           05 STP-PROGRAM-ID        PIC X(8).
           05 STP-RUN-ID            PIC X(16).
           05 STP-CALLER-RC         PIC S9(4) COMP-5.
           05 STP-NEST-LEVEL        PIC 9(2) COMP-5.
           05 STP-START-TIMESTAMP   PIC X(26).
           05 STP-START-CPU         PIC 9(12)V9(6) COMP-5.
           05 STP-CPU-FLAG          PIC X(1).
