      *===============================================================
      *  CPUSTPT -- step-timing record (STEPTIM dataset).  Every
      *  program in the suite calls CPUSTEP at start and at end of
      *  run, and CPUSTEP appends one record each time: a start
      *  record ('S') when the program comes up, and an end record
      *  ('E') carrying the wall-clock start and end, the elapsed
      *  seconds, the CPU the program consumed and its final
      *  RETURN-CODE.  A start with no matching end is a step that
      *  never finished.  CPUWIND reads the dataset for the batch-
      *  window trend and overrun prediction.
      *
      *  STT-NEST-LEVEL is zero for a program that ran as its own
      *  job step, one or more for a program CALLed by another
      *  suite program (CPUT01 under CPUDRIV or CPUGATE, the DYNAM
      *  harnesses under CPUDYNCM/CPUBMTX) -- its time is already
      *  inside its caller's, so the window arithmetic counts only
      *  level zero unless told otherwise.
      *
      *  CPU is the CPUTIME9 clock over the same interval; 'U' in
      *  STT-CPU-FLAG means the clock could not be read and the
      *  figure is zero.
      *===============================================================
       01  CPU-STEP-TIMING.
           05 STT-RECORD-TYPE       PIC X(1).
              88 STT-START          VALUE 'S'.
              88 STT-END            VALUE 'E'.
           05 STT-PROGRAM-ID        PIC X(8).
           05 STT-RUN-ID            PIC X(16).
           05 STT-NEST-LEVEL        PIC 9(2).
           05 STT-START-TIMESTAMP   PIC X(26).
           05 STT-END-TIMESTAMP     PIC X(26).
           05 STT-ELAPSED-SECS      PIC 9(7)V9(2).
           05 STT-CPU-SECS          PIC 9(7)V9(6).
           05 STT-CPU-FLAG          PIC X(1).
              88 STT-CPU-UNAVAILABLE VALUE 'U'.
           05 STT-FINAL-RC          PIC 9(4).
           05 FILLER                PIC X(14).
