      *===============================================================
      *  CPURREG -- run-registry record (RUNREG dataset).  Every
      *  harness run (CPUT01, CDYNLIT, CDYNVAR, CPUTIER, CPUKERN and
      *  the CPUDRIV orchestrated job) appends a header record ('H') at
      *  start of run carrying the run-id, the program, the run
      *  timestamp and the effective loop/burn counts from its
      *  control cards, and a trailer record ('T') at end of run
      *  while the run measured -- zero for an ordinary run -- so
      *  result rows taken at 0%, 30% and 60% background load can
      *  be told apart when they are compared.
      *
      *  REG-BUILD-ID is the build identity of the module that ran
      *  (see CPUBLDI copybook), so the registry shows which
      *  compiler, options and LE level produced a run's numbers.
      *
      *  A skip record ('S') is written by the CPUPLAN pre-step when
      *  the run calendar (see CPUCALR copybook) bypasses a
      *  program's step for the night: CPUPLAN's own run-id, the
      *  skipped program's id and the plan timestamp, counts and RC
      *  zero.  It stands alone -- no header or trailer goes with
      *  it -- and tells CPURAUD and CPUWDIG the program was planned
      *  out that night rather than missing.
      *===============================================================
       01  CPU-RUN-REGISTRY.
           05 REG-RECORD-TYPE       PIC X(1).
              88 REG-HEADER         VALUE 'H'.
              88 REG-TRAILER        VALUE 'T'.
              88 REG-SKIPPED        VALUE 'S'.
           05 REG-RUN-ID            PIC X(16).
           05 REG-PROGRAM-ID        PIC X(8).
           05 REG-RUN-TIMESTAMP     PIC X(26).
           05 REG-BURN2-COUNT       PIC 9(8).
           05 REG-FINAL-RC          PIC 9(4).
           05 REG-LOAD-PCT          PIC 9(3).
           05 REG-BUILD-ID          PIC X(24).
           05 FILLER                PIC X(14).
