      *===============================================================
      *  CPUQUAL -- run-quality record (RUNQUAL VSAM KSDS, keyed on
      *  run-id / program-id).  CPUT01 grades every run at end of
      *  run from the signs of shaky numbers that were otherwise
      *  scattered across the suite -- suspect-flagged result rows,
      *  confirmation re-measures, SMF Type 30 divergence, CPUBURN
      *  background load and pass-to-pass spread -- and writes one
      *  record here per run.  Under CPUDRIV the SMF comparison
      *  belongs to the orchestrated step, so CPUT01 leaves that
      *  factor deferred and CPUDRIV fills it in and re-grades the
      *  record after its own reconciliation.  CPUKERN grades its
      *  workload-kernel runs the same way; it has no confirmations,
      *  SMF comparison or background load, so those factors are
      *  always A there.
      *
      *  Each factor caps the grade on its own (QLT-xxx-CAP); the
      *  run's grade is the worst of the caps, so the record always
      *  shows which factor pulled a run down:
      *
      *    suspect rows  none A, up to 10% of the pass rows B,
      *                  up to 25% C, more F;
      *    confirmations none A, every one cleared B, any
      *                  reproduced C;
      *    SMF           not compared A, up to half the
      *                  divergence limit A, up to the limit B,
      *                  up to twice the limit C, more F;
      *    load          no background load A, any C -- a loaded
      *                  run is a deliberate stress measurement,
      *                  not a clean one;
      *    spread        worst routine's pass spread on its own
      *                  clock up to 5% A, 10% B, 25% C, more F.
      *
      *  CPUSPC, CPUFCST, CPUGATE and CPURCMP take a minimum-grade
      *  card (see CPUQMIN copybook) and use only runs graded at or
      *  above it; CPUBINQ shows the grade on its listing.  Grades
      *  collate A < B < C < F, so "at or above" is a plain
      *  not-greater-than compare.
      *===============================================================
       01  CPU-RUN-QUALITY.
           05 QLT-KEY.
              10 QLT-RUN-ID         PIC X(16).
              10 QLT-PROGRAM-ID     PIC X(8).
           05 QLT-RUN-TIMESTAMP     PIC X(26).
           05 QLT-SYSTEM-ID         PIC X(8).
           05 QLT-GRADE             PIC X(1).
              88 QLT-VALID-GRADE    VALUE 'A' 'B' 'C' 'F'.
      *    Measured-pass rows written and how many were suspect.
           05 QLT-PASS-ROWS         PIC 9(5).
           05 QLT-SUSPECT-ROWS      PIC 9(5).
           05 QLT-SUSPECT-CAP       PIC X(1).
      *    Confirmation re-measures run, and how many reproduced
      *    the condition that triggered them.
           05 QLT-CONFIRM-COUNT     PIC 9(3).
           05 QLT-CONFIRM-REPRO     PIC 9(3).
           05 QLT-CONFIRM-CAP       PIC X(1).
           05 QLT-SMF-STATUS        PIC X(1).
              88 QLT-SMF-COMPARED   VALUE 'C'.
              88 QLT-SMF-NO-EXTRACT VALUE 'N'.
              88 QLT-SMF-DEFERRED   VALUE 'D'.
           05 QLT-SMF-DIVERGE-PCT   PIC 9(5)V9(2).
           05 QLT-SMF-LIMIT-PCT     PIC 9(3).
           05 QLT-SMF-CAP           PIC X(1).
           05 QLT-LOAD-PCT          PIC 9(3).
           05 QLT-LOAD-CAP          PIC X(1).
           05 QLT-MAX-SPREAD-PCT    PIC 9(3)V9(2).
           05 QLT-SPREAD-ROUTINE    PIC X(8).
           05 QLT-SPREAD-CAP        PIC X(1).
      *    RETURN-CODE of the run as it stood when it was graded.
           05 QLT-FINAL-RC          PIC 9(4).
           05 FILLER                PIC X(39).
