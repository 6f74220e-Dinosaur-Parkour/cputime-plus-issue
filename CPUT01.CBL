      *  the requested window, each cycle's results tagged with its
      *  own cycle timestamp, to show how CPU-per-call moves as the
      *  online day loads up the LPAR.
      *
      *  What gets measured comes from the RTNCAT routine catalog
      *  (see CPURCAT copybook, maintained by CPUCATM): every active
      *  catalog entry is measured each cycle, so a new clock
      *  routine is benchmarked by cataloging it rather than by a
      *  change here.  The four clocks above are always sampled as
      *  the measuring instruments; each is measured as a routine
      *  in its own right only while it is cataloged active, and
      *  the interleaved round-robin runs only while all four are.
      *  Any other cataloged routine is timed against CPUTIME9, the
      *  system-of-record clock.  Entries of clock type KERNEL are
      *  CPUKERN's workload kernels, in-line COBOL rather than
      *  CALLable routines, and are skipped here.  An unreadable or
      *  empty catalog falls back to the four clocks, with a
      *  warning.
      *
      *  Distribution mode: a sub-batch count in columns 20-23 of
      *  the SYSIN card (2-100) splits every measured pass of every
      *  routine into that many equal sub-batches, with CPUTIME9
      *  sampled at each boundary.  Each sub-batch goes to the
      *  DISTOUT dataset (see CPUDIST copybook), and after each
      *  routine its p50/p90/p99 and maximum sub-batch CPU per call
      *  and a text histogram are shown here -- so a routine that is
      *  uniformly slower reads differently from one that is usually
      *  fine but has bad tails.  The boundary samples add one
      *  CPUTIME9 call per sub-batch to the pass; the sub-batch rows
      *  are written only after the pass's end clocks are taken.
      *  Blank or zero is the classic whole-pass measurement.
      *
      *  Run quality: at end of run the run is graded A/B/C/F from
      *  its suspect-flagged rows, its confirmation re-measures, the
      *  SMF Type 30 divergence, the background load it ran under
      *  and the worst pass-to-pass spread, and the grade and the
      *  factors behind it go to the RUNQUAL dataset (see CPUQUAL
      *  copybook) under this run's run-id, for the downstream
      *  reports to filter on.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPTIONAL LOADCTL-FILE ASSIGN TO LOADCTL
               ORGANIZATION IS SEQUENTIAL.

      *    Routine catalog (see CPURCAT copybook) -- browsed once at
      *    start of run for the active routines to measure.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.

      *    Sub-batch distribution rows (see CPUDIST copybook) --
      *    opened only in distribution mode.
           SELECT DISTOUT-FILE ASSIGN TO DISTOUT
               ORGANIZATION IS SEQUENTIAL.

      *    Run-quality grades (see CPUQUAL copybook) -- this run's
      *    record is written once, at end of run.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.

   12  DATA DIVISION.
       FILE SECTION.
       FD  SYSIN-FILE
           05 SYSIN-SOAK-INTERVAL  PIC 9(4).
           05 SYSIN-SOAK-DURATION  PIC 9(4).
           05 SYSIN-BG-LOAD-PCT    PIC 9(3).
           05 SYSIN-SUB-BATCHES    PIC 9(4).
           05 FILLER               PIC X(57).

       FD  CPUOUT-FILE
           RECORDING MODE F.
               ==CBR-CPU-MODEL==        BY ==OUT-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==OUT-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==OUT-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==OUT-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==OUT-BUILD-ID==.

      *    Standardized history record (see CPUHSTR copybook) -- same
      *    shape CPUHRPT reads for the capacity-trend report.
           05 LCT-LOAD-PCT         PIC 9(3).
           05 FILLER               PIC X(69).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  DISTOUT-FILE
           RECORDING MODE F.
           COPY CPUDIST REPLACING ==:REC:== BY ==DISTOUT==,
                                  ==:PFX:== BY ==DSO==.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

   13  WORKING-STORAGE SECTION.
      *===============================================================
      *  Shared (EXTERNAL) across every program in this run unit --
          05 WS-WAIT-TRIES      PIC 9(2) COMP-5.
          05 WS-WAIT-DELAY-SECS PIC S9(9) COMP VALUE 5.

      *===============================================================
      *  Active routines off the RTNCAT catalog, in catalog (name)
      *  order -- the measurement cycle walks this table.
      *  WS-CAT-BUILTIN-COUNT is how many of the four instrument
      *  clocks are among them; the interleaved pass needs all four.
      *===============================================================
       01  WS-CATALOG-ITEMS.
          05 WS-CAT-STATUS      PIC X(2).
             88 CAT-OK          VALUE '00'.
          05 WS-CAT-EOF         PIC X(1) VALUE 'N'.
             88 CAT-AT-EOF      VALUE 'Y'.
          05 WS-CAT-COUNT       PIC 9(4) COMP-5 VALUE 0.
          05 WS-CAT-BUILTIN-COUNT PIC 9(4) COMP-5 VALUE 0.
          05 WS-CAT-IDX         PIC 9(4) COMP-5.
          05 WS-CAT-ENTRY OCCURS 50 TIMES.
             10 WS-CAT-NAME     PIC X(8).

      *===============================================================
      *  Alert staging -- the warning paragraphs fill these and
      *  perform Write-Alert-Record, which derives the severity
          05 WS-SOAK-DELAY-SECS   PIC S9(9) COMP VALUE 0.
          05 WS-CEE-FEEDBACK      PIC X(12).

      *===============================================================
      *  Distribution mode -- requested via columns 20-23 of the
      *  SYSIN card.  WS-DST-BOUND holds one pass's CPUTIME9
      *  boundary samples (sub-batch k ran from bound k to bound
      *  k+1); Bank-Sub-Batches turns them into DISTOUT rows once
      *  the pass's end clocks are in, and keeps each good per-call
      *  figure in WS-DST-SAMPLE for the routine's percentiles.  A
      *  confirmation re-measure rolls the table back over the
      *  pass it replaces, the same way it replaces that pass's
      *  diffs in CPUTIME-PASS-TABLE.
      *===============================================================
       01  WS-DIST-ITEMS.
          05 WS-DIST-FLAG         PIC X(1) VALUE 'N'.
             88 DIST-MODE         VALUE 'Y'.
          05 WS-DST-PENDING       PIC X(1) VALUE 'N'.
             88 DST-PENDING       VALUE 'Y'.
          05 WS-SUB-BATCHES       PIC 9(4) COMP-5 VALUE 0.
          05 WS-DST-BATCH-CALLS   PIC 9(8) COMP-5.
          05 WS-DST-LAST-CALLS    PIC 9(8) COMP-5.
          05 WS-DST-CALLS         PIC 9(8) COMP-5.
          05 WS-DST-IDX           PIC 9(4) COMP-5.
          05 WS-DST-JDX           PIC 9(4) COMP-5.
          05 WS-DST-KDX           PIC 9(4) COMP-5.
          05 WS-DST-PASS          PIC 9(1).
          05 WS-DST-PASS-FIRST    PIC 9(4) COMP-5 VALUE 1.
          05 WS-DST-BOUND OCCURS 101 TIMES
                                  PIC 9(12)V9(6) COMP-5.
          05 WS-DST-DIFF          PIC 9(12)V9(6) COMP-5.
          05 WS-DST-PER-CALL      PIC 9(6)V9(9) COMP-5.
          05 WS-DST-SAMPLE-COUNT  PIC 9(4) COMP-5 VALUE 0.
          05 WS-DST-SAMPLE OCCURS 300 TIMES
                                  PIC 9(6)V9(9) COMP-5.
          05 WS-DST-SWAP          PIC 9(6)V9(9) COMP-5.
      *    Percentiles by nearest rank over the routine's sorted
      *    samples, and the histogram's ten equal-width buckets
      *    from the fastest sub-batch to the slowest.
          05 WS-DST-PCTILE        PIC 9(3) COMP-5.
          05 WS-DST-RANK          PIC 9(4) COMP-5.
          05 WS-DST-PICKED        PIC 9(6)V9(9) COMP-5.
          05 WS-DST-P50           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-P90           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-P99           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-MIN           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-MAX           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-TAIL-PCT      PIC 9(5)V9(2) COMP-5.
          05 WS-DST-WIDTH         PIC 9(6)V9(9) COMP-5.
          05 WS-DST-BKT           PIC 9(4) COMP-5.
          05 WS-DST-BKT-TOP       PIC 9(4) COMP-5.
          05 WS-DST-BUCKET OCCURS 10 TIMES
                                  PIC 9(4) COMP-5.
          05 WS-DST-BAR-LEN       PIC 9(4) COMP-5.
          05 WS-DST-BAR           PIC X(50) VALUE ALL '*'.
          05 WS-DST-LOW           PIC 9(6)V9(9) COMP-5.
          05 WS-DST-HIGH          PIC 9(6)V9(9) COMP-5.
          05 WS-DST-P50-O         PIC ZZZZZ9.9(9).
          05 WS-DST-P90-O         PIC ZZZZZ9.9(9).
          05 WS-DST-P99-O         PIC ZZZZZ9.9(9).
          05 WS-DST-MAX-O         PIC ZZZZZ9.9(9).
          05 WS-DST-LOW-O         PIC ZZZZZ9.9(9).
          05 WS-DST-HIGH-O        PIC ZZZZZ9.9(9).
          05 WS-DST-TAIL-PCT-O    PIC ZZZZ9.99.
          05 WS-DST-COUNT-O       PIC ZZZ9.

      *===============================================================
      *  GDG history table -- prior generations loaded once at
      *  startup so each routine's current average can be checked
          05 WS-INTERNAL-CPU-TOTAL-O  PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
          05 WS-SMF-DIVERGE-PCT-O     PIC ZZZZ9.99.

      *===============================================================
      *  Run-quality grading -- the factors are gathered as the run
      *  goes (rows written and suspect in Write-Benchmark-Result,
      *  confirmations in Run-Confirmation-Pass, the worst spread in
      *  Compute-Pass-Stats, the SMF outcome in Reconcile-SMF-CPU)
      *  and Grade-Run-Quality turns them into the RUNQUAL record at
      *  end of run.  The cap limits are the ones documented in the
      *  CPUQUAL copybook.
      *===============================================================
       01  WS-QUALITY-ITEMS.
          05 WS-QLT-STATUS            PIC X(2).
             88 QLT-OK                VALUE '00'.
             88 QLT-NOT-THERE         VALUE '35'.
          05 WS-QLT-PASS-ROWS         PIC 9(5) COMP-5 VALUE 0.
          05 WS-QLT-SUSPECT-ROWS      PIC 9(5) COMP-5 VALUE 0.
          05 WS-QLT-CONFIRMS          PIC 9(3) COMP-5 VALUE 0.
          05 WS-QLT-REPRODUCED        PIC 9(3) COMP-5 VALUE 0.
          05 WS-QLT-SMF-STATUS        PIC X(1) VALUE 'N'.
          05 WS-QLT-SMF-PCT           PIC 9(5)V9(2) COMP-5 VALUE 0.
          05 WS-QLT-MAX-SPREAD        PIC 9(3)V9(2) COMP-5 VALUE 0.
          05 WS-QLT-SPREAD-ROUTINE    PIC X(8) VALUE SPACES.
          05 WS-QLT-SPREAD-WORK       PIC 9(3)V9(2) COMP-5.
          05 WS-QLT-SHARE-PCT         PIC 9(3)V9(2) COMP-5.
          05 WS-QLT-SUSPECT-B-PCT     PIC 9(3) COMP-5 VALUE 10.
          05 WS-QLT-SUSPECT-C-PCT     PIC 9(3) COMP-5 VALUE 25.
          05 WS-QLT-SPREAD-A-PCT      PIC 9(3) COMP-5 VALUE 5.
          05 WS-QLT-SPREAD-B-PCT      PIC 9(3) COMP-5 VALUE 10.
          05 WS-QLT-SPREAD-C-PCT      PIC 9(3) COMP-5 VALUE 25.



      *===============================================================
          05 CPUTIME-PASS-3-SPR-O  PIC  ZZ9.99.


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
   31  PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *    zeroes WS-BG-LOAD-PCT and the header then records the
      *    load the passes actually ran under, agreeing with the
      *    trailer, instead of the load the card requested.
           Perform Load-Routine-Catalog
           Perform Wait-For-Burner
           Perform Set-Build-Identity
           Perform Write-Registry-Header
           Perform Write-Step-Start
   36      Perform Get-Start-CPU         *> Setup call

           Perform Until WS-SOAK-CYCLE-NUM >= WS-SOAK-CYCLES

   50      CLOSE CPUOUT-FILE
   50      CLOSE CPUHSTO-FILE
           If DIST-MODE
               CLOSE DISTOUT-FILE
           End-If
           Perform Grade-Run-Quality
           If WS-WORST-RC > Return-Code
               Move WS-WORST-RC to Return-Code
           End-If
           Perform Write-Registry-Trailer
           Perform Write-Step-End
   50      GOBACK.


      *--------------------------------------------------------------
      *    One full measurement cycle -- every active cataloged
      *    routine in isolation, plus the interleaved round-robin
      *    of the four clocks when all four are cataloged active.
      *    A classic run performs this once; a soak run repeats it
      *    on the requested interval.
      *--------------------------------------------------------------
       Run-Measurement-Cycle.
           DISPLAY 'Measure control loop ' WS-LOOP-COUNT ' Times: '
           Perform Measure-Loop-Overhead

           Perform Varying WS-CAT-IDX from 1 by 1
                   until WS-CAT-IDX > WS-CAT-COUNT
               DISPLAY ' '
               DISPLAY 'Measure ' WS-CAT-NAME(WS-CAT-IDX) '   '
                       WS-LOOP-COUNT ' Times: '
               Move 0 to WS-DST-SAMPLE-COUNT
               Evaluate WS-CAT-NAME(WS-CAT-IDX)
                   When 'ZCPUTIME'
                       Perform Measure-ZCPUTIME
                   When 'CPUTIME2'
                       Perform Measure-CPUTIME2
                   When 'CPUTIME9'
                       Perform Measure-CPUTIME9
                   When 'CPUTIME3'
                       Perform Measure-CPUTIME3
                   When Other
                       Perform Measure-Catalog-Routine
               End-Evaluate
               If DIST-MODE
                   Perform Report-Distribution
               End-If
           End-Perform

           DISPLAY ' '
           If WS-CAT-BUILTIN-COUNT = 4
               DISPLAY 'Measure Interleaved (round-robin all 4): '
               Perform Measure-Interleaved
           Else
               DISPLAY 'Interleaved round-robin skipped -- not all '
                       'four clocks are cataloged active'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the RTNCAT catalog for the active routines to
      *    measure, passing over CPUKERN's KERNEL entries.  A
      *    catalog that will not open or has no active entry falls
      *    back to the four clocks, with a warning and RC 4, so the
      *    night's numbers are still taken.
      *--------------------------------------------------------------
       Load-Routine-Catalog.
           OPEN INPUT RTNCAT-FILE
           If CAT-OK
               PERFORM UNTIL CAT-AT-EOF
                   READ RTNCAT-FILE NEXT RECORD
                       AT END
                           SET CAT-AT-EOF TO TRUE
                       NOT AT END
                           IF RCT-ACTIVE AND NOT RCT-WORKLOAD-KERNEL
                               PERFORM Add-Catalog-Routine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNCAT-FILE
           Else
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' ***'
           End-If
           If WS-CAT-COUNT = 0
               Display '*** no active routines on the catalog -- '
                       'measuring the four clocks ***'
               Move 'CPUTIME2' to RCT-ROUTINE-NAME
               Perform Add-Catalog-Routine
               Move 'CPUTIME3' to RCT-ROUTINE-NAME
               Perform Add-Catalog-Routine
               Move 'CPUTIME9' to RCT-ROUTINE-NAME
               Perform Add-Catalog-Routine
               Move 'ZCPUTIME' to RCT-ROUTINE-NAME
               Perform Add-Catalog-Routine
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           Display 'Cataloged routines to measure: ' WS-CAT-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One active routine into the measurement table.
      *--------------------------------------------------------------
       Add-Catalog-Routine.
           If WS-CAT-COUNT < 50
               Add 1 to WS-CAT-COUNT
               Move RCT-ROUTINE-NAME to WS-CAT-NAME(WS-CAT-COUNT)
               If RCT-ROUTINE-NAME = 'ZCPUTIME' OR 'CPUTIME2'
                                  OR 'CPUTIME9' OR 'CPUTIME3'
                   Add 1 to WS-CAT-BUILTIN-COUNT
               End-If
           Else
               Display '*** CPUT01 catalog table full at 50 '
                       'entries -- ' RCT-ROUTINE-NAME
                       ' not measured ***'
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           EXIT.


               END-IF
           END-IF
           IF NOT SYSIN-AT-EOF
               IF SYSIN-SUB-BATCHES NUMERIC
                  AND SYSIN-SUB-BATCHES > 1
                   MOVE SYSIN-SUB-BATCHES TO WS-SUB-BATCHES
               END-IF
               IF SYSIN-SOAK-INTERVAL NUMERIC
                  AND SYSIN-SOAK-INTERVAL > 0
                   MOVE SYSIN-SOAK-INTERVAL TO WS-SOAK-INTERVAL-MIN
           END-IF
           CLOSE SYSIN-FILE
           DISPLAY 'Loop count for this run: ' WS-LOOP-COUNT
           IF WS-SUB-BATCHES > 100
               DISPLAY '*** sub-batch count ' WS-SUB-BATCHES
                       ' over the 100 maximum -- 100 used ***'
               MOVE 100 TO WS-SUB-BATCHES
               IF 4 > WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-SUB-BATCHES > WS-LOOP-COUNT
               DISPLAY '*** sub-batch count ' WS-SUB-BATCHES
                       ' over the loop count -- one call per '
                       'sub-batch ***'
               MOVE WS-LOOP-COUNT TO WS-SUB-BATCHES
               IF 4 > WS-WORST-RC
                   MOVE 4 TO WS-WORST-RC
               END-IF
           END-IF
           IF WS-SUB-BATCHES > 1
               SET DIST-MODE TO TRUE
               DISPLAY 'Distribution mode: ' WS-SUB-BATCHES
                       ' sub-batches per pass'
           END-IF
           IF WS-SOAK-INTERVAL-MIN > 0
               COMPUTE WS-SOAK-CYCLES =
                   (WS-SOAK-DURATION-MIN / WS-SOAK-INTERVAL-MIN) + 1
      *    must record the background load actually delivered, not
      *    the one the card asked for.
           OPEN OUTPUT CPUOUT-FILE
           IF DIST-MODE
               OPEN OUTPUT DISTOUT-FILE
           END-IF

           OPEN INPUT CPUHSTI-FILE
           PERFORM UNTIL HSTI-AT-EOF
           Perform Varying CPUTIME-PASS-IDX from 1 by 1
                  until CPUTIME-PASS-IDX > 3
   57          Perform Get-Start-CPU
               If DIST-MODE
                   Perform Run-Sub-Batches
               Else
   58              Perform WS-LOOP-COUNT Times
   59                  Call W-ZCPUTIME  Using CPUTIME-WORK
   60              End-Perform
               End-If
   61          Perform Get-End-CPU
   62          Perform Show-CPU-Used
              Perform Validate-Clock-Consistency
           Perform Varying CPUTIME-PASS-IDX from 1 by 1
                  until CPUTIME-PASS-IDX > 3
   70          Perform Get-Start-CPU
               If DIST-MODE
                   Perform Run-Sub-Batches
               Else
   71              Perform WS-LOOP-COUNT Times
   72                  Call W-CPUTIME2 Using CPUTIME-WORK
   73              End-Perform
               End-If
   74          Perform Get-End-CPU
   75          Perform Show-CPU-Used
              Perform Validate-Clock-Consistency
           Perform Varying CPUTIME-PASS-IDX from 1 by 1
                  until CPUTIME-PASS-IDX > 3
   83          Perform Get-Start-CPU
               If DIST-MODE
                   Perform Run-Sub-Batches
               Else
   84              Perform WS-LOOP-COUNT Times
   85                  Call W-CPUTIME9 Using CPUTIME-WORK
   86              End-Perform
               End-If
   87          Perform Get-End-CPU
   88          Perform Show-CPU-Used
              Perform Validate-Clock-Consistency
           Perform Varying CPUTIME-PASS-IDX from 1 by 1
                  until CPUTIME-PASS-IDX > 3
   83          Perform Get-Start-CPU
               If DIST-MODE
                   Perform Run-Sub-Batches
               Else
   84              Perform WS-LOOP-COUNT Times
   85                  Call W-CPUTIME3 Using CPUTIME-WORK
   86              End-Perform
               End-If
   87          Perform Get-End-CPU
   88          Perform Show-CPU-Used
              Perform Validate-Clock-Consistency
   89      EXIT.


      *--------------------------------------------------------------
      *  Measure a cataloged routine that is not one of the four
      *  clocks.  The routine is CALLed by its catalog name and
      *  timed against CPUTIME9, the system-of-record clock, which
      *  is also what Write-Benchmark-Result banks for it.
      *--------------------------------------------------------------
       Measure-Catalog-Routine.
           Move WS-CAT-NAME(WS-CAT-IDX) to WS-ROUTINE-NAME
           Set CONFIRM-ELIGIBLE to True
           Perform Varying CPUTIME-PASS-IDX from 1 by 1
                  until CPUTIME-PASS-IDX > 3
              Perform Get-Start-CPU
              If DIST-MODE
                  Perform Run-Sub-Batches
              Else
                  Perform WS-LOOP-COUNT Times
                      Call WS-ROUTINE-NAME Using CPUTIME-WORK
                  End-Perform
              End-If
              Perform Get-End-CPU
              Perform Show-CPU-Used
              Perform Validate-Clock-Consistency
              Move ZCPUTIME-Diff to
                 CPUTIME-PASS-Z-DIFF(CPUTIME-PASS-IDX)
              Move CPUTIME9-Diff to
                 CPUTIME-PASS-9-DIFF(CPUTIME-PASS-IDX)
              If NOT WRAP-TRIPPED
                  Perform Write-Benchmark-Result
              End-If
              If RETRY-NEEDED
                  Perform Run-Confirmation-Pass
              End-If
           End-Perform
           Move 'N' to WS-CONFIRM-ELIG
           Perform Compute-Pass-Stats
           EXIT.


      *--------------------------------------------------------------
      *    One distribution-mode pass of the routine on test: the
      *    loop count split into WS-SUB-BATCHES equal sub-batches
      *    (the last also taking the remainder), with CPUTIME9
      *    sampled into WS-DST-BOUND before the first and after
      *    each.  Nothing else is done inside the pass -- the rows
      *    are banked from Get-End-CPU.  The routine is called by
      *    name, the same variable CALL the whole-pass loops use.
      *--------------------------------------------------------------
       Run-Sub-Batches.
           If CONFIRM-MODE
               Compute WS-DST-PASS = CPUTIME-PASS-IDX + 3
           Else
               Move CPUTIME-PASS-IDX to WS-DST-PASS
               Compute WS-DST-PASS-FIRST = WS-DST-SAMPLE-COUNT + 1
           End-If
           Compute WS-DST-BATCH-CALLS = WS-LOOP-COUNT / WS-SUB-BATCHES
           Compute WS-DST-LAST-CALLS = WS-LOOP-COUNT
               - (WS-DST-BATCH-CALLS * (WS-SUB-BATCHES - 1))
           Call W-CPUTIME9 Using WS-DST-BOUND(1)
           Perform Varying WS-DST-IDX from 1 by 1
                   until WS-DST-IDX >= WS-SUB-BATCHES
               Perform WS-DST-BATCH-CALLS Times
                   Call WS-ROUTINE-NAME Using CPUTIME-WORK
               End-Perform
               Call W-CPUTIME9 Using WS-DST-BOUND(WS-DST-IDX + 1)
           End-Perform
           Perform WS-DST-LAST-CALLS Times
               Call WS-ROUTINE-NAME Using CPUTIME-WORK
           End-Perform
           Call W-CPUTIME9 Using WS-DST-BOUND(WS-SUB-BATCHES + 1)
           Set DST-PENDING to True
           EXIT.


      *--------------------------------------------------------------
      *    Write the DISTOUT row for each sub-batch of the pass just
      *    measured and keep its per-call figure for the routine's
      *    percentiles.  A sub-batch whose boundary samples ran
      *    backwards is written suspect with zero figures and kept
      *    out of the percentiles.
      *--------------------------------------------------------------
       Bank-Sub-Batches.
           Move 'N' to WS-DST-PENDING
           Perform Varying WS-DST-IDX from 1 by 1
                   until WS-DST-IDX > WS-SUB-BATCHES
               If WS-DST-IDX = WS-SUB-BATCHES
                   Move WS-DST-LAST-CALLS  to WS-DST-CALLS
               Else
                   Move WS-DST-BATCH-CALLS to WS-DST-CALLS
               End-If
               Move SPACES            to DISTOUT-RECORD
               Move 'CPUT01'          to DSO-PROGRAM-ID
               Move WS-ROUTINE-NAME   to DSO-ROUTINE-NAME
               Move WS-DST-PASS       to DSO-PASS-NUMBER
               Move WS-DST-IDX        to DSO-SUB-BATCH
               Move WS-SUB-BATCHES    to DSO-SUB-BATCHES
               Move WS-DST-CALLS      to DSO-CALL-COUNT
               If WS-DST-BOUND(WS-DST-IDX + 1)
                       < WS-DST-BOUND(WS-DST-IDX)
                   Display '*** WARNING: CPUTIME9 ran backwards over '
                           'sub-batch ' WS-DST-IDX ' of pass '
                           WS-DST-PASS ' -- sub-batch not valid'
                   Move 0   to WS-DST-DIFF
                   Move 0   to WS-DST-PER-CALL
                   Move 'S' to DSO-SUSPECT-FLAG
               Else
                   Compute WS-DST-DIFF = WS-DST-BOUND(WS-DST-IDX + 1)
                       - WS-DST-BOUND(WS-DST-IDX)
                   Compute WS-DST-PER-CALL =
                       WS-DST-DIFF / WS-DST-CALLS
                   If WS-DST-SAMPLE-COUNT < 300
                       Add 1 to WS-DST-SAMPLE-COUNT
                       Move WS-DST-PER-CALL
                           to WS-DST-SAMPLE(WS-DST-SAMPLE-COUNT)
                   End-If
               End-If
               Move WS-DST-DIFF       to DSO-DIFF-VALUE
               Move WS-DST-PER-CALL   to DSO-CPU-PER-CALL
               Compute DSO-SU-PER-CALL = WS-DST-PER-CALL * WS-SU-FACTOR
               Move WS-RUN-TIMESTAMP  to DSO-RUN-TIMESTAMP
               Move WS-RUN-ID         to DSO-RUN-ID
               Move WS-CPU-MODEL      to DSO-CPU-MODEL
               Move WS-SYSTEM-ID      to DSO-SYSTEM-ID
               Move BLD-BUILD-IDENTITY to DSO-BUILD-ID
               WRITE DISTOUT-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    The routine's sub-batch distribution across its passes:
      *    p50/p90/p99 and the slowest sub-batch's CPU per call,
      *    the p99-to-p50 ratio that says how heavy the tail is,
      *    and a ten-bucket text histogram from the fastest
      *    sub-batch to the slowest.
      *--------------------------------------------------------------
       Report-Distribution.
           Display ' '
           If WS-DST-SAMPLE-COUNT = 0
               Display ' Distribution ' WS-ROUTINE-NAME
                       ': no valid sub-batches'
           Else
               Perform Varying WS-DST-KDX from 1 by 1
                       until WS-DST-KDX >= WS-DST-SAMPLE-COUNT
                   Perform Varying WS-DST-JDX from 1 by 1
                       until WS-DST-JDX >
                             WS-DST-SAMPLE-COUNT - WS-DST-KDX
                       If WS-DST-SAMPLE(WS-DST-JDX)
                              > WS-DST-SAMPLE(WS-DST-JDX + 1)
                           Move WS-DST-SAMPLE(WS-DST-JDX)
                               to WS-DST-SWAP
                           Move WS-DST-SAMPLE(WS-DST-JDX + 1)
                               to WS-DST-SAMPLE(WS-DST-JDX)
                           Move WS-DST-SWAP
                               to WS-DST-SAMPLE(WS-DST-JDX + 1)
                       End-If
                   End-Perform
               End-Perform
               Move WS-DST-SAMPLE(1) to WS-DST-MIN
               Move WS-DST-SAMPLE(WS-DST-SAMPLE-COUNT) to WS-DST-MAX
               Move 50 to WS-DST-PCTILE
               Perform Pick-Percentile
               Move WS-DST-PICKED to WS-DST-P50
               Move 90 to WS-DST-PCTILE
               Perform Pick-Percentile
               Move WS-DST-PICKED to WS-DST-P90
               Move 99 to WS-DST-PCTILE
               Perform Pick-Percentile
               Move WS-DST-PICKED to WS-DST-P99
               If WS-DST-P50 > 0
                   Compute WS-DST-TAIL-PCT =
                       (WS-DST-P99 / WS-DST-P50) * 100
               Else
                   Move 0 to WS-DST-TAIL-PCT
               End-If
               Move WS-DST-SAMPLE-COUNT to WS-DST-COUNT-O
               Move WS-DST-P50 to WS-DST-P50-O
               Move WS-DST-P90 to WS-DST-P90-O
               Move WS-DST-P99 to WS-DST-P99-O
               Move WS-DST-MAX to WS-DST-MAX-O
               Move WS-DST-TAIL-PCT to WS-DST-TAIL-PCT-O
               Display ' Distribution ' WS-ROUTINE-NAME ' -- '
                       WS-DST-COUNT-O ' sub-batches, CPU/call'
               Display '   p50 ' WS-DST-P50-O '  p90 ' WS-DST-P90-O
                       '  p99 ' WS-DST-P99-O
               Display '   max ' WS-DST-MAX-O '  p99/p50% '
                       WS-DST-TAIL-PCT-O
               Perform Show-Distribution-Histogram
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Nearest-rank percentile WS-DST-PCTILE of the sorted
      *    sub-batch samples into WS-DST-PICKED.
      *--------------------------------------------------------------
       Pick-Percentile.
           Compute WS-DST-RANK =
               (WS-DST-PCTILE * WS-DST-SAMPLE-COUNT + 99) / 100
           If WS-DST-RANK < 1
               Move 1 to WS-DST-RANK
           End-If
           Move WS-DST-SAMPLE(WS-DST-RANK) to WS-DST-PICKED
           EXIT.


      *--------------------------------------------------------------
      *    Ten equal-width buckets from the fastest sub-batch to the
      *    slowest, each shown with its range, a bar scaled to the
      *    fullest bucket, and its count.  When every sub-batch cost
      *    the same there is one bucket.
      *--------------------------------------------------------------
       Show-Distribution-Histogram.
           Perform Varying WS-DST-BKT from 1 by 1
                   until WS-DST-BKT > 10
               Move 0 to WS-DST-BUCKET(WS-DST-BKT)
           End-Perform
           Compute WS-DST-WIDTH = (WS-DST-MAX - WS-DST-MIN) / 10
           Perform Varying WS-DST-KDX from 1 by 1
                   until WS-DST-KDX > WS-DST-SAMPLE-COUNT
               If WS-DST-WIDTH > 0
                   Compute WS-DST-BKT =
                       ((WS-DST-SAMPLE(WS-DST-KDX) - WS-DST-MIN)
                           / WS-DST-WIDTH) + 1
                   If WS-DST-BKT > 10
                       Move 10 to WS-DST-BKT
                   End-If
               Else
                   Move 1 to WS-DST-BKT
               End-If
               Add 1 to WS-DST-BUCKET(WS-DST-BKT)
           End-Perform
           Move 0 to WS-DST-BKT-TOP
           Perform Varying WS-DST-BKT from 1 by 1
                   until WS-DST-BKT > 10
               If WS-DST-BUCKET(WS-DST-BKT) > WS-DST-BKT-TOP
                   Move WS-DST-BUCKET(WS-DST-BKT) to WS-DST-BKT-TOP
               End-If
           End-Perform
           Perform Varying WS-DST-BKT from 1 by 1
                   until WS-DST-BKT > 10
                      OR (WS-DST-WIDTH = 0 AND WS-DST-BKT > 1)
               Compute WS-DST-LOW =
                   WS-DST-MIN + (WS-DST-WIDTH * (WS-DST-BKT - 1))
               If WS-DST-BKT = 10 OR WS-DST-WIDTH = 0
                   Move WS-DST-MAX to WS-DST-HIGH
               Else
                   Compute WS-DST-HIGH = WS-DST-LOW + WS-DST-WIDTH
               End-If
               Move WS-DST-LOW  to WS-DST-LOW-O
               Move WS-DST-HIGH to WS-DST-HIGH-O
               Move WS-DST-BUCKET(WS-DST-BKT) to WS-DST-COUNT-O
               Compute WS-DST-BAR-LEN =
                   (WS-DST-BUCKET(WS-DST-BKT) * 50) / WS-DST-BKT-TOP
               If WS-DST-BAR-LEN = 0 AND WS-DST-BUCKET(WS-DST-BKT) > 0
                   Move 1 to WS-DST-BAR-LEN
               End-If
               If WS-DST-BAR-LEN > 0
                   Display '   ' WS-DST-LOW-O ' -' WS-DST-HIGH-O
                           ' ' WS-DST-COUNT-O ' |'
                           WS-DST-BAR(1:WS-DST-BAR-LEN)
               Else
                   Display '   ' WS-DST-LOW-O ' -' WS-DST-HIGH-O
                           ' ' WS-DST-COUNT-O ' |'
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *  Measure all 4 routines round-robinned within a single loop
      *  instead of each in its own isolated million-call loop, so we
           Compute WS-ELAPSED-END =
               ((WS-ELAPSED-HH * 3600 + WS-ELAPSED-MM * 60
                   + WS-ELAPSED-SS) * 100) + WS-ELAPSED-HS
      *    A distribution-mode pass banks its sub-batch rows here,
      *    with every end clock already taken, so the DISTOUT
      *    writes stay out of the pass being measured.
           If DST-PENDING
               Perform Bank-Sub-Batches
           End-If
  110      EXIT.


           Compute OUT-SU-VALUE = OUT-DIFF-VALUE * WS-SU-FACTOR
           Move WS-SYSTEM-ID      to OUT-SYSTEM-ID
           Move WS-LOOP-COUNT     to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE CPUOUT-RECORD
           Add 1 to WS-QLT-PASS-ROWS
           If OUT-SUSPECT-FLAG = 'S'
               Add 1 to WS-QLT-SUSPECT-ROWS
           End-If
           EXIT.


           Move 'Y' to WS-CONFIRM-MODE

           Perform Get-Start-CPU
           If DIST-MODE
      *        The confirmation's sub-batches stand in for the
      *        tripped pass's in the routine's percentiles.
               Compute WS-DST-SAMPLE-COUNT = WS-DST-PASS-FIRST - 1
               Perform Run-Sub-Batches
           Else
               Perform WS-LOOP-COUNT Times
                   Call WS-ROUTINE-NAME Using CPUTIME-WORK
               End-Perform
           End-If
           Perform Get-End-CPU
           Perform Show-CPU-Used
      *    The clock the original trip flagged -- the outlier the
                   Continue
           End-Evaluate
           Perform Write-Benchmark-Result
      *    A confirmation that comes back suspect again, or wrapped
      *    again (diff forced to zero), reproduced its condition.
           Add 1 to WS-QLT-CONFIRMS
           If OUT-SUSPECT-FLAG = 'S' OR OUT-DIFF-VALUE = 0
               Add 1 to WS-QLT-REPRODUCED
           End-If
           Move 'N' to WS-CONFIRM-MODE
           EXIT.

           Move WS-ALT-THRESHOLD  to ALT-THRESHOLD
           Move WS-RUN-TIMESTAMP  to ALT-RUN-TIMESTAMP
           Move WS-RUN-ID         to ALT-RUN-ID
           Move WS-SYSTEM-ID      to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           If WS-ALT-SEVERITY = 'S'
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
      *    -- run-id, program, timestamp and the effective loop count
           Move 0                 to REG-BURN2-COUNT
           Move 0                 to REG-FINAL-RC
           Move WS-BG-LOAD-PCT    to REG-LOAD-PCT
           Move BLD-BUILD-IDENTITY to REG-BUILD-ID
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.
           Compute OUT-SU-VALUE = OUT-DIFF-VALUE * WS-SU-FACTOR
           Move WS-SYSTEM-ID      to OUT-SYSTEM-ID
           Move WS-LOOP-COUNT     to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE CPUOUT-RECORD
           EXIT.

      *    CPU SMF saw for the step, not a per-pass average.
           Add CPUTIME-PASS-9-DIFF(1) CPUTIME-PASS-9-DIFF(2)
               CPUTIME-PASS-9-DIFF(3) to WS-INTERNAL-CPU-TOTAL
      *    The routine's spread on the clock its rows are banked
      *    from -- the worst one in the run feeds the quality grade.
           Evaluate WS-ROUTINE-NAME
               When 'ZCPUTIME'
                   Move CPUTIME-PASS-Z-SPREAD to WS-QLT-SPREAD-WORK
               When 'CPUTIME2'
                   Move CPUTIME-PASS-2-SPREAD to WS-QLT-SPREAD-WORK
               When 'CPUTIME3'
                   Move CPUTIME-PASS-3-SPREAD to WS-QLT-SPREAD-WORK
               When Other
                   Move CPUTIME-PASS-9-SPREAD to WS-QLT-SPREAD-WORK
           End-Evaluate
           If WS-QLT-SPREAD-WORK > WS-QLT-MAX-SPREAD
               Move WS-QLT-SPREAD-WORK to WS-QLT-MAX-SPREAD
               Move WS-ROUTINE-NAME    to WS-QLT-SPREAD-ROUTINE
           End-If
           Perform Write-History-Record
           Perform Check-CPU-Drift
           EXIT.
                       'covers the whole orchestrated step, '
                       'reconciliation deferred to CPUDRIV ***'
               Display ' '
               Move 'D' to WS-QLT-SMF-STATUS
           Else
               Move 'N' to WS-SMF-EOF
               OPEN INPUT SMFIN-FILE
                       Move WS-SMF-DIVERGE-PCT to WS-SMF-DIVERGE-PCT-O
                       Display 'Divergence              : '
                               WS-SMF-DIVERGE-PCT-O '%'
                       Move 'C' to WS-QLT-SMF-STATUS
                       Move WS-SMF-DIVERGE-PCT to WS-QLT-SMF-PCT
                       If WS-SMF-DIVERGE-PCT > WS-SMF-PCT-LIMIT
                           Display '*** SMF RECONCILIATION WARNING -- '
                                   'internal/SMF CPU diverge by '
           End-If
           EXIT.



      *--------------------------------------------------------------
      *    Grade the run from the factors gathered along the way --
      *    each factor caps the grade at its own letter and the run
      *    takes the worst cap (limits in the CPUQUAL copybook) --
      *    and write the RUNQUAL record under this run's run-id.  A
      *    first run primes the cluster (file status 35, as
      *    CPUCATM/CPUALMNT do); a rerun under the same run-id
      *    replaces its record.  A RUNQUAL that will not open costs
      *    the grade, not the run: a warning and RC 4.
      *--------------------------------------------------------------
       Grade-Run-Quality.
           Move SPACES              to CPU-RUN-QUALITY
           Move WS-RUN-ID           to QLT-RUN-ID
           Move 'CPUT01'            to QLT-PROGRAM-ID
           Move WS-RUN-TIMESTAMP    to QLT-RUN-TIMESTAMP
           Move WS-SYSTEM-ID        to QLT-SYSTEM-ID

           Move WS-QLT-PASS-ROWS    to QLT-PASS-ROWS
           Move WS-QLT-SUSPECT-ROWS to QLT-SUSPECT-ROWS
           Move 'A'                 to QLT-SUSPECT-CAP
           If WS-QLT-SUSPECT-ROWS > 0 AND WS-QLT-PASS-ROWS > 0
               Compute WS-QLT-SHARE-PCT =
                   WS-QLT-SUSPECT-ROWS * 100 / WS-QLT-PASS-ROWS
               Evaluate True
                   When WS-QLT-SHARE-PCT <= WS-QLT-SUSPECT-B-PCT
                       Move 'B' to QLT-SUSPECT-CAP
                   When WS-QLT-SHARE-PCT <= WS-QLT-SUSPECT-C-PCT
                       Move 'C' to QLT-SUSPECT-CAP
                   When Other
                       Move 'F' to QLT-SUSPECT-CAP
               End-Evaluate
           End-If

           Move WS-QLT-CONFIRMS     to QLT-CONFIRM-COUNT
           Move WS-QLT-REPRODUCED   to QLT-CONFIRM-REPRO
           Evaluate True
               When WS-QLT-CONFIRMS = 0
                   Move 'A' to QLT-CONFIRM-CAP
               When WS-QLT-REPRODUCED > 0
                   Move 'C' to QLT-CONFIRM-CAP
               When Other
                   Move 'B' to QLT-CONFIRM-CAP
           End-Evaluate

           Move WS-QLT-SMF-STATUS   to QLT-SMF-STATUS
           Move WS-QLT-SMF-PCT      to QLT-SMF-DIVERGE-PCT
           Move WS-SMF-PCT-LIMIT    to QLT-SMF-LIMIT-PCT
           Move 'A'                 to QLT-SMF-CAP
           If QLT-SMF-COMPARED
               Evaluate True
                   When WS-QLT-SMF-PCT * 2 <= WS-SMF-PCT-LIMIT
                       Move 'A' to QLT-SMF-CAP
                   When WS-QLT-SMF-PCT <= WS-SMF-PCT-LIMIT
                       Move 'B' to QLT-SMF-CAP
                   When WS-QLT-SMF-PCT <= WS-SMF-PCT-LIMIT * 2
                       Move 'C' to QLT-SMF-CAP
                   When Other
                       Move 'F' to QLT-SMF-CAP
               End-Evaluate
           End-If

           Move WS-BG-LOAD-PCT      to QLT-LOAD-PCT
           If WS-BG-LOAD-PCT > 0
               Move 'C' to QLT-LOAD-CAP
           Else
               Move 'A' to QLT-LOAD-CAP
           End-If

           Move WS-QLT-MAX-SPREAD     to QLT-MAX-SPREAD-PCT
           Move WS-QLT-SPREAD-ROUTINE to QLT-SPREAD-ROUTINE
           Evaluate True
               When WS-QLT-MAX-SPREAD <= WS-QLT-SPREAD-A-PCT
                   Move 'A' to QLT-SPREAD-CAP
               When WS-QLT-MAX-SPREAD <= WS-QLT-SPREAD-B-PCT
                   Move 'B' to QLT-SPREAD-CAP
               When WS-QLT-MAX-SPREAD <= WS-QLT-SPREAD-C-PCT
                   Move 'C' to QLT-SPREAD-CAP
               When Other
                   Move 'F' to QLT-SPREAD-CAP
           End-Evaluate

           Move QLT-SUSPECT-CAP     to QLT-GRADE
           If QLT-CONFIRM-CAP > QLT-GRADE
               Move QLT-CONFIRM-CAP to QLT-GRADE
           End-If
           If QLT-SMF-CAP > QLT-GRADE
               Move QLT-SMF-CAP     to QLT-GRADE
           End-If
           If QLT-LOAD-CAP > QLT-GRADE
               Move QLT-LOAD-CAP    to QLT-GRADE
           End-If
           If QLT-SPREAD-CAP > QLT-GRADE
               Move QLT-SPREAD-CAP  to QLT-GRADE
           End-If
           Move WS-WORST-RC         to QLT-FINAL-RC

           Display '=== Run quality grade ' QLT-GRADE
                   ' -- suspect ' QLT-SUSPECT-CAP
                   ' confirm ' QLT-CONFIRM-CAP
                   ' SMF ' QLT-SMF-CAP
                   ' load ' QLT-LOAD-CAP
                   ' spread ' QLT-SPREAD-CAP ' ==='

           OPEN I-O RUNQUAL-FILE
           If QLT-NOT-THERE
               OPEN OUTPUT RUNQUAL-FILE
               CLOSE RUNQUAL-FILE
               OPEN I-O RUNQUAL-FILE
           End-If
           If QLT-OK
               WRITE CPU-RUN-QUALITY
                   INVALID KEY
                       REWRITE CPU-RUN-QUALITY
               END-WRITE
               CLOSE RUNQUAL-FILE
           Else
               Display '*** RUNQUAL open failed, file status '
                       WS-QLT-STATUS ' -- run not graded ***'
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUT01'    to STP-PROGRAM-ID
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
