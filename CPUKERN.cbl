       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUKERN.
      *===============================================================
      *  Application workload-kernel benchmark.  Everything else in
      *  the suite times the cost of calling a clock routine or the
      *  A31BR14 stub; this harness times the COBOL our production
      *  batch actually spends its CPU on, so a compiler, ARCH-level
      *  or LE change that hurts ordinary application code shows up
      *  in the same trend, SPC and gate reports as the clocks:
      *
      *    KPACKED   packed-decimal arithmetic -- COMPUTE ROUNDED,
      *              ADD, SUBTRACT, MULTIPLY and DIVIDE on COMP-3
      *              money fields;
      *    KSEARCH   table lookup -- a serial SEARCH and a SEARCH
      *              ALL of a 100-entry keyed table;
      *    KSTRING   STRING a delimited record together and
      *              UNSTRING it apart again;
      *    KINSPECT  INSPECT TALLYING, REPLACING and CONVERTING
      *              over an 80-byte line;
      *    KSORT     an internal SORT of 50 records through an
      *              INPUT and an OUTPUT PROCEDURE -- one iteration
      *              is a whole sort, so this kernel is far heavier
      *              per iteration than the others.
      *
      *  KERNIN card: iteration count in columns 1-8 (default
      *  10,000), then up to five kernel names, 8 columns each, in
      *  9-48.  No names runs all five; an unknown name is skipped
      *  with a warning and RC 4.
      *
      *  Each selected kernel is run for three passes at the
      *  iteration count, each pass bracketed by the same four
      *  clocks CPUT01 samples (ZCPUTIME, CPUTIME2, CPUTIME9,
      *  CPUTIME3) and cross-checked the same way.  Like any other
      *  non-clock routine, a kernel is banked against CPUTIME9, the
      *  system-of-record clock: one CPUBRES row per pass on KERNOUT
      *  with the kernel's name in the routine field, carrying the
      *  run-id, machine profile, system identity and build
      *  identity, under a RUNREG header and trailer -- so CPUBLOAD,
      *  CPUSPC, CPUGATE and CPURCMP take kernel rows exactly as
      *  they take clock rows.  The run is graded on RUNQUAL (see
      *  CPUQUAL copybook) from its suspect rows and pass spread.
      *
      *  The kernels are cataloged on RTNCAT with clock type KERNEL
      *  (see CPURCAT copybook), which keeps the reports from
      *  rejecting their rows and keeps CPUT01 and CPUTIER from
      *  trying to CALL them.  A selected kernel that is not
      *  cataloged that way is still measured, with a warning and
      *  RC 4.
      *
      *  Condition code: 0 clean, 4 a warning (unknown name,
      *  uncataloged kernel, clock consistency), 8 a clock wrapped.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Iteration count and kernel selection.
           SELECT OPTIONAL KERNIN-FILE ASSIGN TO KERNIN
               ORGANIZATION IS SEQUENTIAL.
      *    Result rows, CPUBRES shape, one per kernel pass.
           SELECT KERNOUT-FILE ASSIGN TO KERNOUT
               ORGANIZATION IS SEQUENTIAL.
      *    Run registry -- header record at start of run with the
      *    iteration count, trailer at end of run with the final
      *    RETURN-CODE (see CPURREG copybook).
           SELECT RUNREG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS SEQUENTIAL.
      *    Machine profile (see CPUMPRF copybook) and system
      *    identity card, as every harness reads them.
           SELECT MACHPROF-FILE ASSIGN TO MACHPROF
               ORGANIZATION IS SEQUENTIAL.
           SELECT SYSIDIN-FILE ASSIGN TO SYSIDIN
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- each selected kernel is looked up.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.
      *    Run-quality grades (see CPUQUAL copybook) -- this run's
      *    record is written once, at end of run.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.
      *    Work file for the KSORT kernel's internal SORT.
           SELECT KSORT-WORK-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  KERNIN-FILE
           RECORDING MODE F.
       01  KERNIN-RECORD.
           05 KIN-ITERATIONS        PIC 9(8).
           05 KIN-KERNEL-NAME       PIC X(8) OCCURS 5 TIMES.
           05 FILLER                PIC X(32).

      *    Standardized CPU-BENCHMARK-RESULT record (see CPUBRES
      *    copybook) -- same shape CPUT01 writes.
       FD  KERNOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==KERNOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==OUT-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==OUT-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==OUT-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==OUT-START-VALUE==,
               ==CBR-END-VALUE==        BY ==OUT-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==OUT-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==OUT-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==OUT-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==OUT-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==OUT-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==OUT-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==OUT-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==OUT-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==OUT-BUILD-ID==.

       FD  RUNREG-FILE
           RECORDING MODE F.
           COPY CPURREG.

       FD  MACHPROF-FILE
           RECORDING MODE F.
           COPY CPUMPRF.

       FD  SYSIDIN-FILE
           RECORDING MODE F.
       01  SYSIDIN-RECORD.
           05 SYD-SYSTEM-ID        PIC X(8).
           05 FILLER               PIC X(72).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       SD  KSORT-WORK-FILE.
       01  KSORT-WORK-RECORD.
           05 KSW-KEY              PIC X(8).
           05 KSW-AMOUNT           PIC 9(7)V99.
           05 KSW-DATA             PIC X(23).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-RUN-ID          PIC X(16).
           05 WS-KERNIN-EOF      PIC X(1) VALUE 'N'.
              88 KERNIN-AT-EOF   VALUE 'Y'.
           05 WS-MACHPROF-EOF    PIC X(1) VALUE 'N'.
              88 MACHPROF-AT-EOF VALUE 'Y'.
           05 WS-SYSIDIN-EOF     PIC X(1) VALUE 'N'.
              88 SYSIDIN-AT-EOF  VALUE 'Y'.
           05 WS-CPU-MODEL       PIC X(8) VALUE 'UNKNOWN'.
           05 WS-SU-FACTOR       PIC 9(6)V9(4) COMP-5 VALUE 1.
           05 WS-SU-FACTOR-O     PIC ZZZZZ9.9(4).
      *    Effective-dated profile selection (see CPUMPRF copybook
      *    and Pick-Profile-Record).
           05 WS-PROF-RUN-DATE   PIC 9(8).
           05 WS-PROF-EFF        PIC 9(8) COMP-5.
           05 WS-PROF-BEST-EFF   PIC 9(8) COMP-5 VALUE 0.
           05 WS-PROF-PICKED     PIC X(1) VALUE 'N'.
              88 PROF-PICKED     VALUE 'Y'.
           05 WS-SYSTEM-ID       PIC X(8) VALUE 'UNKNOWN'.
           05 WS-ITERATIONS      PIC 9(8) COMP-5 VALUE 10000.
           05 WS-WORST-RC        PIC S9(4) COMP-5 VALUE 0.
           05 WS-CAT-STATUS      PIC X(2).
              88 CAT-OK          VALUE '00'.
           05 WS-KDX             PIC 9(1) COMP-5.
           05 WS-NDX             PIC 9(1) COMP-5.
           05 WS-PASS-IDX        PIC 9(1) COMP-5.
           05 WS-NAMES-GIVEN     PIC 9(1) COMP-5 VALUE 0.
           05 WS-KRN-FOUND       PIC X(1).
              88 KRN-FOUND       VALUE 'Y'.
           05 WS-KERNEL-NAME     PIC X(8).

      *===============================================================
      *  The five kernels, in the order they run, and which of them
      *  the KERNIN card selected.
      *===============================================================
       01  WS-KERNEL-NAME-TBL.
           05 FILLER             PIC X(8) VALUE 'KPACKED'.
           05 FILLER             PIC X(8) VALUE 'KSEARCH'.
           05 FILLER             PIC X(8) VALUE 'KSTRING'.
           05 FILLER             PIC X(8) VALUE 'KINSPECT'.
           05 FILLER             PIC X(8) VALUE 'KSORT'.
       01  WS-KERNEL-NAME-R REDEFINES WS-KERNEL-NAME-TBL.
           05 WS-KRN-NAME        PIC X(8) OCCURS 5 TIMES.
       01  WS-KERNEL-TABLE.
           05 WS-KRN-ENTRY OCCURS 5 TIMES.
              10 WS-KRN-SELECTED     PIC X(1).
                 88 KRN-SELECTED     VALUE 'Y'.

      *===============================================================
      *  Cross-clock consistency -- the same check, tolerance and
      *  per-clock suspect flags as CPUT01's WS-CLOCK-VALID-ITEMS.
      *  The flags are cleared at the start of every pass.
      *===============================================================
       01  WS-CLOCK-VALID-ITEMS.
           05 WS-CLOCK-TOL-PCT    PIC 9(3) COMP-5 VALUE 20.
           05 WS-CLOCK-SUM        PIC 9(12)V9(6) COMP-5.
           05 WS-CLOCK-BASELINE   PIC 9(12)V9(6) COMP-5.
           05 WS-CLOCK-DEV-PCT    PIC 9(5)V9(2) COMP-5.
           05 WS-CLOCK-DEV-PCT-O  PIC ZZZZ9.99.
           05 WS-CLOCK-WORST-PCT  PIC 9(5)V9(2) COMP-5.
           05 WS-CLOCK-WORST-NAME PIC X(8).
           05 WS-CLOCK-CHECK-NAME PIC X(8).
           05 WS-CLOCK-CHECK-DIFF PIC 9(12)V9(6) COMP-5.
           05 WS-SUSPECT-Z        PIC X(1) VALUE SPACE.
           05 WS-SUSPECT-2        PIC X(1) VALUE SPACE.
           05 WS-SUSPECT-9        PIC X(1) VALUE SPACE.
           05 WS-SUSPECT-3        PIC X(1) VALUE SPACE.
           05 WS-WRAP-FLAG        PIC X(1) VALUE 'N'.
              88 WRAP-TRIPPED     VALUE 'Y'.

      *===============================================================
      *  One kernel's three passes on CPUTIME9, and the run-quality
      *  factors gathered as the run goes.  The cap limits are the
      *  ones documented in the CPUQUAL copybook.
      *===============================================================
       01  WS-PASS-ITEMS.
           05 WS-PASS-DIFF       PIC 9(12)V9(6) COMP-5
                                 OCCURS 3 TIMES.
           05 WS-PASS-MIN        PIC 9(12)V9(6) COMP-5.
           05 WS-PASS-MAX        PIC 9(12)V9(6) COMP-5.
           05 WS-PASS-AVG        PIC 9(12)V9(6) COMP-5.
           05 WS-PASS-SPREAD     PIC 9(3)V9(2) COMP-5.
           05 WS-PER-ITERATION   PIC 9(6)V9(9) COMP-5.
           05 WS-PASS-AVG-O      PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 WS-PASS-SPREAD-O   PIC ZZ9.99.
           05 WS-PER-ITERATION-O PIC ZZZ,ZZ9.9(9).

       01  WS-QUALITY-ITEMS.
           05 WS-QLT-STATUS            PIC X(2).
              88 QLT-OK                VALUE '00'.
              88 QLT-NOT-THERE         VALUE '35'.
           05 WS-QLT-PASS-ROWS         PIC 9(5) COMP-5 VALUE 0.
           05 WS-QLT-SUSPECT-ROWS      PIC 9(5) COMP-5 VALUE 0.
           05 WS-QLT-MAX-SPREAD        PIC 9(3)V9(2) COMP-5 VALUE 0.
           05 WS-QLT-SPREAD-ROUTINE    PIC X(8) VALUE SPACES.
           05 WS-QLT-SHARE-PCT         PIC 9(3)V9(2) COMP-5.
           05 WS-QLT-SUSPECT-B-PCT     PIC 9(3) COMP-5 VALUE 10.
           05 WS-QLT-SUSPECT-C-PCT     PIC 9(3) COMP-5 VALUE 25.
           05 WS-QLT-SPREAD-A-PCT      PIC 9(3) COMP-5 VALUE 5.
           05 WS-QLT-SPREAD-B-PCT      PIC 9(3) COMP-5 VALUE 10.
           05 WS-QLT-SPREAD-C-PCT      PIC 9(3) COMP-5 VALUE 25.

      *===============================================================
      *  The four clocks, as CPUT01 samples them (see CPUTMDT,
      *  CPUTSHOW and CPUTWORK copybooks).
      *===============================================================
       01  CPUTIME-DATA-ITEMS.
           COPY CPUTWORK.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==ZCPUTIME==.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME2==.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME9==.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME3==.
           COPY CPUTSHOW.
           05 W-CPUTIME2         PIC  X(08) Value 'CPUTIME2'.
           05 W-CPUTIME9         PIC  X(08) Value 'CPUTIME9'.
           05 W-ZCPUTIME         PIC  X(08) Value 'ZCPUTIME'.
           05 W-CPUTIME3         PIC  X(08) Value 'CPUTIME3'.

      *===============================================================
      *  KPACKED -- a loan-interest style calculation on packed
      *  fields, started afresh from the same values every
      *  iteration so the work per iteration never changes.
      *===============================================================
       01  WS-KPACKED-ITEMS.
           05 WS-PK-PRINCIPAL-BASE PIC S9(11)V99   COMP-3
                                   VALUE +2500000.00.
           05 WS-PK-RATE           PIC S9(3)V9(5)  COMP-3
                                   VALUE +4.87500.
           05 WS-PK-DAYS           PIC S9(3)       COMP-3 VALUE +31.
           05 WS-PK-FEE            PIC S9(7)V99    COMP-3
                                   VALUE +125.50.
           05 WS-PK-FX-RATE        PIC S9(3)V9(6)  COMP-3
                                   VALUE +1.084250.
           05 WS-PK-PRINCIPAL      PIC S9(11)V99   COMP-3.
           05 WS-PK-INTEREST       PIC S9(11)V99   COMP-3.
           05 WS-PK-CONVERTED      PIC S9(13)V99   COMP-3.
           05 WS-PK-INSTALMENT     PIC S9(11)V99   COMP-3.
           05 WS-PK-ACCUM          PIC S9(15)V99   COMP-3 VALUE 0.

      *===============================================================
      *  KSEARCH -- a 100-entry table in ascending key order (keys
      *  7, 14, ... 700), probed for a different key every
      *  iteration by a serial SEARCH and by a SEARCH ALL.
      *===============================================================
       01  WS-KSEARCH-TABLE.
           05 WS-SR-ENTRY OCCURS 100 TIMES
                 ASCENDING KEY IS WS-SR-KEY
                 INDEXED BY WS-SR-IDX.
              10 WS-SR-KEY         PIC 9(5).
              10 WS-SR-VALUE       PIC 9(7)V99.
       01  WS-KSEARCH-ITEMS.
           05 WS-SR-BUILD-IDX      PIC 9(3) COMP-5.
           05 WS-SR-PICK           PIC 9(3) COMP-5 VALUE 0.
           05 WS-SR-PROBE          PIC 9(5).
           05 WS-SR-SERIAL-HITS    PIC 9(9) COMP-5 VALUE 0.
           05 WS-SR-BINARY-HITS    PIC 9(9) COMP-5 VALUE 0.
           05 WS-SR-TOTAL          PIC 9(11)V99 COMP-5 VALUE 0.

      *===============================================================
      *  KSTRING -- a comma-delimited record STRINGed from four
      *  fields and UNSTRINGed back into four.
      *===============================================================
       01  WS-KSTRING-ITEMS.
           05 WS-ST-CUSTOMER       PIC X(20)
                                   VALUE 'HARGREAVES LTD'.
           05 WS-ST-ACCOUNT        PIC X(10) VALUE '0047715520'.
           05 WS-ST-CITY           PIC X(20) VALUE 'NEWCASTLE'.
           05 WS-ST-AMOUNT         PIC X(10) VALUE '0001234.56'.
           05 WS-ST-LINE           PIC X(80).
           05 WS-ST-POINTER        PIC 9(3) COMP-5.
           05 WS-UN-CUSTOMER       PIC X(20).
           05 WS-UN-ACCOUNT        PIC X(10).
           05 WS-UN-CITY           PIC X(20).
           05 WS-UN-AMOUNT         PIC X(10).
           05 WS-UN-FIELDS         PIC 9(3) COMP-5.

      *===============================================================
      *  KINSPECT -- an 80-byte mixed-case line, refreshed every
      *  iteration, counted, edited and case-folded.
      *===============================================================
       01  WS-KINSPECT-ITEMS.
           05 WS-IN-SOURCE.
              10 FILLER            PIC X(40) VALUE
                 'Invoice 4471, Acct 0047715520, Due 2026-'.
              10 FILLER            PIC X(40) VALUE
                 '11-30, Amount 1,234.56, Terms Net 30/A7'.
           05 WS-IN-LINE           PIC X(80).
           05 WS-IN-TALLY          PIC 9(5) COMP-5.
           05 WS-IN-TOTAL          PIC 9(11) COMP-5 VALUE 0.

      *===============================================================
      *  KSORT -- 50 records in scrambled key order, released to an
      *  internal SORT and returned in key order.
      *===============================================================
       01  WS-KSORT-TABLE.
           05 WS-SO-ENTRY OCCURS 50 TIMES.
              10 WS-SO-KEY         PIC X(8).
              10 WS-SO-AMOUNT      PIC 9(7)V99.
              10 WS-SO-DATA        PIC X(23).
       01  WS-KSORT-ITEMS.
           05 WS-SO-IDX            PIC 9(3) COMP-5.
           05 WS-SO-SEED           PIC 9(5) COMP-5.
           05 WS-SO-QUOTIENT       PIC 9(5) COMP-5.
           05 WS-SO-REMAINDER      PIC 9(5) COMP-5.
           05 WS-SO-KEY-N          PIC 9(8).
           05 WS-SO-OUT-COUNT      PIC 9(3) COMP-5.
           05 WS-SO-EOF            PIC X(1).
              88 SO-AT-EOF         VALUE 'Y'.
           05 WS-SO-LAST-KEY       PIC X(8).

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
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
      *    Reset explicitly -- CPUGATE reads Return-Code right after
      *    it Calls this program and treats it as this program's own
      *    condition code.
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUKERN: application workload-kernel '
                   'benchmark ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Get-Control-Parms
           Perform Set-Build-Identity
           Perform Write-Registry-Header
           Perform Write-Step-Start
           Perform Check-Kernel-Catalog
           Perform Build-Kernel-Data

           OPEN OUTPUT KERNOUT-FILE
           Perform Varying WS-KDX from 1 by 1 until WS-KDX > 5
               If KRN-SELECTED(WS-KDX)
                   Perform Measure-Kernel
               End-If
           End-Perform
           CLOSE KERNOUT-FILE

           Perform Grade-Run-Quality
           Move WS-WORST-RC to Return-Code
           Perform Write-Registry-Trailer
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    The KERNIN card -- iteration count and kernel selection
      *    -- then the machine profile and system identity, read
      *    the way every harness reads them.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Perform Varying WS-KDX from 1 by 1 until WS-KDX > 5
               Move 'N' to WS-KRN-SELECTED(WS-KDX)
           End-Perform
           OPEN INPUT KERNIN-FILE
           READ KERNIN-FILE
               AT END
                   SET KERNIN-AT-EOF TO TRUE
           END-READ
           IF NOT KERNIN-AT-EOF
               IF KIN-ITERATIONS NUMERIC AND KIN-ITERATIONS > 0
                   MOVE KIN-ITERATIONS TO WS-ITERATIONS
               END-IF
               PERFORM VARYING WS-NDX FROM 1 BY 1 UNTIL WS-NDX > 5
                   IF KIN-KERNEL-NAME(WS-NDX) NOT = SPACES
                       ADD 1 TO WS-NAMES-GIVEN
                       PERFORM Select-Named-Kernel
                   END-IF
               END-PERFORM
           END-IF
           CLOSE KERNIN-FILE
           If WS-NAMES-GIVEN = 0
               Perform Varying WS-KDX from 1 by 1 until WS-KDX > 5
                   Move 'Y' to WS-KRN-SELECTED(WS-KDX)
               End-Perform
           End-If
           Display 'Iterations per pass: ' WS-ITERATIONS
           Perform Varying WS-KDX from 1 by 1 until WS-KDX > 5
               If KRN-SELECTED(WS-KDX)
                   Display '  kernel selected: ' WS-KRN-NAME(WS-KDX)
               End-If
           End-Perform

      *    Machine profile: model and service-units factor, the
      *    record with the latest effective-from date on or before
      *    this run's date (see CPUMPRF copybook).  A missing or
      *    non-numeric profile leaves UNKNOWN / 1.0000.
           Move FUNCTION CURRENT-DATE(1:8) to WS-PROF-RUN-DATE
           OPEN INPUT MACHPROF-FILE
           PERFORM UNTIL MACHPROF-AT-EOF
               READ MACHPROF-FILE
                   AT END
                       SET MACHPROF-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Pick-Profile-Record
               END-READ
           END-PERFORM
           CLOSE MACHPROF-FILE
           Move WS-SU-FACTOR to WS-SU-FACTOR-O
           Display 'Machine profile: ' WS-CPU-MODEL
                   ' SU-factor ' WS-SU-FACTOR-O

      *    System identity: which LPAR this run executed on.  A
      *    missing card leaves UNKNOWN.
           OPEN INPUT SYSIDIN-FILE
           READ SYSIDIN-FILE
               AT END
                   SET SYSIDIN-AT-EOF TO TRUE
           END-READ
           IF NOT SYSIDIN-AT-EOF
               IF SYD-SYSTEM-ID NOT = SPACES
                   MOVE SYD-SYSTEM-ID TO WS-SYSTEM-ID
               END-IF
           END-IF
           CLOSE SYSIDIN-FILE
           Display 'System identity: ' WS-SYSTEM-ID
           EXIT.


      *--------------------------------------------------------------
      *    One kernel name off the KERNIN card into the selection;
      *    a name that is not one of the five is skipped, RC 4.
      *--------------------------------------------------------------
       Select-Named-Kernel.
           Move 'N' to WS-KRN-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > 5 OR KRN-FOUND
               If WS-KRN-NAME(WS-KDX) = KIN-KERNEL-NAME(WS-NDX)
                   Move 'Y' to WS-KRN-SELECTED(WS-KDX)
                   Set KRN-FOUND to True
               End-If
           End-Perform
           If NOT KRN-FOUND
               Display '*** KERNIN names unknown kernel <'
                       KIN-KERNEL-NAME(WS-NDX) '> -- skipped ***'
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One machine-profile record against the run date: keep the
      *    record with the latest effective-from date on or before
      *    it.  A blank or zero effective date reads as effective
      *    always.
      *--------------------------------------------------------------
       Pick-Profile-Record.
           If MPF-SU-FACTOR NUMERIC AND MPF-SU-FACTOR > 0
               Move 0 to WS-PROF-EFF
               If MPF-EFF-DATE NUMERIC
                   Move MPF-EFF-DATE to WS-PROF-EFF
               End-If
               If WS-PROF-EFF <= WS-PROF-RUN-DATE
                  AND (NOT PROF-PICKED
                      OR WS-PROF-EFF >= WS-PROF-BEST-EFF)
                   If MPF-CPU-MODEL NOT = SPACES
                       Move MPF-CPU-MODEL to WS-CPU-MODEL
                   End-If
                   Move MPF-SU-FACTOR to WS-SU-FACTOR
                   Move WS-PROF-EFF   to WS-PROF-BEST-EFF
                   Set PROF-PICKED    to True
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Every selected kernel should be on the routine catalog
      *    with clock type KERNEL, or the reports will reject its
      *    rows (and CPUT01/CPUTIER would try to CALL it).  One that
      *    is not is measured anyway, with a warning and RC 4; a
      *    catalog that will not open is only a warning.
      *--------------------------------------------------------------
       Check-Kernel-Catalog.
           OPEN INPUT RTNCAT-FILE
           If NOT CAT-OK
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' -- kernel catalog entries '
                       'not checked ***'
           Else
               Perform Varying WS-KDX from 1 by 1 until WS-KDX > 5
                   If KRN-SELECTED(WS-KDX)
                       Perform Check-One-Kernel-Entry
                   End-If
               End-Perform
               CLOSE RTNCAT-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One selected kernel's catalog entry.
      *--------------------------------------------------------------
       Check-One-Kernel-Entry.
           Move WS-KRN-NAME(WS-KDX) to RCT-ROUTINE-NAME
           READ RTNCAT-FILE
               INVALID KEY
                   Move SPACES to RCT-STATUS
           END-READ
           Evaluate True
               When RCT-ACTIVE AND RCT-WORKLOAD-KERNEL
                   Continue
               When RCT-ACTIVE OR RCT-RETIRED
                   Display '*** kernel ' WS-KRN-NAME(WS-KDX)
                           ' is cataloged but not active with '
                           'clock type KERNEL -- check its RTNCAT '
                           'entry ***'
                   If 4 > WS-WORST-RC
                       Move 4 to WS-WORST-RC
                   End-If
               When Other
                   Display '*** kernel ' WS-KRN-NAME(WS-KDX)
                           ' is not on the routine catalog -- the '
                           'reports will reject its rows ***'
                   If 4 > WS-WORST-RC
                       Move 4 to WS-WORST-RC
                   End-If
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Build the KSEARCH table and the KSORT input once, before
      *    anything is timed.  The sort keys are scrambled by
      *    stepping 37 places round 101 key values, so no two
      *    adjacent records are in order.
      *--------------------------------------------------------------
       Build-Kernel-Data.
           Perform Varying WS-SR-BUILD-IDX from 1 by 1
                   until WS-SR-BUILD-IDX > 100
               Compute WS-SR-KEY(WS-SR-BUILD-IDX) =
                   WS-SR-BUILD-IDX * 7
               Compute WS-SR-VALUE(WS-SR-BUILD-IDX) =
                   WS-SR-BUILD-IDX * 12.25
           End-Perform
           Move 0 to WS-SO-SEED
           Perform Varying WS-SO-IDX from 1 by 1
                   until WS-SO-IDX > 50
               Compute WS-SO-SEED = WS-SO-SEED + 37
               Divide WS-SO-SEED by 101 giving WS-SO-QUOTIENT
                   remainder WS-SO-REMAINDER
               Move WS-SO-REMAINDER to WS-SO-SEED
               Compute WS-SO-KEY-N = WS-SO-SEED * 1000 + WS-SO-IDX
               Move WS-SO-KEY-N     to WS-SO-KEY(WS-SO-IDX)
               Compute WS-SO-AMOUNT(WS-SO-IDX) = WS-SO-IDX * 3.75
               Move 'KSORT TEST RECORD'
                   to WS-SO-DATA(WS-SO-IDX)
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Three passes of one kernel, each bracketed by the four
      *    clocks, checked, and banked on CPUTIME9.  A pass whose
      *    CPUTIME9 wrapped is not banked.
      *--------------------------------------------------------------
       Measure-Kernel.
           Move WS-KRN-NAME(WS-KDX) to WS-KERNEL-NAME
           Display '--- kernel ' WS-KERNEL-NAME ' ---'
           Perform Varying WS-PASS-IDX from 1 by 1
                   until WS-PASS-IDX > 3
               Move SPACE to WS-SUSPECT-Z
               Move SPACE to WS-SUSPECT-2
               Move SPACE to WS-SUSPECT-9
               Move SPACE to WS-SUSPECT-3
               Move 'N'   to WS-WRAP-FLAG
               Perform Get-Start-CPU
               Evaluate WS-KDX
                   When 1
                       Perform Kernel-Packed-Decimal
                           WS-ITERATIONS Times
                   When 2
                       Perform Kernel-Table-Search
                           WS-ITERATIONS Times
                   When 3
                       Perform Kernel-String-Unstring
                           WS-ITERATIONS Times
                   When 4
                       Perform Kernel-Inspect
                           WS-ITERATIONS Times
                   When 5
                       Perform Kernel-Internal-Sort
                           WS-ITERATIONS Times
               End-Evaluate
               Perform Get-End-CPU
               Perform Show-CPU-Used
               Perform Validate-Clock-Consistency
               Move CPUTIME9-Diff to WS-PASS-DIFF(WS-PASS-IDX)
               If NOT WRAP-TRIPPED
                   Perform Write-Benchmark-Result
               End-If
           End-Perform
           Perform Compute-Kernel-Stats
           EXIT.


      *--------------------------------------------------------------
      *    KPACKED: one iteration of packed-decimal money arithmetic.
      *--------------------------------------------------------------
       Kernel-Packed-Decimal.
           Move WS-PK-PRINCIPAL-BASE to WS-PK-PRINCIPAL
           Compute WS-PK-INTEREST Rounded =
               WS-PK-PRINCIPAL * WS-PK-RATE / 100
                   * WS-PK-DAYS / 365
           Add WS-PK-INTEREST to WS-PK-PRINCIPAL
           Subtract WS-PK-FEE from WS-PK-PRINCIPAL
           Multiply WS-PK-PRINCIPAL by WS-PK-FX-RATE
               giving WS-PK-CONVERTED Rounded
           Divide WS-PK-CONVERTED by 12
               giving WS-PK-INSTALMENT Rounded
           Add WS-PK-INSTALMENT to WS-PK-ACCUM
           EXIT.


      *--------------------------------------------------------------
      *    KSEARCH: one probe key, looked up serially and by binary
      *    search.
      *--------------------------------------------------------------
       Kernel-Table-Search.
           Add 1 to WS-SR-PICK
           If WS-SR-PICK > 100
               Move 1 to WS-SR-PICK
           End-If
           Compute WS-SR-PROBE = WS-SR-PICK * 7
           Set WS-SR-IDX to 1
           Search WS-SR-ENTRY
               At End
                   Continue
               When WS-SR-KEY(WS-SR-IDX) = WS-SR-PROBE
                   Add 1 to WS-SR-SERIAL-HITS
                   Add WS-SR-VALUE(WS-SR-IDX) to WS-SR-TOTAL
           End-Search
           Search All WS-SR-ENTRY
               At End
                   Continue
               When WS-SR-KEY(WS-SR-IDX) = WS-SR-PROBE
                   Add 1 to WS-SR-BINARY-HITS
           End-Search
           EXIT.


      *--------------------------------------------------------------
      *    KSTRING: build one delimited record and take it apart.
      *--------------------------------------------------------------
       Kernel-String-Unstring.
           Move SPACES to WS-ST-LINE
           Move 1 to WS-ST-POINTER
           String WS-ST-CUSTOMER Delimited by '  '
                  ','            Delimited by Size
                  WS-ST-ACCOUNT  Delimited by Size
                  ','            Delimited by Size
                  WS-ST-CITY     Delimited by '  '
                  ','            Delimited by Size
                  WS-ST-AMOUNT   Delimited by Size
               into WS-ST-LINE
               with Pointer WS-ST-POINTER
           End-String
           Move 0 to WS-UN-FIELDS
           Unstring WS-ST-LINE Delimited by ','
               into WS-UN-CUSTOMER WS-UN-ACCOUNT
                    WS-UN-CITY     WS-UN-AMOUNT
               Tallying in WS-UN-FIELDS
           End-Unstring
           EXIT.


      *--------------------------------------------------------------
      *    KINSPECT: count, edit and case-fold one line.
      *--------------------------------------------------------------
       Kernel-Inspect.
           Move WS-IN-SOURCE to WS-IN-LINE
           Move 0 to WS-IN-TALLY
           Inspect WS-IN-LINE Tallying WS-IN-TALLY
               for All ',' All '/'
           Inspect WS-IN-LINE Replacing All ',' by ';'
           Inspect WS-IN-LINE Converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           Add WS-IN-TALLY to WS-IN-TOTAL
           EXIT.


      *--------------------------------------------------------------
      *    KSORT: one complete internal sort of the 50 records.
      *--------------------------------------------------------------
       Kernel-Internal-Sort.
           SORT KSORT-WORK-FILE
               ON ASCENDING KEY KSW-KEY
               INPUT PROCEDURE IS Release-Sort-Records
               OUTPUT PROCEDURE IS Return-Sort-Records
           EXIT.


      *--------------------------------------------------------------
      *    KSORT input procedure: release the table to the sort.
      *--------------------------------------------------------------
       Release-Sort-Records.
           Perform Varying WS-SO-IDX from 1 by 1
                   until WS-SO-IDX > 50
               Move WS-SO-KEY(WS-SO-IDX)    to KSW-KEY
               Move WS-SO-AMOUNT(WS-SO-IDX) to KSW-AMOUNT
               Move WS-SO-DATA(WS-SO-IDX)   to KSW-DATA
               RELEASE KSORT-WORK-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    KSORT output procedure: return the sorted records.
      *--------------------------------------------------------------
       Return-Sort-Records.
           Move 'N' to WS-SO-EOF
           Move 0   to WS-SO-OUT-COUNT
           Perform Until SO-AT-EOF
               RETURN KSORT-WORK-FILE
                   AT END
                       Set SO-AT-EOF to True
                   NOT AT END
                       Add 1 to WS-SO-OUT-COUNT
                       Move KSW-KEY to WS-SO-LAST-KEY
               END-RETURN
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Sample the four clocks before the pass.
      *--------------------------------------------------------------
       Get-Start-CPU.
           Call W-ZCPUTIME Using ZCPUTIME-Start
           Call W-CPUTIME9 Using CPUTIME9-Start
           Call W-CPUTIME2 Using CPUTIME2-Start
           Call W-CPUTIME3 Using CPUTIME3-Start
           EXIT.


      *--------------------------------------------------------------
      *    Sample the four clocks after the pass.
      *--------------------------------------------------------------
       Get-End-CPU.
           Call W-CPUTIME9 Using CPUTIME9-End
           Call W-ZCPUTIME Using ZCPUTIME-End
           Call W-CPUTIME2 Using CPUTIME2-End
           Call W-CPUTIME3 Using CPUTIME3-End
           EXIT.


      *--------------------------------------------------------------
      *    Each clock's delta for the pass.  The deltas are unsigned
      *    COMP-5, so End < Start (a counter wrap or out-of-order
      *    sample) is caught here: that clock's delta is zeroed and
      *    the run ends RC 8, and a CPUTIME9 wrap keeps the pass
      *    from being banked at all.
      *--------------------------------------------------------------
       Show-CPU-Used.
           If CPUTIME9-End < CPUTIME9-Start
               Display '*** WARNING: CPUTIME9 End < Start -- '
                       'wrapped/out-of-order sample, diff not valid'
               Move 0 to CPUTIME9-Diff
               Set WRAP-TRIPPED to True
               If 8 > WS-WORST-RC
                   Move 8 to WS-WORST-RC
               End-If
           Else
               Compute CPUTIME9-Diff = CPUTIME9-End - CPUTIME9-Start
               Move CPUTIME9-Diff to CPUTIME-Show-CPU
               Display ' 9 pass ' WS-PASS-IDX ' : ' CPUTIME-Show-CPU
           End-If

           If ZCPUTIME-End < ZCPUTIME-Start
               Display '*** WARNING: ZCPUTIME End < Start -- '
                       'wrapped/out-of-order sample, diff not valid'
               Move 0 to ZCPUTIME-Diff
               If 8 > WS-WORST-RC
                   Move 8 to WS-WORST-RC
               End-If
           Else
               Compute ZCPUTIME-Diff = ZCPUTIME-End - ZCPUTIME-Start
           End-If

           If CPUTIME2-End < CPUTIME2-Start
               Display '*** WARNING: CPUTIME2 End < Start -- '
                       'wrapped/out-of-order sample, diff not valid'
               Move 0 to CPUTIME2-Diff
               If 8 > WS-WORST-RC
                   Move 8 to WS-WORST-RC
               End-If
           Else
               Compute CPUTIME2-Diff = CPUTIME2-End - CPUTIME2-Start
           End-If

           If CPUTIME3-End < CPUTIME3-Start
               Display '*** WARNING: CPUTIME3 End < Start -- '
                       'wrapped/out-of-order sample, diff not valid'
               Move 0 to CPUTIME3-Diff
               If 8 > WS-WORST-RC
                   Move 8 to WS-WORST-RC
               End-If
           Else
               Compute CPUTIME3-Diff = CPUTIME3-End - CPUTIME3-Start
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Cross-check the four clocks' deltas for the pass, as
      *    CPUT01 does: each clock against the mean of the other
      *    three, the worst beyond the tolerance is the outlier and
      *    its suspect flag is set.  A suspect CPUTIME9 marks the
      *    kernel's row.
      *--------------------------------------------------------------
       Validate-Clock-Consistency.
           Compute WS-CLOCK-SUM = ZCPUTIME-Diff + CPUTIME2-Diff
               + CPUTIME9-Diff + CPUTIME3-Diff
           If WS-CLOCK-SUM > 0
               Move 0      to WS-CLOCK-WORST-PCT
               Move SPACES to WS-CLOCK-WORST-NAME

               Move 'ZCPUTIME'     to WS-CLOCK-CHECK-NAME
               Move ZCPUTIME-Diff  to WS-CLOCK-CHECK-DIFF
               Perform Check-One-Clock

               Move 'CPUTIME2'     to WS-CLOCK-CHECK-NAME
               Move CPUTIME2-Diff  to WS-CLOCK-CHECK-DIFF
               Perform Check-One-Clock

               Move 'CPUTIME9'     to WS-CLOCK-CHECK-NAME
               Move CPUTIME9-Diff  to WS-CLOCK-CHECK-DIFF
               Perform Check-One-Clock

               Move 'CPUTIME3'     to WS-CLOCK-CHECK-NAME
               Move CPUTIME3-Diff  to WS-CLOCK-CHECK-DIFF
               Perform Check-One-Clock

               If WS-CLOCK-WORST-NAME NOT = SPACES
                   Move WS-CLOCK-WORST-PCT to WS-CLOCK-DEV-PCT-O
                   Display '*** CLOCK CONSISTENCY WARNING -- '
                           WS-CLOCK-WORST-NAME ' is '
                           WS-CLOCK-DEV-PCT-O
                           '% off the other three clocks ***'
                   Evaluate WS-CLOCK-WORST-NAME
                       When 'ZCPUTIME'
                           Move 'S' to WS-SUSPECT-Z
                       When 'CPUTIME2'
                           Move 'S' to WS-SUSPECT-2
                       When 'CPUTIME9'
                           Move 'S' to WS-SUSPECT-9
                       When 'CPUTIME3'
                           Move 'S' to WS-SUSPECT-3
                   End-Evaluate
                   If 4 > WS-WORST-RC
                       Move 4 to WS-WORST-RC
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Deviation of one clock against the mean of the other
      *    three; track the worst clock beyond the tolerance.
      *--------------------------------------------------------------
       Check-One-Clock.
           Compute WS-CLOCK-BASELINE =
               (WS-CLOCK-SUM - WS-CLOCK-CHECK-DIFF) / 3
           If WS-CLOCK-BASELINE > 0
               Compute WS-CLOCK-DEV-PCT =
                   FUNCTION ABS(WS-CLOCK-CHECK-DIFF -
                       WS-CLOCK-BASELINE) / WS-CLOCK-BASELINE * 100
               If WS-CLOCK-DEV-PCT > WS-CLOCK-TOL-PCT
                  AND WS-CLOCK-DEV-PCT > WS-CLOCK-WORST-PCT
                   Move WS-CLOCK-DEV-PCT  to WS-CLOCK-WORST-PCT
                   Move WS-CLOCK-CHECK-NAME to WS-CLOCK-WORST-NAME
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One pass's result row, on CPUTIME9, with the kernel's
      *    name in the routine field.
      *--------------------------------------------------------------
       Write-Benchmark-Result.
           Move 'CPUKERN'         to OUT-PROGRAM-ID
           Move WS-KERNEL-NAME    to OUT-ROUTINE-NAME
           Move WS-PASS-IDX       to OUT-PASS-NUMBER
           Move CPUTIME9-Start    to OUT-START-VALUE
           Move CPUTIME9-End      to OUT-END-VALUE
           Move CPUTIME9-Diff     to OUT-DIFF-VALUE
           Move WS-RUN-TIMESTAMP  to OUT-RUN-TIMESTAMP
           Move WS-RUN-ID         to OUT-RUN-ID
           Move WS-SUSPECT-9      to OUT-SUSPECT-FLAG
           Move WS-CPU-MODEL      to OUT-CPU-MODEL
           Compute OUT-SU-VALUE = OUT-DIFF-VALUE * WS-SU-FACTOR
           Move WS-SYSTEM-ID      to OUT-SYSTEM-ID
           Move WS-ITERATIONS     to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE KERNOUT-RECORD
           Add 1 to WS-QLT-PASS-ROWS
           If OUT-SUSPECT-FLAG = 'S'
               Add 1 to WS-QLT-SUSPECT-ROWS
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One kernel's average, CPU per iteration and pass-to-pass
      *    spread on CPUTIME9; the worst spread in the run feeds the
      *    quality grade.
      *--------------------------------------------------------------
       Compute-Kernel-Stats.
           Compute WS-PASS-MIN = Function Min(
              WS-PASS-DIFF(1) WS-PASS-DIFF(2) WS-PASS-DIFF(3))
           Compute WS-PASS-MAX = Function Max(
              WS-PASS-DIFF(1) WS-PASS-DIFF(2) WS-PASS-DIFF(3))
           Compute WS-PASS-AVG = Function Mean(
              WS-PASS-DIFF(1) WS-PASS-DIFF(2) WS-PASS-DIFF(3))
           If WS-PASS-AVG > 0
               Compute WS-PASS-SPREAD =
                   ((WS-PASS-MAX - WS-PASS-MIN) / WS-PASS-AVG) * 100
           Else
               Move 0 to WS-PASS-SPREAD
           End-If
           Compute WS-PER-ITERATION = WS-PASS-AVG / WS-ITERATIONS
           Move WS-PASS-AVG      to WS-PASS-AVG-O
           Move WS-PASS-SPREAD   to WS-PASS-SPREAD-O
           Move WS-PER-ITERATION to WS-PER-ITERATION-O
           Display '   ' WS-KERNEL-NAME ' avg ' WS-PASS-AVG-O
                   '  per iteration ' WS-PER-ITERATION-O
                   '  spread% ' WS-PASS-SPREAD-O
           If WS-PASS-SPREAD > WS-QLT-MAX-SPREAD
               Move WS-PASS-SPREAD to WS-QLT-MAX-SPREAD
               Move WS-KERNEL-NAME to WS-QLT-SPREAD-ROUTINE
           End-If
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    Grade the run on the CPUQUAL scale and write its RUNQUAL
      *    record, as CPUT01 does.  There are no confirmation
      *    re-measures, no SMF comparison and no background load in
      *    a kernel run, so those factors are always A; the grade
      *    comes from the suspect rows and the worst kernel's
      *    spread.  A RUNQUAL that will not open costs the grade,
      *    not the run: a warning and RC 4.
      *--------------------------------------------------------------
       Grade-Run-Quality.
           Move SPACES              to CPU-RUN-QUALITY
           Move WS-RUN-ID           to QLT-RUN-ID
           Move 'CPUKERN'           to QLT-PROGRAM-ID
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

           Move 0                   to QLT-CONFIRM-COUNT
           Move 0                   to QLT-CONFIRM-REPRO
           Move 'A'                 to QLT-CONFIRM-CAP
           Set QLT-SMF-NO-EXTRACT   to True
           Move 0                   to QLT-SMF-DIVERGE-PCT
           Move 0                   to QLT-SMF-LIMIT-PCT
           Move 'A'                 to QLT-SMF-CAP
           Move 0                   to QLT-LOAD-PCT
           Move 'A'                 to QLT-LOAD-CAP

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
           If QLT-SPREAD-CAP > QLT-GRADE
               Move QLT-SPREAD-CAP  to QLT-GRADE
           End-If
           Move WS-WORST-RC         to QLT-FINAL-RC

           Display '=== Run quality grade ' QLT-GRADE
                   ' -- suspect ' QLT-SUSPECT-CAP
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
      *    Append this run's header record to the run registry --
      *    run-id, program, timestamp and the iteration count -- so
      *    every KERNOUT row stamped with the run-id can be tied
      *    back to the parameters that produced it.  Open-write-
      *    close, as every program that shares RUNREG does.
      *--------------------------------------------------------------
       Write-Registry-Header.
           OPEN EXTEND RUNREG-FILE
           Move SPACES            to CPU-RUN-REGISTRY
           Set REG-HEADER         to True
           Move WS-RUN-ID         to REG-RUN-ID
           Move 'CPUKERN'         to REG-PROGRAM-ID
           Move WS-RUN-TIMESTAMP  to REG-RUN-TIMESTAMP
           Move WS-ITERATIONS     to REG-LOOP-COUNT
           Move 0                 to REG-BURN1-COUNT
           Move 0                 to REG-BURN2-COUNT
           Move 0                 to REG-FINAL-RC
           Move 0                 to REG-LOAD-PCT
           Move BLD-BUILD-IDENTITY to REG-BUILD-ID
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Append this run's trailer record with the final
      *    RETURN-CODE, so the registry shows whether the run the
      *    result rows came from ended clean.
      *--------------------------------------------------------------
       Write-Registry-Trailer.
           OPEN EXTEND RUNREG-FILE
           Move SPACES            to CPU-RUN-REGISTRY
           Set REG-TRAILER        to True
           Move WS-RUN-ID         to REG-RUN-ID
           Move 'CPUKERN'         to REG-PROGRAM-ID
           Move WS-RUN-TIMESTAMP  to REG-RUN-TIMESTAMP
           Move WS-ITERATIONS     to REG-LOOP-COUNT
           Move 0                 to REG-BURN1-COUNT
           Move 0                 to REG-BURN2-COUNT
           Move Return-Code       to REG-FINAL-RC
           Move 0                 to REG-LOAD-PCT
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUKERN'   to STP-PROGRAM-ID
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
