       CBL OPT(2),NODYNAM                                             
       CBL ARCH(12) TUNE(12)                                          
       CBL DISPSIGN(SEP)                                              
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CNODLIT.
      *===============================================================
      *  NoDynam  +  Call 'CPUTIME'
      *
      *  The static-literal corner of the call-binding matrix: the
      *  literal CALL of CDYNLIT, link-edited NODYNAM so the call is
      *  resolved at bind time.  With CDYNLIT (DYNAM literal), CDYNVAR
      *  (NODYNAM variable) and CDYNVBL (DYNAM variable) it makes the
      *  full 2x2 that CPUBMTX reads to separate the effect of the
      *  DYNAM option from the effect of calling through a variable.
      *  Same burn-count card layout, result row, RUNREG header and
      *  trailer, machine profile and system identity as CDYNLIT, so
      *  one calibration card can drive all four harnesses.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Burn-loop counts read from an NLITIN card so the same job
      *    can be calibrated to a target number of CPU-seconds
      *    regardless of the processor it lands on.
           SELECT NLITIN-FILE ASSIGN TO NLITIN
               ORGANIZATION IS SEQUENTIAL.
      *    Result record so this run survives past SYSOUT and can be
      *    pulled into the orchestrated-job summary (see CPUDRIV).
           SELECT NLITOUT-FILE ASSIGN TO NLITOUT
               ORGANIZATION IS SEQUENTIAL.
      *    Run registry -- header record at start of run with the
      *    effective burn counts, trailer at end of run with the
      *    final RETURN-CODE (see CPURREG copybook), tied to the
      *    NLITOUT row via the run-id.
           SELECT RUNREG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS SEQUENTIAL.
      *    Machine profile -- processor model and service-units-per-
      *    CPU-second factor (see CPUMPRF copybook), so the result
      *    row carries a normalized figure that survives processor
      *    changes.
           SELECT MACHPROF-FILE ASSIGN TO MACHPROF
               ORGANIZATION IS SEQUENTIAL.
      *    System identity card -- each LPAR's run JCL supplies its
      *    own, carried through the result record for cross-system
      *    comparison.
           SELECT SYSIDIN-FILE ASSIGN TO SYSIDIN
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NLITIN-FILE
           RECORDING MODE F.
       01  NLITIN-RECORD.
           05 NLITIN-BURN1-COUNT     PIC 9(8).
           05 NLITIN-BURN2-COUNT     PIC 9(8).
           05 FILLER                PIC X(64).

      *    Standardized CPU-BENCHMARK-RESULT record (see CPUBRES
      *    copybook) -- same shape CPUT01/CDYNLIT write.  OUT-PASS-
      *    NUMBER is always 1 here since this program takes a single
      *    before/after sample, not multiple passes.
       FD  NLITOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==NLITOUT-RECORD==,
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
              88 MACHPROF-AT-EOF VALUE 'Y'.
           05 WS-CPU-MODEL     PIC X(8) VALUE 'UNKNOWN'.
           05 WS-SU-FACTOR     PIC 9(6)V9(4) COMP-5 VALUE 1.
           05 WS-SU-FACTOR-O   PIC ZZZZZ9.9(4).
      *    Effective-dated profile selection (see CPUMPRF copybook
      *    and Pick-Profile-Record).
           05 WS-PROF-RUN-DATE PIC 9(8).
           05 WS-PROF-EFF      PIC 9(8) COMP-5.
           05 WS-PROF-BEST-EFF PIC 9(8) COMP-5 VALUE 0.
           05 WS-PROF-PICKED   PIC X(1) VALUE 'N'.
              88 PROF-PICKED   VALUE 'Y'.
           05 WS-SYSIDIN-EOF   PIC X(1) VALUE 'N'.
              88 SYSIDIN-AT-EOF VALUE 'Y'.
           05 WS-SYSTEM-ID     PIC X(8) VALUE 'UNKNOWN'.
           05 WS-BURN1-COUNT   PIC 9(8) COMP-5 VALUE 2500000.
           05 WS-BURN2-COUNT   PIC 9(8) COMP-5 VALUE 750000.
           05 WS-NLITIN-EOF     PIC X(1) VALUE 'N'.
              88 NLITIN-AT-EOF  VALUE 'Y'.

      *    Shared (EXTERNAL) across every program in this run unit --
      *    see CPUT01's WS-ORCH-FLAGS header comment.  This program's
      *    own CPU total (CPUTIME-Diff, its one before/after sample)
      *    is published here so CPUDRIV can fold it into the
      *    orchestrated-step SMF reconciliation total.
       01  WS-ORCH-FLAGS EXTERNAL.
           05 WS-ORCHESTRATED-RUN PIC X(1) VALUE 'N'.
              88 ORCHESTRATED-RUN VALUE 'Y'.
           05 WS-ORCH-STEP-CPU    PIC 9(12)V9(6) COMP-5 VALUE 0.


      *    Standardized per-clock Start/End/Diff fields (see CPUTMDT
      *    copybook) plus the common work/display fields (see CPUTSHOW
      *    copybook) shared with CPUT01/CDYNLIT.
       01  CPUTIME-DATA-ITEMS.
           05 W-CPUTIME          PIC  X(08) Value 'CPUTIME'.
           COPY CPUTMDT REPLACING ==:CLOCK:== BY ==CPUTIME==.
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
      *                                                               
      *---------------------------------------------------------------
       PROGRAM-MAIN.
      *    Reset explicitly -- CPUDRIV/CPUBMTX read Return-Code right
      *    after this Call and treat it as this step's own condition
      *    code, so a severity an earlier-called program left behind
      *    must not leak in as a false positive for this one.
           Move 0 to Return-Code
           Perform Get-Control-Parms
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Set-Build-Identity
           Perform Write-Registry-Header
           Perform Write-Step-Start
           OPEN OUTPUT NLITOUT-FILE

      * Burn some CPU Cycles.
           Perform WS-BURN1-COUNT Times
               Call W-A31BR14  Using CPUTIME-Data-Items
           End-Perform


           Call 'CPUTIME' Using CPUTIME-START
           Display 'RC=' Return-Code
           If Return-Code Not = 0
               Display '*** CPUTIME failed getting start value, RC='
                       Return-Code ' -- job stopped ***'
               CLOSE NLITOUT-FILE
               Perform Write-Registry-Trailer
               Perform Write-Step-End
               GOBACK
           End-If

           Perform WS-BURN2-COUNT Times
               Call W-A31BR14  Using CPUTIME-Data-Items
           End-Perform

           Call 'CPUTIME' Using CPUTIME-End
           Display 'RC=' Return-Code
           If Return-Code Not = 0
               Display '*** CPUTIME failed getting end value, RC='
                       Return-Code ' -- job stopped ***'
               CLOSE NLITOUT-FILE
               Perform Write-Registry-Trailer
               Perform Write-Step-End
               GOBACK
           End-If
           Display "Results for NoDYNAM  Call Literal:"
           Perform Show-CPU-Used
           Move CPUTIME-Diff to WS-ORCH-STEP-CPU
           Perform Write-Benchmark-Result
           CLOSE NLITOUT-FILE
           Perform Write-Registry-Trailer
           Perform Write-Step-End
           GOBACK.
                                                                     
                                                                     
                                                                     
      *--------------------------------------------------------------
      *    Read the burn-loop counts from the NLITIN card.  Card
      *    layout is two 8-digit numeric counts in columns 1-8 and
      *    9-16.  A missing or non-numeric card leaves WS-BURN1-COUNT
      *    / WS-BURN2-COUNT at their defaults so the job still runs
      *    stand-alone.
      *--------------------------------------------------------------
       Get-Control-Parms.
           OPEN INPUT NLITIN-FILE
           READ NLITIN-FILE
               AT END
                   SET NLITIN-AT-EOF TO TRUE
           END-READ
           IF NOT NLITIN-AT-EOF
               IF NLITIN-BURN1-COUNT NUMERIC AND NLITIN-BURN1-COUNT > 0
                   MOVE NLITIN-BURN1-COUNT TO WS-BURN1-COUNT
               END-IF
               IF NLITIN-BURN2-COUNT NUMERIC AND NLITIN-BURN2-COUNT > 0
                   MOVE NLITIN-BURN2-COUNT TO WS-BURN2-COUNT
               END-IF
           END-IF
           CLOSE NLITIN-FILE
           Display 'Burn counts for this run: ' WS-BURN1-COUNT
                   ' / ' WS-BURN2-COUNT

      *    Machine profile: model and service-units factor.  The
      *    profile is effective-dated (see CPUMPRF copybook) -- the
      *    record picked is the one with the latest effective-from
      *    date on or before this run's date.  A missing or
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
      *    One machine-profile record against the run date: keep the
      *    record with the latest effective-from date on or before
      *    it.  A blank or zero effective date reads as effective
      *    always -- which is exactly what the old single-record
      *    profile was.
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
      *    Calculate the amount Of CPU Used and SHOW results
      *--------------------------------------------------------------
       Show-CPU-Used.
      *    CPUTIME-DIFF is unsigned COMP-5 -- End < Start (a
      *    counter wrap or out-of-order sample) must be caught here
      *    or the subtraction wraps to a huge bogus value.
           If CPUTIME-End < CPUTIME-Start
               Display '*** WARNING: CPUTIME End < Start -- '
                       'wrapped/out-of-order sample, diff not valid'
               Display '       End   : '  CPUTIME-End
               Display ' Minus Start : '  CPUTIME-Start
               Move 0 to CPUTIME-Diff
               Move 8 to Return-Code
           Else
               Compute CPUTIME-DIFF = CPUTIME-End - CPUTIME-Start
               Move CPUTIME-DIFF to CPUTIME-Show-CPU
               Display '       End   : '  CPUTIME-End
               Display ' Minus Start : '  CPUTIME-Start
               Display ' Differnce   : '  CPUTIME-Show-CPU
           End-If
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    Write the result (program, routine, start, end, diff,
      *    timestamp) so it survives past SYSOUT for the orchestrated
      *    job summary and the call-binding matrix comparison.
      *--------------------------------------------------------------
       Write-Benchmark-Result.
           Move 'CNODLIT' to OUT-PROGRAM-ID
           Move W-CPUTIME to OUT-ROUTINE-NAME
           Move 1         to OUT-PASS-NUMBER
           Move CPUTIME-Start to OUT-START-VALUE
           Move CPUTIME-End   to OUT-END-VALUE
           Move CPUTIME-Diff  to OUT-DIFF-VALUE
           Move WS-RUN-TIMESTAMP to OUT-RUN-TIMESTAMP
           Move WS-RUN-ID        to OUT-RUN-ID
      *    Only one clock here -- no cross-clock check to flag.
           Move SPACE            to OUT-SUSPECT-FLAG
           Move WS-CPU-MODEL     to OUT-CPU-MODEL
           Compute OUT-SU-VALUE = OUT-DIFF-VALUE * WS-SU-FACTOR
           Move WS-SYSTEM-ID     to OUT-SYSTEM-ID
      *    The measured leg's burn count -- what the diff divided
      *    by gives cost per call.
           Move WS-BURN2-COUNT   to OUT-LOOP-COUNT
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE NLITOUT-RECORD
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
      *    counts -- so the NLITOUT row stamped with the run-id can
      *    be tied back to the parameters that produced it.  The
      *    file is closed again at once -- under CPUDRIV every step
      *    appends to the same RUNREG dataset, so no program holds
      *    it open across its run.
      *--------------------------------------------------------------
       Write-Registry-Header.
           OPEN EXTEND RUNREG-FILE
           Move SPACES           to CPU-RUN-REGISTRY
           Set REG-HEADER        to True
           Move WS-RUN-ID        to REG-RUN-ID
           Move 'CNODLIT'        to REG-PROGRAM-ID
           Move WS-RUN-TIMESTAMP to REG-RUN-TIMESTAMP
           Move 0                to REG-LOOP-COUNT
           Move WS-BURN1-COUNT   to REG-BURN1-COUNT
           Move WS-BURN2-COUNT   to REG-BURN2-COUNT
           Move 0                to REG-FINAL-RC
           Move 0                to REG-LOAD-PCT
           Move BLD-BUILD-IDENTITY to REG-BUILD-ID
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Append this run's trailer record with the final
      *    RETURN-CODE, so the registry shows whether the run the
      *    result row came from ended clean.
      *--------------------------------------------------------------
       Write-Registry-Trailer.
           OPEN EXTEND RUNREG-FILE
           Move SPACES           to CPU-RUN-REGISTRY
           Set REG-TRAILER       to True
           Move WS-RUN-ID        to REG-RUN-ID
           Move 'CNODLIT'        to REG-PROGRAM-ID
           Move WS-RUN-TIMESTAMP to REG-RUN-TIMESTAMP
           Move 0                to REG-LOOP-COUNT
           Move WS-BURN1-COUNT   to REG-BURN1-COUNT
           Move WS-BURN2-COUNT   to REG-BURN2-COUNT
           Move Return-Code      to REG-FINAL-RC
           Move 0                to REG-LOAD-PCT
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CNODLIT'   to STP-PROGRAM-ID
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
