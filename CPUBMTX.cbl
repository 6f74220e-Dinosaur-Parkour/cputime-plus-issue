       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUBMTX.
      *===============================================================
      *  The full call-binding matrix.  CPUDYNCM compares CDYNLIT
      *  (DYNAM, CALL literal) with CDYNVAR (NODYNAM, CALL variable)
      *  -- two things change between those sides at once, so the
      *  overhead it prints mixes the cost of dynamic resolution
      *  with the cost of calling through a variable and cannot say
      *  which one it is measuring.  This job runs all four corners
      *  of the 2x2 back to back:
      *
      *                      CALL literal     CALL variable
      *      NODYNAM         CNODLIT (NL)     CDYNVAR (NV)
      *      DYNAM           CDYNLIT (DL)     CDYNVBL (DV)
      *
      *  reads the results they wrote (CLITOUT/CVAROUT/NLITOUT/
      *  DVAROUT), and groups the rows into quads by run date -- one
      *  row of each corner, all four with the same burn count
      *  (CBR-LOOP-COUNT); a quad with unequal burns is excluded
      *  with a warning, exactly as CPUDYNCM excludes an unequal
      *  pair.  Per quad the three effects are separated the usual
      *  two-factor way, each as a percentage of the NODYNAM/literal
      *  baseline (NL):
      *
      *    DYNAM resolution  ((DL - NL) + (DV - NV)) / 2
      *    variable CALL     ((NV - NL) + (DV - DL)) / 2
      *    interaction       ((DV - NV) - (DL - NL)) / 2
      *
      *  -- the interaction is how much more (or less) the DYNAM
      *  option costs when the call goes through a variable.  The
      *  old mixed figure (DL against NV, CPUDYNCM's number) is
      *  printed alongside so the two reports can be reconciled.
      *  Across the quads each effect gets a mean, a spread and the
      *  same verdict rule CPUDYNCM uses: CONFIRMED when every quad
      *  agrees in sign and the quad-to-quad spread stays inside the
      *  mean's magnitude, WITHIN MEASUREMENT NOISE otherwise, and a
      *  single quad carries no significance either way.
      *
      *  MTXCIN card (optional): 'REPORT' in columns 1-8 skips the
      *  four measurement Calls and only analyzes what is already on
      *  the DDs -- concatenate several nights' datasets that way.
      *  Any other mode (or no card) measures tonight's quad first.
      *  All four harnesses take the same burn-count card layout,
      *  so the JCL can point CLITIN/CVARIN/NLITIN/DVARIN at one
      *  calibrated card (see CPUCALIB).
      *
      *  Condition code: the worst harness step RC; 4 when a table
      *  filled or rows were left unmatched or excluded; 8 when no
      *  complete quad could be built.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MTXCIN-FILE ASSIGN TO MTXCIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLITOUT-FILE ASSIGN TO CLITOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT CVAROUT-FILE ASSIGN TO CVAROUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT NLITOUT-FILE ASSIGN TO NLITOUT
               ORGANIZATION IS SEQUENTIAL.
           SELECT DVAROUT-FILE ASSIGN TO DVAROUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MTXCIN-FILE
           RECORDING MODE F.
       01  MTXCIN-RECORD.
           05 MTX-RUN-MODE          PIC X(8).
           05 FILLER                PIC X(72).

      *    Standardized CPU-BENCHMARK-RESULT record (see CPUBRES
      *    copybook) -- same shape all four harnesses write.
       FD  CLITOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==CLITOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==CLO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==CLO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==CLO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==CLO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==CLO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==CLO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==CLO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==CLO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==CLO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==CLO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CLO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CLO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CLO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CLO-BUILD-ID==.

       FD  CVAROUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==CVAROUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==CVO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==CVO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==CVO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==CVO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==CVO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==CVO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==CVO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==CVO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==CVO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==CVO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CVO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CVO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CVO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CVO-BUILD-ID==.

       FD  NLITOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==NLITOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==NLO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==NLO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==NLO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==NLO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==NLO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==NLO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==NLO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==NLO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==NLO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==NLO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==NLO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==NLO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==NLO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==NLO-BUILD-ID==.

       FD  DVAROUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==DVAROUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==DVO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==DVO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==DVO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==DVO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==DVO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==DVO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==DVO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==DVO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==DVO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==DVO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==DVO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==DVO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==DVO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==DVO-BUILD-ID==.

       WORKING-STORAGE SECTION.
      *    Worst-RC tracking, same pattern as CPUDRIV's Check-Step-RC.
       01  WS-CONTROL-ITEMS.
           05 WS-STEP-RC         PIC S9(4) COMP-5.
           05 WS-MAX-RC          PIC S9(4) COMP-5 VALUE 0.
           05 WS-MTXCIN-EOF      PIC X(1) VALUE 'N'.
              88 MTXCIN-AT-EOF   VALUE 'Y'.
           05 WS-EOF             PIC X(1).
              88 AT-EOF          VALUE 'Y'.
           05 WS-RUN-MODE        PIC X(8) VALUE 'MEASURE'.
              88 REPORT-MODE     VALUE 'REPORT'.
           05 WS-CDX             PIC 9(1) COMP-5.
           05 WS-EDX             PIC 9(1) COMP-5.
           05 WS-KDX             PIC 9(2) COMP-5.
           05 WS-JDX             PIC 9(2) COMP-5.
           05 WS-QDX             PIC 9(2) COMP-5.

      *===============================================================
      *  The four corners' rows as read.  Cell order is fixed:
      *  1 NL (CNODLIT), 2 DL (CDYNLIT), 3 NV (CDYNVAR), 4 DV
      *  (CDYNVBL) -- the DYNAM rows are the anchors the quads are
      *  built from.
      *===============================================================
       01  WS-CELL-NAME-TBL.
           05 FILLER             PIC X(16) VALUE 'NLCNODLITNLITOUT'.
           05 FILLER             PIC X(16) VALUE 'DLCDYNLITCLITOUT'.
           05 FILLER             PIC X(16) VALUE 'NVCDYNVARCVAROUT'.
           05 FILLER             PIC X(16) VALUE 'DVCDYNVBLDVAROUT'.
       01  WS-CELL-NAME-R REDEFINES WS-CELL-NAME-TBL.
           05 WS-CELL-NAMES OCCURS 4 TIMES.
              10 WS-CELL-TAG         PIC X(2).
              10 WS-CELL-PROGRAM     PIC X(7).
              10 WS-CELL-DD          PIC X(7).

       01  WS-CELL-TABLES.
           05 WS-STAGE-DATE      PIC X(8).
           05 WS-STAGE-DIFF      PIC 9(12)V9(6) COMP-5.
           05 WS-STAGE-LOOP      PIC 9(8) COMP-5.
           05 WS-CELL OCCURS 4 TIMES.
              10 WS-CEL-COUNT        PIC 9(2) COMP-5.
              10 WS-CEL-FULL         PIC X(1).
              10 WS-CEL-FIND         PIC 9(2) COMP-5.
              10 WS-CEL-ROW OCCURS 32 TIMES.
                 15 WS-CEL-DATE         PIC X(8).
                 15 WS-CEL-DIFF         PIC 9(12)V9(6) COMP-5.
                 15 WS-CEL-LOOP         PIC 9(8) COMP-5.
                 15 WS-CEL-USED         PIC X(1).

      *===============================================================
      *  The quads built from them by run date, with each quad's
      *  three effects (1 DYNAM resolution, 2 variable CALL, 3
      *  interaction) and the old mixed figure as effect 4.
      *===============================================================
       01  WS-QUAD-TABLE.
           05 WS-QUAD-COUNT      PIC 9(2) COMP-5 VALUE 0.
           05 WS-QUAD-ENTRY OCCURS 32 TIMES.
              10 WS-QUAD-DATE        PIC X(8).
              10 WS-QUAD-PCT OCCURS 4 TIMES
                                     PIC S9(5)V9(2) COMP-5.
           05 WS-UNMATCHED-COUNT PIC 9(2) COMP-5 VALUE 0.
           05 WS-MISMATCH-COUNT  PIC 9(2) COMP-5 VALUE 0.
           05 WS-CELL-SUM OCCURS 4 TIMES
                                 PIC 9(12)V9(6) COMP-5.

      *===============================================================
      *  Across-quad statistics per effect.
      *===============================================================
       01  WS-EFFECT-NAME-TBL.
           05 FILLER             PIC X(24)
                                 VALUE 'DYNAM resolution        '.
           05 FILLER             PIC X(24)
                                 VALUE 'variable CALL           '.
           05 FILLER             PIC X(24)
                                 VALUE 'interaction             '.
           05 FILLER             PIC X(24)
                                 VALUE 'mixed DL vs NV, CPUDYNCM'.
       01  WS-EFFECT-NAME-R REDEFINES WS-EFFECT-NAME-TBL.
           05 WS-EFFECT-NAME OCCURS 4 TIMES PIC X(24).

       01  WS-EFFECT-STATS.
           05 WS-EFF-ENTRY OCCURS 4 TIMES.
              10 WS-EFF-MEAN         PIC S9(5)V9(2) COMP-5.
              10 WS-EFF-SPREAD       PIC 9(5)V9(2)  COMP-5.
              10 WS-EFF-SIGNS        PIC X(1).
                 88 EFF-SIGNS-AGREE  VALUE 'Y'.

      *===============================================================
      *  Per-quad and across-quad work fields.
      *===============================================================
       01  WS-COMPARE-ITEMS.
           05 WS-NL-DIFF         PIC S9(12)V9(6) COMP-5.
           05 WS-DL-DIFF         PIC S9(12)V9(6) COMP-5.
           05 WS-NV-DIFF         PIC S9(12)V9(6) COMP-5.
           05 WS-DV-DIFF         PIC S9(12)V9(6) COMP-5.
           05 WS-EFFECT-DIFF     PIC S9(12)V9(6) COMP-5.
           05 WS-QUAD-CELL OCCURS 4 TIMES.
              10 WS-QUAD-DIFF        PIC 9(12)V9(6) COMP-5.
              10 WS-QUAD-LOOP        PIC 9(8) COMP-5.
           05 WS-PCT-SUM         PIC S9(8)V9(2)  COMP-5.
           05 WS-PCT-MIN         PIC S9(5)V9(2)  COMP-5.
           05 WS-PCT-MAX         PIC S9(5)V9(2)  COMP-5.
           05 WS-PCT-MEAN-ABS    PIC 9(5)V9(2)   COMP-5.
           05 WS-CELL-MEAN       PIC 9(12)V9(6)  COMP-5.
           05 WS-LOOP-MISMATCH   PIC X(1).
              88 LOOP-MISMATCH   VALUE 'Y'.
           05 WS-QUAD-MISSING    PIC X(1).
              88 QUAD-MISSING    VALUE 'Y'.
           05 WS-CELL-DIFF-O     PIC ZZZ,ZZZ,ZZ9.9(6).
           05 WS-CELL-MEAN-O     PIC ZZZ,ZZZ,ZZ9.9(6).
           05 WS-PCT-O           PIC -ZZZZ9.99.
           05 WS-PCT2-O          PIC -ZZZZ9.99.
           05 WS-PCT3-O          PIC -ZZZZ9.99.
           05 WS-PCT4-O          PIC -ZZZZ9.99.
           05 WS-SPREAD-O        PIC ZZZZ9.99.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Display ' '
           Display '=== CPUBMTX: DYNAM x CALL-form binding matrix ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           If NOT REPORT-MODE
               Call 'CNODLIT'
               Display 'CNODLIT step RC=' Return-Code
               Perform Check-Step-RC

               Call 'CDYNLIT'
               Display 'CDYNLIT step RC=' Return-Code
               Perform Check-Step-RC

               Call 'CDYNVAR'
               Display 'CDYNVAR step RC=' Return-Code
               Perform Check-Step-RC

               Call 'CDYNVBL'
               Display 'CDYNVBL step RC=' Return-Code
               Perform Check-Step-RC
           End-If

           Perform Read-Results
           Perform Build-Quads
           If WS-QUAD-COUNT = 0
               Display '*** CPUBMTX: no complete quad of '
                       'results -- matrix skipped ***'
               If 8 > WS-MAX-RC
                   Move 8 to WS-MAX-RC
               End-If
           Else
               Perform Compute-Effect-Stats
               Perform Show-Matrix
           End-If

           Move WS-MAX-RC to Return-Code
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Read the run mode off the optional MTXCIN card.
      *--------------------------------------------------------------
       Get-Control-Parms.
           OPEN INPUT MTXCIN-FILE
           READ MTXCIN-FILE
               AT END
                   SET MTXCIN-AT-EOF TO TRUE
           END-READ
           IF NOT MTXCIN-AT-EOF
               IF MTX-RUN-MODE = 'REPORT'
                   MOVE MTX-RUN-MODE TO WS-RUN-MODE
               END-IF
           END-IF
           CLOSE MTXCIN-FILE
           Display 'Run mode: ' WS-RUN-MODE
           EXIT.


      *--------------------------------------------------------------
      *    Track the worst condition code seen so far and stop this
      *    run if a step failed outright (RC > 8), same as CPUDRIV's
      *    Check-Step-RC.
      *--------------------------------------------------------------
       Check-Step-RC.
           Move Return-Code to WS-STEP-RC
           If WS-STEP-RC > WS-MAX-RC
               Move WS-STEP-RC to WS-MAX-RC
           End-If
           If WS-STEP-RC > 8
               Display '*** step failed with RC=' WS-STEP-RC
                       ' -- CPUBMTX stopped ***'
               Move WS-MAX-RC to Return-Code
               Perform Write-Step-End
               GOBACK
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Read every record each corner supplies into its cell --
      *    one per run when a single job's output is on the DD, one
      *    per night when a concatenation is.
      *--------------------------------------------------------------
       Read-Results.
           Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
               Move 0   to WS-CEL-COUNT(WS-CDX)
               Move 'N' to WS-CEL-FULL(WS-CDX)
           End-Perform

           Move 1 to WS-CDX
           Move 'N' to WS-EOF
           OPEN INPUT NLITOUT-FILE
           Perform Until AT-EOF
               Read NLITOUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Move NLO-RUN-TIMESTAMP(1:8) to WS-STAGE-DATE
                       Move NLO-DIFF-VALUE         to WS-STAGE-DIFF
                       Move NLO-LOOP-COUNT         to WS-STAGE-LOOP
                       Perform Bank-Cell-Row
               END-READ
           End-Perform
           CLOSE NLITOUT-FILE

           Move 2 to WS-CDX
           Move 'N' to WS-EOF
           OPEN INPUT CLITOUT-FILE
           Perform Until AT-EOF
               Read CLITOUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Move CLO-RUN-TIMESTAMP(1:8) to WS-STAGE-DATE
                       Move CLO-DIFF-VALUE         to WS-STAGE-DIFF
                       Move CLO-LOOP-COUNT         to WS-STAGE-LOOP
                       Perform Bank-Cell-Row
               END-READ
           End-Perform
           CLOSE CLITOUT-FILE

           Move 3 to WS-CDX
           Move 'N' to WS-EOF
           OPEN INPUT CVAROUT-FILE
           Perform Until AT-EOF
               Read CVAROUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Move CVO-RUN-TIMESTAMP(1:8) to WS-STAGE-DATE
                       Move CVO-DIFF-VALUE         to WS-STAGE-DIFF
                       Move CVO-LOOP-COUNT         to WS-STAGE-LOOP
                       Perform Bank-Cell-Row
               END-READ
           End-Perform
           CLOSE CVAROUT-FILE

           Move 4 to WS-CDX
           Move 'N' to WS-EOF
           OPEN INPUT DVAROUT-FILE
           Perform Until AT-EOF
               Read DVAROUT-FILE
                   AT END
                       Set AT-EOF to True
                   NOT AT END
                       Move DVO-RUN-TIMESTAMP(1:8) to WS-STAGE-DATE
                       Move DVO-DIFF-VALUE         to WS-STAGE-DIFF
                       Move DVO-LOOP-COUNT         to WS-STAGE-LOOP
                       Perform Bank-Cell-Row
               END-READ
           End-Perform
           CLOSE DVAROUT-FILE

           Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
               Display WS-CELL-TAG(WS-CDX) ' ' WS-CELL-PROGRAM(WS-CDX)
                       ' records read: ' WS-CEL-COUNT(WS-CDX)
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One staged row into cell WS-CDX.
      *--------------------------------------------------------------
       Bank-Cell-Row.
           If WS-CEL-COUNT(WS-CDX) < 32
               Add 1 to WS-CEL-COUNT(WS-CDX)
               Move WS-CEL-COUNT(WS-CDX) to WS-KDX
               Move WS-STAGE-DATE to WS-CEL-DATE(WS-CDX, WS-KDX)
               Move WS-STAGE-DIFF to WS-CEL-DIFF(WS-CDX, WS-KDX)
               Move WS-STAGE-LOOP to WS-CEL-LOOP(WS-CDX, WS-KDX)
               Move 'N'           to WS-CEL-USED(WS-CDX, WS-KDX)
           Else
               If WS-CEL-FULL(WS-CDX) NOT = 'Y'
                   Display '*** ' WS-CELL-DD(WS-CDX) ' table full at '
                           '32 records -- records past it ignored, '
                           'the verdicts cover a truncated '
                           'sample ***'
                   Move 'Y' to WS-CEL-FULL(WS-CDX)
               End-If
               If 4 > WS-MAX-RC
                   Move 4 to WS-MAX-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Anchor a quad on each DYNAM-literal (DL) row: the first
      *    unused row of the same run date from each of the other
      *    three corners.  A DL row missing any partner is counted
      *    unmatched and its partners are left for a later anchor;
      *    a complete quad whose burn counts differ is excluded, as
      *    CPUDYNCM excludes an unequal pair.  Rows of the other
      *    corners never drawn into a quad are counted unmatched at
      *    the end.
      *--------------------------------------------------------------
       Build-Quads.
           Move 0 to WS-CELL-SUM(1) WS-CELL-SUM(2)
                     WS-CELL-SUM(3) WS-CELL-SUM(4)
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CEL-COUNT(2)
               Perform Build-One-Quad
           End-Perform
           Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
               If WS-CDX NOT = 2
                   Perform Varying WS-JDX from 1 by 1
                           until WS-JDX > WS-CEL-COUNT(WS-CDX)
                       If WS-CEL-USED(WS-CDX, WS-JDX) NOT = 'Y'
                           Add 1 to WS-UNMATCHED-COUNT
                       End-If
                   End-Perform
               End-If
           End-Perform
           If WS-UNMATCHED-COUNT > 0
               Display '*** ' WS-UNMATCHED-COUNT ' record(s) had no '
                       'complete same-date quad -- skipped ***'
               If 4 > WS-MAX-RC
                   Move 4 to WS-MAX-RC
               End-If
           End-If
           If WS-MISMATCH-COUNT > 0
               Display '*** ' WS-MISMATCH-COUNT ' quad(s) excluded: '
                       'the four corners'' burn counts differ -- '
                       'those comparisons are not like-for-like ***'
               If 4 > WS-MAX-RC
                   Move 4 to WS-MAX-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One DL row (WS-KDX) against the other three cells.
      *--------------------------------------------------------------
       Build-One-Quad.
           Move 'N' to WS-QUAD-MISSING
           Move 'N' to WS-LOOP-MISMATCH
           Move WS-KDX to WS-CEL-FIND(2)
           Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
               If WS-CDX NOT = 2
                   Perform Find-Quad-Partner
               End-If
           End-Perform
           If QUAD-MISSING
               Add 1 to WS-UNMATCHED-COUNT
           Else
               Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
                   Move WS-CEL-FIND(WS-CDX) to WS-JDX
                   Move 'Y' to WS-CEL-USED(WS-CDX, WS-JDX)
                   Move WS-CEL-DIFF(WS-CDX, WS-JDX)
                       to WS-QUAD-DIFF(WS-CDX)
                   Move WS-CEL-LOOP(WS-CDX, WS-JDX)
                       to WS-QUAD-LOOP(WS-CDX)
                   If WS-QUAD-LOOP(WS-CDX)
                      NOT = WS-CEL-LOOP(2, WS-KDX)
                       Move 'Y' to WS-LOOP-MISMATCH
                   End-If
               End-Perform
               If LOOP-MISMATCH
                   Add 1 to WS-MISMATCH-COUNT
                   Display '  ' WS-CEL-DATE(2, WS-KDX)
                           ' burn counts NL/DL/NV/DV '
                           WS-QUAD-LOOP(1) ' ' WS-QUAD-LOOP(2) ' '
                           WS-QUAD-LOOP(3) ' ' WS-QUAD-LOOP(4)
                           ' -- quad excluded'
               Else
                   Perform Compute-Quad-Effects
                   Perform Show-One-Quad
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    First unused row of cell WS-CDX on the anchor's run
      *    date; WS-CEL-FIND is left zero and the quad marked
      *    incomplete when there is none.
      *--------------------------------------------------------------
       Find-Quad-Partner.
           Perform Varying WS-JDX from 1 by 1
                   until WS-JDX > WS-CEL-COUNT(WS-CDX)
                      OR (WS-CEL-DATE(WS-CDX, WS-JDX)
                              = WS-CEL-DATE(2, WS-KDX)
                          AND WS-CEL-USED(WS-CDX, WS-JDX) NOT = 'Y')
               Continue
           End-Perform
           If WS-JDX > WS-CEL-COUNT(WS-CDX)
               Move 0 to WS-CEL-FIND(WS-CDX)
               Move 'Y' to WS-QUAD-MISSING
           Else
               Move WS-JDX to WS-CEL-FIND(WS-CDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The two main effects and their interaction for one quad,
      *    each as a percentage of the NODYNAM/literal baseline, and
      *    the old mixed figure as a percentage of NV (CPUDYNCM's
      *    own base).  A zero baseline leaves the percentage zero.
      *--------------------------------------------------------------
       Compute-Quad-Effects.
           Move WS-QUAD-DIFF(1) to WS-NL-DIFF
           Move WS-QUAD-DIFF(2) to WS-DL-DIFF
           Move WS-QUAD-DIFF(3) to WS-NV-DIFF
           Move WS-QUAD-DIFF(4) to WS-DV-DIFF
           Add WS-NL-DIFF to WS-CELL-SUM(1)
           Add WS-DL-DIFF to WS-CELL-SUM(2)
           Add WS-NV-DIFF to WS-CELL-SUM(3)
           Add WS-DV-DIFF to WS-CELL-SUM(4)
           Add 1 to WS-QUAD-COUNT
           Move WS-QUAD-COUNT to WS-QDX
           Move WS-CEL-DATE(2, WS-KDX) to WS-QUAD-DATE(WS-QDX)
           Move 0 to WS-QUAD-PCT(WS-QDX, 1) WS-QUAD-PCT(WS-QDX, 2)
                     WS-QUAD-PCT(WS-QDX, 3) WS-QUAD-PCT(WS-QDX, 4)
           If WS-NL-DIFF > 0
               Compute WS-EFFECT-DIFF =
                   ((WS-DL-DIFF - WS-NL-DIFF)
                    + (WS-DV-DIFF - WS-NV-DIFF)) / 2
               Compute WS-QUAD-PCT(WS-QDX, 1) =
                   (WS-EFFECT-DIFF / WS-NL-DIFF) * 100
               Compute WS-EFFECT-DIFF =
                   ((WS-NV-DIFF - WS-NL-DIFF)
                    + (WS-DV-DIFF - WS-DL-DIFF)) / 2
               Compute WS-QUAD-PCT(WS-QDX, 2) =
                   (WS-EFFECT-DIFF / WS-NL-DIFF) * 100
               Compute WS-EFFECT-DIFF =
                   ((WS-DV-DIFF - WS-NV-DIFF)
                    - (WS-DL-DIFF - WS-NL-DIFF)) / 2
               Compute WS-QUAD-PCT(WS-QDX, 3) =
                   (WS-EFFECT-DIFF / WS-NL-DIFF) * 100
           End-If
           If WS-NV-DIFF > 0
               Compute WS-EFFECT-DIFF = WS-DL-DIFF - WS-NV-DIFF
               Compute WS-QUAD-PCT(WS-QDX, 4) =
                   (WS-EFFECT-DIFF / WS-NV-DIFF) * 100
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Display one quad: its four cells, then its effects.
      *--------------------------------------------------------------
       Show-One-Quad.
           Display '  ' WS-QUAD-DATE(WS-QDX) ' quad, burn count '
                   WS-CEL-LOOP(2, WS-KDX)
           Perform Varying WS-CDX from 1 by 1 until WS-CDX > 4
               Move WS-QUAD-DIFF(WS-CDX) to WS-CELL-DIFF-O
               Display '      ' WS-CELL-TAG(WS-CDX) ' '
                       WS-CELL-PROGRAM(WS-CDX) ' ' WS-CELL-DIFF-O
           End-Perform
           Move WS-QUAD-PCT(WS-QDX, 1) to WS-PCT-O
           Move WS-QUAD-PCT(WS-QDX, 2) to WS-PCT2-O
           Move WS-QUAD-PCT(WS-QDX, 3) to WS-PCT3-O
           Move WS-QUAD-PCT(WS-QDX, 4) to WS-PCT4-O
           Display '      DYNAM ' WS-PCT-O '%  variable ' WS-PCT2-O
                   '%  interaction ' WS-PCT3-O '%  mixed '
                   WS-PCT4-O '%'
           EXIT.


      *--------------------------------------------------------------
      *    Mean, spread and sign agreement of each effect across the
      *    quads -- the same figures CPUDYNCM keeps for its pairs.
      *--------------------------------------------------------------
       Compute-Effect-Stats.
           Perform Varying WS-EDX from 1 by 1 until WS-EDX > 4
               Move 0 to WS-PCT-SUM
               Move WS-QUAD-PCT(1, WS-EDX) to WS-PCT-MIN
               Move WS-QUAD-PCT(1, WS-EDX) to WS-PCT-MAX
               Move 'Y' to WS-EFF-SIGNS(WS-EDX)
               Perform Varying WS-QDX from 1 by 1
                       until WS-QDX > WS-QUAD-COUNT
                   Perform Accumulate-Effect
               End-Perform
               Compute WS-EFF-MEAN(WS-EDX) =
                   WS-PCT-SUM / WS-QUAD-COUNT
               Compute WS-EFF-SPREAD(WS-EDX) =
                   WS-PCT-MAX - WS-PCT-MIN
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One quad's value of effect WS-EDX into the running sum,
      *    min, max and sign agreement.
      *--------------------------------------------------------------
       Accumulate-Effect.
           Add WS-QUAD-PCT(WS-QDX, WS-EDX) to WS-PCT-SUM
           If WS-QUAD-PCT(WS-QDX, WS-EDX) < WS-PCT-MIN
               Move WS-QUAD-PCT(WS-QDX, WS-EDX) to WS-PCT-MIN
           End-If
           If WS-QUAD-PCT(WS-QDX, WS-EDX) > WS-PCT-MAX
               Move WS-QUAD-PCT(WS-QDX, WS-EDX) to WS-PCT-MAX
           End-If
           If (WS-QUAD-PCT(1, WS-EDX) > 0
                  AND WS-QUAD-PCT(WS-QDX, WS-EDX) <= 0)
              OR (WS-QUAD-PCT(1, WS-EDX) < 0
                  AND WS-QUAD-PCT(WS-QDX, WS-EDX) >= 0)
              OR WS-QUAD-PCT(1, WS-EDX) = 0
               Move 'N' to WS-EFF-SIGNS(WS-EDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The matrix itself -- mean CPU per corner across the
      *    quads -- then one verdict line per effect.
      *--------------------------------------------------------------
       Show-Matrix.
           Display ' '
           Display 'Quads compared                   : '
                   WS-QUAD-COUNT
           Display 'Mean CPU per corner:'
           Display '                   CALL literal'
                   '           CALL variable'
           Compute WS-CELL-MEAN = WS-CELL-SUM(1) / WS-QUAD-COUNT
           Move WS-CELL-MEAN to WS-CELL-MEAN-O
           Compute WS-CELL-MEAN = WS-CELL-SUM(3) / WS-QUAD-COUNT
           Move WS-CELL-MEAN to WS-CELL-DIFF-O
           Display '  NODYNAM   ' WS-CELL-MEAN-O '  ' WS-CELL-DIFF-O
           Compute WS-CELL-MEAN = WS-CELL-SUM(2) / WS-QUAD-COUNT
           Move WS-CELL-MEAN to WS-CELL-MEAN-O
           Compute WS-CELL-MEAN = WS-CELL-SUM(4) / WS-QUAD-COUNT
           Move WS-CELL-MEAN to WS-CELL-DIFF-O
           Display '  DYNAM     ' WS-CELL-MEAN-O '  ' WS-CELL-DIFF-O
           Display ' '
           Perform Varying WS-EDX from 1 by 1 until WS-EDX > 4
               Perform Show-Effect-Verdict
           End-Perform
           Display ' '
           EXIT.


      *--------------------------------------------------------------
      *    One effect's mean, spread and verdict: confirmed only
      *    when the quads agree in sign and the quad-to-quad spread
      *    stays inside the mean's own magnitude.
      *--------------------------------------------------------------
       Show-Effect-Verdict.
           Move WS-EFF-MEAN(WS-EDX)   to WS-PCT-O
           Move WS-EFF-SPREAD(WS-EDX) to WS-SPREAD-O
           Compute WS-PCT-MEAN-ABS =
               FUNCTION ABS(WS-EFF-MEAN(WS-EDX))
           Display WS-EFFECT-NAME(WS-EDX) ' mean ' WS-PCT-O
                   '%  spread ' WS-SPREAD-O '%'
           Evaluate True
               When WS-QUAD-COUNT = 1
                   Display '    VERDICT: SINGLE QUAD -- no '
                           'significance either way, rerun over '
                           'several nights'' results'
               When EFF-SIGNS-AGREE(WS-EDX)
                    AND WS-EFF-SPREAD(WS-EDX) <= WS-PCT-MEAN-ABS
                   Display '    VERDICT: CONFIRMED -- consistent '
                           'sign and magnitude across the quads'
               When Other
                   Display '    VERDICT: WITHIN MEASUREMENT NOISE -- '
                           'the quads do not agree on sign and '
                           'magnitude'
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUBMTX'   to STP-PROGRAM-ID
           Move SPACES      to STP-RUN-ID
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
