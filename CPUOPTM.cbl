       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUOPTM.
      *===============================================================
      *  Build option-matrix report.  Every harness stamps its result
      *  rows with the build identity of the module that produced
      *  them (compiler release, OPT, ARCH/TUNE, DYNAM or NODYNAM,
      *  LE runtime level -- see CPUBLDI), and CPUBLOAD carries the
      *  stamp into CPUREPO as RPO-BUILD-ID.  This report sweeps the
      *  repository and lays each routine out across every build
      *  variant found for it: sample count, average CPU per call,
      *  average service units per call, and the percent difference
      *  of each variant's CPU per call from the reference build.
      *  An ARCH(12)-vs-ARCH(14) or OPT(0)-vs-OPT(2) decision, or the
      *  question of whether a shift after a compiler or LE upgrade
      *  came from the build, is read off this page.
      *
      *  Rows used: passes 1-3 and untiered rows only (tier rows
      *  measure a different call volume per row), suspect rows and
      *  rows without a call count excluded.  Per-call cost is the
      *  row's delta divided by its call count.  Rows loaded before
      *  the harnesses stamped a build identity are grouped as one
      *  "(NOT STAMPED)" variant.
      *
      *  OPTMIN card (optional):
      *    cols  1- 8  reference compiler release (VnRnMn)
      *    col      9  reference OPT level
      *    cols 10-11  reference ARCH level
      *    cols 12-13  reference TUNE level
      *    col     14  reference binding, 'D' DYNAM / 'N' NODYNAM
      *    cols 15-22  reference LE level
      *    cols 25-32  system-id -- only that system's rows are
      *                compared (blank: every system)
      *  Columns 1-22 are the stamped identity's own layout; a blank
      *  field matches any value.  Where several of a routine's
      *  variants match, the one with the most samples is the
      *  reference.  With no card, or where no variant of a routine
      *  matches, the routine's most-sampled variant is the
      *  reference and its section says so.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPTMIN-FILE ASSIGN TO OPTMIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CPUREPO-FILE ASSIGN TO CPUREPO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPO-KEY
               ALTERNATE RECORD KEY IS RPO-RUN-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS RPO-SYSTEM-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-REPO-STATUS.
      *    The printable report, ANSI carriage control in column 1.
           SELECT OPTMRPT-FILE ASSIGN TO OPTMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPTMIN-FILE
           RECORDING MODE F.
       01  OPTMIN-RECORD.
           05 OPI-REF-COMPILER      PIC X(8).
           05 OPI-REF-OPT-LEVEL     PIC X(1).
           05 OPI-REF-ARCH-LEVEL    PIC X(2).
           05 OPI-REF-TUNE-LEVEL    PIC X(2).
           05 OPI-REF-DYNAM         PIC X(1).
           05 OPI-REF-LE-LEVEL      PIC X(8).
           05 FILLER                PIC X(2).
           05 OPI-SYSTEM-ID         PIC X(8).
           05 FILLER                PIC X(48).

       FD  CPUREPO-FILE.
           COPY CPUBREP.

       FD  OPTMRPT-FILE
           RECORDING MODE F.
       01  OPTMRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-OPTMIN-EOF      PIC X(1) VALUE 'N'.
              88 OPTMIN-AT-EOF   VALUE 'Y'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
           05 WS-REPO-READ-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-USED-COUNT      PIC 9(7) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-RDX             PIC 9(4) COMP-5.
           05 WS-REF-KDX         PIC 9(4) COMP-5.
           05 WS-REPORT-DATE     PIC X(26).
           05 WS-TABLE-FULL      PIC X(1) VALUE 'N'.
              88 TABLE-FULL-SEEN VALUE 'Y'.

      *===============================================================
      *  The reference-build pattern and system filter from OPTMIN.
      *===============================================================
       01  WS-REFERENCE-CARD.
           05 WS-REF-CARD-READ   PIC X(1) VALUE 'N'.
              88 REF-CARD-READ   VALUE 'Y'.
           05 WS-REF-COMPILER    PIC X(8) VALUE SPACES.
           05 WS-REF-OPT-LEVEL   PIC X(1) VALUE SPACES.
           05 WS-REF-ARCH-LEVEL  PIC X(2) VALUE SPACES.
           05 WS-REF-TUNE-LEVEL  PIC X(2) VALUE SPACES.
           05 WS-REF-DYNAM       PIC X(1) VALUE SPACES.
           05 WS-REF-LE-LEVEL    PIC X(8) VALUE SPACES.
           05 WS-REF-SYSTEM-ID   PIC X(8) VALUE SPACES.

      *===============================================================
      *  Accumulation: per routine per build variant per harness
      *  program, the sum and count of per-call figures.  The
      *  variant's first-seen system is kept alongside.
      *===============================================================
       01  WS-VARIANT-TABLE.
           05 WS-VAR-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-VAR-ENTRY OCCURS 200 TIMES.
              10 WS-VAR-ROUTINE      PIC X(8).
              10 WS-VAR-BUILD-ID     PIC X(24).
              10 WS-VAR-PROGRAM      PIC X(8).
              10 WS-VAR-SYSTEM       PIC X(8).
              10 WS-VAR-CPU-SUM      PIC 9(6)V9(9) COMP-5.
              10 WS-VAR-SU-SUM       PIC 9(8)V9(9) COMP-5.
              10 WS-VAR-CNT          PIC 9(5) COMP-5.
              10 WS-VAR-CPU-AVG      PIC 9(6)V9(9) COMP-5.
              10 WS-VAR-SU-AVG       PIC 9(8)V9(9) COMP-5.
              10 WS-VAR-MATCHES-REF  PIC X(1).
                 88 VAR-MATCHES-REF  VALUE 'Y'.
           05 WS-VAR-FOUND       PIC X(1).
              88 VAR-FOUND       VALUE 'Y'.
           05 WS-ROW-CPU-PER-CALL PIC 9(6)V9(9) COMP-5.
           05 WS-ROW-SU-PER-CALL  PIC 9(8)V9(9) COMP-5.

       01  WS-ROUTINE-LIST.
           05 WS-RTN-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-RTN-ENTRY OCCURS 50 TIMES.
              10 WS-RTN-NAME         PIC X(8).

      *    One variant's identity taken apart for matching and for
      *    the readable form printed on the report.
           COPY CPUBLDI REPLACING ==:PFX:== BY ==OPM==.

       01  WS-VERDICT-ITEMS.
           05 WS-REF-AVG         PIC 9(6)V9(9) COMP-5.
           05 WS-REF-HOW         PIC X(30).
           05 WS-PCT             PIC S9(5)V9(2) COMP-5.
           05 WS-PCT-O           PIC -ZZZZ9.99.
           05 WS-BUILD-TEXT      PIC X(56).
           05 WS-DYNAM-WORD      PIC X(7).

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUOPTM'.
           05 FILLER             PIC X(40) VALUE
              'BUILD OPTION-MATRIX CPU-PER-CALL REPORT'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(19).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(8)  VALUE 'SYSTEM:'.
           05 WS-HEAD2-SYSTEM    PIC X(8).
           05 FILLER             PIC X(83) VALUE SPACES.

       01  WS-HEAD3.
           05 FILLER             PIC X(9)  VALUE 'ROUTINE:'.
           05 WS-HEAD3-ROUTINE   PIC X(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(11) VALUE 'REFERENCE: '.
           05 WS-HEAD3-REF-HOW   PIC X(30).
           05 FILLER             PIC X(70) VALUE SPACES.

       01  WS-HEAD4.
           05 FILLER             PIC X(60) VALUE
              '    BUILD'.
           05 FILLER             PIC X(10) VALUE 'PROGRAM'.
           05 FILLER             PIC X(7)  VALUE ' ROWS'.
           05 FILLER             PIC X(18) VALUE
              '       CPU/CALL'.
           05 FILLER             PIC X(20) VALUE
              '          SU/CALL'.
           05 FILLER             PIC X(12) VALUE '  VS REF %'.
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-REF-MARK    PIC X(1).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-DTL-BUILD       PIC X(56).
           05 WS-DTL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-ROWS        PIC ZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-CPU-CALL    PIC ZZZZZ9.9(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-SU-CALL     PIC ZZZZZZZ9.9(9).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-DTL-PCT         PIC X(9).
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  WS-FOOT-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-FOOT-TEXT       PIC X(128).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUOPTM: build option-matrix report ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-REPORT-DATE

           Perform Read-Reference-Card
           Perform Sweep-Repository
           If WS-VAR-COUNT = 0
               Display '*** no usable repository rows -- nothing to '
                       'compare ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           Else
               Perform Print-Matrix-Report
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Take the reference-build pattern and the system filter
      *    from the optional OPTMIN card.
      *--------------------------------------------------------------
       Read-Reference-Card.
           OPEN INPUT OPTMIN-FILE
           READ OPTMIN-FILE
               AT END
                   SET OPTMIN-AT-EOF TO TRUE
               NOT AT END
                   SET REF-CARD-READ TO TRUE
                   MOVE OPI-REF-COMPILER   TO WS-REF-COMPILER
                   MOVE OPI-REF-OPT-LEVEL  TO WS-REF-OPT-LEVEL
                   MOVE OPI-REF-ARCH-LEVEL TO WS-REF-ARCH-LEVEL
                   MOVE OPI-REF-TUNE-LEVEL TO WS-REF-TUNE-LEVEL
                   MOVE OPI-REF-DYNAM      TO WS-REF-DYNAM
                   MOVE OPI-REF-LE-LEVEL   TO WS-REF-LE-LEVEL
                   MOVE OPI-SYSTEM-ID      TO WS-REF-SYSTEM-ID
           END-READ
           CLOSE OPTMIN-FILE

           If REF-CARD-READ
               Display 'Reference build: compiler ' WS-REF-COMPILER
                       ' OPT ' WS-REF-OPT-LEVEL
                       ' ARCH ' WS-REF-ARCH-LEVEL
                       ' TUNE ' WS-REF-TUNE-LEVEL
                       ' binding ' WS-REF-DYNAM
                       ' LE ' WS-REF-LE-LEVEL
           Else
               Display 'No OPTMIN card -- each routine''s most-'
                       'sampled build is its reference'
           End-If
           If WS-REF-SYSTEM-ID NOT = SPACES
               Display 'Rows compared from system ' WS-REF-SYSTEM-ID
                       ' only'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Full sweep of the repository, folding every usable row
      *    into its routine/build/program entry.
      *--------------------------------------------------------------
       Sweep-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open failed, file status '
                       WS-REPO-STATUS ' -- nothing compared ***'
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           Else
               Move LOW-VALUES to RPO-KEY
               START CPUREPO-FILE KEY NOT < RPO-KEY
               If NOT REPO-OK
                   Set REPO-AT-EOF to True
               End-If
               Perform Until REPO-AT-EOF
                   READ CPUREPO-FILE NEXT RECORD
                       AT END
                           Set REPO-AT-EOF to True
                       NOT AT END
                           Add 1 to WS-REPO-READ-COUNT
                           If RPO-PASS-NUMBER < 9
                              AND RPO-TIER-COUNT = 0
                              AND RPO-SUSPECT-FLAG NOT = 'S'
                              AND RPO-LOOP-COUNT NUMERIC
                              AND RPO-LOOP-COUNT > 0
                              AND (WS-REF-SYSTEM-ID = SPACES
                                OR RPO-SYSTEM-ID = WS-REF-SYSTEM-ID)
                               Perform Add-One-Row
                           End-If
                   END-READ
               End-Perform
               CLOSE CPUREPO-FILE
           End-If
           Display 'Repository rows read: ' WS-REPO-READ-COUNT
                   '  used: ' WS-USED-COUNT

           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-VAR-COUNT
               If WS-VAR-CNT(WS-KDX) > 0
                   Compute WS-VAR-CPU-AVG(WS-KDX) =
                       WS-VAR-CPU-SUM(WS-KDX) / WS-VAR-CNT(WS-KDX)
                   Compute WS-VAR-SU-AVG(WS-KDX) =
                       WS-VAR-SU-SUM(WS-KDX) / WS-VAR-CNT(WS-KDX)
               End-If
               Perform Match-Reference-Pattern
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Fold one row's per-call figures into its routine/build/
      *    program entry, registering the routine on first sight so
      *    the report sections come out in first-seen order.  The
      *    program is part of the match: the harness pairs that call
      *    one routine under the same build (CNODLIT/CDYNVAR,
      *    CDYNLIT/CDYNVBL) measure different call paths and stay
      *    separate lines.
      *--------------------------------------------------------------
       Add-One-Row.
           Compute WS-ROW-CPU-PER-CALL =
               RPO-DIFF-VALUE / RPO-LOOP-COUNT
           Compute WS-ROW-SU-PER-CALL =
               RPO-SU-VALUE / RPO-LOOP-COUNT
           Move 'N' to WS-VAR-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-VAR-COUNT OR VAR-FOUND
               If WS-VAR-ROUTINE(WS-KDX) = RPO-ROUTINE-NAME
                  AND WS-VAR-BUILD-ID(WS-KDX) = RPO-BUILD-ID
                  AND WS-VAR-PROGRAM(WS-KDX) = RPO-PROGRAM-ID
                   Add WS-ROW-CPU-PER-CALL to WS-VAR-CPU-SUM(WS-KDX)
                   Add WS-ROW-SU-PER-CALL  to WS-VAR-SU-SUM(WS-KDX)
                   Add 1 to WS-VAR-CNT(WS-KDX)
                   Add 1 to WS-USED-COUNT
                   Set VAR-FOUND to True
               End-If
           End-Perform
           If NOT VAR-FOUND
               If WS-VAR-COUNT < 200
                   Add 1 to WS-VAR-COUNT
                   Add 1 to WS-USED-COUNT
                   Move RPO-ROUTINE-NAME to
                        WS-VAR-ROUTINE(WS-VAR-COUNT)
                   Move RPO-BUILD-ID     to
                        WS-VAR-BUILD-ID(WS-VAR-COUNT)
                   Move RPO-PROGRAM-ID   to
                        WS-VAR-PROGRAM(WS-VAR-COUNT)
                   Move RPO-SYSTEM-ID    to
                        WS-VAR-SYSTEM(WS-VAR-COUNT)
                   Move WS-ROW-CPU-PER-CALL to
                        WS-VAR-CPU-SUM(WS-VAR-COUNT)
                   Move WS-ROW-SU-PER-CALL  to
                        WS-VAR-SU-SUM(WS-VAR-COUNT)
                   Move 1 to WS-VAR-CNT(WS-VAR-COUNT)
                   Move 'N' to WS-VAR-MATCHES-REF(WS-VAR-COUNT)
                   Perform Register-Routine
               Else
                   If NOT TABLE-FULL-SEEN
                       Set TABLE-FULL-SEEN to True
                       Display '*** CPUOPTM variant table full at '
                               '200 entries -- further variants '
                               'not compared ***'
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Keep the distinct-routine list that drives the report's
      *    control break.
      *--------------------------------------------------------------
       Register-Routine.
           Move 'N' to WS-VAR-FOUND
           Perform Varying WS-RDX from 1 by 1
                   until WS-RDX > WS-RTN-COUNT
               If WS-RTN-NAME(WS-RDX) = RPO-ROUTINE-NAME
                   Set VAR-FOUND to True
               End-If
           End-Perform
           If NOT VAR-FOUND AND WS-RTN-COUNT < 50
               Add 1 to WS-RTN-COUNT
               Move RPO-ROUTINE-NAME to WS-RTN-NAME(WS-RTN-COUNT)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Does variant WS-KDX match the OPTMIN reference pattern?
      *    Blank pattern fields match anything; an unstamped variant
      *    never matches a card.
      *--------------------------------------------------------------
       Match-Reference-Pattern.
           Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
           If REF-CARD-READ
              AND WS-VAR-BUILD-ID(WS-KDX) NOT = SPACES
               Move WS-VAR-BUILD-ID(WS-KDX) to OPM-BUILD-IDENTITY
               Move 'Y' to WS-VAR-MATCHES-REF(WS-KDX)
               If WS-REF-COMPILER NOT = SPACES
                  AND WS-REF-COMPILER NOT = OPM-COMPILER
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
               If WS-REF-OPT-LEVEL NOT = SPACES
                  AND WS-REF-OPT-LEVEL NOT = OPM-OPT-LEVEL
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
               If WS-REF-ARCH-LEVEL NOT = SPACES
                  AND WS-REF-ARCH-LEVEL NOT = OPM-ARCH-LEVEL
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
               If WS-REF-TUNE-LEVEL NOT = SPACES
                  AND WS-REF-TUNE-LEVEL NOT = OPM-TUNE-LEVEL
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
               If WS-REF-DYNAM NOT = SPACES
                  AND WS-REF-DYNAM NOT = OPM-DYNAM
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
               If WS-REF-LE-LEVEL NOT = SPACES
                  AND WS-REF-LE-LEVEL NOT = OPM-LE-LEVEL
                   Move 'N' to WS-VAR-MATCHES-REF(WS-KDX)
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Headings, then one section per routine.
      *--------------------------------------------------------------
       Print-Matrix-Report.
           OPEN OUTPUT OPTMRPT-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE OPTMRPT-RECORD
           Move SPACES to WS-HEAD2-DATE
           String WS-REPORT-DATE(1:4) '-' WS-REPORT-DATE(5:2) '-'
                  WS-REPORT-DATE(7:2) ' ' WS-REPORT-DATE(9:2) ':'
                  WS-REPORT-DATE(11:2) ':' WS-REPORT-DATE(13:2)
               Delimited by Size into WS-HEAD2-DATE
           End-String
           If WS-REF-SYSTEM-ID = SPACES
               Move 'ALL' to WS-HEAD2-SYSTEM
           Else
               Move WS-REF-SYSTEM-ID to WS-HEAD2-SYSTEM
           End-If
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE OPTMRPT-RECORD

           Perform Varying WS-RDX from 1 by 1
                   until WS-RDX > WS-RTN-COUNT
               Perform Print-One-Routine-Section
           End-Perform

           Move SPACES to RPT-TEXT
           WRITE OPTMRPT-RECORD
           Move SPACES to WS-FOOT-TEXT
           String '* = reference build.  VS REF % is the variant''s '
                  'CPU per call against the reference''s.'
               Delimited by Size into WS-FOOT-TEXT
           End-String
           Move WS-FOOT-LINE to RPT-TEXT
           WRITE OPTMRPT-RECORD
           CLOSE OPTMRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One routine's section.  The reference is the most-sampled
      *    variant matching the OPTMIN pattern, else the most-sampled
      *    variant of all; every line shows its percent difference
      *    against that reference, and a line is also echoed to
      *    SYSOUT for the quick look.
      *--------------------------------------------------------------
       Print-One-Routine-Section.
           Move 0 to WS-REF-KDX
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-VAR-COUNT
               If WS-VAR-ROUTINE(WS-KDX) = WS-RTN-NAME(WS-RDX)
                  AND VAR-MATCHES-REF(WS-KDX)
                   If WS-REF-KDX = 0
                       Move WS-KDX to WS-REF-KDX
                   Else
                       If WS-VAR-CNT(WS-KDX) >
                          WS-VAR-CNT(WS-REF-KDX)
                           Move WS-KDX to WS-REF-KDX
                       End-If
                   End-If
               End-If
           End-Perform
           If WS-REF-KDX > 0
               Move 'CARD PATTERN' to WS-REF-HOW
           Else
               If REF-CARD-READ
                   Move 'NO MATCH -- MOST SAMPLED BUILD'
                       to WS-REF-HOW
               Else
                   Move 'MOST SAMPLED BUILD' to WS-REF-HOW
               End-If
               Perform Varying WS-KDX from 1 by 1
                       until WS-KDX > WS-VAR-COUNT
                   If WS-VAR-ROUTINE(WS-KDX) = WS-RTN-NAME(WS-RDX)
                       If WS-REF-KDX = 0
                           Move WS-KDX to WS-REF-KDX
                       Else
                           If WS-VAR-CNT(WS-KDX) >
                              WS-VAR-CNT(WS-REF-KDX)
                               Move WS-KDX to WS-REF-KDX
                           End-If
                       End-If
                   End-If
               End-Perform
           End-If
           Move WS-VAR-CPU-AVG(WS-REF-KDX) to WS-REF-AVG

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE OPTMRPT-RECORD
           Move WS-RTN-NAME(WS-RDX) to WS-HEAD3-ROUTINE
           Move WS-REF-HOW to WS-HEAD3-REF-HOW
           Move WS-HEAD3 to RPT-TEXT
           WRITE OPTMRPT-RECORD
           Move WS-HEAD4 to RPT-TEXT
           WRITE OPTMRPT-RECORD

           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-VAR-COUNT
               If WS-VAR-ROUTINE(WS-KDX) = WS-RTN-NAME(WS-RDX)
                   Perform Format-Build-Text
                   Move SPACES to WS-DETAIL-LINE
                   If WS-KDX = WS-REF-KDX
                       Move '*' to WS-DTL-REF-MARK
                   End-If
                   Move WS-BUILD-TEXT          to WS-DTL-BUILD
                   Move WS-VAR-PROGRAM(WS-KDX) to WS-DTL-PROGRAM
                   Move WS-VAR-CNT(WS-KDX)     to WS-DTL-ROWS
                   Move WS-VAR-CPU-AVG(WS-KDX) to WS-DTL-CPU-CALL
                   Move WS-VAR-SU-AVG(WS-KDX)  to WS-DTL-SU-CALL
                   If WS-REF-AVG > 0
                       Compute WS-PCT =
                           ((WS-VAR-CPU-AVG(WS-KDX) - WS-REF-AVG)
                               / WS-REF-AVG) * 100
                       Move WS-PCT to WS-PCT-O
                       Move WS-PCT-O to WS-DTL-PCT
                   Else
                       Move SPACES to WS-DTL-PCT
                   End-If
                   Move WS-DETAIL-LINE to RPT-TEXT
                   WRITE OPTMRPT-RECORD
                   Display '  ' WS-RTN-NAME(WS-RDX) ' '
                           WS-BUILD-TEXT(1:48) ': '
                           WS-DTL-CPU-CALL '  vs ref ' WS-DTL-PCT
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Spell variant WS-KDX's build identity out for the report,
      *    e.g. "V6R4M0 OPT(2) ARCH(12) TUNE(12) DYNAM LE 12345678".
      *--------------------------------------------------------------
       Format-Build-Text.
           Move SPACES to WS-BUILD-TEXT
           If WS-VAR-BUILD-ID(WS-KDX) = SPACES
               Move '(NOT STAMPED)' to WS-BUILD-TEXT
           Else
               Move WS-VAR-BUILD-ID(WS-KDX) to OPM-BUILD-IDENTITY
               Evaluate True
                   When OPM-IS-DYNAM
                       Move 'DYNAM' to WS-DYNAM-WORD
                   When OPM-IS-NODYNAM
                       Move 'NODYNAM' to WS-DYNAM-WORD
                   When Other
                       Move '?' to WS-DYNAM-WORD
               End-Evaluate
               String OPM-COMPILER     Delimited by Space
                      ' OPT('          Delimited by Size
                      OPM-OPT-LEVEL    Delimited by Size
                      ') ARCH('        Delimited by Size
                      OPM-ARCH-LEVEL   Delimited by Size
                      ') TUNE('        Delimited by Size
                      OPM-TUNE-LEVEL   Delimited by Size
                      ') '             Delimited by Size
                      WS-DYNAM-WORD    Delimited by Space
                      ' LE '           Delimited by Size
                      OPM-LE-LEVEL     Delimited by Space
                   into WS-BUILD-TEXT
               End-String
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUOPTM'   to STP-PROGRAM-ID
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
