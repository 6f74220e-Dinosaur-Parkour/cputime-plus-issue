      *
      *  CMPIN card: before run-id in columns 1-16, after run-id in
      *  17-32.
      *
      *  An optional QGRDIN card (see CPUQMIN copybook) sets a
      *  minimum run-quality grade (see CPUQUAL copybook): a side
      *  whose rows all come from runs short of it is refused like
      *  a side with no rows, with RC 8 -- the comparison is only
      *  printed from runs good enough to compare.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-REPO-STATUS.
           SELECT CMPRPT-FILE ASSIGN TO CMPRPT
               ORGANIZATION IS SEQUENTIAL.
      *    Minimum run-quality grade card (see CPUQMIN copybook) and
      *    the run-quality grades it is checked against (CPUQUAL).
           SELECT OPTIONAL QGRDIN-FILE ASSIGN TO QGRDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  QGRDIN-FILE
           RECORDING MODE F.
           COPY CPUQMIN.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-CMPIN-EOF       PIC X(1) VALUE 'N'.
           05 WS-FETCH-RUN-ID    PIC X(16).
           05 WS-SIDE            PIC 9(1) COMP-5.
           05 WS-SIDE-ROWS       PIC 9(5) COMP-5.
           05 WS-SIDE-REFUSED    PIC 9(5) COMP-5.
           05 WS-RDX             PIC 9(2) COMP-5.
           05 WS-KIND            PIC 9(1) COMP-5.

      *===============================================================
      *  Minimum run-quality grade off the QGRDIN card, and the
      *  RUNQUAL lookup behind it.  Rows come in run by run, so the
      *  last run looked up is remembered and RUNQUAL is read only
      *  when the run changes.  WS-GRD-GRADE is SPACE for a run with
      *  no RUNQUAL record.
      *===============================================================
       01  WS-GRADE-ITEMS.
           05 WS-QGRD-EOF        PIC X(1) VALUE 'N'.
              88 QGRD-AT-EOF     VALUE 'Y'.
           05 WS-MIN-GRADE       PIC X(1) VALUE SPACE.
              88 NO-MIN-GRADE    VALUE SPACE.
           05 WS-ADMIT-UNGRADED  PIC X(1) VALUE 'N'.
              88 ADMIT-UNGRADED  VALUE 'Y'.
           05 WS-QLT-STATUS      PIC X(2).
              88 QLT-OK          VALUE '00'.
           05 WS-QLT-USABLE      PIC X(1) VALUE 'N'.
              88 QLT-USABLE      VALUE 'Y'.
           05 WS-GRD-RUN-ID      PIC X(16).
           05 WS-GRD-PROGRAM     PIC X(8).
           05 WS-GRD-LAST-RUN-ID PIC X(16) VALUE HIGH-VALUES.
           05 WS-GRD-LAST-PROGRAM PIC X(8) VALUE HIGH-VALUES.
           05 WS-GRD-GRADE       PIC X(1).
           05 WS-GRD-ACCEPT      PIC X(1).
              88 GRD-ACCEPTED    VALUE 'Y'.
           05 WS-GRD-BELOW-ROWS  PIC 9(7) COMP-5 VALUE 0.
           05 WS-GRD-UNGRADED-ROWS PIC 9(7) COMP-5 VALUE 0.

      *===============================================================
      *  Accumulation per routine, per side (1 before / 2 after),
      *  per kind (1 isolated passes / 2 interleaved pass 9):
           05 WS-NOTE-TEXT       PIC X(70).
           05 FILLER             PIC X(60) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPURCMP: before/after run comparison ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Get-Minimum-Grade
           If WS-BEFORE-RUN-ID = SPACES
              OR WS-AFTER-RUN-ID = SPACES
               Display '*** CMPIN must name two run-ids -- nothing '
                   Perform Print-Comparison-Report
               End-If
           End-If
           If QLT-USABLE
               CLOSE RUNQUAL-FILE
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


               Move WS-BEFORE-RUN-ID to WS-FETCH-RUN-ID
               Perform Fetch-One-Run
               If WS-SIDE-ROWS = 0
                   If WS-SIDE-REFUSED > 0
                       Display '*** the before run is short of the '
                               'minimum grade ' WS-MIN-GRADE
                               ' -- not compared ***'
                   Else
                       Display '*** no repository rows for the before '
                               'run-id ***'
                   End-If
                   If 8 > Return-Code
                       Move 8 to Return-Code
                   End-If
               Move WS-AFTER-RUN-ID to WS-FETCH-RUN-ID
               Perform Fetch-One-Run
               If WS-SIDE-ROWS = 0
                   If WS-SIDE-REFUSED > 0
                       Display '*** the after run is short of the '
                               'minimum grade ' WS-MIN-GRADE
                               ' -- not compared ***'
                   Else
                       Display '*** no repository rows for the after '
                               'run-id ***'
                   End-If
                   If 8 > Return-Code
                       Move 8 to Return-Code
                   End-If

      *--------------------------------------------------------------
      *    One run's rows off the RPO-RUN-ID path into the staged
      *    side of the table: suspect rows, tier rows and rows from
      *    runs short of the minimum grade excluded, isolated passes
      *    and the interleaved pass 9 kept apart.
      *--------------------------------------------------------------
       Fetch-One-Run.
           Move 0 to WS-SIDE-ROWS
           Move 0 to WS-SIDE-REFUSED
           Move 'N' to WS-REPO-EOF
           Move WS-FETCH-RUN-ID to RPO-RUN-ID
           START CPUREPO-FILE KEY NOT < RPO-RUN-ID
                           If RPO-RUN-ID = WS-FETCH-RUN-ID
                              AND RPO-SUSPECT-FLAG NOT = 'S'
                              AND RPO-TIER-COUNT = 0
                               Move RPO-RUN-ID     to WS-GRD-RUN-ID
                               Move RPO-PROGRAM-ID to WS-GRD-PROGRAM
                               Perform Check-Run-Grade
                               If GRD-ACCEPTED
                                   Add 1 to WS-SIDE-ROWS
                                   Perform Fold-One-Row
                               Else
                                   Add 1 to WS-SIDE-REFUSED
                               End-If
                           End-If
                       End-If
               END-READ
               Move WS-AFTER-SPREAD to WS-WORST-SPREAD
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The minimum run-quality grade off the QGRDIN card (see
      *    CPUQMIN copybook).  No card or a blank grade means no
      *    minimum; a grade that is not A, B, C or F is ignored
      *    with a warning and RC 4.  With a minimum in force the
      *    RUNQUAL grades are opened for Check-Run-Grade; if they
      *    cannot be, every run counts as ungraded, with RC 4.
      *--------------------------------------------------------------
       Get-Minimum-Grade.
           OPEN INPUT QGRDIN-FILE
           READ QGRDIN-FILE
               AT END
                   SET QGRD-AT-EOF TO TRUE
           END-READ
           IF NOT QGRD-AT-EOF
               IF QMN-VALID-GRADE
                   MOVE QMN-MIN-GRADE TO WS-MIN-GRADE
                   IF QMN-UNGRADED-OK
                       SET ADMIT-UNGRADED TO TRUE
                   END-IF
               ELSE
                   IF QMN-MIN-GRADE NOT = SPACE
                       DISPLAY '*** QGRDIN minimum grade <'
                               QMN-MIN-GRADE '> is not A, B, C '
                               'or F -- card ignored ***'
                       IF 4 > Return-Code
                           MOVE 4 TO Return-Code
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE QGRDIN-FILE
           If NO-MIN-GRADE
               Display 'Minimum run grade: none'
           Else
               If ADMIT-UNGRADED
                   Display 'Minimum run grade: ' WS-MIN-GRADE
                           ' (ungraded runs admitted)'
               Else
                   Display 'Minimum run grade: ' WS-MIN-GRADE
                           ' (ungraded runs left out)'
               End-If
               OPEN INPUT RUNQUAL-FILE
               If QLT-OK
                   Set QLT-USABLE to True
               Else
                   Display '*** RUNQUAL open failed, file status '
                           WS-QLT-STATUS ' -- every run counts as '
                           'ungraded ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Whether the run named by WS-GRD-RUN-ID/WS-GRD-PROGRAM
      *    meets the minimum grade: GRD-ACCEPTED comes back up or
      *    down, and a refused row is counted as below the minimum
      *    or as ungraded.  Grades collate A < B < C < F.
      *--------------------------------------------------------------
       Check-Run-Grade.
           Set GRD-ACCEPTED to True
           If NOT NO-MIN-GRADE
               If WS-GRD-RUN-ID NOT = WS-GRD-LAST-RUN-ID
                  OR WS-GRD-PROGRAM NOT = WS-GRD-LAST-PROGRAM
                   Move WS-GRD-RUN-ID  to WS-GRD-LAST-RUN-ID
                   Move WS-GRD-PROGRAM to WS-GRD-LAST-PROGRAM
                   Move SPACE to WS-GRD-GRADE
                   If QLT-USABLE
                       Move WS-GRD-RUN-ID  to QLT-RUN-ID
                       Move WS-GRD-PROGRAM to QLT-PROGRAM-ID
                       READ RUNQUAL-FILE
                           INVALID KEY
                               Move SPACE to WS-GRD-GRADE
                           NOT INVALID KEY
                               Move QLT-GRADE to WS-GRD-GRADE
                       END-READ
                   End-If
               End-If
               Evaluate True
                   When WS-GRD-GRADE = SPACE
                       If NOT ADMIT-UNGRADED
                           Move 'N' to WS-GRD-ACCEPT
                           Add 1 to WS-GRD-UNGRADED-ROWS
                       End-If
                   When WS-GRD-GRADE > WS-MIN-GRADE
                       Move 'N' to WS-GRD-ACCEPT
                       Add 1 to WS-GRD-BELOW-ROWS
                   When Other
                       Continue
               End-Evaluate
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPURCMP'   to STP-PROGRAM-ID
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
