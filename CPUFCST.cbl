      *  A monthly aggregate is dated at the 15th of its month --
      *  close enough for a trend fitted over years.  A routine
      *  needs at least three points to fit.
      *
      *  History for a routine that is not on the RTNCAT routine
      *  catalog (see CPURCAT copybook) is rejected -- not fitted,
      *  listed at the foot of the report -- with RC 4.  A retired
      *  routine is still fitted, but not projected: nobody plans
      *  capacity for a routine that is no longer run.
      *
      *  An optional QGRDIN card (see CPUQMIN copybook) sets a
      *  minimum run-quality grade (see CPUQUAL copybook).  A
      *  CPUHSTI row belongs to a CPUT01 run and is fitted only
      *  when that run makes the grade.  The run-id is the first 16
      *  characters of the row's timestamp -- except for the later
      *  cycles of a soak run, which bank under their own cycle
      *  timestamps but keep the first cycle's run-id; those rows
      *  are tied back to their run through the RUNREG registry,
      *  whose CPUT01 trailer carries the last cycle's timestamp.
      *  A CONSHST aggregate mixes many runs and carries no run-id,
      *  so while a minimum is in force it is used only if the card
      *  admits ungraded runs.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT FCSTRPT-FILE ASSIGN TO FCSTRPT
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- browsed once for the forecastable
      *    routines.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.
      *    Minimum run-quality grade card (see CPUQMIN copybook) and
      *    the run-quality grades it is checked against (CPUQUAL).
           SELECT OPTIONAL QGRDIN-FILE ASSIGN TO QGRDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.
      *    Run registry (see CPURREG copybook) -- read for the span
      *    of each CPUT01 soak run.
           SELECT OPTIONAL RUNREG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  QGRDIN-FILE
           RECORDING MODE F.
           COPY CPUQMIN.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       FD  RUNREG-FILE
           RECORDING MODE F.
           COPY CPURREG.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-FCSTIN-EOF      PIC X(1) VALUE 'N'.
           05 WS-JDX             PIC 9(4) COMP-5.
           05 WS-REPORT-DATE     PIC X(26).

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
      *  CPUT01 soak runs off RUNREG: run-id (the first cycle's
      *  timestamp) through the last cycle's timestamp.  A run
      *  whose trailer timestamp is its run-id ran one cycle and
      *  needs no entry.
      *===============================================================
       01  WS-SOAK-TABLE.
           05 WS-RUNREG-EOF      PIC X(1) VALUE 'N'.
              88 RUNREG-AT-EOF   VALUE 'Y'.
           05 WS-SOAK-COUNT      PIC 9(4) COMP-5 VALUE 0.
           05 WS-SOAK-ENTRY OCCURS 500 TIMES.
              10 WS-SOAK-RUN-ID      PIC X(16).
              10 WS-SOAK-LAST-TS     PIC X(16).
           05 WS-SOAK-FOUND      PIC X(1).
              88 SOAK-FOUND      VALUE 'Y'.
           05 WS-SOAK-FULL-SHOWN PIC X(1) VALUE 'N'.
              88 SOAK-FULL-SHOWN VALUE 'Y'.
           05 WS-SDX             PIC 9(4) COMP-5.

      *===============================================================
      *  Threshold cards as loaded.
      *===============================================================
      *===============================================================
       01  WS-SERIES-TABLE.
           05 WS-SER-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-SER-ENTRY OCCURS 32 TIMES.
              10 WS-SER-ROUTINE      PIC X(8).
              10 WS-SER-PT-COUNT     PIC 9(4) COMP-5.
              10 WS-SER-PT OCCURS 120 TIMES.
           05 WS-POINT-VALUE     PIC 9(12)V9(6) COMP-5.
           05 WS-POINT-ROUTINE   PIC X(8).

      *===============================================================
      *  Routine catalog as browsed at start of run, and the
      *  uncataloged routines whose history was rejected.
      *  WS-CAT-USABLE is off when the catalog could not be read,
      *  and then nothing is rejected.
      *===============================================================
       01  WS-CATALOG-TABLE.
           05 WS-CAT-STATUS      PIC X(2).
              88 CAT-OK          VALUE '00'.
           05 WS-CAT-EOF         PIC X(1) VALUE 'N'.
              88 CAT-AT-EOF      VALUE 'Y'.
           05 WS-CAT-USABLE      PIC X(1) VALUE 'N'.
              88 CAT-USABLE      VALUE 'Y'.
           05 WS-CAT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
              10 WS-CAT-NAME         PIC X(8).
              10 WS-CAT-STATE        PIC X(1).
                 88 CAT-ACTIVE       VALUE 'A'.
           05 WS-CAT-LOOKUP      PIC X(8).
           05 WS-CAT-IDX         PIC 9(4) COMP-5.
           05 WS-CAT-FOUND       PIC X(1).
              88 CAT-FOUND       VALUE 'Y'.
      *    'Y' cataloged active, 'R' cataloged but retired, 'N' not
      *    on the catalog (always 'Y' with the check switched off).
           05 WS-CAT-VERDICT     PIC X(1).
              88 CAT-IS-ACTIVE   VALUE 'Y'.
              88 CAT-IS-RETIRED  VALUE 'R'.
              88 CAT-IS-UNKNOWN  VALUE 'N'.
           05 WS-UNCAT-COUNT     PIC 9(2) COMP-5 VALUE 0.
           05 WS-UNCAT-ENTRY OCCURS 20 TIMES.
              10 WS-UNCAT-NAME       PIC X(8).
              10 WS-UNCAT-ROWS       PIC 9(7) COMP-5.
           05 WS-UNCAT-ROWS-O    PIC Z,ZZZ,ZZ9.
           05 WS-UDX             PIC 9(2) COMP-5.

      *===============================================================
      *  Period-to-date derivation for a CONSHST aggregate.
      *===============================================================
           05 FILLER             PIC X(54) VALUE SPACES.
       01  WS-CROSS-DATE-O      PIC X(10).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUFCST: capacity forecast ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-REPORT-DATE

           Perform Get-Control-Parms
           Perform Get-Minimum-Grade
           If NOT NO-MIN-GRADE
               Perform Load-Soak-Runs
           End-If
           Perform Load-Routine-Catalog
           Perform Load-Consolidated-History
           Perform Load-Recent-Generations
           Display 'History rows read: ' WS-READ-COUNT
           Display 'Rows below min grade : ' WS-GRD-BELOW-ROWS
           Display 'Rows from ungraded   : ' WS-GRD-UNGRADED-ROWS
           If QLT-USABLE
               CLOSE RUNQUAL-FILE
           End-If

           If WS-SER-COUNT = 0
               Display '*** no history to forecast from ***'
           End-If
           Perform Print-Forecast-Report
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *    shapes for every rolled-up row, and loading both would
      *    double-weight the same runs.  Monthly carries the longer
      *    span, so the fit uses 'M' rows plus the recent detail.
      *    An aggregate has no run to grade, so under a minimum
      *    grade it counts as ungraded.
      *--------------------------------------------------------------
       Load-Consolidated-History.
           OPEN INPUT CONSHST-FILE
                       ADD 1 TO WS-READ-COUNT
                       IF CHS-PERIOD-TYPE = 'M'
                          AND CHS-PERIOD-KEY(1:6) NUMERIC
                           IF NO-MIN-GRADE OR ADMIT-UNGRADED
                               PERFORM Fold-Monthly-Aggregate
                           ELSE
                               ADD 1 TO WS-GRD-UNGRADED-ROWS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *--------------------------------------------------------------
      *    Fold the recent CPUHSTI generations in -- the detail that
      *    postdates the last roll-up -- one point per history row
      *    whose run makes the minimum grade.
      *--------------------------------------------------------------
       Load-Recent-Generations.
           OPEN INPUT CPUHSTI-FILE
                       SET HSTI-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Find-History-Run-Id
                       MOVE 'CPUT01' TO WS-GRD-PROGRAM
                       PERFORM Check-Run-Grade
                       IF HSTI-RUN-TIMESTAMP(1:8) NUMERIC
                          AND GRD-ACCEPTED
                           COMPUTE WS-POINT-DATE-INT =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(
           EXIT.


      *--------------------------------------------------------------
      *    The run a history row belongs to, into WS-GRD-RUN-ID: the
      *    first 16 characters of its timestamp, unless the
      *    timestamp falls after the start of a soak run and no
      *    later than that run's last cycle -- then the soak run's
      *    own run-id.
      *--------------------------------------------------------------
       Find-History-Run-Id.
           Move HSTI-RUN-TIMESTAMP(1:16) to WS-GRD-RUN-ID
           Move 'N' to WS-SOAK-FOUND
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SOAK-COUNT OR SOAK-FOUND
               If HSTI-RUN-TIMESTAMP(1:16) > WS-SOAK-RUN-ID(WS-SDX)
                  AND HSTI-RUN-TIMESTAMP(1:16) <=
                      WS-SOAK-LAST-TS(WS-SDX)
                   Move WS-SOAK-RUN-ID(WS-SDX) to WS-GRD-RUN-ID
                   Set SOAK-FOUND to True
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Browse RUNREG for CPUT01 trailers whose timestamp moved
      *    on from the run-id -- the soak runs.  No registry, no
      *    soak runs: every row keeps its own timestamp's run-id.
      *--------------------------------------------------------------
       Load-Soak-Runs.
           OPEN INPUT RUNREG-FILE
           PERFORM UNTIL RUNREG-AT-EOF
               READ RUNREG-FILE
                   AT END
                       SET RUNREG-AT-EOF TO TRUE
                   NOT AT END
                       IF REG-TRAILER
                          AND REG-PROGRAM-ID = 'CPUT01'
                          AND REG-RUN-TIMESTAMP(1:16) > REG-RUN-ID
                           PERFORM Add-Soak-Run
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNREG-FILE
           If WS-SOAK-COUNT > 0
               Display 'Soak runs on RUNREG  : ' WS-SOAK-COUNT
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One soak run's span into the table.
      *--------------------------------------------------------------
       Add-Soak-Run.
           If WS-SOAK-COUNT < 500
               Add 1 to WS-SOAK-COUNT
               Move REG-RUN-ID
                   to WS-SOAK-RUN-ID(WS-SOAK-COUNT)
               Move REG-RUN-TIMESTAMP(1:16)
                   to WS-SOAK-LAST-TS(WS-SOAK-COUNT)
           Else
               If NOT SOAK-FULL-SHOWN
                   Display '*** CPUFCST soak-run table full at 500 '
                           'entries -- later soak cycles count as '
                           'ungraded ***'
                   Set SOAK-FULL-SHOWN to True
               End-If
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Add the staged point to its routine's series, opening the
      *    series on first sight of the routine.
      *--------------------------------------------------------------
       Add-Series-Point.
           Move WS-POINT-ROUTINE to WS-CAT-LOOKUP
           Perform Check-Catalog-Routine
           If CAT-IS-UNKNOWN
               Perform Note-Uncataloged-Routine
           Else
               Perform Add-Cataloged-Point
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The staged point for a cataloged routine into its series.
      *--------------------------------------------------------------
       Add-Cataloged-Point.
           Move 'N' to WS-SER-FOUND
           Perform Varying WS-RDX from 1 by 1
                   until WS-RDX > WS-SER-COUNT
                   End-If
               End-If
           End-Perform
           If NOT SER-FOUND AND WS-SER-COUNT < 32
               Add 1 to WS-SER-COUNT
               Move WS-POINT-ROUTINE
                   to WS-SER-ROUTINE(WS-SER-COUNT)
                   until WS-RDX > WS-SER-COUNT
               Perform Forecast-One-Routine
           End-Perform
           Perform Print-Uncataloged-Notes
           CLOSE FCSTRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Foot of the report: one line per uncataloged routine whose
      *    history was kept out of the forecast.
      *--------------------------------------------------------------
       Print-Uncataloged-Notes.
           Perform Varying WS-UDX from 1 by 1
                   until WS-UDX > WS-UNCAT-COUNT
               If WS-UDX = 1
                   Move SPACES to RPT-TEXT
                   Move ' ' to RPT-CC
                   WRITE FCSTRPT-RECORD
               End-If
               Move WS-UNCAT-ROWS(WS-UDX) to WS-UNCAT-ROWS-O
               Move SPACES to WS-VRD-TEXT
               String 'ROUTINE: ' WS-UNCAT-NAME(WS-UDX)
                      ' -- NOT CATALOGED, '
                      WS-UNCAT-ROWS-O ' HISTORY POINTS REJECTED'
                   Delimited by Size into WS-VRD-TEXT
               End-String
               Move WS-VERDICT-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE FCSTRPT-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One routine: sort its series, fit the line, project the
      *    crossing, print the section.
      *--------------------------------------------------------------
       Project-Crossing.
           Move SPACES to WS-VRD-TEXT
           Move WS-SER-ROUTINE(WS-RDX) to WS-CAT-LOOKUP
           Perform Check-Catalog-Routine
           Evaluate True
               When CAT-IS-RETIRED
                   String 'retired from the routine catalog -- trend '
                          'fitted, no projection'
                       Delimited by Size into WS-VRD-TEXT
                   End-String
               When WS-USE-THRESHOLD = 0
                   String 'no threshold supplied -- trend fitted, '
                          'no projection'
               WRITE FCSTRPT-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Browse the RTNCAT catalog into the lookup table.  A
      *    catalog that will not open or is empty leaves the check
      *    switched off, with a warning and RC 4, rather than
      *    rejecting every routine's history.
      *--------------------------------------------------------------
       Load-Routine-Catalog.
           OPEN INPUT RTNCAT-FILE
           If CAT-OK
               PERFORM UNTIL CAT-AT-EOF
                   READ RTNCAT-FILE NEXT RECORD
                       AT END
                           SET CAT-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 200
                               ADD 1 TO WS-CAT-COUNT
                               MOVE RCT-ROUTINE-NAME
                                   TO WS-CAT-NAME(WS-CAT-COUNT)
                               MOVE RCT-STATUS
                                   TO WS-CAT-STATE(WS-CAT-COUNT)
                           ELSE
                               DISPLAY '*** CPUFCST catalog table '
                                       'full at 200 entries -- '
                                       RCT-ROUTINE-NAME
                                       ' not loaded ***'
                               IF 4 > Return-Code
                                   MOVE 4 TO Return-Code
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNCAT-FILE
           Else
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' ***'
           End-If
           If WS-CAT-COUNT > 0
               Set CAT-USABLE to True
           Else
               Display '*** RTNCAT catalog unavailable -- cataloged-'
                       'routine check skipped ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Classify WS-CAT-LOOKUP against the catalog into
      *    WS-CAT-VERDICT: active, retired or unknown.
      *--------------------------------------------------------------
       Check-Catalog-Routine.
           Set CAT-IS-ACTIVE to True
           If CAT-USABLE
               Set CAT-IS-UNKNOWN to True
               Move 'N' to WS-CAT-FOUND
               Perform Varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT OR CAT-FOUND
                   If WS-CAT-NAME(WS-CAT-IDX) = WS-CAT-LOOKUP
                       Set CAT-FOUND to True
                       If CAT-ACTIVE(WS-CAT-IDX)
                           Set CAT-IS-ACTIVE to True
                       Else
                           Set CAT-IS-RETIRED to True
                       End-If
                   End-If
               End-Perform
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A history point for an uncataloged routine: count it
      *    against the routine, warning on first sight, RC 4.
      *--------------------------------------------------------------
       Note-Uncataloged-Routine.
           Move 'N' to WS-CAT-FOUND
           Perform Varying WS-UDX from 1 by 1
                   until WS-UDX > WS-UNCAT-COUNT
               If WS-UNCAT-NAME(WS-UDX) = WS-CAT-LOOKUP
                   Add 1 to WS-UNCAT-ROWS(WS-UDX)
                   Set CAT-FOUND to True
               End-If
           End-Perform
           If NOT CAT-FOUND AND WS-UNCAT-COUNT < 20
               Add 1 to WS-UNCAT-COUNT
               Move WS-CAT-LOOKUP to WS-UNCAT-NAME(WS-UNCAT-COUNT)
               Move 1 to WS-UNCAT-ROWS(WS-UNCAT-COUNT)
               Display '*** routine ' WS-CAT-LOOKUP
                       ' is not on the routine catalog -- its '
                       'history is not forecast ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
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
           Move 'CPUFCST'   to STP-PROGRAM-ID
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
