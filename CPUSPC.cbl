      *  A routine needs at least six banked runs before its limits
      *  mean anything; thinner histories are reported as such and
      *  not judged.  Condition code 4 when any routine breaches.
      *
      *  Rows for a routine that is not on the RTNCAT routine catalog
      *  (see CPURCAT copybook) are rejected -- not charted, counted,
      *  and listed at the foot of the report -- with RC 4.  Retired
      *  routines are still charted; their history is real.
      *
      *  Each chart point also carries the system it was measured
      *  on, and a point is marked (<<) with the change events (see
      *  CPUCEVT) recorded on that system since the series' previous
      *  point there -- so a shift that lines up with an IPL, a PTF
      *  or a CEC swap says so on the chart.  A missing change-event
      *  log just leaves the chart unmarked.
      *
      *  An optional QGRDIN card (see CPUQMIN copybook) sets a
      *  minimum run-quality grade: rows from runs graded below it
      *  (see CPUQUAL copybook), and from ungraded runs unless the
      *  card admits them, are left off the chart and counted.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    automation product can act on it.
           SELECT ALRTOUT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- browsed once; rows for routines it does
      *    not hold are rejected.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.
      *    Change-event log -- browsed once to mark chart points.
           SELECT CHGEVT-FILE ASSIGN TO CHGEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEV-KEY
               FILE STATUS IS WS-CEV-STATUS.
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
           RECORDING MODE F.
           COPY CPUALRT.

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  CHGEVT-FILE.
           COPY CPUCEVT.

       FD  QGRDIN-FILE
           RECORDING MODE F.
           COPY CPUQMIN.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
           05 WS-RDX             PIC 9(2) COMP-5.
           05 WS-PDX             PIC 9(4) COMP-5.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-BDX             PIC 9(4) COMP-5.
      *    The BREACHING run's identity, staged by Judge-Latest-
      *    Point from its chart point before the alert goes out --
      *    the alert must tie back to the run that produced the
      *    data (CPUTSCAN's pattern), not to this analysis step.
           05 WS-RUN-TIMESTAMP   PIC X(26) VALUE SPACES.
           05 WS-RUN-ID          PIC X(16) VALUE SPACES.
           05 WS-SYSTEM-ID       PIC X(8)  VALUE SPACES.

      *===============================================================
      *  Chart table -- per program/routine, the most recent 30
      *===============================================================
       01  WS-CHART-TABLE.
           05 WS-CHT-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-CHT-ENTRY OCCURS 32 TIMES.
              10 WS-CHT-PROGRAM      PIC X(8).
              10 WS-CHT-ROUTINE      PIC X(8).
              10 WS-CHT-PT-COUNT     PIC 9(2) COMP-5.
              10 WS-CHT-PT OCCURS 30 TIMES.
                 15 WS-CHT-TS        PIC X(16).
                 15 WS-CHT-SYS       PIC X(8).
                 15 WS-CHT-SUM       PIC 9(12)V9(6) COMP-5.
                 15 WS-CHT-CNT       PIC 9(4) COMP-5.
                 15 WS-CHT-AVG       PIC 9(12)V9(6) COMP-5.
           05 WS-CHT-FOUND       PIC X(1).
              88 CHT-FOUND       VALUE 'Y'.

      *===============================================================
      *  Routine catalog as browsed at start of run, and the
      *  uncataloged routines whose rows were rejected.  WS-CAT-
      *  USABLE is off when the catalog could not be read, and then
      *  nothing is rejected.
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
           05 WS-CAT-LOOKUP      PIC X(8).
           05 WS-CAT-IDX         PIC 9(4) COMP-5.
           05 WS-CAT-FOUND       PIC X(1).
              88 CAT-FOUND       VALUE 'Y'.
           05 WS-CAT-ACCEPT      PIC X(1).
              88 CAT-ACCEPTED    VALUE 'Y'.
           05 WS-UNCAT-COUNT     PIC 9(2) COMP-5 VALUE 0.
           05 WS-UNCAT-ENTRY OCCURS 20 TIMES.
              10 WS-UNCAT-NAME       PIC X(8).
              10 WS-UNCAT-ROWS       PIC 9(7) COMP-5.
           05 WS-UNCAT-ROWS-O    PIC Z,ZZZ,ZZ9.
           05 WS-REJECT-COUNT    PIC 9(7) COMP-5 VALUE 0.

      *===============================================================
      *  Change events as browsed at start of run (key order:
      *  system, then date and time), and the window search that
      *  finds the events on one system after one point and at or
      *  before the next.  Stamps are yyyymmddhhmm so they compare
      *  directly with a run timestamp's first 12 characters.
      *===============================================================
       01  WS-EVENT-TABLE.
           05 WS-CEV-STATUS      PIC X(2).
              88 CEV-OK          VALUE '00'.
           05 WS-CEV-EOF         PIC X(1) VALUE 'N'.
              88 CEV-AT-EOF      VALUE 'Y'.
           05 WS-EVT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-EVT-ENTRY OCCURS 500 TIMES.
              10 WS-EVT-SYSTEM       PIC X(8).
              10 WS-EVT-STAMP        PIC X(12).
              10 WS-EVT-CATEGORY     PIC X(8).
              10 WS-EVT-DESC         PIC X(41).
           05 WS-EDX             PIC 9(4) COMP-5.
           05 WS-EVW-SYSTEM      PIC X(8).
           05 WS-EVW-FROM        PIC X(12).
           05 WS-EVW-TO          PIC X(12).
           05 WS-EVW-COUNT       PIC 9(4) COMP-5.
           05 WS-EVW-LATEST      PIC 9(4) COMP-5.
           05 WS-EVW-COUNT-O     PIC Z9.
           05 WS-EVW-COUNT-X     PIC X(2).
           05 WS-EVW-MARK        PIC X(70).
           05 WS-MARK-COUNT      PIC 9(4) COMP-5 VALUE 0.

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
      *  Control-limit work fields for the routine being judged.
      *===============================================================
              10 WS-CHL-BAND-CH  OCCURS 41 TIMES PIC X(1).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CHL-FLAG        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CHL-EVENT       PIC X(40).

       01  WS-NOTE-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
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
           Display '=== CPUSPC: control-chart monitoring ==='
           Perform Write-Step-Start

           Perform Get-Minimum-Grade
           Perform Load-Routine-Catalog
           Perform Load-Change-Events
           Perform Load-Repository-Points
           If WS-CHT-COUNT = 0
               Display '*** no usable repository rows -- nothing to '

           Display 'Repository rows read : ' WS-READ-COUNT
           Display 'Routines breaching   : ' WS-BREACH-COUNT
           Display 'Uncataloged rows     : ' WS-REJECT-COUNT
           Display 'Rows below min grade : ' WS-GRD-BELOW-ROWS
           Display 'Rows from ungraded   : ' WS-GRD-UNGRADED-ROWS
           If QLT-USABLE
               CLOSE RUNQUAL-FILE
           End-If
           If WS-REJECT-COUNT > 0
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           If WS-BREACH-COUNT > 0
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *    Full sweep of the repository, rolling each routine's
      *    measured passes up to one normalized average per run.
      *    Suspect rows, interleaved (pass 9) rows and tier rows are
      *    excluded -- the chart trends the isolated measured cost --
      *    and so are rows from runs short of the minimum grade.
      *--------------------------------------------------------------
       Load-Repository-Points.
           OPEN INPUT CPUREPO-FILE
                           If RPO-SUSPECT-FLAG NOT = 'S'
                              AND RPO-PASS-NUMBER < 9
                              AND RPO-TIER-COUNT = 0
                               Move RPO-RUN-ID     to WS-GRD-RUN-ID
                               Move RPO-PROGRAM-ID to WS-GRD-PROGRAM
                               Perform Check-Run-Grade
                               If GRD-ACCEPTED
                                   Move RPO-ROUTINE-NAME
                                       to WS-CAT-LOOKUP
                                   Perform Check-Catalog-Routine
                                   If CAT-ACCEPTED
                                       Perform Add-One-Point
                                   End-If
                               End-If
                           End-If
                   END-READ
               End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Browse the RTNCAT catalog into the lookup table.  A
      *    catalog that will not open or is empty leaves the check
      *    switched off, with a warning and RC 4, rather than
      *    rejecting every row in the repository.
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
                           ELSE
                               DISPLAY '*** CPUSPC catalog table '
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
      *    Accept or reject WS-CAT-LOOKUP against the catalog.  A
      *    rejected routine is counted, and warned about on first
      *    sight only.
      *--------------------------------------------------------------
       Check-Catalog-Routine.
           Move 'Y' to WS-CAT-ACCEPT
           If CAT-USABLE
               Move 'N' to WS-CAT-FOUND
               Perform Varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT OR CAT-FOUND
                   If WS-CAT-NAME(WS-CAT-IDX) = WS-CAT-LOOKUP
                       Set CAT-FOUND to True
                   End-If
               End-Perform
               If NOT CAT-FOUND
                   Move 'N' to WS-CAT-ACCEPT
                   Add 1 to WS-REJECT-COUNT
                   Perform Note-Uncataloged-Routine
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Count a rejected row against its routine, adding the
      *    routine (with a warning) on first sight.
      *--------------------------------------------------------------
       Note-Uncataloged-Routine.
           Move 'N' to WS-CAT-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-UNCAT-COUNT
               If WS-UNCAT-NAME(WS-KDX) = WS-CAT-LOOKUP
                   Add 1 to WS-UNCAT-ROWS(WS-KDX)
                   Set CAT-FOUND to True
               End-If
           End-Perform
           If NOT CAT-FOUND
               Display '*** routine ' WS-CAT-LOOKUP
                       ' is not on the routine catalog -- its '
                       'rows are not charted ***'
               If WS-UNCAT-COUNT < 20
                   Add 1 to WS-UNCAT-COUNT
                   Move WS-CAT-LOOKUP
                       to WS-UNCAT-NAME(WS-UNCAT-COUNT)
                   Move 1 to WS-UNCAT-ROWS(WS-UNCAT-COUNT)
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Fold one pass row into its routine's point for that run,
      *    appending a new point (shifting the oldest out when the
                   Perform Fold-Into-Routine
               End-If
           End-Perform
           If NOT CHT-FOUND AND WS-CHT-COUNT < 32
               Add 1 to WS-CHT-COUNT
               Move WS-CHT-COUNT to WS-RDX
               Move RPO-PROGRAM-ID   to WS-CHT-PROGRAM(WS-RDX)
                   to WS-CHT-TS(WS-RDX, WS-PDX)
               Move RPO-SU-VALUE to WS-CHT-SUM(WS-RDX, WS-PDX)
               Move 1            to WS-CHT-CNT(WS-RDX, WS-PDX)
               Move RPO-SYSTEM-ID to WS-CHT-SYS(WS-RDX, WS-PDX)
           End-If
           EXIT.

                   until WS-RDX > WS-CHT-COUNT
               Perform Judge-One-Routine
           End-Perform
           Perform Print-Uncataloged-Notes
           If WS-MARK-COUNT > 0
               Move SPACES to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE SPCRPT-RECORD
               Move SPACES to WS-NOTE-TEXT
               String '<< CHANGE EVENT ON THE POINT''S SYSTEM SINCE '
                      'ITS PREVIOUS POINT THERE'
                   Delimited by Size into WS-NOTE-TEXT
               End-String
               Move WS-NOTE-LINE to RPT-TEXT
               WRITE SPCRPT-RECORD
               Move SPACES to WS-NOTE-TEXT
               String '<< N -- N EVENTS IN THAT INTERVAL, THE LATEST '
                      'SHOWN'
                   Delimited by Size into WS-NOTE-TEXT
               End-String
               Move WS-NOTE-LINE to RPT-TEXT
               WRITE SPCRPT-RECORD
           End-If
           CLOSE SPCRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Foot of the report: one line per uncataloged routine whose
      *    rows were kept off the chart.
      *--------------------------------------------------------------
       Print-Uncataloged-Notes.
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-UNCAT-COUNT
               If WS-KDX = 1
                   Move SPACES to RPT-TEXT
                   Move ' ' to RPT-CC
                   WRITE SPCRPT-RECORD
               End-If
               Move WS-UNCAT-ROWS(WS-KDX) to WS-UNCAT-ROWS-O
               Move SPACES to WS-NOTE-TEXT
               String 'ROUTINE ' WS-UNCAT-NAME(WS-KDX)
                      ' NOT IN ROUTINE CATALOG -- '
                      WS-UNCAT-ROWS-O ' ROWS REJECTED'
                   Delimited by Size into WS-NOTE-TEXT
               End-String
               Move WS-NOTE-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE SPCRPT-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One routine: limits from the history behind the latest
      *    point, the chart section, and the breach verdict.
              OR WS-CHT-AVG(WS-RDX, WS-PDX) < WS-LCL
               Move 'OOL' to WS-CHL-FLAG
           End-If
           Perform Mark-Point-Events
           Move WS-CHART-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE SPCRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Mark chart point WS-PDX with the change events on its
      *    system since the series' previous point on that system.
      *    A series' first point on a system has no interval and is
      *    not marked.
      *--------------------------------------------------------------
       Mark-Point-Events.
           Move WS-CHT-SYS(WS-RDX, WS-PDX) to WS-EVW-SYSTEM
           Move WS-CHT-TS(WS-RDX, WS-PDX)(1:12) to WS-EVW-TO
           Move SPACES to WS-EVW-FROM
           Compute WS-BDX = WS-PDX - 1
           Perform Varying WS-KDX from WS-BDX by -1
                   until WS-KDX < 1 OR WS-EVW-FROM NOT = SPACES
               If WS-CHT-SYS(WS-RDX, WS-KDX) = WS-EVW-SYSTEM
                   Move WS-CHT-TS(WS-RDX, WS-KDX)(1:12)
                       to WS-EVW-FROM
               End-If
           End-Perform
           If WS-EVW-FROM NOT = SPACES
               Perform Find-Window-Events
               If WS-EVW-COUNT > 0
                   Perform Format-Event-Marker
                   Move WS-EVW-MARK to WS-CHL-EVENT
                   Add 1 to WS-MARK-COUNT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The breach verdict for the latest point: inside the
      *    limits is business as usual however noisy the routine;
                   to WS-RUN-TIMESTAMP
               Move WS-CHT-TS(WS-RDX, WS-CHT-PT-COUNT(WS-RDX))
                   to WS-RUN-ID
               Move WS-CHT-SYS(WS-RDX, WS-CHT-PT-COUNT(WS-RDX))
                   to WS-SYSTEM-ID
               Perform Write-Alert-Record
           Else
               Display '  ' WS-CHT-PROGRAM(WS-RDX) ' '
           Move WS-ALT-THRESHOLD  to ALT-THRESHOLD
           Move WS-RUN-TIMESTAMP  to ALT-RUN-TIMESTAMP
           Move WS-RUN-ID         to ALT-RUN-ID
           Move WS-SYSTEM-ID      to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           If WS-ALT-SEVERITY = 'S'
                       ' PCT' Upon CNSL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the CHGEVT change-event log into the event table.
      *    A log that will not open only means the chart goes out
      *    unmarked -- it is not a failure of this step.
      *--------------------------------------------------------------
       Load-Change-Events.
           OPEN INPUT CHGEVT-FILE
           If CEV-OK
               PERFORM UNTIL CEV-AT-EOF
                   READ CHGEVT-FILE NEXT RECORD
                       AT END
                           SET CEV-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-EVT-COUNT < 500
                               ADD 1 TO WS-EVT-COUNT
                               MOVE CEV-SYSTEM-ID
                                   TO WS-EVT-SYSTEM(WS-EVT-COUNT)
                               MOVE CEV-EVENT-DATE
                                   TO WS-EVT-STAMP(WS-EVT-COUNT)(1:8)
                               MOVE CEV-EVENT-TIME
                                   TO WS-EVT-STAMP(WS-EVT-COUNT)(9:4)
                               MOVE CEV-CATEGORY
                                   TO WS-EVT-CATEGORY(WS-EVT-COUNT)
                               MOVE CEV-DESCRIPTION
                                   TO WS-EVT-DESC(WS-EVT-COUNT)
                           ELSE
                               DISPLAY '*** CPUSPC change-event table '
                                       'full at 500 entries -- later '
                                       'events not marked ***'
                               SET CEV-AT-EOF TO TRUE
                               IF 4 > Return-Code
                                   MOVE 4 TO Return-Code
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHGEVT-FILE
           Else
               Display '*** CHGEVT open failed, file status '
                       WS-CEV-STATUS ' -- chart points not marked '
                       'with change events ***'
           End-If
           Display 'Change events loaded : ' WS-EVT-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Count the events on WS-EVW-SYSTEM stamped after
      *    WS-EVW-FROM and at or before WS-EVW-TO, keeping the
      *    latest (the table is in time order within a system).
      *--------------------------------------------------------------
       Find-Window-Events.
           Move 0 to WS-EVW-COUNT
           Move 0 to WS-EVW-LATEST
           Perform Varying WS-EDX from 1 by 1
                   until WS-EDX > WS-EVT-COUNT
               If WS-EVT-SYSTEM(WS-EDX) = WS-EVW-SYSTEM
                  AND WS-EVT-STAMP(WS-EDX) > WS-EVW-FROM
                  AND WS-EVT-STAMP(WS-EDX) NOT > WS-EVW-TO
                   Add 1 to WS-EVW-COUNT
                   Move WS-EDX to WS-EVW-LATEST
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    The marker text for the window just searched: the latest
      *    event's system, category, date/time and description,
      *    preceded by the event count when there was more than one.
      *--------------------------------------------------------------
       Format-Event-Marker.
           Move SPACES to WS-EVW-MARK
           Move WS-EVW-LATEST to WS-EDX
           If WS-EVW-COUNT > 1
               Move WS-EVW-COUNT to WS-EVW-COUNT-O
               Move WS-EVW-COUNT-O to WS-EVW-COUNT-X
           Else
               Move SPACES to WS-EVW-COUNT-X
           End-If
           String '<<'                          Delimited by Size
                  WS-EVW-COUNT-X                Delimited by Size
                  ' '                           Delimited by Size
                  WS-EVT-SYSTEM(WS-EDX)         Delimited by Space
                  ' '                           Delimited by Size
                  WS-EVT-CATEGORY(WS-EDX)       Delimited by Space
                  ' '                           Delimited by Size
                  WS-EVT-STAMP(WS-EDX)(1:4) '-'
                  WS-EVT-STAMP(WS-EDX)(5:2) '-'
                  WS-EVT-STAMP(WS-EDX)(7:2) ' '
                  WS-EVT-STAMP(WS-EDX)(9:2) ':'
                  WS-EVT-STAMP(WS-EDX)(11:2) ' ' Delimited by Size
                  WS-EVT-DESC(WS-EDX)           Delimited by Size
               into WS-EVW-MARK
           End-String
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
           Move 'CPUSPC'    to STP-PROGRAM-ID
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
