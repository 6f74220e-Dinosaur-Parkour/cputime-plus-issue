      *  -- with ANSI carriage control in column 1 so the output can
      *  be handed to the capacity-planning meeting instead of being
      *  screen-scraped off SYSOUT.
      *
      *  Each routine is checked against the RTNCAT routine catalog
      *  (see CPURCAT copybook): a section for a routine the catalog
      *  has never heard of is still printed but flagged NOT IN
      *  ROUTINE CATALOG, on its heading and on the grand summary,
      *  with RC 4; a retired routine's section is marked RETIRED.
      *
      *  Each trend point carries the system its run measured on,
      *  and a point is marked (<<) with the change events (see
      *  CPUCEVT) recorded on that system since the routine's
      *  previous point there -- so a step in the trend that lines
      *  up with an IPL, a PTF or a CEC swap says so on the page.
      *  A missing change-event log just leaves the report unmarked.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    The printable report, ANSI carriage control in column 1.
           SELECT RPTOUT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- browsed once to flag uncataloged and
      *    retired routines.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.
      *    Change-event log -- browsed once to mark trend points.
           SELECT CHGEVT-FILE ASSIGN TO CHGEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEV-KEY
               FILE STATUS IS WS-CEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==CBR-CPU-MODEL==        BY ==CPO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CPO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CPO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CPO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CPO-BUILD-ID==.

       FD  RPTOUT-FILE
           RECORDING MODE F.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  CHGEVT-FILE.
           COPY CPUCEVT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-HSTI-EOF        PIC X(1) VALUE 'N'.
           05 WS-IDX             PIC 9(4) COMP-5.
           05 WS-JDX             PIC 9(4) COMP-5.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-BDX             PIC 9(4) COMP-5.
           05 WS-SECTION-START   PIC 9(4) COMP-5.

      *===============================================================
      *  Trend table -- one entry per routine per run, loaded from
                 15 WS-TREND-ROUTINE    PIC X(8).
                 15 WS-TREND-TIMESTAMP  PIC X(26).
              10 WS-TREND-AVG           PIC 9(12)V9(6) COMP-5.
              10 WS-TREND-SYSTEM        PIC X(8).
           05 WS-SWAP-ENTRY.
              10 WS-SWAP-KEY.
                 15 WS-SWAP-ROUTINE     PIC X(8).
                 15 WS-SWAP-TIMESTAMP   PIC X(26).
              10 WS-SWAP-AVG            PIC 9(12)V9(6) COMP-5.
              10 WS-SWAP-SYSTEM         PIC X(8).

      *===============================================================
      *  Current-run roll-up -- CPUOUT carries one record per routine
      *===============================================================
       01  WS-CURRENT-RUN-ITEMS.
           05 WS-CUR-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-CUR-ENTRY OCCURS 50 TIMES.
              10 WS-CUR-ROUTINE-NM   PIC X(8).
              10 WS-CUR-SUM          PIC 9(12)V9(6) COMP-5.
              10 WS-CUR-CNT          PIC 9(4) COMP-5.
           05 WS-CUR-TIMESTAMP   PIC X(26).
           05 WS-CUR-SYSTEM      PIC X(8).
           05 WS-CUR-FOUND       PIC X(1).
              88 CUR-FOUND       VALUE 'Y'.


       01  WS-SUMMARY-ITEMS.
           05 WS-SUM-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-SUM-ENTRY OCCURS 50 TIMES.
              10 WS-SUM-ROUTINE      PIC X(8).
              10 WS-SUM-CATNOTE      PIC X(12).
              10 WS-SUM-RUNS         PIC 9(4) COMP-5.
              10 WS-SUM-FIRST        PIC 9(12)V9(6) COMP-5.
              10 WS-SUM-LAST         PIC 9(12)V9(6) COMP-5.

      *===============================================================
      *  Routine catalog as browsed at start of run -- every entry,
      *  active or retired.  WS-CAT-USABLE is off when the catalog
      *  could not be read, and then no routine is flagged.
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
                 88 CAT-RETIRED      VALUE 'R'.
           05 WS-CAT-LOOKUP      PIC X(8).
           05 WS-CAT-IDX         PIC 9(4) COMP-5.
           05 WS-CAT-FOUND       PIC X(1).
              88 CAT-FOUND       VALUE 'Y'.

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
      *  Print lines.
      *===============================================================
       01  WS-HEAD3.
           05 FILLER             PIC X(9)  VALUE 'ROUTINE:'.
           05 WS-HEAD3-ROUTINE   PIC X(8).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-HEAD3-CATNOTE   PIC X(30) VALUE SPACES.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD4.
           05 FILLER             PIC X(23) VALUE
              '    AVG SERVICE UNITS'.
           05 FILLER             PIC X(12) VALUE
              '    CHANGE %'.
           05 FILLER             PIC X(72) VALUE
              'CHANGE EVENTS'.

       01  WS-HEAD5.
           05 FILLER             PIC X(23) VALUE
              '  ----------------------'.
           05 FILLER             PIC X(12) VALUE
              '   ---------'.
           05 FILLER             PIC X(72) VALUE
              '-------------'.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-AVG         PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-PCT         PIC X(9).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-DTL-EVENT       PIC X(70).
           05 FILLER             PIC X(1)  VALUE SPACES.

       01  WS-FOOTER-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SUML-LAST       PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SUML-PCT        PIC X(9).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SUML-CATNOTE    PIC X(12).
           05 FILLER             PIC X(41) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move 0 to Return-Code
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-REPORT-DATE
           Move WS-REPORT-DATE to WS-TS-IN
           Perform Format-Timestamp
           Move WS-TS-FMT to WS-HEAD2-DATE

           Perform Load-Routine-Catalog
           Perform Load-Change-Events
           Perform Load-History
           Perform Load-Current-Run
           Perform Sort-Trend-Table
               Perform Print-Grand-Summary
           End-If
           CLOSE RPTOUT-FILE
           Perform Write-Step-End
           GOBACK.


      *                    read as a capacity swing.
                           MOVE HSTI-AVG-SU TO
                               WS-TREND-AVG(WS-TREND-COUNT)
                           MOVE HSTI-SYSTEM-ID TO
                               WS-TREND-SYSTEM(WS-TREND-COUNT)
                       ELSE
                           DISPLAY '*** CPUHRPT trend table full at '
                                   '400 entries -- generation for '
                           WS-TREND-ROUTINE(WS-TREND-COUNT)
                       MOVE WS-CUR-TIMESTAMP TO
                           WS-TREND-TIMESTAMP(WS-TREND-COUNT)
                       MOVE WS-CUR-SYSTEM TO
                           WS-TREND-SYSTEM(WS-TREND-COUNT)
                       COMPUTE WS-TREND-AVG(WS-TREND-COUNT) =
                           WS-CUR-SUM(WS-KDX) / WS-CUR-CNT(WS-KDX)
                   ELSE
                   Set CUR-FOUND to True
               End-If
           End-Perform
           If NOT CUR-FOUND AND WS-CUR-COUNT < 50
               Add 1 to WS-CUR-COUNT
               Move CPO-ROUTINE-NAME to
                   WS-CUR-ROUTINE-NM(WS-CUR-COUNT)
               Move 1 to WS-CUR-CNT(WS-CUR-COUNT)
           End-If
           Move CPO-RUN-TIMESTAMP to WS-CUR-TIMESTAMP
           Move CPO-SYSTEM-ID     to WS-CUR-SYSTEM
           EXIT.


      *    summary table.
      *--------------------------------------------------------------
       Start-Routine-Section.
           Move WS-BREAK-ROUTINE to WS-CAT-LOOKUP
           Perform Check-Catalog-Routine
           Move 99 to WS-LINE-COUNT
           Perform Print-Page-Heading
           Move 0 to WS-PRIOR-AVG
           Move 0 to WS-SECTION-RUNS
           Move WS-IDX to WS-SECTION-START
           If WS-SUM-COUNT < 50
               Add 1 to WS-SUM-COUNT
               Move WS-BREAK-ROUTINE to WS-SUM-ROUTINE(WS-SUM-COUNT)
               Move SPACES to WS-SUM-CATNOTE(WS-SUM-COUNT)
               If WS-HEAD3-CATNOTE(1:2) = '**'
                   Move 'UNCATALOGED' to WS-SUM-CATNOTE(WS-SUM-COUNT)
               End-If
               If WS-HEAD3-CATNOTE(1:1) = '('
                   Move 'RETIRED' to WS-SUM-CATNOTE(WS-SUM-COUNT)
               End-If
               Move 0 to WS-SUM-RUNS(WS-SUM-COUNT)
               Move 0 to WS-SUM-FIRST(WS-SUM-COUNT)
               Move 0 to WS-SUM-LAST(WS-SUM-COUNT)
           Else
               Move SPACES to WS-DTL-PCT
           End-If
           Perform Mark-Trend-Events
           Move WS-DETAIL-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           Perform Write-Report-Line
           EXIT.


      *--------------------------------------------------------------
      *    Mark trend point WS-IDX with the change events on its
      *    system since the routine's previous point on that system.
      *    A routine's first point on a system has no interval and
      *    is not marked.
      *--------------------------------------------------------------
       Mark-Trend-Events.
           Move SPACES to WS-DTL-EVENT
           Move WS-TREND-SYSTEM(WS-IDX) to WS-EVW-SYSTEM
           Move WS-TREND-TIMESTAMP(WS-IDX)(1:12) to WS-EVW-TO
           Move SPACES to WS-EVW-FROM
           Compute WS-BDX = WS-IDX - 1
           Perform Varying WS-KDX from WS-BDX by -1
                   until WS-KDX < WS-SECTION-START
                      OR WS-EVW-FROM NOT = SPACES
               If WS-TREND-SYSTEM(WS-KDX) = WS-EVW-SYSTEM
                   Move WS-TREND-TIMESTAMP(WS-KDX)(1:12)
                       to WS-EVW-FROM
               End-If
           End-Perform
           If WS-EVW-FROM NOT = SPACES
               Perform Find-Window-Events
               If WS-EVW-COUNT > 0
                   Perform Format-Event-Marker
                   Move WS-EVW-MARK to WS-DTL-EVENT
                   Add 1 to WS-MARK-COUNT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Close a routine's section with its run count and the
      *    overall first-to-latest percent movement.
               Move WS-SUM-RUNS(WS-KDX)    to WS-SUML-RUNS
               Move WS-SUM-FIRST(WS-KDX)   to WS-SUML-FIRST
               Move WS-SUM-LAST(WS-KDX)    to WS-SUML-LAST
               Move WS-SUM-CATNOTE(WS-KDX) to WS-SUML-CATNOTE
               If WS-SUM-FIRST(WS-KDX) > 0
                   Compute WS-PCT =
                       ((WS-SUM-LAST(WS-KDX) - WS-SUM-FIRST(WS-KDX))
               Move ' ' to RPT-CC
               Perform Write-Report-Line
           End-Perform

           If WS-MARK-COUNT > 0
               Move SPACES to RPT-TEXT
               Move ' ' to RPT-CC
               Perform Write-Report-Line
               Move SPACES to RPT-TEXT
               String '  << CHANGE EVENT ON THE POINT''S SYSTEM SINCE '
                      'THE ROUTINE''S PREVIOUS POINT THERE;  << N -- '
                      'N EVENTS IN THAT INTERVAL, THE LATEST SHOWN'
                   Delimited by Size into RPT-TEXT
               End-String
               Perform Write-Report-Line
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the RTNCAT catalog into the lookup table.  A
      *    catalog that will not open or is empty leaves the check
      *    switched off, with a warning and RC 4, rather than
      *    flagging every routine on the report.
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
                               DISPLAY '*** CPUHRPT catalog table '
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
      *    Look WS-CAT-LOOKUP up on the catalog and set the section
      *    heading's catalog note: blank when cataloged active,
      *    RETIRED when retired, and NOT IN ROUTINE CATALOG (with a
      *    warning and RC 4) when the catalog has never heard of it.
      *--------------------------------------------------------------
       Check-Catalog-Routine.
           Move SPACES to WS-HEAD3-CATNOTE
           Move 'N' to WS-CAT-FOUND
           Perform Varying WS-CAT-IDX from 1 by 1
                   until WS-CAT-IDX > WS-CAT-COUNT OR CAT-FOUND
               If WS-CAT-NAME(WS-CAT-IDX) = WS-CAT-LOOKUP
                   Set CAT-FOUND to True
                   If CAT-RETIRED(WS-CAT-IDX)
                       Move '(RETIRED FROM ROUTINE CATALOG)'
                           to WS-HEAD3-CATNOTE
                   End-If
               End-If
           End-Perform
           If CAT-USABLE AND NOT CAT-FOUND
               Move '** NOT IN ROUTINE CATALOG **' to WS-HEAD3-CATNOTE
               Display '*** routine ' WS-CAT-LOOKUP
                       ' is not on the routine catalog -- flagged '
                       'on the report ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the CHGEVT change-event log into the event table.
      *    A log that will not open only means the report goes out
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
                               DISPLAY '*** CPUHRPT change-event table '
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
                       WS-CEV-STATUS ' -- trend points not marked '
                       'with change events ***'
           End-If
           Display 'Change events loaded: ' WS-EVT-COUNT
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


               Delimited by Size into WS-TS-FMT
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUHRPT'   to STP-PROGRAM-ID
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
