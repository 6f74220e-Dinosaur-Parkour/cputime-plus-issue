       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUWHIF.
      *===============================================================
      *  Workload what-if projection.  When an application team asks
      *  what their new volume will cost -- and which system should
      *  take it -- the answer has been worked out by hand from
      *  CPUBINQ listings.  This program does it from the
      *  repository the suite already keeps:
      *
      *    - VOLIN is the projected volume: application, routine,
      *      projected daily call count and the date the volume
      *      starts;
      *    - each routine's cost per call on each system is its
      *      latest non-suspect untiered row in CPUREPO (tier rows
      *      are a scaling curve, not a cost) -- the row's CPU
      *      seconds and service units each divided by its call
      *      count, so systems on different processors compare on
      *      the normalized figure;
      *    - HEADIN carries each system's spare capacity as service
      *      units per day.
      *
      *  It prints (WHIFRPT) the cost basis used, the projected
      *  daily CPU seconds and service units per application per
      *  system, and per system the added load against its headroom
      *  -- then recommends the system to route the work to: the one
      *  that takes the whole projected volume with the most
      *  headroom left over.  A system with no cost for one of the
      *  routines cannot be judged for the whole volume and is shown
      *  INCOMPLETE; a system with no HEADIN card is costed but not
      *  recommended.
      *
      *  HEADIN cards:
      *    system-id cols 1-8, headroom service units per day cols
      *        9-22 (9(12)V99).
      *    'ASOF' in cols 1-8, date yyyymmdd in cols 9-16: only
      *        volume starting on or before that date is projected
      *        (default: every volume record -- the fully ramped-up
      *        load).
      *
      *  Condition code: 4 when a routine has no usable cost on any
      *  system, when no system can take the whole volume, or when
      *  a table filled; 8 when the repository could not be opened.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLIN-FILE ASSIGN TO VOLIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL HEADIN-FILE ASSIGN TO HEADIN
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
           SELECT WHIFRPT-FILE ASSIGN TO WHIFRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    Projected volume: application, routine, daily calls,
      *    start date yyyymmdd.
       FD  VOLIN-FILE
           RECORDING MODE F.
       01  VOLIN-RECORD.
           05 VOL-APPLICATION       PIC X(8).
           05 VOL-ROUTINE-NAME      PIC X(8).
           05 VOL-DAILY-CALLS       PIC 9(12).
           05 VOL-START-DATE        PIC 9(8).
           05 FILLER                PIC X(44).

       FD  HEADIN-FILE
           RECORDING MODE F.
       01  HEADIN-RECORD.
           05 HDI-SYSTEM-ID         PIC X(8).
           05 HDI-HEADROOM-SU       PIC 9(12)V9(2).
           05 FILLER                PIC X(58).
       01  HEADIN-ASOF-RECORD.
           05 FILLER                PIC X(8).
           05 HDI-ASOF-DATE         PIC 9(8).
           05 FILLER                PIC X(64).

       FD  CPUREPO-FILE.
           COPY CPUBREP.

       FD  WHIFRPT-FILE
           RECORDING MODE F.
       01  WHIFRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-VOLIN-EOF       PIC X(1) VALUE 'N'.
              88 VOLIN-AT-EOF    VALUE 'Y'.
           05 WS-HEADIN-EOF      PIC X(1) VALUE 'N'.
              88 HEADIN-AT-EOF   VALUE 'Y'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
           05 WS-TODAY           PIC X(26).
           05 WS-ASOF-DATE       PIC 9(8) VALUE 0.
           05 WS-REPO-READ-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-REPO-USED-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-VDX             PIC 9(4) COMP-5.
           05 WS-CDX             PIC 9(4) COMP-5.
           05 WS-SDX             PIC 9(4) COMP-5.
           05 WS-ADX             PIC 9(4) COMP-5.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-ROW-CPU-PER-CALL PIC 9(6)V9(9) COMP-5.
      *    The system Find-System looks up.
           05 WS-FIND-SYSTEM-ID  PIC X(8).
           05 WS-ROW-SU-PER-CALL PIC 9(6)V9(9) COMP-5.
           05 WS-ROW-CPU         PIC 9(12)V9(6) COMP-5.
           05 WS-ROW-SU          PIC 9(12)V9(6) COMP-5.
           05 WS-UNCOSTED-ROUTINES PIC 9(4) COMP-5 VALUE 0.
           05 WS-TABLE-FULL      PIC X(1) VALUE 'N'.
              88 TABLE-FULL-SHOWN VALUE 'Y'.

      *===============================================================
      *  Projected volume, as loaded.  Counted is 'N' for volume
      *  that starts after the ASOF date.
      *===============================================================
       01  WS-VOLUME-TABLE.
           05 WS-VOL-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-VOL-ENTRY OCCURS 200 TIMES.
              10 WS-VOL-APPLICATION  PIC X(8).
              10 WS-VOL-ROUTINE      PIC X(8).
              10 WS-VOL-CALLS        PIC 9(12) COMP-5.
              10 WS-VOL-START        PIC 9(8).
              10 WS-VOL-COUNTED      PIC X(1).
                 88 VOL-COUNTED      VALUE 'Y'.
              10 WS-VOL-COSTED       PIC X(1).
                 88 VOL-COSTED       VALUE 'Y'.

      *===============================================================
      *  Cost basis: per routine per system, the latest non-suspect
      *  untiered row's cost per call and when it was measured.
      *===============================================================
       01  WS-COST-TABLE.
           05 WS-CST-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CST-ENTRY OCCURS 300 TIMES.
              10 WS-CST-ROUTINE      PIC X(8).
              10 WS-CST-SYSTEM       PIC X(8).
              10 WS-CST-CPU-PER-CALL PIC 9(6)V9(9) COMP-5.
              10 WS-CST-SU-PER-CALL  PIC 9(6)V9(9) COMP-5.
              10 WS-CST-TIMESTAMP    PIC X(26).
              10 WS-CST-PROGRAM      PIC X(8).
           05 WS-CST-FOUND       PIC X(1).
              88 CST-FOUND       VALUE 'Y'.

      *===============================================================
      *  Systems -- from HEADIN and from the cost basis -- with the
      *  projected added load and how many volume records could not
      *  be costed on them.
      *===============================================================
       01  WS-SYSTEM-TABLE.
           05 WS-SYS-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-SYS-ENTRY OCCURS 32 TIMES.
              10 WS-SYS-ID           PIC X(8).
              10 WS-SYS-HAS-HEADROOM PIC X(1).
                 88 SYS-HAS-HEADROOM VALUE 'Y'.
              10 WS-SYS-HEADROOM     PIC 9(12)V9(2) COMP-5.
              10 WS-SYS-ADDED-CPU    PIC 9(12)V9(6) COMP-5.
              10 WS-SYS-ADDED-SU     PIC 9(12)V9(6) COMP-5.
              10 WS-SYS-MISSING      PIC 9(4) COMP-5.
           05 WS-SYS-FOUND       PIC X(1).
              88 SYS-FOUND       VALUE 'Y'.
           05 WS-BEST-SYS        PIC 9(4) COMP-5 VALUE 0.
           05 WS-BEST-LEFT       PIC S9(12)V9(6) COMP-5 VALUE 0.
           05 WS-SYS-LEFT        PIC S9(12)V9(6) COMP-5.
           05 WS-SYS-USED-PCT    PIC 9(5)V9(2) COMP-5.

      *===============================================================
      *  Projection per application per system.
      *===============================================================
       01  WS-PROJECTION-TABLE.
           05 WS-APP-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-APP-NAME        PIC X(8) OCCURS 64 TIMES.
           05 WS-PRJ-ENTRY OCCURS 64 TIMES.
              10 WS-PRJ-SYS OCCURS 32 TIMES.
                 15 WS-PRJ-CALLS     PIC 9(15) COMP-5.
                 15 WS-PRJ-CPU       PIC 9(12)V9(6) COMP-5.
                 15 WS-PRJ-SU        PIC 9(12)V9(6) COMP-5.
                 15 WS-PRJ-MISSING   PIC 9(4) COMP-5.
           05 WS-APP-FOUND       PIC X(1).
              88 APP-FOUND       VALUE 'Y'.
           05 WS-APP-BEST-SYS    PIC 9(4) COMP-5.

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUWHIF'.
           05 FILLER             PIC X(40) VALUE
              'WORKLOAD WHAT-IF PROJECTION'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(16) VALUE 'VOLUME AS OF:'.
           05 WS-HEAD2-ASOF      PIC X(20).
           05 FILLER             PIC X(74) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(100).
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-COST-HEAD.
           05 FILLER             PIC X(12) VALUE '  ROUTINE'.
           05 FILLER             PIC X(10) VALUE 'SYSTEM'.
           05 FILLER             PIC X(20) VALUE '    CPU SEC PER CALL'.
           05 FILLER             PIC X(20) VALUE '     SU PER CALL'.
           05 FILLER             PIC X(10) VALUE '  PROGRAM'.
           05 FILLER             PIC X(20) VALUE '  MEASURED'.
           05 FILLER             PIC X(40) VALUE SPACES.

       01  WS-COST-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CSL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CSL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-CSL-CPU         PIC ZZZZZ9.9(9).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-CSL-SU          PIC ZZZZZ9.9(9).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-CSL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CSL-MEASURED    PIC X(16).
           05 FILLER             PIC X(42) VALUE SPACES.

       01  WS-PRJ-HEAD.
           05 FILLER             PIC X(12) VALUE '  APPL'.
           05 FILLER             PIC X(10) VALUE 'SYSTEM'.
           05 FILLER             PIC X(20) VALUE '     CALLS PER DAY'.
           05 FILLER             PIC X(22) VALUE
              '   CPU SEC PER DAY'.
           05 FILLER             PIC X(22) VALUE
              '    SU PER DAY'.
           05 FILLER             PIC X(46) VALUE SPACES.

       01  WS-PRJ-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PJL-APPL        PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PJL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PJL-CALLS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PJL-CPU         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PJL-SU          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PJL-NOTE        PIC X(30).
           05 FILLER             PIC X(25) VALUE SPACES.

       01  WS-SYS-HEAD.
           05 FILLER             PIC X(12) VALUE '  SYSTEM'.
           05 FILLER             PIC X(20) VALUE
              '     HEADROOM SU/DAY'.
           05 FILLER             PIC X(20) VALUE
              '        ADDED SU/DAY'.
           05 FILLER             PIC X(20) VALUE
              '    REMAINING SU/DAY'.
           05 FILLER             PIC X(10) VALUE '   USED %'.
           05 FILLER             PIC X(12) VALUE '  VERDICT'.
           05 FILLER             PIC X(38) VALUE SPACES.

       01  WS-SYS-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SYL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SYL-HEADROOM    PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SYL-ADDED       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SYL-LEFT        PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-SYL-USED        PIC ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-SYL-VERDICT     PIC X(12).
           05 FILLER             PIC X(45) VALUE SPACES.

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
           Display '=== CPUWHIF: workload what-if projection ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-Volumes
           Perform Sweep-Repository
           Perform Project-Workload
           Perform Pick-Recommended-System
           Perform Print-Projection

           Display 'Repository rows read   : ' WS-REPO-READ-COUNT
           Display 'Rows in the cost basis : ' WS-REPO-USED-COUNT
           If WS-UNCOSTED-ROUTINES > 0
               Display '*** ' WS-UNCOSTED-ROUTINES ' volume '
                       'record(s) with no usable cost on any '
                       'system -- not projected ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    HEADIN deck: each system's headroom, and the optional
      *    ASOF card.  A card with a non-numeric figure is skipped
      *    with a message.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Move FUNCTION CURRENT-DATE to WS-TODAY
           OPEN INPUT HEADIN-FILE
           PERFORM UNTIL HEADIN-AT-EOF
               READ HEADIN-FILE
                   AT END
                       SET HEADIN-AT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HDI-SYSTEM-ID = 'ASOF'
                               IF HDI-ASOF-DATE NUMERIC
                                   MOVE HDI-ASOF-DATE TO WS-ASOF-DATE
                               END-IF
                           WHEN HDI-SYSTEM-ID = SPACES
                               CONTINUE
                           WHEN HDI-HEADROOM-SU NOT NUMERIC
                               DISPLAY '*** HEADIN card for <'
                                       HDI-SYSTEM-ID '> has a non-'
                                       'numeric headroom -- skipped '
                                       '***'
                           WHEN OTHER
                               PERFORM Take-Headroom-Card
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HEADIN-FILE
           If WS-ASOF-DATE > 0
               Display 'Volume as of : ' WS-ASOF-DATE
           Else
               Display 'Volume as of : every record (fully ramped)'
           End-If
           Display 'Systems with headroom cards: ' WS-SYS-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One system's headroom card into the system table.
      *--------------------------------------------------------------
       Take-Headroom-Card.
           Move HDI-SYSTEM-ID to WS-FIND-SYSTEM-ID
           Perform Find-System
           If WS-SDX > 0
               Move 'Y'             to WS-SYS-HAS-HEADROOM(WS-SDX)
               Move HDI-HEADROOM-SU to WS-SYS-HEADROOM(WS-SDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Load the projected volume.  A record with a blank routine
      *    or application, or a non-numeric call count, is skipped
      *    with a message.
      *--------------------------------------------------------------
       Load-Volumes.
           OPEN INPUT VOLIN-FILE
           PERFORM UNTIL VOLIN-AT-EOF
               READ VOLIN-FILE
                   AT END
                       SET VOLIN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Add-Volume-Entry
               END-READ
           END-PERFORM
           CLOSE VOLIN-FILE
           Display 'Volume records loaded  : ' WS-VOL-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One volume record into the table.
      *--------------------------------------------------------------
       Add-Volume-Entry.
           Evaluate True
               When VOL-APPLICATION = SPACES
                 OR VOL-ROUTINE-NAME = SPACES
                   Display '*** VOLIN record with a blank routine '
                           'or application -- skipped ***'
               When VOL-DAILY-CALLS NOT NUMERIC
                   Display '*** VOLIN record for <' VOL-APPLICATION
                           '/' VOL-ROUTINE-NAME '> has a non-'
                           'numeric call count -- skipped ***'
               When WS-VOL-COUNT >= 200
                   Display '*** CPUWHIF volume table full at 200 '
                           'entries -- <' VOL-APPLICATION '/'
                           VOL-ROUTINE-NAME '> skipped ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               When Other
                   Add 1 to WS-VOL-COUNT
                   Move VOL-APPLICATION  to
                       WS-VOL-APPLICATION(WS-VOL-COUNT)
                   Move VOL-ROUTINE-NAME to
                       WS-VOL-ROUTINE(WS-VOL-COUNT)
                   Move VOL-DAILY-CALLS  to WS-VOL-CALLS(WS-VOL-COUNT)
                   Move 0 to WS-VOL-START(WS-VOL-COUNT)
                   If VOL-START-DATE NUMERIC
                       Move VOL-START-DATE to
                           WS-VOL-START(WS-VOL-COUNT)
                   End-If
                   Move 'Y' to WS-VOL-COUNTED(WS-VOL-COUNT)
                   If WS-ASOF-DATE > 0
                      AND WS-VOL-START(WS-VOL-COUNT) > WS-ASOF-DATE
                       Move 'N' to WS-VOL-COUNTED(WS-VOL-COUNT)
                   End-If
                   Move 'N' to WS-VOL-COSTED(WS-VOL-COUNT)
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Full sweep of the repository for the cost basis: the
      *    latest non-suspect untiered row of each volume routine
      *    on each system.
      *--------------------------------------------------------------
       Sweep-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open failed, file status '
                       WS-REPO-STATUS ' -- nothing costed ***'
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
                           If RPO-SUSPECT-FLAG NOT = 'S'
                              AND RPO-TIER-COUNT = 0
                              AND RPO-LOOP-COUNT NUMERIC
                              AND RPO-LOOP-COUNT > 0
                              AND RPO-DIFF-VALUE > 0
                               Perform Take-Cost-Row
                           End-If
                   END-READ
               End-Perform
               CLOSE CPUREPO-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One usable row: if its routine is on the volume file,
      *    keep it as the routine's cost on its system unless a
      *    later row is already held.  Per-call cost is the row's
      *    CPU delta and service units each divided by its call
      *    count, as CPUOPTM works it.
      *--------------------------------------------------------------
       Take-Cost-Row.
           Move 'N' to WS-CST-FOUND
           Perform Varying WS-VDX from 1 by 1
                   until WS-VDX > WS-VOL-COUNT OR CST-FOUND
               If WS-VOL-ROUTINE(WS-VDX) = RPO-ROUTINE-NAME
                   Set CST-FOUND to True
               End-If
           End-Perform
           If CST-FOUND
               Compute WS-ROW-CPU-PER-CALL =
                   RPO-DIFF-VALUE / RPO-LOOP-COUNT
               Compute WS-ROW-SU-PER-CALL =
                   RPO-SU-VALUE / RPO-LOOP-COUNT
               Move 'N' to WS-CST-FOUND
               Perform Varying WS-CDX from 1 by 1
                       until WS-CDX > WS-CST-COUNT OR CST-FOUND
                   If WS-CST-ROUTINE(WS-CDX) = RPO-ROUTINE-NAME
                      AND WS-CST-SYSTEM(WS-CDX) = RPO-SYSTEM-ID
                       Set CST-FOUND to True
                   End-If
               End-Perform
               If CST-FOUND
                   Subtract 1 from WS-CDX
                   If RPO-RUN-TIMESTAMP > WS-CST-TIMESTAMP(WS-CDX)
                       Perform Hold-Cost-Row
                   End-If
               Else
                   If WS-CST-COUNT < 300
                       Add 1 to WS-CST-COUNT
                       Move WS-CST-COUNT to WS-CDX
                       Move RPO-ROUTINE-NAME to WS-CST-ROUTINE(WS-CDX)
                       Move RPO-SYSTEM-ID    to WS-CST-SYSTEM(WS-CDX)
                       Perform Hold-Cost-Row
                       Move RPO-SYSTEM-ID    to WS-FIND-SYSTEM-ID
                       Perform Find-System
                   Else
                       If NOT TABLE-FULL-SHOWN
                           Display '*** CPUWHIF cost table full at '
                                   '300 entries -- later routine/'
                                   'system pairs are not costed ***'
                           Set TABLE-FULL-SHOWN to True
                       End-If
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Hold the current row as entry WS-CDX's cost.
      *--------------------------------------------------------------
       Hold-Cost-Row.
           Add 1 to WS-REPO-USED-COUNT
           Move WS-ROW-CPU-PER-CALL to WS-CST-CPU-PER-CALL(WS-CDX)
           Move WS-ROW-SU-PER-CALL  to WS-CST-SU-PER-CALL(WS-CDX)
           Move RPO-RUN-TIMESTAMP   to WS-CST-TIMESTAMP(WS-CDX)
           Move RPO-PROGRAM-ID      to WS-CST-PROGRAM(WS-CDX)
           EXIT.


      *--------------------------------------------------------------
      *    The system table slot for WS-FIND-SYSTEM-ID (WS-SDX), added
      *    with no headroom on first sight; zero when the table is
      *    full.
      *--------------------------------------------------------------
       Find-System.
           Move 'N' to WS-SYS-FOUND
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SYS-COUNT OR SYS-FOUND
               If WS-SYS-ID(WS-SDX) = WS-FIND-SYSTEM-ID
                   Set SYS-FOUND to True
               End-If
           End-Perform
           If SYS-FOUND
               Subtract 1 from WS-SDX
           Else
               If WS-SYS-COUNT < 32
                   Add 1 to WS-SYS-COUNT
                   Move WS-SYS-COUNT to WS-SDX
                   Move WS-FIND-SYSTEM-ID to WS-SYS-ID(WS-SDX)
                   Move 'N' to WS-SYS-HAS-HEADROOM(WS-SDX)
                   Move 0   to WS-SYS-HEADROOM(WS-SDX)
                   Move 0   to WS-SYS-ADDED-CPU(WS-SDX)
                   Move 0   to WS-SYS-ADDED-SU(WS-SDX)
                   Move 0   to WS-SYS-MISSING(WS-SDX)
               Else
                   Display '*** CPUWHIF system table full at 32 '
                           'entries -- <' WS-FIND-SYSTEM-ID
                           '> not projected ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
                   Move 0 to WS-SDX
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Project every counted volume record onto every system:
      *    its daily calls at the routine's cost there, into the
      *    application's figures and the system's added load -- or
      *    a missing count where the routine has no cost on that
      *    system.
      *--------------------------------------------------------------
       Project-Workload.
           Perform Varying WS-VDX from 1 by 1
                   until WS-VDX > WS-VOL-COUNT
               If VOL-COUNTED(WS-VDX)
                   Perform Find-Application
                   If WS-ADX > 0
                       Perform Varying WS-SDX from 1 by 1
                               until WS-SDX > WS-SYS-COUNT
                           Perform Project-One-Volume
                       End-Perform
                   End-If
                   If NOT VOL-COSTED(WS-VDX)
                       Add 1 to WS-UNCOSTED-ROUTINES
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Volume record WS-VDX on system WS-SDX.
      *--------------------------------------------------------------
       Project-One-Volume.
           Move 'N' to WS-CST-FOUND
           Perform Varying WS-CDX from 1 by 1
                   until WS-CDX > WS-CST-COUNT OR CST-FOUND
               If WS-CST-ROUTINE(WS-CDX) = WS-VOL-ROUTINE(WS-VDX)
                  AND WS-CST-SYSTEM(WS-CDX) = WS-SYS-ID(WS-SDX)
                   Set CST-FOUND to True
               End-If
           End-Perform
           If CST-FOUND
               Subtract 1 from WS-CDX
               Move 'Y' to WS-VOL-COSTED(WS-VDX)
               Compute WS-ROW-CPU =
                   WS-VOL-CALLS(WS-VDX) * WS-CST-CPU-PER-CALL(WS-CDX)
               Compute WS-ROW-SU =
                   WS-VOL-CALLS(WS-VDX) * WS-CST-SU-PER-CALL(WS-CDX)
               Add WS-VOL-CALLS(WS-VDX)
                   to WS-PRJ-CALLS(WS-ADX, WS-SDX)
               Add WS-ROW-CPU to WS-PRJ-CPU(WS-ADX, WS-SDX)
               Add WS-ROW-SU  to WS-PRJ-SU(WS-ADX, WS-SDX)
               Add WS-ROW-CPU to WS-SYS-ADDED-CPU(WS-SDX)
               Add WS-ROW-SU  to WS-SYS-ADDED-SU(WS-SDX)
           Else
               Add 1 to WS-PRJ-MISSING(WS-ADX, WS-SDX)
               Add 1 to WS-SYS-MISSING(WS-SDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The application slot for volume record WS-VDX (WS-ADX),
      *    cleared on first sight; zero when the table is full.
      *--------------------------------------------------------------
       Find-Application.
           Move 'N' to WS-APP-FOUND
           Perform Varying WS-ADX from 1 by 1
                   until WS-ADX > WS-APP-COUNT OR APP-FOUND
               If WS-APP-NAME(WS-ADX) = WS-VOL-APPLICATION(WS-VDX)
                   Set APP-FOUND to True
               End-If
           End-Perform
           If APP-FOUND
               Subtract 1 from WS-ADX
           Else
               If WS-APP-COUNT < 64
                   Add 1 to WS-APP-COUNT
                   Move WS-APP-COUNT to WS-ADX
                   Move WS-VOL-APPLICATION(WS-VDX)
                       to WS-APP-NAME(WS-ADX)
                   Perform Varying WS-KDX from 1 by 1
                           until WS-KDX > 32
                       Move 0 to WS-PRJ-CALLS(WS-ADX, WS-KDX)
                       Move 0 to WS-PRJ-CPU(WS-ADX, WS-KDX)
                       Move 0 to WS-PRJ-SU(WS-ADX, WS-KDX)
                       Move 0 to WS-PRJ-MISSING(WS-ADX, WS-KDX)
                   End-Perform
               Else
                   Display '*** CPUWHIF application table full at '
                           '64 entries -- <'
                           WS-VOL-APPLICATION(WS-VDX)
                           '> not projected ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
                   Move 0 to WS-ADX
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The recommendation: of the systems with a headroom card
      *    and a cost for every routine, the one that takes the
      *    whole added load with the most headroom left.
      *--------------------------------------------------------------
       Pick-Recommended-System.
           Move 0 to WS-BEST-SYS
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SYS-COUNT
               If SYS-HAS-HEADROOM(WS-SDX)
                  AND WS-SYS-MISSING(WS-SDX) = 0
                   Compute WS-SYS-LEFT = WS-SYS-HEADROOM(WS-SDX)
                       - WS-SYS-ADDED-SU(WS-SDX)
                   If WS-SYS-LEFT >= 0
                      AND (WS-BEST-SYS = 0
                           OR WS-SYS-LEFT > WS-BEST-LEFT)
                       Move WS-SDX      to WS-BEST-SYS
                       Move WS-SYS-LEFT to WS-BEST-LEFT
                   End-If
               End-If
           End-Perform
           If WS-BEST-SYS = 0 AND WS-VOL-COUNT > 0
               Display '*** no system takes the whole projected '
                       'volume inside its headroom ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The report: cost basis, projection by application, load
      *    against headroom by system, and the recommendation.
      *--------------------------------------------------------------
       Print-Projection.
           OPEN OUTPUT WHIFRPT-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE WHIFRPT-RECORD
           Move WS-TODAY(1:8) to WS-HEAD2-DATE
           If WS-ASOF-DATE > 0
               Move WS-ASOF-DATE to WS-HEAD2-ASOF
           Else
               Move 'ALL VOLUME RECORDS' to WS-HEAD2-ASOF
           End-If
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WHIFRPT-RECORD

           Move SPACES to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move SPACES to WS-SEC-TEXT
           String 'COST BASIS -- LATEST NON-SUSPECT UNTIERED ROW PER '
                  'ROUTINE PER SYSTEM'
               Delimited by Size into WS-SEC-TEXT
           End-String
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move WS-COST-HEAD to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Perform Varying WS-CDX from 1 by 1
                   until WS-CDX > WS-CST-COUNT
               Move SPACES to WS-COST-LINE
               Move WS-CST-ROUTINE(WS-CDX)      to WS-CSL-ROUTINE
               Move WS-CST-SYSTEM(WS-CDX)       to WS-CSL-SYSTEM
               Move WS-CST-CPU-PER-CALL(WS-CDX) to WS-CSL-CPU
               Move WS-CST-SU-PER-CALL(WS-CDX)  to WS-CSL-SU
               Move WS-CST-PROGRAM(WS-CDX)      to WS-CSL-PROGRAM
               Move WS-CST-TIMESTAMP(WS-CDX)    to WS-CSL-MEASURED
               Move WS-COST-LINE to RPT-TEXT
               WRITE WHIFRPT-RECORD
           End-Perform
           Perform Print-Uncosted-Volume

           Move SPACES to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move 'PROJECTED DAILY LOAD BY APPLICATION' to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move WS-PRJ-HEAD to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Perform Varying WS-ADX from 1 by 1
                   until WS-ADX > WS-APP-COUNT
               Perform Print-Application-Lines
           End-Perform

           Move SPACES to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move 'ADDED LOAD AGAINST HEADROOM BY SYSTEM'
               to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move WS-SYS-HEAD to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SYS-COUNT
               Perform Print-System-Line
           End-Perform

           Move SPACES to RPT-TEXT
           WRITE WHIFRPT-RECORD
           Move SPACES to WS-SEC-TEXT
           If WS-BEST-SYS > 0
               String 'RECOMMENDATION: ROUTE THE WORK TO '
                      WS-SYS-ID(WS-BEST-SYS)
                      ' -- MOST HEADROOM LEFT AFTER THE WHOLE VOLUME'
                   Delimited by Size into WS-SEC-TEXT
               End-String
               Display 'Recommended system: ' WS-SYS-ID(WS-BEST-SYS)
           Else
               String 'RECOMMENDATION: NONE -- NO COSTED SYSTEM '
                      'TAKES THE WHOLE VOLUME INSIDE ITS HEADROOM'
                   Delimited by Size into WS-SEC-TEXT
               End-String
               Display 'Recommended system: none'
           End-If
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE WHIFRPT-RECORD
           CLOSE WHIFRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Volume records whose routine has no usable cost on any
      *    system, listed under the cost basis.
      *--------------------------------------------------------------
       Print-Uncosted-Volume.
           Perform Varying WS-VDX from 1 by 1
                   until WS-VDX > WS-VOL-COUNT
               If VOL-COUNTED(WS-VDX) AND NOT VOL-COSTED(WS-VDX)
                   Move SPACES to WS-SEC-TEXT
                   String 'NO COST: ' WS-VOL-APPLICATION(WS-VDX)
                          ' / ' WS-VOL-ROUTINE(WS-VDX)
                          ' -- NO NON-SUSPECT UNTIERED ROW ON ANY '
                          'SYSTEM'
                       Delimited by Size into WS-SEC-TEXT
                   End-String
                   Move WS-SECTION-LINE to RPT-TEXT
                   WRITE WHIFRPT-RECORD
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One application's lines, one per system it could be
      *    costed on; PARTIAL when some of its routines have no
      *    cost there, and the cheapest complete system marked.
      *--------------------------------------------------------------
       Print-Application-Lines.
           Move 0 to WS-APP-BEST-SYS
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SYS-COUNT
               If WS-PRJ-MISSING(WS-ADX, WS-SDX) = 0
                  AND WS-PRJ-CALLS(WS-ADX, WS-SDX) > 0
                   If WS-APP-BEST-SYS = 0
                       Move WS-SDX to WS-APP-BEST-SYS
                   Else
                       Move WS-APP-BEST-SYS to WS-KDX
                       If WS-PRJ-SU(WS-ADX, WS-SDX)
                          < WS-PRJ-SU(WS-ADX, WS-KDX)
                           Move WS-SDX to WS-APP-BEST-SYS
                       End-If
                   End-If
               End-If
           End-Perform
           Perform Varying WS-SDX from 1 by 1
                   until WS-SDX > WS-SYS-COUNT
               If WS-PRJ-CALLS(WS-ADX, WS-SDX) > 0
                   Move SPACES to WS-PRJ-LINE
                   Move WS-APP-NAME(WS-ADX) to WS-PJL-APPL
                   Move WS-SYS-ID(WS-SDX)   to WS-PJL-SYSTEM
                   Move WS-PRJ-CALLS(WS-ADX, WS-SDX) to WS-PJL-CALLS
                   Move WS-PRJ-CPU(WS-ADX, WS-SDX)   to WS-PJL-CPU
                   Move WS-PRJ-SU(WS-ADX, WS-SDX)    to WS-PJL-SU
                   Evaluate True
                       When WS-PRJ-MISSING(WS-ADX, WS-SDX) > 0
                           Move 'PARTIAL -- ROUTINE(S) UNCOSTED'
                               to WS-PJL-NOTE
                       When WS-SDX = WS-APP-BEST-SYS
                           Move 'CHEAPEST FOR THIS APPLICATION'
                               to WS-PJL-NOTE
                       When Other
                           Continue
                   End-Evaluate
                   Move WS-PRJ-LINE to RPT-TEXT
                   Move ' ' to RPT-CC
                   WRITE WHIFRPT-RECORD
                   Display '  ' WS-PJL-APPL ' ' WS-PJL-SYSTEM
                           ' CPU/day' WS-PJL-CPU ' SU/day' WS-PJL-SU
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One system's added load against its headroom.
      *--------------------------------------------------------------
       Print-System-Line.
           Move SPACES to WS-SYS-LINE
           Move WS-SYS-ID(WS-SDX)       to WS-SYL-SYSTEM
           Move WS-SYS-HEADROOM(WS-SDX) to WS-SYL-HEADROOM
           Move WS-SYS-ADDED-SU(WS-SDX) to WS-SYL-ADDED
           Compute WS-SYS-LEFT =
               WS-SYS-HEADROOM(WS-SDX) - WS-SYS-ADDED-SU(WS-SDX)
           Move WS-SYS-LEFT to WS-SYL-LEFT
           If WS-SYS-HEADROOM(WS-SDX) > 0
               Compute WS-SYS-USED-PCT =
                   (WS-SYS-ADDED-SU(WS-SDX) * 100)
                   / WS-SYS-HEADROOM(WS-SDX)
           Else
               Move 0 to WS-SYS-USED-PCT
           End-If
           Move WS-SYS-USED-PCT to WS-SYL-USED
           Evaluate True
               When NOT SYS-HAS-HEADROOM(WS-SDX)
                   Move 'NO HEADROOM' to WS-SYL-VERDICT
               When WS-SYS-MISSING(WS-SDX) > 0
                   Move 'INCOMPLETE'  to WS-SYL-VERDICT
               When WS-SYS-LEFT < 0
                   Move 'OVER'        to WS-SYL-VERDICT
               When WS-SDX = WS-BEST-SYS
                   Move 'RECOMMENDED' to WS-SYL-VERDICT
               When Other
                   Move 'FITS'        to WS-SYL-VERDICT
           End-Evaluate
           Move WS-SYS-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WHIFRPT-RECORD
           Display '  ' WS-SYL-SYSTEM ' added' WS-SYL-ADDED
                   ' left' WS-SYL-LEFT ' ' WS-SYL-VERDICT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUWHIF'   to STP-PROGRAM-ID
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
