       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUCHGB.
      *===============================================================
      *  Monthly chargeback statement.  Every CPUREPO row carries the
      *  service units its measurement consumed (RPO-SU-VALUE) and
      *  the system it ran on, but finance has been pricing the
      *  benchmark suite's MSU consumption by hand off the CPUHRPT
      *  printout.  This program prices one calendar month of
      *  repository rows and charges them to the application team
      *  that owns each routine:
      *
      *    - RATEIN is the rate card: cost per service unit per
      *      system, effective-dated the same way MACHPROF is (see
      *      CPUMPRF) -- a row is priced at the rate with the latest
      *      effective-from date on or before the row's run date, a
      *      blank or zero date reading as effective always;
      *    - OWNIN maps each routine to the owning application, its
      *      general-ledger cost center and the team name printed on
      *      the statement;
      *    - RUNREG supplies each run's background-load level -- a
      *      row from a run measured under a coordinated CPUBURN
      *      load (REG-LOAD-PCT above zero) consumed CPU on purpose
      *      and is not an application's cost.
      *
      *  Suspect rows (RPO-SUSPECT-FLAG 'S') and loaded-run rows are
      *  shown in their own not-billed section of the statement,
      *  never in an owner's total; so are rows whose routine has
      *  no owner or whose system has no rate in force, and those
      *  two end the step with RC 4 so the ownership file or the
      *  rate card gets fixed before the feed is posted.
      *
      *  CHGIN card: billing month yyyymm in columns 1-6; a missing
      *  card bills the calendar month before today, and so does a
      *  card whose month is not a real yyyymm -- with a message
      *  and RC 4, so a mispunched card does not post unnoticed.
      *
      *  Outputs: the per-owner statement (CHGRPT) and the fixed-
      *  format general-ledger feed (GLFEED) -- one 'D' record per
      *  owner per system, then one 'T' trailer carrying the detail
      *  count and the amount total the interface balances against.
      *
      *  Run it early in the month, before CPUARCH ages the month
      *  being billed out of the cluster.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHGIN-FILE ASSIGN TO CHGIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RATEIN-FILE ASSIGN TO RATEIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OWNIN-FILE ASSIGN TO OWNIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNREG-FILE ASSIGN TO RUNREG
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
      *    The per-owner statement, ANSI carriage control in column
      *    1.
           SELECT CHGRPT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS SEQUENTIAL.
      *    General-ledger interface feed.
           SELECT GLFEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGIN-FILE
           RECORDING MODE F.
       01  CHGIN-RECORD.
           05 CHG-BILL-MONTH-X      PIC X(6).
           05 CHG-BILL-MONTH REDEFINES CHG-BILL-MONTH-X.
              10 CHG-BILL-YYYY      PIC 9(4).
              10 CHG-BILL-MM        PIC 9(2).
           05 FILLER                PIC X(74).

      *    Rate card: system, cost per service unit (9(5)V9(6)
      *    implied decimal), effective-from date yyyymmdd.
       FD  RATEIN-FILE
           RECORDING MODE F.
       01  RATEIN-RECORD.
           05 RTE-SYSTEM-ID         PIC X(8).
           05 RTE-COST-PER-SU       PIC 9(5)V9(6).
           05 RTE-EFF-DATE          PIC 9(8).
           05 FILLER                PIC X(53).

      *    Ownership: routine, owning application, its GL cost
      *    center, and the team name for the statement.
       FD  OWNIN-FILE
           RECORDING MODE F.
       01  OWNIN-RECORD.
           05 OWN-ROUTINE-NAME      PIC X(8).
           05 OWN-APPLICATION       PIC X(8).
           05 OWN-COST-CENTER       PIC X(10).
           05 OWN-TEAM-NAME         PIC X(30).
           05 FILLER                PIC X(24).

       FD  RUNREG-FILE
           RECORDING MODE F.
           COPY CPURREG.

       FD  CPUREPO-FILE.
           COPY CPUBREP.

       FD  CHGRPT-FILE
           RECORDING MODE F.
       01  CHGRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

      *    GL feed: 'D' detail per owner per system, 'T' trailer.
       FD  GLFEED-FILE
           RECORDING MODE F.
       01  GLFEED-DETAIL.
           05 GLD-RECORD-TYPE       PIC X(1).
           05 GLD-BILL-MONTH        PIC 9(6).
           05 GLD-COST-CENTER       PIC X(10).
           05 GLD-APPLICATION       PIC X(8).
           05 GLD-SYSTEM-ID         PIC X(8).
           05 GLD-SU-TOTAL          PIC 9(12)V9(6).
           05 GLD-AMOUNT            PIC 9(11)V9(2).
           05 GLD-SOURCE            PIC X(8).
           05 FILLER                PIC X(8).
       01  GLFEED-TRAILER.
           05 GLT-RECORD-TYPE       PIC X(1).
           05 GLT-BILL-MONTH        PIC 9(6).
           05 GLT-DETAIL-COUNT      PIC 9(7).
           05 GLT-AMOUNT-TOTAL      PIC 9(13)V9(2).
           05 GLT-SOURCE            PIC X(8).
           05 GLT-CREATED-TS        PIC X(26).
           05 FILLER                PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-CHGIN-EOF       PIC X(1) VALUE 'N'.
              88 CHGIN-AT-EOF    VALUE 'Y'.
           05 WS-RATEIN-EOF      PIC X(1) VALUE 'N'.
              88 RATEIN-AT-EOF   VALUE 'Y'.
           05 WS-OWNIN-EOF       PIC X(1) VALUE 'N'.
              88 OWNIN-AT-EOF    VALUE 'Y'.
           05 WS-RUNREG-EOF      PIC X(1) VALUE 'N'.
              88 RUNREG-AT-EOF   VALUE 'Y'.
           05 WS-REPO-EOF        PIC X(1) VALUE 'N'.
              88 REPO-AT-EOF     VALUE 'Y'.
           05 WS-REPO-STATUS     PIC X(2).
              88 REPO-OK         VALUE '00'.
           05 WS-TODAY           PIC X(26).
           05 WS-BILL-MONTH      PIC 9(6).
           05 WS-BILL-MONTH-R REDEFINES WS-BILL-MONTH.
              10 WS-BILL-YYYY    PIC 9(4).
              10 WS-BILL-MM      PIC 9(2).
           05 WS-REPO-READ-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-MONTH-ROW-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-ODX             PIC 9(4) COMP-5.
           05 WS-GDX             PIC 9(4) COMP-5.
           05 WS-ROW-DATE        PIC 9(8).
           05 WS-ROW-REASON      PIC X(8).
           05 WS-ROW-OWNER       PIC 9(4) COMP-5.
           05 WS-ROW-RATE        PIC 9(5)V9(6) COMP-5.
           05 WS-ROW-COST        PIC 9(11)V9(6) COMP-5.
           05 WS-RATE-EFF        PIC 9(8) COMP-5.
           05 WS-RATE-BEST-EFF   PIC 9(8) COMP-5.
           05 WS-RATE-PICKED     PIC X(1).
              88 RATE-PICKED     VALUE 'Y'.

      *===============================================================
      *  Rate card, as loaded.
      *===============================================================
       01  WS-RATE-TABLE.
           05 WS-RTE-COUNT       PIC 9(3) COMP-5 VALUE 0.
           05 WS-RTE-ENTRY OCCURS 100 TIMES.
              10 WS-RTE-SYSTEM       PIC X(8).
              10 WS-RTE-RATE         PIC 9(5)V9(6) COMP-5.
              10 WS-RTE-EFF-DATE     PIC 9(8) COMP-5.

      *===============================================================
      *  Ownership, as loaded -- one entry per routine.
      *===============================================================
       01  WS-OWNER-TABLE.
           05 WS-OWN-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-OWN-ENTRY OCCURS 64 TIMES.
              10 WS-OWN-ROUTINE      PIC X(8).
              10 WS-OWN-APPLICATION  PIC X(8).
              10 WS-OWN-COST-CENTER  PIC X(10).
              10 WS-OWN-TEAM-NAME    PIC X(30).
              10 WS-OWN-PRINTED      PIC X(1).

      *===============================================================
      *  Runs measured under a coordinated background load -- only
      *  the loaded ones are kept, since every other run bills.
      *===============================================================
       01  WS-LOADED-TABLE.
           05 WS-LDR-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-LDR-ENTRY OCCURS 300 TIMES.
              10 WS-LDR-RUN-ID       PIC X(16).
              10 WS-LDR-PROGRAM      PIC X(8).
           05 WS-LDR-FOUND       PIC X(1).
              88 LDR-FOUND       VALUE 'Y'.

      *===============================================================
      *  Billed accumulation: per owner per routine per system, the
      *  rows, service units and cost (cost kept unrounded; rounded
      *  once, per GL line).
      *===============================================================
       01  WS-BILL-TABLE.
           05 WS-BIL-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-BIL-ENTRY OCCURS 128 TIMES.
              10 WS-BIL-OWNER        PIC 9(4) COMP-5.
              10 WS-BIL-ROUTINE      PIC X(8).
              10 WS-BIL-SYSTEM       PIC X(8).
              10 WS-BIL-ROWS         PIC 9(7) COMP-5.
              10 WS-BIL-SU           PIC 9(12)V9(6) COMP-5.
              10 WS-BIL-COST         PIC 9(11)V9(6) COMP-5.
              10 WS-BIL-FED          PIC X(1).
           05 WS-BIL-FOUND       PIC X(1).
              88 BIL-FOUND       VALUE 'Y'.

      *===============================================================
      *  Not-billed accumulation: per reason per routine per system.
      *===============================================================
       01  WS-UNBILLED-TABLE.
           05 WS-UNB-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-UNB-ENTRY OCCURS 64 TIMES.
              10 WS-UNB-REASON       PIC X(8).
              10 WS-UNB-ROUTINE      PIC X(8).
              10 WS-UNB-SYSTEM       PIC X(8).
              10 WS-UNB-ROWS         PIC 9(7) COMP-5.
              10 WS-UNB-SU           PIC 9(12)V9(6) COMP-5.
           05 WS-UNB-FOUND       PIC X(1).
              88 UNB-FOUND       VALUE 'Y'.
           05 WS-TABLE-FULL      PIC X(1) VALUE 'N'.
              88 TABLE-FULL-SHOWN VALUE 'Y'.
           05 WS-UNOWNED-ROWS    PIC 9(7) COMP-5 VALUE 0.
           05 WS-UNRATED-ROWS    PIC 9(7) COMP-5 VALUE 0.

      *===============================================================
      *  Totals -- per owner, per GL line, and for the month.
      *===============================================================
       01  WS-TOTAL-ITEMS.
           05 WS-OWN-TOT-ROWS    PIC 9(7) COMP-5.
           05 WS-OWN-TOT-SU      PIC 9(12)V9(6) COMP-5.
           05 WS-OWN-TOT-COST    PIC 9(11)V9(6) COMP-5.
           05 WS-GL-SU           PIC 9(12)V9(6) COMP-5.
           05 WS-GL-COST         PIC 9(11)V9(6) COMP-5.
           05 WS-GL-AMOUNT       PIC 9(11)V9(2) COMP-5.
           05 WS-GL-DETAIL-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-GL-AMOUNT-TOTAL PIC 9(13)V9(2) COMP-5 VALUE 0.
           05 WS-BILLED-SU       PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-UNBILLED-SU     PIC 9(12)V9(6) COMP-5 VALUE 0.
           05 WS-AMOUNT-O        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-SU-O            PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUCHGB'.
           05 FILLER             PIC X(40) VALUE
              'BENCHMARK CPU CHARGEBACK STATEMENT'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(15) VALUE 'BILLING MONTH:'.
           05 WS-HEAD2-MONTH     PIC X(7).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(10).
           05 FILLER             PIC X(86) VALUE SPACES.

       01  WS-OWNER-LINE.
           05 FILLER             PIC X(7)  VALUE 'OWNER:'.
           05 WS-OWL-APPLICATION PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OWL-TEAM-NAME   PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(13) VALUE 'COST CENTER:'.
           05 WS-OWL-COST-CENTER PIC X(10).
           05 FILLER             PIC X(60) VALUE SPACES.

       01  WS-HEAD3.
           05 FILLER             PIC X(12) VALUE '  ROUTINE'.
           05 FILLER             PIC X(10) VALUE 'SYSTEM'.
           05 FILLER             PIC X(10) VALUE '    ROWS'.
           05 FILLER             PIC X(28) VALUE
              '       SERVICE UNITS'.
           05 FILLER             PIC X(22) VALUE
              '                COST'.
           05 FILLER             PIC X(50) VALUE SPACES.

       01  WS-HEAD4.
           05 FILLER             PIC X(12) VALUE '  REASON'.
           05 FILLER             PIC X(10) VALUE 'ROUTINE'.
           05 FILLER             PIC X(10) VALUE 'SYSTEM'.
           05 FILLER             PIC X(10) VALUE '    ROWS'.
           05 FILLER             PIC X(28) VALUE
              '       SERVICE UNITS'.
           05 FILLER             PIC X(62) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(70).
           05 FILLER             PIC X(60) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-ROWS        PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-SU          PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-COST        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(50) VALUE SPACES.

       01  WS-UNBILLED-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-UBL-REASON      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-UBL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-UBL-SYSTEM      PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-UBL-ROWS        PIC ZZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-UBL-SU          PIC ZZZ,ZZZ,ZZZ,ZZ9.9(6).
           05 FILLER             PIC X(64) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL       PIC X(36).
           05 WS-TOT-AMOUNT      PIC X(24).
           05 FILLER             PIC X(70) VALUE SPACES.

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
           Display '=== CPUCHGB: benchmark CPU chargeback ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-Rate-Card
           Perform Load-Ownership
           Perform Load-Loaded-Runs
           Perform Sweep-Repository
           Perform Print-Statement

           Display 'Repository rows read   : ' WS-REPO-READ-COUNT
           Display 'Rows in billing month  : ' WS-MONTH-ROW-COUNT
           Display 'GL detail records      : ' WS-GL-DETAIL-COUNT
           Move WS-GL-AMOUNT-TOTAL to WS-AMOUNT-O
           Display 'GL amount total        : ' WS-AMOUNT-O
           If WS-UNOWNED-ROWS > 0
               Display '*** ' WS-UNOWNED-ROWS ' row(s) for routines '
                       'with no owner on OWNIN -- not billed ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           If WS-UNRATED-ROWS > 0
               Display '*** ' WS-UNRATED-ROWS ' row(s) on systems '
                       'with no rate in force on RATEIN -- not '
                       'billed ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           If WS-GL-DETAIL-COUNT = 0
               Display '*** nothing billable in ' WS-BILL-MONTH
                       ' -- GL feed carries the trailer only ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Billing month off the CHGIN card, defaulting to the
      *    calendar month before today.  A card month that is not
      *    yyyymm with a month 01-12 falls back to that default
      *    with RC 4.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Move WS-TODAY(1:6) to WS-BILL-MONTH
           If WS-BILL-MM = 1
               Subtract 1 from WS-BILL-YYYY
               Move 12 to WS-BILL-MM
           Else
               Subtract 1 from WS-BILL-MM
           End-If

           OPEN INPUT CHGIN-FILE
           READ CHGIN-FILE
               AT END
                   SET CHGIN-AT-EOF TO TRUE
           END-READ
           IF NOT CHGIN-AT-EOF
               IF CHG-BILL-MONTH-X NUMERIC
                  AND CHG-BILL-MM >= 1 AND CHG-BILL-MM <= 12
                   MOVE CHG-BILL-MONTH-X TO WS-BILL-MONTH
               ELSE
                   IF CHG-BILL-MONTH-X NOT = SPACES
                       DISPLAY '*** CHGIN month <' CHG-BILL-MONTH-X
                               '> is not yyyymm -- previous month '
                               'billed ***'
                       IF 4 > Return-Code
                           MOVE 4 TO Return-Code
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE CHGIN-FILE
           Display 'Billing month: ' WS-BILL-MONTH
           EXIT.


      *--------------------------------------------------------------
      *    Load the rate card.  A record with a missing or non-
      *    numeric rate is skipped with a message; a blank or zero
      *    effective date loads as zero (effective always).
      *--------------------------------------------------------------
       Load-Rate-Card.
           OPEN INPUT RATEIN-FILE
           PERFORM UNTIL RATEIN-AT-EOF
               READ RATEIN-FILE
                   AT END
                       SET RATEIN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Add-Rate-Entry
               END-READ
           END-PERFORM
           CLOSE RATEIN-FILE
           Display 'Rate-card records loaded: ' WS-RTE-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One rate-card record into the table.
      *--------------------------------------------------------------
       Add-Rate-Entry.
           Evaluate True
               When RTE-COST-PER-SU NOT NUMERIC
                   Display '*** RATEIN record for <' RTE-SYSTEM-ID
                           '> has a non-numeric rate -- skipped ***'
               When WS-RTE-COUNT >= 100
                   Display '*** CPUCHGB rate table full at 100 '
                           'entries -- <' RTE-SYSTEM-ID
                           '> skipped ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               When Other
                   Add 1 to WS-RTE-COUNT
                   Move RTE-SYSTEM-ID   to WS-RTE-SYSTEM(WS-RTE-COUNT)
                   Move RTE-COST-PER-SU to WS-RTE-RATE(WS-RTE-COUNT)
                   Move 0 to WS-RTE-EFF-DATE(WS-RTE-COUNT)
                   If RTE-EFF-DATE NUMERIC
                       Move RTE-EFF-DATE to
                           WS-RTE-EFF-DATE(WS-RTE-COUNT)
                   End-If
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Load the routine-to-owner map.  A routine listed twice
      *    keeps its first owner -- a second claim is reported, not
      *    silently honored.
      *--------------------------------------------------------------
       Load-Ownership.
           OPEN INPUT OWNIN-FILE
           PERFORM UNTIL OWNIN-AT-EOF
               READ OWNIN-FILE
                   AT END
                       SET OWNIN-AT-EOF TO TRUE
                   NOT AT END
                       PERFORM Add-Owner-Entry
               END-READ
           END-PERFORM
           CLOSE OWNIN-FILE
           Display 'Ownership records loaded: ' WS-OWN-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One ownership record into the table.
      *--------------------------------------------------------------
       Add-Owner-Entry.
           Move 0 to WS-ROW-OWNER
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OWN-COUNT
               If WS-OWN-ROUTINE(WS-ODX) = OWN-ROUTINE-NAME
                   Move WS-ODX to WS-ROW-OWNER
               End-If
           End-Perform
           Evaluate True
               When OWN-ROUTINE-NAME = SPACES
                 OR OWN-APPLICATION = SPACES
                   Display '*** OWNIN record with a blank routine '
                           'or application -- skipped ***'
               When WS-ROW-OWNER > 0
                   Display '*** <' OWN-ROUTINE-NAME '> already '
                           'owned by '
                           WS-OWN-APPLICATION(WS-ROW-OWNER)
                           ' -- claim by ' OWN-APPLICATION
                           ' ignored ***'
               When WS-OWN-COUNT >= 64
                   Display '*** CPUCHGB owner table full at 64 '
                           'entries -- <' OWN-ROUTINE-NAME
                           '> skipped ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               When Other
                   Add 1 to WS-OWN-COUNT
                   Move OWN-ROUTINE-NAME to
                       WS-OWN-ROUTINE(WS-OWN-COUNT)
                   Move OWN-APPLICATION  to
                       WS-OWN-APPLICATION(WS-OWN-COUNT)
                   Move OWN-COST-CENTER  to
                       WS-OWN-COST-CENTER(WS-OWN-COUNT)
                   Move OWN-TEAM-NAME    to
                       WS-OWN-TEAM-NAME(WS-OWN-COUNT)
                   Move 'N' to WS-OWN-PRINTED(WS-OWN-COUNT)
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    From the run registry, the runs of the billing month that
      *    measured under a coordinated background load.
      *--------------------------------------------------------------
       Load-Loaded-Runs.
           OPEN INPUT RUNREG-FILE
           PERFORM UNTIL RUNREG-AT-EOF
               READ RUNREG-FILE
                   AT END
                       SET RUNREG-AT-EOF TO TRUE
                   NOT AT END
                       IF REG-HEADER
                          AND REG-RUN-ID(1:6) = WS-BILL-MONTH
                          AND REG-LOAD-PCT NUMERIC
                          AND REG-LOAD-PCT > 0
                           PERFORM Add-Loaded-Run
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUNREG-FILE
           Display 'Loaded runs in month    : ' WS-LDR-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Keep one loaded run.
      *--------------------------------------------------------------
       Add-Loaded-Run.
           If WS-LDR-COUNT < 300
               Add 1 to WS-LDR-COUNT
               Move REG-RUN-ID     to WS-LDR-RUN-ID(WS-LDR-COUNT)
               Move REG-PROGRAM-ID to WS-LDR-PROGRAM(WS-LDR-COUNT)
           Else
               Display '*** CPUCHGB loaded-run table full at 300 '
                       'entries -- run ' REG-RUN-ID ' would bill ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Full sweep of the repository, pricing every row whose run
      *    timestamp falls in the billing month.
      *--------------------------------------------------------------
       Sweep-Repository.
           OPEN INPUT CPUREPO-FILE
           If NOT REPO-OK
               Display '*** CPUREPO open failed, file status '
                       WS-REPO-STATUS ' -- nothing billed ***'
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
                           If RPO-RUN-TIMESTAMP(1:6) = WS-BILL-MONTH
                               Add 1 to WS-MONTH-ROW-COUNT
                               Perform Price-One-Row
                           End-If
                   END-READ
               End-Perform
               CLOSE CPUREPO-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Decide whether one row bills, and if it does, at what
      *    cost.  The first reason that applies wins: suspect, then
      *    background-loaded, then no owner, then no rate.
      *--------------------------------------------------------------
       Price-One-Row.
           Move SPACES to WS-ROW-REASON
           Move 0 to WS-ROW-OWNER
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OWN-COUNT
               If WS-OWN-ROUTINE(WS-ODX) = RPO-ROUTINE-NAME
                   Move WS-ODX to WS-ROW-OWNER
               End-If
           End-Perform
           Move 'N' to WS-LDR-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-LDR-COUNT
               If WS-LDR-RUN-ID(WS-KDX) = RPO-RUN-ID
                  AND WS-LDR-PROGRAM(WS-KDX) = RPO-PROGRAM-ID
                   Set LDR-FOUND to True
               End-If
           End-Perform
           Perform Pick-Row-Rate

           Evaluate True
               When RPO-SUSPECT-FLAG = 'S'
                   Move 'SUSPECT' to WS-ROW-REASON
               When LDR-FOUND
                   Move 'LOADED' to WS-ROW-REASON
               When WS-ROW-OWNER = 0
                   Move 'UNOWNED' to WS-ROW-REASON
                   Add 1 to WS-UNOWNED-ROWS
               When NOT RATE-PICKED
                   Move 'UNRATED' to WS-ROW-REASON
                   Add 1 to WS-UNRATED-ROWS
               When Other
                   Continue
           End-Evaluate

           If WS-ROW-REASON = SPACES
               Compute WS-ROW-COST = RPO-SU-VALUE * WS-ROW-RATE
               Perform Add-Billed-Row
           Else
               Perform Add-Unbilled-Row
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The rate in force for the row's system on the row's run
      *    date: latest effective-from date on or before it.
      *--------------------------------------------------------------
       Pick-Row-Rate.
           Move 'N' to WS-RATE-PICKED
           Move 0 to WS-RATE-BEST-EFF
           Move 0 to WS-ROW-RATE
           Move RPO-RUN-TIMESTAMP(1:8) to WS-ROW-DATE
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-RTE-COUNT
               Move WS-RTE-EFF-DATE(WS-KDX) to WS-RATE-EFF
               If WS-RTE-SYSTEM(WS-KDX) = RPO-SYSTEM-ID
                  AND WS-RATE-EFF <= WS-ROW-DATE
                  AND (NOT RATE-PICKED
                      OR WS-RATE-EFF >= WS-RATE-BEST-EFF)
                   Move WS-RTE-RATE(WS-KDX) to WS-ROW-RATE
                   Move WS-RATE-EFF to WS-RATE-BEST-EFF
                   Set RATE-PICKED to True
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Fold a billed row into its owner/routine/system entry.
      *--------------------------------------------------------------
       Add-Billed-Row.
           Move 'N' to WS-BIL-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-BIL-COUNT
               If WS-BIL-OWNER(WS-KDX) = WS-ROW-OWNER
                  AND WS-BIL-ROUTINE(WS-KDX) = RPO-ROUTINE-NAME
                  AND WS-BIL-SYSTEM(WS-KDX) = RPO-SYSTEM-ID
                   Add 1 to WS-BIL-ROWS(WS-KDX)
                   Add RPO-SU-VALUE to WS-BIL-SU(WS-KDX)
                   Add WS-ROW-COST to WS-BIL-COST(WS-KDX)
                   Set BIL-FOUND to True
               End-If
           End-Perform
           If NOT BIL-FOUND
               If WS-BIL-COUNT < 128
                   Add 1 to WS-BIL-COUNT
                   Move WS-ROW-OWNER     to WS-BIL-OWNER(WS-BIL-COUNT)
                   Move RPO-ROUTINE-NAME to
                       WS-BIL-ROUTINE(WS-BIL-COUNT)
                   Move RPO-SYSTEM-ID    to WS-BIL-SYSTEM(WS-BIL-COUNT)
                   Move 1                to WS-BIL-ROWS(WS-BIL-COUNT)
                   Move RPO-SU-VALUE     to WS-BIL-SU(WS-BIL-COUNT)
                   Move WS-ROW-COST      to WS-BIL-COST(WS-BIL-COUNT)
                   Move 'N'              to WS-BIL-FED(WS-BIL-COUNT)
               Else
                   Perform Show-Table-Full
               End-If
           End-If
           Add RPO-SU-VALUE to WS-BILLED-SU
           EXIT.


      *--------------------------------------------------------------
      *    Fold a not-billed row into its reason/routine/system
      *    entry.
      *--------------------------------------------------------------
       Add-Unbilled-Row.
           Move 'N' to WS-UNB-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-UNB-COUNT
               If WS-UNB-REASON(WS-KDX) = WS-ROW-REASON
                  AND WS-UNB-ROUTINE(WS-KDX) = RPO-ROUTINE-NAME
                  AND WS-UNB-SYSTEM(WS-KDX) = RPO-SYSTEM-ID
                   Add 1 to WS-UNB-ROWS(WS-KDX)
                   Add RPO-SU-VALUE to WS-UNB-SU(WS-KDX)
                   Set UNB-FOUND to True
               End-If
           End-Perform
           If NOT UNB-FOUND
               If WS-UNB-COUNT < 64
                   Add 1 to WS-UNB-COUNT
                   Move WS-ROW-REASON    to WS-UNB-REASON(WS-UNB-COUNT)
                   Move RPO-ROUTINE-NAME to
                       WS-UNB-ROUTINE(WS-UNB-COUNT)
                   Move RPO-SYSTEM-ID    to WS-UNB-SYSTEM(WS-UNB-COUNT)
                   Move 1                to WS-UNB-ROWS(WS-UNB-COUNT)
                   Move RPO-SU-VALUE     to WS-UNB-SU(WS-UNB-COUNT)
               Else
                   Perform Show-Table-Full
               End-If
           End-If
           Add RPO-SU-VALUE to WS-UNBILLED-SU
           EXIT.


      *--------------------------------------------------------------
      *    An accumulation table overflowed -- said once, RC 4.
      *--------------------------------------------------------------
       Show-Table-Full.
           If NOT TABLE-FULL-SHOWN
               Display '*** CPUCHGB accumulation table full -- '
                       'statement is partial, raise the table ***'
               Set TABLE-FULL-SHOWN to True
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The statement: one section per owner with its GL lines
      *    fed as the section prints, then the not-billed section
      *    and the month's totals.  The GL trailer closes the feed.
      *--------------------------------------------------------------
       Print-Statement.
           OPEN OUTPUT CHGRPT-FILE
           OPEN OUTPUT GLFEED-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE CHGRPT-RECORD
           Move SPACES to WS-HEAD2-MONTH
           String WS-BILL-MONTH(1:4) '-' WS-BILL-MONTH(5:2)
               Delimited by Size into WS-HEAD2-MONTH
           End-String
           Move SPACES to WS-HEAD2-DATE
           String WS-TODAY(1:4) '-' WS-TODAY(5:2) '-' WS-TODAY(7:2)
               Delimited by Size into WS-HEAD2-DATE
           End-String
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE CHGRPT-RECORD

           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OWN-COUNT
               If WS-OWN-PRINTED(WS-ODX) = 'N'
                   Perform Print-One-Owner
               End-If
           End-Perform

           Perform Print-Unbilled-Section
           Perform Write-GL-Trailer

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE CHGRPT-RECORD
           Move 'TOTAL BILLED TO OWNERS             : '
               to WS-TOT-LABEL
           Move WS-GL-AMOUNT-TOTAL to WS-AMOUNT-O
           Move WS-AMOUNT-O to WS-TOT-AMOUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE CHGRPT-RECORD
           Move 'SERVICE UNITS BILLED               : '
               to WS-TOT-LABEL
           Move WS-BILLED-SU to WS-SU-O
           Move WS-SU-O to WS-TOT-AMOUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE CHGRPT-RECORD
           Move 'SERVICE UNITS NOT BILLED           : '
               to WS-TOT-LABEL
           Move WS-UNBILLED-SU to WS-SU-O
           Move WS-SU-O to WS-TOT-AMOUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE CHGRPT-RECORD
           CLOSE GLFEED-FILE
           CLOSE CHGRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One owner's section.  Several routines may share an
      *    application, so every ownership entry with the same
      *    application prints under the one heading and is marked
      *    printed.  An owner with nothing billed prints nothing.
      *--------------------------------------------------------------
       Print-One-Owner.
           Move 0 to WS-OWN-TOT-ROWS
           Move 0 to WS-OWN-TOT-SU
           Move 0 to WS-OWN-TOT-COST
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-BIL-COUNT
               If WS-OWN-APPLICATION(WS-BIL-OWNER(WS-KDX)) =
                  WS-OWN-APPLICATION(WS-ODX)
                   Add WS-BIL-ROWS(WS-KDX) to WS-OWN-TOT-ROWS
               End-If
           End-Perform
           If WS-OWN-TOT-ROWS > 0
               Move SPACES to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE CHGRPT-RECORD
               Move WS-OWN-APPLICATION(WS-ODX) to WS-OWL-APPLICATION
               Move WS-OWN-TEAM-NAME(WS-ODX)   to WS-OWL-TEAM-NAME
               Move WS-OWN-COST-CENTER(WS-ODX) to WS-OWL-COST-CENTER
               Move WS-OWNER-LINE to RPT-TEXT
               WRITE CHGRPT-RECORD
               Move WS-HEAD3 to RPT-TEXT
               WRITE CHGRPT-RECORD
               Move 0 to WS-OWN-TOT-ROWS
               Perform Varying WS-KDX from 1 by 1
                       until WS-KDX > WS-BIL-COUNT
                   If WS-OWN-APPLICATION(WS-BIL-OWNER(WS-KDX)) =
                      WS-OWN-APPLICATION(WS-ODX)
                       Perform Print-Billed-Line
                   End-If
               End-Perform
               Move SPACES to WS-DETAIL-LINE
               Move 'TOTAL'         to WS-DTL-ROUTINE
               Move WS-OWN-TOT-ROWS to WS-DTL-ROWS
               Move WS-OWN-TOT-SU   to WS-DTL-SU
               Compute WS-GL-AMOUNT ROUNDED = WS-OWN-TOT-COST
               Move WS-GL-AMOUNT    to WS-DTL-COST
               Move WS-DETAIL-LINE to RPT-TEXT
               WRITE CHGRPT-RECORD
               Display '  ' WS-OWN-APPLICATION(WS-ODX) ' billed '
                       WS-DTL-COST

               Perform Varying WS-KDX from 1 by 1
                       until WS-KDX > WS-BIL-COUNT
                   If WS-OWN-APPLICATION(WS-BIL-OWNER(WS-KDX)) =
                      WS-OWN-APPLICATION(WS-ODX)
                      AND WS-BIL-FED(WS-KDX) = 'N'
                       Perform Write-GL-Detail
                   End-If
               End-Perform
           End-If
           Perform Varying WS-KDX from WS-ODX by 1
                   until WS-KDX > WS-OWN-COUNT
               If WS-OWN-APPLICATION(WS-KDX) =
                  WS-OWN-APPLICATION(WS-ODX)
                   Move 'Y' to WS-OWN-PRINTED(WS-KDX)
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One routine/system line of an owner's section.
      *--------------------------------------------------------------
       Print-Billed-Line.
           Move SPACES to WS-DETAIL-LINE
           Move WS-BIL-ROUTINE(WS-KDX) to WS-DTL-ROUTINE
           Move WS-BIL-SYSTEM(WS-KDX)  to WS-DTL-SYSTEM
           Move WS-BIL-ROWS(WS-KDX)    to WS-DTL-ROWS
           Move WS-BIL-SU(WS-KDX)      to WS-DTL-SU
           Compute WS-GL-AMOUNT ROUNDED = WS-BIL-COST(WS-KDX)
           Move WS-GL-AMOUNT           to WS-DTL-COST
           Move WS-DETAIL-LINE to RPT-TEXT
           WRITE CHGRPT-RECORD
           Add WS-BIL-ROWS(WS-KDX) to WS-OWN-TOT-ROWS
           Add WS-BIL-SU(WS-KDX)   to WS-OWN-TOT-SU
           Add WS-BIL-COST(WS-KDX) to WS-OWN-TOT-COST
           EXIT.


      *--------------------------------------------------------------
      *    One GL detail record: everything the staged entry's
      *    application consumed on the entry's system, summed over
      *    its routines and rounded once.
      *--------------------------------------------------------------
       Write-GL-Detail.
           Move 0 to WS-GL-SU
           Move 0 to WS-GL-COST
           Perform Varying WS-GDX from WS-KDX by 1
                   until WS-GDX > WS-BIL-COUNT
               If WS-OWN-APPLICATION(WS-BIL-OWNER(WS-GDX)) =
                  WS-OWN-APPLICATION(WS-ODX)
                  AND WS-BIL-SYSTEM(WS-GDX) = WS-BIL-SYSTEM(WS-KDX)
                   Add WS-BIL-SU(WS-GDX)   to WS-GL-SU
                   Add WS-BIL-COST(WS-GDX) to WS-GL-COST
                   Move 'Y' to WS-BIL-FED(WS-GDX)
               End-If
           End-Perform
           Compute WS-GL-AMOUNT ROUNDED = WS-GL-COST

           Move SPACES to GLFEED-DETAIL
           Move 'D'                        to GLD-RECORD-TYPE
           Move WS-BILL-MONTH              to GLD-BILL-MONTH
           Move WS-OWN-COST-CENTER(WS-ODX) to GLD-COST-CENTER
           Move WS-OWN-APPLICATION(WS-ODX) to GLD-APPLICATION
           Move WS-BIL-SYSTEM(WS-KDX)      to GLD-SYSTEM-ID
           Move WS-GL-SU                   to GLD-SU-TOTAL
           Move WS-GL-AMOUNT               to GLD-AMOUNT
           Move 'CPUCHGB'                  to GLD-SOURCE
           WRITE GLFEED-DETAIL
           Add 1 to WS-GL-DETAIL-COUNT
           Add WS-GL-AMOUNT to WS-GL-AMOUNT-TOTAL
           EXIT.


      *--------------------------------------------------------------
      *    The not-billed section: suspect and background-loaded
      *    rows (excluded by rule), then unowned and unrated rows
      *    (excluded until the reference files are fixed).
      *--------------------------------------------------------------
       Print-Unbilled-Section.
           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE CHGRPT-RECORD
           Move 'ROWS NOT BILLED (SUSPECT, LOADED, UNOWNED, UNRATED):'
               to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE CHGRPT-RECORD
           Move WS-HEAD4 to RPT-TEXT
           WRITE CHGRPT-RECORD
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-UNB-COUNT
               Move SPACES to WS-UNBILLED-LINE
               Move WS-UNB-REASON(WS-KDX)  to WS-UBL-REASON
               Move WS-UNB-ROUTINE(WS-KDX) to WS-UBL-ROUTINE
               Move WS-UNB-SYSTEM(WS-KDX)  to WS-UBL-SYSTEM
               Move WS-UNB-ROWS(WS-KDX)    to WS-UBL-ROWS
               Move WS-UNB-SU(WS-KDX)      to WS-UBL-SU
               Move WS-UNBILLED-LINE to RPT-TEXT
               WRITE CHGRPT-RECORD
               Display '  not billed: ' WS-UBL-REASON ' '
                       WS-UBL-ROUTINE ' on ' WS-UBL-SYSTEM
           End-Perform
           If WS-UNB-COUNT = 0
               Move '  (none)' to RPT-TEXT
               WRITE CHGRPT-RECORD
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The GL trailer: detail count and amount total, for the
      *    interface's balancing check.
      *--------------------------------------------------------------
       Write-GL-Trailer.
           Move SPACES to GLFEED-TRAILER
           Move 'T'                to GLT-RECORD-TYPE
           Move WS-BILL-MONTH      to GLT-BILL-MONTH
           Move WS-GL-DETAIL-COUNT to GLT-DETAIL-COUNT
           Move WS-GL-AMOUNT-TOTAL to GLT-AMOUNT-TOTAL
           Move 'CPUCHGB'          to GLT-SOURCE
           Move WS-TODAY           to GLT-CREATED-TS
           WRITE GLFEED-TRAILER
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUCHGB'   to STP-PROGRAM-ID
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
