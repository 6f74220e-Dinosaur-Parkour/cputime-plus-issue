       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUWIND.
      *===============================================================
      *  Batch-window step timing and overrun prediction.  Every
      *  program in the suite calls CPUSTEP at start and end of run,
      *  which leaves a step-timing history on STEPTIM (see CPUSTPT
      *  copybook): when each program started and ended, the CPU it
      *  burned and how it finished.  This program reads that
      *  history for the last few nights and prints (WINDRPT):
      *    - per program: nights run, average / worst / latest
      *      elapsed, the least-squares trend in minutes per night,
      *      the elapsed the trend predicts for the next night, and
      *      average CPU;
      *    - per night: the critical-path total (the elapsed of the
      *      critical-path steps added up), when the first of them
      *      started and the last of them ended, and whether the
      *      chain finished inside the window or overran it;
      *    - the prediction: the critical-path programs that ran
      *      last night, at their predicted elapsed, started at the
      *      nights' average first start -- and where that puts the
      *      end of the chain against the window end.
      *  When the predicted finish is past the window end a CPUALRT
      *  record goes out with code WINDOW (minutes from window
      *  start against the window length), so the automation opens
      *  it the same as any other alert -- before the overrun, not
      *  after.
      *
      *  A step belongs to the night its window opened: with a
      *  window that runs over midnight, a step starting after
      *  midnight and before the window start counts to the night
      *  before.  Only end records count; a step that never wrote
      *  one (abended) has no elapsed to add.  Steps CALLed by
      *  another suite program (STT-NEST-LEVEL above zero) are left
      *  out unless named on a WINDIN card -- their time is already
      *  inside the caller's.  Critical-path steps are taken to run
      *  one after another, as the nightly chain does.
      *
      *  WINDIN cards (all optional):
      *    'WINDOW' in cols 1-8: window start hhmm cols 9-12, window
      *        end hhmm cols 13-16, nights of history cols 17-18.
      *        Defaults 2200, 0600 and 14 nights (30 at most).
      *    any other name in cols 1-8: a program on the critical
      *        path.  With no program cards every job-step program
      *        is on it.
      *
      *  Condition code: 4 when the prediction overruns the window,
      *  when there is no step history in the range, or when a
      *  table filled.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WINDIN-FILE ASSIGN TO WINDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL STEPTIM-FILE ASSIGN TO STEPTIM
               ORGANIZATION IS SEQUENTIAL.
           SELECT WINDRPT-FILE ASSIGN TO WINDRPT
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALRTOUT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  WINDIN-FILE
           RECORDING MODE F.
       01  WINDIN-RECORD.
           05 WIN-PROGRAM-ID        PIC X(8).
           05 WIN-START-HHMM        PIC 9(4).
           05 WIN-END-HHMM          PIC 9(4).
           05 WIN-NIGHTS            PIC 9(2).
           05 FILLER                PIC X(62).

       FD  STEPTIM-FILE
           RECORDING MODE F.
           COPY CPUSTPT.

       FD  WINDRPT-FILE
           RECORDING MODE F.
       01  WINDRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  ALRTOUT-FILE
           RECORDING MODE F.
           COPY CPUALRT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-WINDIN-EOF      PIC X(1) VALUE 'N'.
              88 WINDIN-AT-EOF   VALUE 'Y'.
           05 WS-STEPTIM-EOF     PIC X(1) VALUE 'N'.
              88 STEPTIM-AT-EOF  VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-WIN-START-HHMM  PIC 9(4) VALUE 2200.
           05 WS-WIN-END-HHMM    PIC 9(4) VALUE 0600.
           05 WS-HHMM-WORK       PIC 9(4).
           05 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
              10 WS-HHMM-HH      PIC 9(2).
              10 WS-HHMM-MM      PIC 9(2).
           05 WS-MAX-NIGHTS      PIC 9(2) COMP-5 VALUE 14.
           05 WS-WIN-START-SECS  PIC 9(5) COMP-5.
           05 WS-WIN-END-SECS    PIC 9(5) COMP-5.
           05 WS-WIN-LENGTH      PIC 9(5) COMP-5.
           05 WS-CROSSES-MIDNIGHT PIC X(1) VALUE 'N'.
              88 WINDOW-CROSSES-MIDNIGHT VALUE 'Y'.
           05 WS-NDX             PIC 9(4) COMP-5.
           05 WS-PDX             PIC 9(4) COMP-5.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-JDX             PIC 9(4) COMP-5.
           05 WS-STEP-READ       PIC 9(7) COMP-5 VALUE 0.
           05 WS-STEP-USED       PIC 9(7) COMP-5 VALUE 0.
           05 WS-STEP-OLDER      PIC 9(7) COMP-5 VALUE 0.
           05 WS-STEP-BAD        PIC 9(7) COMP-5 VALUE 0.
           05 WS-ALERT-COUNT     PIC 9(4) COMP-5 VALUE 0.

      *===============================================================
      *  Programs named on WINDIN as the critical path.
      *===============================================================
       01  WS-CRIT-TABLE.
           05 WS-CRIT-COUNT      PIC 9(4) COMP-5 VALUE 0.
           05 WS-CRIT-NAME       PIC X(8) OCCURS 60 TIMES.
           05 WS-CRIT-FOUND      PIC X(1).
              88 CRIT-FOUND      VALUE 'Y'.

      *===============================================================
      *  Programs seen, with their statistics once the nights are
      *  loaded.  The slot number is also the program's column in
      *  the night table.
      *===============================================================
       01  WS-PROGRAM-TABLE.
           05 WS-PGM-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-PGM-ENTRY OCCURS 60 TIMES.
              10 WS-PGM-NAME         PIC X(8).
              10 WS-PGM-CRITICAL     PIC X(1).
                 88 PGM-CRITICAL     VALUE 'Y'.
              10 WS-PGM-NIGHTS       PIC 9(4) COMP-5.
              10 WS-PGM-AVG-SECS     PIC 9(7)V9(2) COMP-5.
              10 WS-PGM-MAX-SECS     PIC 9(7)V9(2) COMP-5.
              10 WS-PGM-LAST-SECS    PIC 9(7)V9(2) COMP-5.
              10 WS-PGM-AVG-CPU      PIC 9(7)V9(6) COMP-5.
              10 WS-PGM-SLOPE        PIC S9(7)V9(4) COMP-5.
              10 WS-PGM-PREDICT      PIC 9(7)V9(2) COMP-5.
              10 WS-PGM-IN-LATEST    PIC X(1).
                 88 PGM-IN-LATEST    VALUE 'Y'.
           05 WS-PGM-FOUND       PIC X(1).
              88 PGM-FOUND       VALUE 'Y'.
           05 WS-PGM-TBL-FULL    PIC X(1) VALUE 'N'.
              88 PGM-TABLE-FULL  VALUE 'Y'.

      *===============================================================
      *  The most recent nights, oldest first: the critical-path
      *  figures for the night and each program's elapsed and CPU
      *  in it (a program run twice in a night is added up).
      *  Offsets are seconds from the night's window start.
      *===============================================================
       01  WS-NIGHT-TABLE.
           05 WS-NGT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-NGT-ENTRY OCCURS 30 TIMES.
              10 WS-NGT-DATE-INT     PIC 9(8) COMP-5.
              10 WS-NGT-FIRST-START  PIC S9(7)V9(2) COMP-5.
              10 WS-NGT-LAST-END     PIC S9(7)V9(2) COMP-5.
              10 WS-NGT-CRIT-TOTAL   PIC 9(7)V9(2) COMP-5.
              10 WS-NGT-CRIT-STEPS   PIC 9(4) COMP-5.
              10 WS-NGT-PGM OCCURS 60 TIMES.
                 15 WS-NGT-SECS      PIC 9(7)V9(2) COMP-5.
                 15 WS-NGT-CPU       PIC 9(7)V9(6) COMP-5.
                 15 WS-NGT-RUNS      PIC 9(3) COMP-5.
           05 WS-NGT-FOUND       PIC X(1).
              88 NGT-FOUND       VALUE 'Y'.

      *===============================================================
      *  One step record placed on its night.
      *===============================================================
       01  WS-STEP-ITEMS.
           05 WS-TS-WORK         PIC X(26).
           05 WS-TS-PARTS REDEFINES WS-TS-WORK.
              10 WS-TS-DATE      PIC 9(8).
              10 WS-TS-HH        PIC 9(2).
              10 WS-TS-MM        PIC 9(2).
              10 WS-TS-SS        PIC 9(2).
              10 FILLER          PIC X(12).
           05 WS-STEP-DATE-INT   PIC 9(8) COMP-5.
           05 WS-STEP-SECS       PIC 9(5) COMP-5.
           05 WS-STEP-NIGHT-INT  PIC 9(8) COMP-5.
           05 WS-STEP-OFFSET     PIC S9(7)V9(2) COMP-5.
           05 WS-STEP-END-OFFSET PIC S9(7)V9(2) COMP-5.

      *===============================================================
      *  Least-squares line through one program's nightly elapsed,
      *  x in days since its first night held.
      *===============================================================
       01  WS-FIT-ITEMS.
           05 WS-FIT-N           PIC 9(4) COMP-5.
           05 WS-FIT-X           PIC S9(8) COMP-5.
           05 WS-FIT-BASE-INT    PIC 9(8) COMP-5.
           05 WS-FIT-SX          PIC S9(14)V9(4) COMP-5.
           05 WS-FIT-SY          PIC S9(14)V9(4) COMP-5.
           05 WS-FIT-SXX         PIC S9(16)V9(2) COMP-5.
           05 WS-FIT-SXY         PIC S9(16)V9(2) COMP-5.
           05 WS-FIT-NUM         PIC S9(16)V9(2) COMP-5.
           05 WS-FIT-DEN         PIC S9(16)V9(2) COMP-5.
           05 WS-FIT-SLOPE       PIC S9(8)V9(8) COMP-5.
           05 WS-FIT-INTERCEPT   PIC S9(12)V9(6) COMP-5.
           05 WS-FIT-NEXT-VALUE  PIC S9(12)V9(6) COMP-5.
           05 WS-FIT-SUM-SECS    PIC 9(9)V9(2) COMP-5.
           05 WS-FIT-SUM-CPU     PIC 9(9)V9(6) COMP-5.

      *===============================================================
      *  The next night's prediction.
      *===============================================================
       01  WS-PREDICT-ITEMS.
           05 WS-PRED-TOTAL      PIC 9(7)V9(2) COMP-5 VALUE 0.
           05 WS-PRED-STEPS      PIC 9(4) COMP-5 VALUE 0.
           05 WS-AVG-FIRST-START PIC S9(7)V9(2) COMP-5 VALUE 0.
           05 WS-START-NIGHTS    PIC 9(4) COMP-5 VALUE 0.
           05 WS-START-SUM       PIC S9(9)V9(2) COMP-5 VALUE 0.
           05 WS-PRED-FINISH     PIC S9(7)V9(2) COMP-5 VALUE 0.
           05 WS-PRED-MARGIN     PIC S9(7)V9(2) COMP-5 VALUE 0.
           05 WS-OVERRUN-NIGHTS  PIC 9(4) COMP-5 VALUE 0.
           05 WS-PRED-OVERRUN    PIC X(1) VALUE 'N'.
              88 PREDICTED-OVERRUN VALUE 'Y'.

      *===============================================================
      *  A window offset shown as a time of day.
      *===============================================================
       01  WS-CLOCK-ITEMS.
           05 WS-CLK-OFFSET      PIC S9(7)V9(2) COMP-5.
           05 WS-CLK-TOTAL       PIC S9(9) COMP-5.
           05 WS-CLK-DAYS        PIC S9(9) COMP-5.
           05 WS-CLK-SECS        PIC 9(5) COMP-5.
           05 WS-CLK-HH          PIC 9(2).
           05 WS-CLK-MM          PIC 9(2).
           05 WS-CLK-OUT         PIC X(5).

      *    Staged alert fields for Write-Alert-Record.
       01  WS-ALERT-ITEMS.
           05 WS-ALT-CODE        PIC X(8).
           05 WS-ALT-SEVERITY    PIC X(1).
           05 WS-ALT-ROUTINE     PIC X(8).
           05 WS-ALT-MEASURED    PIC 9(12)V9(6).
           05 WS-ALT-THRESHOLD   PIC 9(12)V9(6).
           05 WS-ALT-MEASURED-O  PIC ZZZZZ9.99.

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUWIND'.
           05 FILLER             PIC X(50) VALUE
              'BATCH-WINDOW STEP TIMING AND OVERRUN PREDICTION'.
           05 FILLER             PIC X(72) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(8)  VALUE 'WINDOW '.
           05 WS-HEAD2-START     PIC X(5).
           05 FILLER             PIC X(4)  VALUE ' TO '.
           05 WS-HEAD2-END       PIC X(5).
           05 FILLER             PIC X(12) VALUE '   NIGHTS: '.
           05 WS-HEAD2-NIGHTS    PIC Z9.
           05 FILLER             PIC X(13) VALUE '   RUN DATE: '.
           05 WS-HEAD2-DATE      PIC X(8).
           05 FILLER             PIC X(75) VALUE SPACES.

       01  WS-SECT-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(100).
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-PGM-HEAD.
           05 FILLER             PIC X(14) VALUE '  PROGRAM  CP'.
           05 FILLER             PIC X(8)  VALUE '  NIGHTS'.
           05 FILLER             PIC X(10) VALUE '   AVG MIN'.
           05 FILLER             PIC X(10) VALUE '   MAX MIN'.
           05 FILLER             PIC X(10) VALUE '  LAST MIN'.
           05 FILLER             PIC X(14) VALUE '  MIN/NIGHT'.
           05 FILLER             PIC X(10) VALUE '  NEXT MIN'.
           05 FILLER             PIC X(14) VALUE '   AVG CPU SEC'.
           05 FILLER             PIC X(42) VALUE SPACES.

       01  WS-PGM-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PGL-NAME        PIC X(8).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-CRIT        PIC X(1).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-PGL-NIGHTS      PIC ZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-AVG         PIC ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-MAX         PIC ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-LAST        PIC ZZZZ9.9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-PGL-SLOPE       PIC -ZZZ9.99.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-PGL-NEXT        PIC ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-PGL-CPU         PIC ZZZZZZ9.99.
           05 FILLER             PIC X(46) VALUE SPACES.

       01  WS-NGT-HEAD.
           05 FILLER             PIC X(12) VALUE '  NIGHT OF'.
           05 FILLER             PIC X(9)  VALUE '  START'.
           05 FILLER             PIC X(9)  VALUE '    END'.
           05 FILLER             PIC X(15) VALUE '  CRIT PATH MIN'.
           05 FILLER             PIC X(7)  VALUE '  STEPS'.
           05 FILLER             PIC X(13) VALUE '  MARGIN MIN'.
           05 FILLER             PIC X(10) VALUE '  STATUS'.
           05 FILLER             PIC X(57) VALUE SPACES.

       01  WS-NGT-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-NGL-DATE        PIC 9(8).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-NGL-START       PIC X(5).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-NGL-END         PIC X(5).
           05 FILLER             PIC X(8)  VALUE SPACES.
           05 WS-NGL-TOTAL       PIC ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-NGL-STEPS       PIC ZZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-NGL-MARGIN      PIC -ZZZZ9.9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-NGL-STATUS      PIC X(10).
           05 FILLER             PIC X(58) VALUE SPACES.

       01  WS-EDIT-ITEMS.
           05 WS-EDT-MIN         PIC -ZZZZ9.9.
           05 WS-EDT-MIN2        PIC -ZZZZ9.9.
           05 WS-EDT-COUNT       PIC ZZZZZZ9.
           05 WS-EDT-DATE        PIC 9(8).

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
           Display '=== CPUWIND: batch-window step timing ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-Step-Timing
           Perform Build-Program-Statistics
           Perform Predict-Next-Night
           Perform Print-Window-Report
           If PREDICTED-OVERRUN
               Perform Raise-Window-Alert
           End-If
           Display 'Step records read      : ' WS-STEP-READ
           Display 'Step records used      : ' WS-STEP-USED
           Display 'Older than the nights  : ' WS-STEP-OLDER
           Display 'Unusable timestamps    : ' WS-STEP-BAD
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Read the WINDIN deck: the WINDOW card's start, end and
      *    night count, and the critical-path program cards.  A
      *    time that is not a real hhmm keeps its default.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Move FUNCTION CURRENT-DATE to WS-TODAY
           OPEN INPUT WINDIN-FILE
           PERFORM UNTIL WINDIN-AT-EOF
               READ WINDIN-FILE
                   AT END
                       SET WINDIN-AT-EOF TO TRUE
                   NOT AT END
                       IF WIN-PROGRAM-ID = 'WINDOW'
                           PERFORM Take-Window-Card
                       ELSE
                           IF WIN-PROGRAM-ID NOT = SPACES
                               PERFORM Take-Critical-Card
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WINDIN-FILE

           Move WS-WIN-START-HHMM to WS-HHMM-WORK
           Compute WS-WIN-START-SECS =
               (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
           Move WS-WIN-END-HHMM to WS-HHMM-WORK
           Compute WS-WIN-END-SECS =
               (WS-HHMM-HH * 3600) + (WS-HHMM-MM * 60)
           If WS-WIN-END-SECS > WS-WIN-START-SECS
               Compute WS-WIN-LENGTH =
                   WS-WIN-END-SECS - WS-WIN-START-SECS
           Else
               Set WINDOW-CROSSES-MIDNIGHT to True
               Compute WS-WIN-LENGTH =
                   (86400 - WS-WIN-START-SECS) + WS-WIN-END-SECS
           End-If
           Display 'Window        : ' WS-WIN-START-HHMM ' to '
                   WS-WIN-END-HHMM
           Display 'Nights        : ' WS-MAX-NIGHTS
           If WS-CRIT-COUNT = 0
               Display 'Critical path : every job-step program'
           Else
               Display 'Critical path : ' WS-CRIT-COUNT
                       ' program(s) from WINDIN'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The WINDOW card.
      *--------------------------------------------------------------
       Take-Window-Card.
           If WIN-START-HHMM NUMERIC
               Move WIN-START-HHMM to WS-HHMM-WORK
               If WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   Move WIN-START-HHMM to WS-WIN-START-HHMM
               End-If
           End-If
           If WIN-END-HHMM NUMERIC
               Move WIN-END-HHMM to WS-HHMM-WORK
               If WS-HHMM-HH < 24 AND WS-HHMM-MM < 60
                   Move WIN-END-HHMM to WS-WIN-END-HHMM
               End-If
           End-If
           If WIN-NIGHTS NUMERIC AND WIN-NIGHTS > 0
               Move WIN-NIGHTS to WS-MAX-NIGHTS
           End-If
           If WS-MAX-NIGHTS > 30
               Display '*** nights of history capped at 30 ***'
               Move 30 to WS-MAX-NIGHTS
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A critical-path program card.
      *--------------------------------------------------------------
       Take-Critical-Card.
           If WS-CRIT-COUNT < 60
               Add 1 to WS-CRIT-COUNT
               Move WIN-PROGRAM-ID to WS-CRIT-NAME(WS-CRIT-COUNT)
           Else
               Display '*** CPUWIND critical-path list full at 60 '
                       'programs -- <' WIN-PROGRAM-ID
                       '> ignored ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Read the step-timing history and place every end record
      *    that counts on its night.
      *--------------------------------------------------------------
       Load-Step-Timing.
           OPEN INPUT STEPTIM-FILE
           PERFORM UNTIL STEPTIM-AT-EOF
               READ STEPTIM-FILE
                   AT END
                       SET STEPTIM-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-STEP-READ
                       IF STT-END
                           PERFORM Fold-One-Step
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEPTIM-FILE
           If WS-NGT-COUNT = 0
               Display '*** no step-timing history on STEPTIM -- '
                       'nothing to trend or predict ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One end record: skip a CALLed step nobody asked for, find
      *    its night (making room for it if it is newer than the
      *    oldest night held) and its program, and add it in.
      *--------------------------------------------------------------
       Fold-One-Step.
           Move 'N' to WS-CRIT-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CRIT-COUNT OR CRIT-FOUND
               If WS-CRIT-NAME(WS-KDX) = STT-PROGRAM-ID
                   Set CRIT-FOUND to True
               End-If
           End-Perform
           If STT-NEST-LEVEL NOT NUMERIC
               Move 0 to STT-NEST-LEVEL
           End-If
           Move STT-START-TIMESTAMP to WS-TS-WORK
           Move 0 to WS-NDX
           Move 0 to WS-PDX
           Evaluate True
               When STT-NEST-LEVEL > 0 AND NOT CRIT-FOUND
                   Continue
               When WS-TS-DATE NOT NUMERIC OR WS-TS-HH NOT NUMERIC
                    OR WS-TS-MM NOT NUMERIC OR WS-TS-SS NOT NUMERIC
                    OR STT-ELAPSED-SECS NOT NUMERIC
                   Add 1 to WS-STEP-BAD
               When Other
                   Perform Place-Step-On-Night
           End-Evaluate
           If WS-NDX > 0 AND WS-PDX > 0
               Perform Add-Step-To-Night
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Work out the step's night and its offset from that
      *    night's window start, then find the night and program
      *    slots (WS-NDX / WS-PDX; zero when it is not wanted).
      *--------------------------------------------------------------
       Place-Step-On-Night.
           Compute WS-STEP-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE)
           Compute WS-STEP-SECS =
               (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
           Move WS-STEP-DATE-INT to WS-STEP-NIGHT-INT
           If WINDOW-CROSSES-MIDNIGHT
              AND WS-STEP-SECS < WS-WIN-START-SECS
               Subtract 1 from WS-STEP-NIGHT-INT
           End-If
           Compute WS-STEP-OFFSET =
               ((WS-STEP-DATE-INT - WS-STEP-NIGHT-INT) * 86400)
               + WS-STEP-SECS - WS-WIN-START-SECS
           Compute WS-STEP-END-OFFSET =
               WS-STEP-OFFSET + STT-ELAPSED-SECS
           Perform Find-Night
           If WS-NDX = 0
               Add 1 to WS-STEP-OLDER
           Else
               Perform Find-Program
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Add the step into its night: the program's elapsed and
      *    CPU, and -- for a critical-path program -- the night's
      *    total and its first start / last end.
      *--------------------------------------------------------------
       Add-Step-To-Night.
           Add 1 to WS-STEP-USED
           Add STT-ELAPSED-SECS to WS-NGT-SECS(WS-NDX, WS-PDX)
           If STT-CPU-SECS NUMERIC
               Add STT-CPU-SECS to WS-NGT-CPU(WS-NDX, WS-PDX)
           End-If
           Add 1 to WS-NGT-RUNS(WS-NDX, WS-PDX)
           If PGM-CRITICAL(WS-PDX)
               Add STT-ELAPSED-SECS to WS-NGT-CRIT-TOTAL(WS-NDX)
               If WS-NGT-CRIT-STEPS(WS-NDX) = 0
                  OR WS-STEP-OFFSET < WS-NGT-FIRST-START(WS-NDX)
                   Move WS-STEP-OFFSET to WS-NGT-FIRST-START(WS-NDX)
               End-If
               If WS-NGT-CRIT-STEPS(WS-NDX) = 0
                  OR WS-STEP-END-OFFSET > WS-NGT-LAST-END(WS-NDX)
                   Move WS-STEP-END-OFFSET to WS-NGT-LAST-END(WS-NDX)
               End-If
               Add 1 to WS-NGT-CRIT-STEPS(WS-NDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The step's night in the table (WS-NDX), oldest first.  A
      *    new night goes in at its place in date order; when the
      *    table already holds the card's number of nights, the
      *    oldest is dropped for it -- or, if the new night is older
      *    than all of them, the step is not wanted (WS-NDX zero).
      *--------------------------------------------------------------
       Find-Night.
           Move 'N' to WS-NGT-FOUND
           Perform Varying WS-NDX from 1 by 1
                   until WS-NDX > WS-NGT-COUNT OR NGT-FOUND
               If WS-NGT-DATE-INT(WS-NDX) = WS-STEP-NIGHT-INT
                   Set NGT-FOUND to True
               End-If
           End-Perform
           Evaluate True
               When NGT-FOUND
                   Subtract 1 from WS-NDX
               When WS-NGT-COUNT >= WS-MAX-NIGHTS
                    AND WS-STEP-NIGHT-INT < WS-NGT-DATE-INT(1)
                   Move 0 to WS-NDX
               When Other
                   Perform Open-Night-Slot
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Make room for a new night in date order -- dropping the
      *    oldest when the table holds the card's number of nights
      *    -- and clear it (WS-NDX is the new slot).
      *--------------------------------------------------------------
       Open-Night-Slot.
           If WS-NGT-COUNT >= WS-MAX-NIGHTS
               Perform Varying WS-KDX from 1 by 1
                       until WS-KDX >= WS-NGT-COUNT
                   Move WS-NGT-ENTRY(WS-KDX + 1)
                       to WS-NGT-ENTRY(WS-KDX)
               End-Perform
               Subtract 1 from WS-NGT-COUNT
           End-If
      *    Open a slot after the last night older than this one.
           Move WS-NGT-COUNT to WS-KDX
           Perform until WS-KDX = 0
                   OR WS-NGT-DATE-INT(WS-KDX) < WS-STEP-NIGHT-INT
               Move WS-NGT-ENTRY(WS-KDX) to WS-NGT-ENTRY(WS-KDX + 1)
               Subtract 1 from WS-KDX
           End-Perform
           Add 1 to WS-NGT-COUNT
           Compute WS-NDX = WS-KDX + 1
           Move WS-STEP-NIGHT-INT to WS-NGT-DATE-INT(WS-NDX)
           Move 0 to WS-NGT-FIRST-START(WS-NDX)
           Move 0 to WS-NGT-LAST-END(WS-NDX)
           Move 0 to WS-NGT-CRIT-TOTAL(WS-NDX)
           Move 0 to WS-NGT-CRIT-STEPS(WS-NDX)
           Perform Varying WS-JDX from 1 by 1 until WS-JDX > 60
               Move 0 to WS-NGT-SECS(WS-NDX, WS-JDX)
               Move 0 to WS-NGT-CPU(WS-NDX, WS-JDX)
               Move 0 to WS-NGT-RUNS(WS-NDX, WS-JDX)
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    The step's program slot (WS-PDX), added on first sight
      *    with its critical-path flag.
      *--------------------------------------------------------------
       Find-Program.
           Move 'N' to WS-PGM-FOUND
           Perform Varying WS-PDX from 1 by 1
                   until WS-PDX > WS-PGM-COUNT OR PGM-FOUND
               If WS-PGM-NAME(WS-PDX) = STT-PROGRAM-ID
                   Set PGM-FOUND to True
               End-If
           End-Perform
           If PGM-FOUND
               Subtract 1 from WS-PDX
           Else
               If WS-PGM-COUNT < 60
                   Add 1 to WS-PGM-COUNT
                   Move WS-PGM-COUNT to WS-PDX
                   Move STT-PROGRAM-ID to WS-PGM-NAME(WS-PDX)
                   If WS-CRIT-COUNT = 0 OR CRIT-FOUND
                       Move 'Y' to WS-PGM-CRITICAL(WS-PDX)
                   Else
                       Move 'N' to WS-PGM-CRITICAL(WS-PDX)
                   End-If
               Else
      *            Skip loudly rather than merge into slot 60.
                   If NOT PGM-TABLE-FULL
                       Display '*** CPUWIND program table full at '
                               '60 entries -- programs past the '
                               'cap are not timed ***'
                       Set PGM-TABLE-FULL to True
                   End-If
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
                   Move 0 to WS-PDX
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Per-program figures over the nights held: average, worst
      *    and latest elapsed, average CPU, and the trend line's
      *    value for the night after the latest one.  Fewer than
      *    three nights is too few for a line -- the average stands
      *    in for the prediction.
      *--------------------------------------------------------------
       Build-Program-Statistics.
           Perform Varying WS-PDX from 1 by 1
                   until WS-PDX > WS-PGM-COUNT
               Move 0   to WS-PGM-NIGHTS(WS-PDX)
               Move 0   to WS-PGM-MAX-SECS(WS-PDX)
               Move 0   to WS-PGM-LAST-SECS(WS-PDX)
               Move 0   to WS-PGM-SLOPE(WS-PDX)
               Move 'N' to WS-PGM-IN-LATEST(WS-PDX)
               Move 0   to WS-FIT-SUM-SECS
               Move 0   to WS-FIT-SUM-CPU
               Perform Varying WS-NDX from 1 by 1
                       until WS-NDX > WS-NGT-COUNT
                   If WS-NGT-RUNS(WS-NDX, WS-PDX) > 0
                       Add 1 to WS-PGM-NIGHTS(WS-PDX)
                       Add WS-NGT-SECS(WS-NDX, WS-PDX)
                           to WS-FIT-SUM-SECS
                       Add WS-NGT-CPU(WS-NDX, WS-PDX)
                           to WS-FIT-SUM-CPU
                       If WS-NGT-SECS(WS-NDX, WS-PDX)
                          > WS-PGM-MAX-SECS(WS-PDX)
                           Move WS-NGT-SECS(WS-NDX, WS-PDX)
                               to WS-PGM-MAX-SECS(WS-PDX)
                       End-If
                       Move WS-NGT-SECS(WS-NDX, WS-PDX)
                           to WS-PGM-LAST-SECS(WS-PDX)
                       If WS-NDX = WS-NGT-COUNT
                           Move 'Y' to WS-PGM-IN-LATEST(WS-PDX)
                       End-If
                   End-If
               End-Perform
               If WS-PGM-NIGHTS(WS-PDX) > 0
                   Compute WS-PGM-AVG-SECS(WS-PDX) =
                       WS-FIT-SUM-SECS / WS-PGM-NIGHTS(WS-PDX)
                   Compute WS-PGM-AVG-CPU(WS-PDX) =
                       WS-FIT-SUM-CPU / WS-PGM-NIGHTS(WS-PDX)
               Else
                   Move 0 to WS-PGM-AVG-SECS(WS-PDX)
                   Move 0 to WS-PGM-AVG-CPU(WS-PDX)
               End-If
               Move WS-PGM-AVG-SECS(WS-PDX) to WS-PGM-PREDICT(WS-PDX)
               If WS-PGM-NIGHTS(WS-PDX) >= 3
                   Perform Fit-Trend-Line
                   Move WS-FIT-SLOPE to WS-PGM-SLOPE(WS-PDX)
                   If WS-FIT-NEXT-VALUE < 0
                       Move 0 to WS-PGM-PREDICT(WS-PDX)
                   Else
                       Move WS-FIT-NEXT-VALUE
                           to WS-PGM-PREDICT(WS-PDX)
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Least-squares straight line through program WS-PDX's
      *    nightly elapsed, x in days since its first night held:
      *    slope in seconds per night, and the line's value on the
      *    night after the latest one held.
      *--------------------------------------------------------------
       Fit-Trend-Line.
           Move 0 to WS-FIT-N
           Move 0 to WS-FIT-BASE-INT
           Move 0 to WS-FIT-SX
           Move 0 to WS-FIT-SY
           Move 0 to WS-FIT-SXX
           Move 0 to WS-FIT-SXY
           Perform Varying WS-NDX from 1 by 1
                   until WS-NDX > WS-NGT-COUNT
               If WS-NGT-RUNS(WS-NDX, WS-PDX) > 0
                   If WS-FIT-N = 0
                       Move WS-NGT-DATE-INT(WS-NDX) to WS-FIT-BASE-INT
                   End-If
                   Add 1 to WS-FIT-N
                   Compute WS-FIT-X =
                       WS-NGT-DATE-INT(WS-NDX) - WS-FIT-BASE-INT
                   Add WS-FIT-X to WS-FIT-SX
                   Add WS-NGT-SECS(WS-NDX, WS-PDX) to WS-FIT-SY
                   Compute WS-FIT-SXX =
                       WS-FIT-SXX + (WS-FIT-X * WS-FIT-X)
                   Compute WS-FIT-SXY = WS-FIT-SXY
                       + (WS-FIT-X * WS-NGT-SECS(WS-NDX, WS-PDX))
               End-If
           End-Perform
           Compute WS-FIT-NUM =
               (WS-FIT-N * WS-FIT-SXY) - (WS-FIT-SX * WS-FIT-SY)
           Compute WS-FIT-DEN =
               (WS-FIT-N * WS-FIT-SXX) - (WS-FIT-SX * WS-FIT-SX)
           If WS-FIT-DEN = 0
               Move 0 to WS-FIT-SLOPE
           Else
               Compute WS-FIT-SLOPE = WS-FIT-NUM / WS-FIT-DEN
           End-If
           Compute WS-FIT-INTERCEPT =
               (WS-FIT-SY - (WS-FIT-SLOPE * WS-FIT-SX)) / WS-FIT-N
           Compute WS-FIT-NEXT-VALUE = WS-FIT-INTERCEPT
               + (WS-FIT-SLOPE
                  * (WS-NGT-DATE-INT(WS-NGT-COUNT) + 1
                     - WS-FIT-BASE-INT))
           EXIT.


      *--------------------------------------------------------------
      *    The next night: every critical-path program that ran on
      *    the latest night, at its predicted elapsed, one after
      *    another from the nights' average first start.
      *--------------------------------------------------------------
       Predict-Next-Night.
           Perform Varying WS-NDX from 1 by 1
                   until WS-NDX > WS-NGT-COUNT
               If WS-NGT-CRIT-STEPS(WS-NDX) > 0
                   Add 1 to WS-START-NIGHTS
                   Add WS-NGT-FIRST-START(WS-NDX) to WS-START-SUM
                   If WS-NGT-LAST-END(WS-NDX) > WS-WIN-LENGTH
                       Add 1 to WS-OVERRUN-NIGHTS
                   End-If
               End-If
           End-Perform
           If WS-START-NIGHTS > 0
               Compute WS-AVG-FIRST-START =
                   WS-START-SUM / WS-START-NIGHTS
           End-If
           Perform Varying WS-PDX from 1 by 1
                   until WS-PDX > WS-PGM-COUNT
               If PGM-CRITICAL(WS-PDX) AND PGM-IN-LATEST(WS-PDX)
                   Add WS-PGM-PREDICT(WS-PDX) to WS-PRED-TOTAL
                   Add 1 to WS-PRED-STEPS
               End-If
           End-Perform
           Compute WS-PRED-FINISH = WS-AVG-FIRST-START + WS-PRED-TOTAL
           Compute WS-PRED-MARGIN = WS-WIN-LENGTH - WS-PRED-FINISH
           If WS-PRED-STEPS > 0 AND WS-PRED-FINISH > WS-WIN-LENGTH
               Set PREDICTED-OVERRUN to True
               Display '*** predicted finish is past the window end '
                       '***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The report: program trends, the nights, the prediction.
      *--------------------------------------------------------------
       Print-Window-Report.
           OPEN OUTPUT WINDRPT-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE WINDRPT-RECORD
           Move 0 to WS-CLK-OFFSET
           Perform Format-Clock
           Move WS-CLK-OUT to WS-HEAD2-START
           Compute WS-CLK-OFFSET = WS-WIN-LENGTH
           Perform Format-Clock
           Move WS-CLK-OUT to WS-HEAD2-END
           Move WS-MAX-NIGHTS to WS-HEAD2-NIGHTS
           Move WS-TODAY(1:8) to WS-HEAD2-DATE
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WINDRPT-RECORD

           Move SPACES to RPT-TEXT
           WRITE WINDRPT-RECORD
           Move 'ELAPSED BY PROGRAM  (CP * = ON THE CRITICAL PATH)'
               to WS-SEC-TEXT
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD
           Move WS-PGM-HEAD to RPT-TEXT
           WRITE WINDRPT-RECORD
           Perform Varying WS-PDX from 1 by 1
                   until WS-PDX > WS-PGM-COUNT
               If WS-PGM-NIGHTS(WS-PDX) > 0
                   Perform Print-One-Program-Line
               End-If
           End-Perform

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WINDRPT-RECORD
           Move 'CRITICAL PATH BY NIGHT' to WS-SEC-TEXT
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD
           If WS-NGT-COUNT = 0
               Move '  (no step history)' to RPT-TEXT
               WRITE WINDRPT-RECORD
           Else
               Move WS-NGT-HEAD to RPT-TEXT
               WRITE WINDRPT-RECORD
               Perform Varying WS-NDX from 1 by 1
                       until WS-NDX > WS-NGT-COUNT
                   Perform Print-One-Night-Line
               End-Perform
           End-If

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WINDRPT-RECORD
           Move 'NEXT NIGHT' to WS-SEC-TEXT
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD
           Perform Print-Prediction
           CLOSE WINDRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One program's trend line.
      *--------------------------------------------------------------
       Print-One-Program-Line.
           Move SPACES to WS-PGM-LINE
           Move WS-PGM-NAME(WS-PDX) to WS-PGL-NAME
           If PGM-CRITICAL(WS-PDX)
               Move '*' to WS-PGL-CRIT
           End-If
           Move WS-PGM-NIGHTS(WS-PDX) to WS-PGL-NIGHTS
           Compute WS-PGL-AVG  = WS-PGM-AVG-SECS(WS-PDX) / 60
           Compute WS-PGL-MAX  = WS-PGM-MAX-SECS(WS-PDX) / 60
           Compute WS-PGL-LAST = WS-PGM-LAST-SECS(WS-PDX) / 60
           Compute WS-PGL-SLOPE = WS-PGM-SLOPE(WS-PDX) / 60
           Compute WS-PGL-NEXT = WS-PGM-PREDICT(WS-PDX) / 60
           Move WS-PGM-AVG-CPU(WS-PDX) to WS-PGL-CPU
           Move WS-PGM-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WINDRPT-RECORD
           Display '  ' WS-PGL-NAME ' nights' WS-PGL-NIGHTS
                   ' avg' WS-PGL-AVG ' last' WS-PGL-LAST
                   ' next' WS-PGL-NEXT ' min'
           EXIT.


      *--------------------------------------------------------------
      *    One night's critical-path line.  Margin is minutes left
      *    between the last critical step's end and the window end.
      *--------------------------------------------------------------
       Print-One-Night-Line.
           Move SPACES to WS-NGT-LINE
           Compute WS-NGL-DATE =
               FUNCTION DATE-OF-INTEGER(WS-NGT-DATE-INT(WS-NDX))
           Move WS-NGT-CRIT-STEPS(WS-NDX) to WS-NGL-STEPS
           If WS-NGT-CRIT-STEPS(WS-NDX) = 0
               Move 0 to WS-NGL-TOTAL
               Move 0 to WS-NGL-MARGIN
               Move 'NO STEPS' to WS-NGL-STATUS
           Else
               Move WS-NGT-FIRST-START(WS-NDX) to WS-CLK-OFFSET
               Perform Format-Clock
               Move WS-CLK-OUT to WS-NGL-START
               Move WS-NGT-LAST-END(WS-NDX) to WS-CLK-OFFSET
               Perform Format-Clock
               Move WS-CLK-OUT to WS-NGL-END
               Compute WS-NGL-TOTAL =
                   WS-NGT-CRIT-TOTAL(WS-NDX) / 60
               Compute WS-NGL-MARGIN =
                   (WS-WIN-LENGTH - WS-NGT-LAST-END(WS-NDX)) / 60
               If WS-NGT-LAST-END(WS-NDX) > WS-WIN-LENGTH
                   Move 'OVERRUN' to WS-NGL-STATUS
               Else
                   Move 'OK' to WS-NGL-STATUS
               End-If
           End-If
           Move WS-NGT-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE WINDRPT-RECORD
           Display '  night ' WS-NGL-DATE ' crit' WS-NGL-TOTAL
                   ' min, margin' WS-NGL-MARGIN ' ' WS-NGL-STATUS
           EXIT.


      *--------------------------------------------------------------
      *    The prediction lines.
      *--------------------------------------------------------------
       Print-Prediction.
           Move ' ' to RPT-CC
           If WS-PRED-STEPS = 0
               Move SPACES to WS-SEC-TEXT
               String 'NO CRITICAL-PATH PROGRAM RAN ON THE LATEST '
                      'NIGHT -- NOTHING TO PREDICT'
                   Delimited by Size into WS-SEC-TEXT
               End-String
               Move WS-SECT-LINE to RPT-TEXT
               WRITE WINDRPT-RECORD
           Else
               Perform Print-Prediction-Lines
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Predicted total, average first start, predicted finish
      *    against the window end, and the verdict.
      *--------------------------------------------------------------
       Print-Prediction-Lines.
           Move WS-PRED-STEPS to WS-EDT-COUNT
           Compute WS-EDT-MIN = WS-PRED-TOTAL / 60
           Move SPACES to WS-SEC-TEXT
           String 'PREDICTED CRITICAL PATH : ' WS-EDT-MIN
                  ' MIN OVER ' WS-EDT-COUNT ' STEP(S)'
               Delimited by Size into WS-SEC-TEXT
           End-String
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD

           Move WS-AVG-FIRST-START to WS-CLK-OFFSET
           Perform Format-Clock
           Move SPACES to WS-SEC-TEXT
           String 'AVERAGE FIRST START     : ' WS-CLK-OUT
               Delimited by Size into WS-SEC-TEXT
           End-String
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD

           Move WS-PRED-FINISH to WS-CLK-OFFSET
           Perform Format-Clock
           Compute WS-EDT-MIN2 = WS-PRED-MARGIN / 60
           Move SPACES to WS-SEC-TEXT
           String 'PREDICTED FINISH        : ' WS-CLK-OUT
                  '   MARGIN TO WINDOW END ' WS-EDT-MIN2 ' MIN'
               Delimited by Size into WS-SEC-TEXT
           End-String
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD

           Move WS-OVERRUN-NIGHTS to WS-EDT-COUNT
           Move SPACES to WS-SEC-TEXT
           String 'NIGHTS THAT OVERRAN     : ' WS-EDT-COUNT
               Delimited by Size into WS-SEC-TEXT
           End-String
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD

           Move SPACES to WS-SEC-TEXT
           If PREDICTED-OVERRUN
               Move 'PREDICTION: OVERRUN -- WINDOW alert raised'
                   to WS-SEC-TEXT
           Else
               Move 'PREDICTION: INSIDE THE WINDOW' to WS-SEC-TEXT
           End-If
           Move WS-SECT-LINE to RPT-TEXT
           WRITE WINDRPT-RECORD
           Display '  predicted finish ' WS-CLK-OUT ' margin '
                   WS-EDT-MIN2 ' min'
           EXIT.


      *--------------------------------------------------------------
      *    A window offset (WS-CLK-OFFSET, seconds from the window
      *    start) as the hh:mm time of day it falls on.
      *--------------------------------------------------------------
       Format-Clock.
           Compute WS-CLK-TOTAL = WS-WIN-START-SECS + WS-CLK-OFFSET
           If WS-CLK-TOTAL < 0
               Add 86400 to WS-CLK-TOTAL
           End-If
           Divide WS-CLK-TOTAL by 86400 Giving WS-CLK-DAYS
               Remainder WS-CLK-SECS
           Divide WS-CLK-SECS by 3600 Giving WS-CLK-HH
           Compute WS-CLK-MM = (WS-CLK-SECS - (WS-CLK-HH * 3600)) / 60
           Move SPACES to WS-CLK-OUT
           String WS-CLK-HH ':' WS-CLK-MM
               Delimited by Size into WS-CLK-OUT
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    The predicted finish is past the window end: a WINDOW
      *    alert, in minutes from the window start against the
      *    window length.
      *--------------------------------------------------------------
       Raise-Window-Alert.
           Move 'WINDOW'   to WS-ALT-CODE
           Move 'CRITPATH' to WS-ALT-ROUTINE
           Compute WS-ALT-MEASURED  = WS-PRED-FINISH / 60
           Compute WS-ALT-THRESHOLD = WS-WIN-LENGTH / 60
           Perform Write-Alert-Record
           EXIT.


      *--------------------------------------------------------------
      *    Emit one CPUALRT alert record (and a console message when
      *    it is severe), same shape as every other alerting
      *    program.
      *--------------------------------------------------------------
       Write-Alert-Record.
           If WS-ALT-MEASURED > WS-ALT-THRESHOLD * 2
               Move 'S' to WS-ALT-SEVERITY
           Else
               Move 'W' to WS-ALT-SEVERITY
           End-If
           OPEN EXTEND ALRTOUT-FILE
           Move SPACES              to CPU-ALERT-RECORD
           Move WS-ALT-CODE         to ALT-ALERT-CODE
           Move WS-ALT-SEVERITY     to ALT-SEVERITY
           Move 'CPUWIND'           to ALT-PROGRAM-ID
           Move WS-ALT-ROUTINE      to ALT-ROUTINE-NAME
           Move WS-ALT-MEASURED     to ALT-MEASURED-VALUE
           Move WS-ALT-THRESHOLD    to ALT-THRESHOLD
           Move WS-TODAY            to ALT-RUN-TIMESTAMP
           Move WS-TODAY(1:16)      to ALT-RUN-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           Add 1 to WS-ALERT-COUNT
           If WS-ALT-SEVERITY = 'S'
               Move WS-ALT-MEASURED to WS-ALT-MEASURED-O
               Display 'CPUWIND SEVERE BATCH WINDOW ALERT '
                       WS-ALT-CODE ' ' WS-ALT-MEASURED-O
                       ' MIN' Upon CNSL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUWIND'   to STP-PROGRAM-ID
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
