       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUPLAN.
      *===============================================================
      *  Run-calendar pre-step.  The CPUDRIV, CPUTIER and CPUGATE
      *  steps used to run on whatever schedule the scheduler had,
      *  so a month-end freeze, a holiday or a maintenance Sunday
      *  meant editing JCL the day before.  The RUNCAL calendar
      *  (see CPUCALR copybook, maintained by CPUCALM) now holds
      *  the exceptions, and this program turns tonight's entries
      *  into what the job stream acts on.  It runs in one of two
      *  ways, chosen by the PLANIN card:
      *
      *    Plan page (program blank) -- once, at the head of the
      *    night, prints TONIGHT'S PLAN to PLANRPT: each calendared
      *    program and whether it runs as scheduled, is skipped, or
      *    runs with its alternate control card (shown), with the
      *    calendar's reason.  RC 0.
      *
      *    Step decision (program named) -- ahead of that program's
      *    step, sets the condition code the step's IF/COND tests:
      *      RC 0  run as scheduled (no entry, or an R entry);
      *      RC 2  run with the alternate card (an A entry) -- the
      *            card image is written to PLANCARD;
      *      RC 4  skip (an S entry) -- the skip is recorded on
      *            RUNREG (an 'S' record, see CPURREG copybook) so
      *            CPURAUD and CPUWDIG know the program was planned
      *            out, not missing;
      *      RC 8  the PLANIN card names a program that is not on
      *            the calendar, or gives a bad date.
      *    The step runs on RC below 4.  PLANCARD is always opened
      *    and is empty unless an alternate card was written, so the
      *    JCL concatenates it ahead of the step's standard card
      *    (the CPUT01 SYSIN DD under CPUDRIV and CPUGATE, TIERDLIN
      *    under CPUTIER): each of those programs reads only its
      *    first card, which is the alternate when there is one and
      *    the standard card otherwise.
      *
      *  A calendar that cannot be read changes nothing -- every
      *  step runs as scheduled, as before the calendar existed --
      *  and is shown with RC 1 so the scheduler still surfaces it.
      *
      *  PLANIN card: program-id in columns 1-8, plan date yyyymmdd
      *  in 9-16 (blank means today -- set it when the job runs
      *  past midnight on the night before).  A missing card is a
      *  plan-page run for today.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLANIN-FILE ASSIGN TO PLANIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNCAL-FILE ASSIGN TO RUNCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
           SELECT PLANRPT-FILE ASSIGN TO PLANRPT
               ORGANIZATION IS SEQUENTIAL.
      *    The alternate card for the step, concatenated ahead of
      *    its standard card.
           SELECT PLANCARD-FILE ASSIGN TO PLANCARD
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNREG-FILE ASSIGN TO RUNREG
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANIN-FILE
           RECORDING MODE F.
       01  PLANIN-RECORD.
           05 PLI-PROGRAM-ID        PIC X(8).
           05 PLI-PLAN-DATE-X       PIC X(8).
           05 PLI-PLAN-DATE REDEFINES PLI-PLAN-DATE-X
                                    PIC 9(8).
           05 FILLER                PIC X(64).

       FD  RUNCAL-FILE.
           COPY CPUCALR.

       FD  PLANRPT-FILE
           RECORDING MODE F.
       01  PLANRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  PLANCARD-FILE
           RECORDING MODE F.
       01  PLANCARD-RECORD          PIC X(80).

       FD  RUNREG-FILE
           RECORDING MODE F.
           COPY CPURREG.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-PLANIN-EOF      PIC X(1) VALUE 'N'.
              88 PLANIN-AT-EOF   VALUE 'Y'.
           05 WS-CAL-STATUS      PIC X(2).
              88 CAL-OK          VALUE '00'.
           05 WS-CAL-OPEN        PIC X(1) VALUE 'N'.
              88 CAL-OPENED      VALUE 'Y'.
           05 WS-CARD-OK         PIC X(1) VALUE 'Y'.
              88 CARD-OK         VALUE 'Y'.
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-RUN-ID          PIC X(16).
           05 WS-PLAN-DATE       PIC 9(8).
           05 WS-STEP-PROGRAM    PIC X(8) VALUE SPACES.
           05 WS-PDX             PIC 9(4) COMP-5.
           05 WS-PGM-FOUND       PIC X(1).
              88 PGM-FOUND       VALUE 'Y'.

      *===============================================================
      *  The programs the calendar governs, in job-stream order.
      *===============================================================
       01  WS-PLANNED-PROGRAM-TBL.
           05 FILLER             PIC X(8) VALUE 'CPUDRIV'.
           05 FILLER             PIC X(8) VALUE 'CPUTIER'.
           05 FILLER             PIC X(8) VALUE 'CPUGATE'.
       01  WS-PLANNED-PROGRAM-R REDEFINES WS-PLANNED-PROGRAM-TBL.
           05 WS-PLANNED-PROGRAM PIC X(8) OCCURS 3 TIMES.

      *===============================================================
      *  One program's plan for the night, as looked up.
      *===============================================================
       01  WS-PLAN-ITEMS.
           05 WS-PLAN-DISPOSITION PIC X(1).
              88 PLAN-RUN         VALUE 'R'.
              88 PLAN-SKIP        VALUE 'S'.
              88 PLAN-ALTERNATE   VALUE 'A'.
           05 WS-PLAN-TEXT       PIC X(26).
           05 WS-PLAN-REASON     PIC X(40).
           05 WS-PLAN-CARD       PIC X(80).

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUPLAN'.
           05 FILLER             PIC X(36) VALUE
              'TONIGHT''S RUN PLAN'.
           05 FILLER             PIC X(86) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(16) VALUE 'NIGHT OF      : '.
           05 WS-HEAD2-DATE      PIC 9(8).
           05 FILLER             PIC X(108) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(70).
           05 FILLER             PIC X(60) VALUE SPACES.

       01  WS-PLAN-HEAD.
           05 FILLER             PIC X(12) VALUE '  PROGRAM'.
           05 FILLER             PIC X(28) VALUE 'TONIGHT'.
           05 FILLER             PIC X(40) VALUE 'REASON'.
           05 FILLER             PIC X(52) VALUE SPACES.

       01  WS-PLAN-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PLL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PLL-TEXT        PIC X(26).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-PLL-REASON      PIC X(40).
           05 FILLER             PIC X(52) VALUE SPACES.

       01  WS-CARD-LINE.
           05 FILLER             PIC X(12) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE 'alternate card: '.
           05 WS-CDL-CARD        PIC X(80).
           05 FILLER             PIC X(24) VALUE SPACES.

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
           Display '=== CPUPLAN: run-calendar pre-step ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Write-Step-Start

           Perform Get-Control-Parms
           If CARD-OK
               Perform Open-Calendar
               If WS-STEP-PROGRAM = SPACES
                   Perform Print-Night-Plan
               Else
                   Perform Decide-Step
               End-If
               If CAL-OPENED
                   CLOSE RUNCAL-FILE
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Read the PLANIN card: the program to decide for (blank
      *    for the plan page) and the plan date (blank for today).
      *    A program off the calendar or a bad date ends RC 8 with
      *    nothing decided.
      *--------------------------------------------------------------
       Get-Control-Parms.
           Move WS-RUN-TIMESTAMP(1:8) to WS-PLAN-DATE
           OPEN INPUT PLANIN-FILE
           READ PLANIN-FILE
               AT END
                   SET PLANIN-AT-EOF TO TRUE
           END-READ
           IF NOT PLANIN-AT-EOF
               MOVE PLI-PROGRAM-ID TO WS-STEP-PROGRAM
               IF PLI-PLAN-DATE-X NOT = SPACES
                   IF PLI-PLAN-DATE NUMERIC
                      AND PLI-PLAN-DATE > 19900000
                       MOVE PLI-PLAN-DATE TO WS-PLAN-DATE
                   ELSE
                       DISPLAY '*** PLANIN plan date <'
                               PLI-PLAN-DATE-X '> is not a date '
                               'yyyymmdd -- nothing planned ***'
                       MOVE 'N' TO WS-CARD-OK
                   END-IF
               END-IF
           END-IF
           CLOSE PLANIN-FILE

           If WS-STEP-PROGRAM NOT = SPACES
               Move 'N' to WS-PGM-FOUND
               Perform Varying WS-PDX from 1 by 1
                       until WS-PDX > 3 OR PGM-FOUND
                   If WS-PLANNED-PROGRAM(WS-PDX) = WS-STEP-PROGRAM
                       Set PGM-FOUND to True
                   End-If
               End-Perform
               If NOT PGM-FOUND
                   Display '*** PLANIN program <' WS-STEP-PROGRAM
                           '> is not on the run calendar (CPUDRIV, '
                           'CPUTIER, CPUGATE) -- nothing planned ***'
                   Move 'N' to WS-CARD-OK
               End-If
           End-If
           If NOT CARD-OK
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           Display 'Plan date: ' WS-PLAN-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Open the calendar for keyed reads.  One that will not
      *    open plans every program to run as scheduled, RC 1.
      *--------------------------------------------------------------
       Open-Calendar.
           OPEN INPUT RUNCAL-FILE
           If CAL-OK
               Set CAL-OPENED to True
           Else
               Display '*** RUNCAL open failed, file status '
                       WS-CAL-STATUS ' -- every step runs as '
                       'scheduled ***'
               If 1 > Return-Code
                   Move 1 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Look up the plan date's entry for CAL-PROGRAM-ID.  No
      *    entry (or no calendar) is run as scheduled.
      *--------------------------------------------------------------
       Look-Up-Plan.
           Move 'R'    to WS-PLAN-DISPOSITION
           Move SPACES to WS-PLAN-REASON
           Move SPACES to WS-PLAN-CARD
           If CAL-OPENED
               Move WS-PLAN-DATE to CAL-RUN-DATE
               READ RUNCAL-FILE
                   INVALID KEY
                       Continue
                   NOT INVALID KEY
                       Move CAL-DISPOSITION to WS-PLAN-DISPOSITION
                       Move CAL-REASON      to WS-PLAN-REASON
                       Move CAL-ALT-CARD    to WS-PLAN-CARD
               END-READ
           End-If
           Evaluate True
               When PLAN-SKIP
                   Move 'SKIPPED'                  to WS-PLAN-TEXT
               When PLAN-ALTERNATE
                   Move 'RUNS WITH ALTERNATE CARD' to WS-PLAN-TEXT
               When Other
                   Set PLAN-RUN to True
                   Move 'RUNS AS SCHEDULED'        to WS-PLAN-TEXT
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The plan page: every calendared program's plan for the
      *    night, echoed to SYSOUT.
      *--------------------------------------------------------------
       Print-Night-Plan.
           OPEN OUTPUT PLANRPT-FILE
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE PLANRPT-RECORD
           Move WS-PLAN-DATE to WS-HEAD2-DATE
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE PLANRPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE PLANRPT-RECORD
           If NOT CAL-OPENED
               Move SPACES to WS-SEC-TEXT
               String 'RUN CALENDAR UNAVAILABLE -- EVERY STEP RUNS '
                      'AS SCHEDULED'
                   Delimited by Size into WS-SEC-TEXT
               End-String
               Move WS-SECTION-LINE to RPT-TEXT
               WRITE PLANRPT-RECORD
               Move SPACES to RPT-TEXT
               WRITE PLANRPT-RECORD
           End-If
           Move WS-PLAN-HEAD to RPT-TEXT
           WRITE PLANRPT-RECORD

           Perform Varying WS-PDX from 1 by 1 until WS-PDX > 3
               Move WS-PLANNED-PROGRAM(WS-PDX) to CAL-PROGRAM-ID
               Perform Look-Up-Plan
               Move SPACES to WS-PLAN-LINE
               Move WS-PLANNED-PROGRAM(WS-PDX) to WS-PLL-PROGRAM
               Move WS-PLAN-TEXT   to WS-PLL-TEXT
               Move WS-PLAN-REASON to WS-PLL-REASON
               Move WS-PLAN-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE PLANRPT-RECORD
               Display '  ' WS-PLL-PROGRAM ' ' WS-PLL-TEXT ' '
                       WS-PLL-REASON
               If PLAN-ALTERNATE
                   Move WS-PLAN-CARD to WS-CDL-CARD
                   Move WS-CARD-LINE to RPT-TEXT
                   WRITE PLANRPT-RECORD
                   Display '           card: ' WS-PLAN-CARD
               End-If
           End-Perform
           CLOSE PLANRPT-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One step's decision: the condition code the step tests,
      *    the alternate card on PLANCARD, the skip on RUNREG.
      *    PLANCARD is opened every time, so last night's card can
      *    never be picked up again.
      *--------------------------------------------------------------
       Decide-Step.
           OPEN OUTPUT PLANCARD-FILE
           Move WS-STEP-PROGRAM to CAL-PROGRAM-ID
           Perform Look-Up-Plan
           Evaluate True
               When PLAN-SKIP
                   Perform Write-Registry-Skip
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               When PLAN-ALTERNATE
                   Move WS-PLAN-CARD to PLANCARD-RECORD
                   WRITE PLANCARD-RECORD
                   If 2 > Return-Code
                       Move 2 to Return-Code
                   End-If
               When Other
                   Continue
           End-Evaluate
           CLOSE PLANCARD-FILE
           Display '  ' WS-STEP-PROGRAM ' ' WS-PLAN-DATE ': '
                   WS-PLAN-TEXT ' ' WS-PLAN-REASON
           If PLAN-ALTERNATE
               Display '  alternate card: ' WS-PLAN-CARD
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Record the planned skip on the run registry -- an 'S'
      *    record under this run's run-id and the skipped program's
      *    id, counts and RC zero.  Closed again at once, as every
      *    program does with the shared RUNREG dataset.
      *--------------------------------------------------------------
       Write-Registry-Skip.
           OPEN EXTEND RUNREG-FILE
           Move SPACES           to CPU-RUN-REGISTRY
           Set REG-SKIPPED       to True
           Move WS-RUN-ID        to REG-RUN-ID
           Move WS-STEP-PROGRAM  to REG-PROGRAM-ID
           Move WS-RUN-TIMESTAMP to REG-RUN-TIMESTAMP
           Move 0                to REG-LOOP-COUNT
           Move 0                to REG-BURN1-COUNT
           Move 0                to REG-BURN2-COUNT
           Move 0                to REG-FINAL-RC
           Move 0                to REG-LOAD-PCT
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUPLAN'   to STP-PROGRAM-ID
           Move WS-RUN-ID   to STP-RUN-ID
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
