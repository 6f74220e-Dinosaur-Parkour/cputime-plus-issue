      *  TIERDLIN card: cutoff hhmm in columns 1-4 (0000 or blank
      *  means no deadline), run mode in 5-12 ('RESUME' resumes,
      *  anything else runs cold and clears the checkpoint).
      *
      *  The routines measured at each tier are the active entries
      *  on the RTNCAT routine catalog (see CPURCAT copybook), each
      *  timed by its own clock as before -- less the KERNEL
      *  entries, which are CPUKERN's in-line workload kernels and
      *  have nothing to CALL; an unreadable or empty catalog falls
      *  back to the four clocks above, with RC 4.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    cleared by a cold run and on full completion.
           SELECT OPTIONAL TIERCKP-FILE ASSIGN TO TIERCKP
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- browsed once for the active routines.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CKP-RUN-TIMESTAMP    PIC X(26).
           05 FILLER               PIC X(22).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       WORKING-STORAGE SECTION.
       01  WS-TIER-ITEMS.
      *    Worst severity raised anywhere in the run (CPUT01's
           05 WS-TIER-IDX        PIC 9(1) COMP-5.
           05 WS-TIER-COUNT-TBL  OCCURS 4 TIMES PIC 9(8) COMP-5.
           05 WS-LOOP-COUNT      PIC 9(8) COMP-5.
           05 WS-ROUTINE-IDX     PIC 9(2) COMP-5.
           05 WS-ROUTINE-COUNT   PIC 9(2) COMP-5 VALUE 0.
           05 WS-ROUTINE-TBL     OCCURS 16 TIMES PIC X(8).
           05 WS-CAT-STATUS      PIC X(2).
              88 CAT-OK          VALUE '00'.
           05 WS-CAT-EOF         PIC X(1) VALUE 'N'.
              88 CAT-AT-EOF      VALUE 'Y'.
           05 WS-CURRENT-ROUTINE PIC X(8).
           05 WS-RUN-TIMESTAMP   PIC X(26).
           05 WS-RUN-ID          PIC X(16).
      *===============================================================
      *  Completed routine/tier combinations -- loaded from the
      *  checkpoint in RESUME mode, searched before each measure.
      *  Sized for every routine the catalog table holds at every
      *  tier.
      *===============================================================
       01  WS-DONE-TABLE.
           05 WS-DONE-COUNT      PIC 9(2) COMP-5 VALUE 0.
           05 WS-NET-PER-CALL    PIC 9(6)V9(9) COMP-5.
           05 WS-NET-PER-CALL-O  PIC ZZZZZ9.9(9).

      *===============================================================
      *  Build identity of this module (see CPUBLDI and CPUBLDV
      *  copybooks), stamped on every result row and on the RUNREG
      *  header.
      *===============================================================
           COPY CPUBLDV.
           COPY CPUBLDI REPLACING ==:PFX:== BY ==BLD==.
       01  WS-BUILD-ITEMS.
           05 WS-LE-VERSION-ID   PIC S9(9) COMP-5.
           05 WS-LE-PLATFORM-ID  PIC S9(9) COMP-5.
           05 WS-LE-VERSION-O    PIC 9(8).
           05 WS-LE-FEEDBACK     PIC X(12).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Perform Get-Machine-Profile
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to WS-RUN-ID
           Perform Set-Build-Identity
           Perform Write-Registry-Header
           Perform Write-Step-Start
           If RESUME-MODE
               Perform Load-Checkpoint
               OPEN EXTEND TIEROUT-FILE
               Move WS-WORST-RC to Return-Code
           End-If
           Perform Write-Registry-Trailer
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Load the call-volume tiers and the routines to be
      *    measured at each tier -- the active catalog entries, or
      *    the four clocks when the catalog yields none.
      *--------------------------------------------------------------
       Init-Tiers.
           Move 10000     to WS-TIER-COUNT-TBL(1)
           Move 1000000   to WS-TIER-COUNT-TBL(3)
           Move 10000000  to WS-TIER-COUNT-TBL(4)

           OPEN INPUT RTNCAT-FILE
           If CAT-OK
               PERFORM UNTIL CAT-AT-EOF
                   READ RTNCAT-FILE NEXT RECORD
                       AT END
                           SET CAT-AT-EOF TO TRUE
                       NOT AT END
                           IF RCT-ACTIVE AND NOT RCT-WORKLOAD-KERNEL
                               PERFORM Add-Tier-Routine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNCAT-FILE
           Else
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' ***'
           End-If
           If WS-ROUTINE-COUNT = 0
               Display '*** no active routines on the catalog -- '
                       'measuring the four clocks ***'
               Move 'ZCPUTIME' to RCT-ROUTINE-NAME
               Perform Add-Tier-Routine
               Move 'CPUTIME2' to RCT-ROUTINE-NAME
               Perform Add-Tier-Routine
               Move 'CPUTIME9' to RCT-ROUTINE-NAME
               Perform Add-Tier-Routine
               Move 'CPUTIME3' to RCT-ROUTINE-NAME
               Perform Add-Tier-Routine
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           Display 'Routines per tier: ' WS-ROUTINE-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    One active routine into the per-tier routine table.
      *--------------------------------------------------------------
       Add-Tier-Routine.
           If WS-ROUTINE-COUNT < 16
               Add 1 to WS-ROUTINE-COUNT
               Move RCT-ROUTINE-NAME
                   to WS-ROUTINE-TBL(WS-ROUTINE-COUNT)
           Else
               Display '*** CPUTIER routine table full at 16 '
                       'entries -- ' RCT-ROUTINE-NAME
                       ' not measured ***'
               If 4 > WS-WORST-RC
                   Move 4 to WS-WORST-RC
               End-If
           End-If
           EXIT.


      *    One tier, deadline-checked: skip it whole when it would
      *    not fit before the cutoff (and stop there -- later tiers
      *    are bigger still), skip it silently when a resumed run
      *    already banked every routine, otherwise measure the
      *    routines not yet checkpointed and record the tier's
      *    elapsed time as the estimate base for the next one.
      *--------------------------------------------------------------
           Perform Check-Tier-Fits
           If NOT DEADLINE-REACHED
               Perform Count-Tier-Done
               If WS-TIER-DONE-CNT >= WS-ROUTINE-COUNT
                   Display ' '
                   Display 'Tier: ' WS-LOOP-COUNT ' calls -- '
                           'completed by the prior run, skipped'
                   Move WS-NOW-SECS to WS-TIER-START-SECS
                   Perform Measure-Tier-Overhead
                   Perform Varying WS-ROUTINE-IDX from 1 by 1
                           until WS-ROUTINE-IDX > WS-ROUTINE-COUNT
                       Move WS-ROUTINE-TBL(WS-ROUTINE-IDX)
                           to WS-CURRENT-ROUTINE
                       Perform Check-Combo-Done


      *--------------------------------------------------------------
      *    How many of this tier's routines the prior run
      *    already banked.
      *--------------------------------------------------------------
       Count-Tier-Done.
           Move WS-CPU-MODEL     to OUT-CPU-MODEL
           Compute OUT-SU-VALUE = OUT-DIFF-VALUE * WS-SU-FACTOR
           Move WS-SYSTEM-ID     to OUT-SYSTEM-ID
           Move BLD-BUILD-IDENTITY to OUT-BUILD-ID
           WRITE TIEROUT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    This module's build identity (see CPUBLDI copybook): the
      *    suite's compiler release, the options on the CBL cards at
      *    the top of this program -- keep the moves below in step
      *    with those cards -- and the LE runtime level from the
      *    CEEGPID callable service.
      *--------------------------------------------------------------
       Set-Build-Identity.
           Move SPACES                  to BLD-BUILD-IDENTITY
           Move WS-BLD-COMPILER-RELEASE to BLD-COMPILER
           Move '2'                     to BLD-OPT-LEVEL
           Move 12                      to BLD-ARCH-LEVEL
           Move 12                      to BLD-TUNE-LEVEL
           Set BLD-IS-DYNAM             to True
           Call 'CEEGPID' Using WS-LE-VERSION-ID WS-LE-PLATFORM-ID
                                WS-LE-FEEDBACK
           If WS-LE-FEEDBACK = LOW-VALUES
               Move WS-LE-VERSION-ID to WS-LE-VERSION-O
               Move WS-LE-VERSION-O  to BLD-LE-LEVEL
           Else
               Move 'UNKNOWN'        to BLD-LE-LEVEL
           End-If
           Display 'Build identity: ' BLD-BUILD-IDENTITY
           EXIT.


      *--------------------------------------------------------------
      *    Open the run registry and append this run's header record
      *    -- run-id, program and timestamp -- so every TIEROUT row
           Move 0                to REG-BURN2-COUNT
           Move 0                to REG-FINAL-RC
           Move 0                to REG-LOAD-PCT
           Move BLD-BUILD-IDENTITY to REG-BUILD-ID
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.
           WRITE CPU-RUN-REGISTRY
           CLOSE RUNREG-FILE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUTIER'   to STP-PROGRAM-ID
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
