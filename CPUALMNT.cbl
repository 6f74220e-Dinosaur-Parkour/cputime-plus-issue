      *  ALCMDIN card layout: command ('ACK' or 'CLOSE') in columns
      *  1-8, alert code in 9-16, routine in 17-24, operator
      *  initials in 25-27, reason text in 28-57.  A command naming
      *  a pair with no status record gets a warning and RC 4.  The
      *  initials must belong to an operator holding the ALERT role
      *  on the OPRAUTH authorized-operator table, not revoked and
      *  not past expiry (see CPUOPER copybook; checked by the
      *  CPUAUTH module).  A command with initials that are refused
      *  is not applied, the refusal goes to the SECAUDIT security
      *  audit dataset, and the run ends RC 8; every applied ACK or
      *  CLOSE is recorded there as a granted ALERT action.
      *
      *  Probable cause: an alert that carries the system it was
      *  measured on is matched against the CHGEVT change-event log
      *  (see CPUCEVT) when its status record is opened or reopened
      *  -- the nearest event on that system at or before the run
      *  that raised it is kept on the record, displayed, and shown
      *  on the aging report.  A record first opened without a
      *  system picks one up (and its cause, still reckoned from
      *  the first-raised run) from the first recurrence that has
      *  one.  A missing change-event log leaves the causes blank.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-STS-STATUS.
           SELECT AGERPT-FILE ASSIGN TO AGERPT
               ORGANIZATION IS SEQUENTIAL.
      *    Change-event log -- browsed once for probable causes.
           SELECT CHGEVT-FILE ASSIGN TO CHGEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CEV-KEY
               FILE STATUS IS WS-CEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  CHGEVT-FILE.
           COPY CPUCEVT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-ALRTIN-EOF      PIC X(1) VALUE 'N'.
           05 WS-REOPEN-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-ACKED-COUNT     PIC 9(5) COMP-5 VALUE 0.
           05 WS-CLOSED-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-JDX             PIC 9(4) COMP-5.

              10 WS-AGE-FIRST-TS     PIC X(26).
              10 WS-AGE-RECURS       PIC 9(5) COMP-5.
              10 WS-AGE-DAYS         PIC S9(5) COMP-5.
              10 WS-AGE-CAUSE        PIC X(68).
           05 WS-SWAP-ENTRY.
              10 WS-SWP-CODE         PIC X(8).
              10 WS-SWP-ROUTINE      PIC X(8).
              10 WS-SWP-FIRST-TS     PIC X(26).
              10 WS-SWP-RECURS       PIC 9(5) COMP-5.
              10 WS-SWP-DAYS         PIC S9(5) COMP-5.
              10 WS-SWP-CAUSE        PIC X(68).
           05 WS-ROW-INT         PIC 9(8) COMP-5.

      *===============================================================
      *  Change events as browsed at start of run (key order:
      *  system, then date and time), and the window search that
      *  finds the latest event on one system at or before a run.
      *  Stamps are yyyymmddhhmm so they compare directly with a
      *  run timestamp's first 12 characters.
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
           05 WS-CAUSE-COUNT     PIC 9(5) COMP-5 VALUE 0.

      *===============================================================
      *  Report lines.
      *===============================================================
           05 FILLER             PIC X(13) VALUE 'FIRST RAISED'.
           05 FILLER             PIC X(8)  VALUE '  RECURS'.
           05 FILLER             PIC X(11) VALUE '  DAYS OPEN'.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(68) VALUE 'PROBABLE CAUSE'.

       01  WS-DETAIL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-RECURS      PIC ZZZZ9.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 WS-DTL-DAYS        PIC ZZZZ9.
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-DTL-CAUSE       PIC X(68).
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TOT-COUNT       PIC ZZZZ9.
           05 FILLER             PIC X(89) VALUE SPACES.

      *    Parameter block for the CPUAUTH operator-authority calls
      *    (see CPUAUTL copybook).
           COPY CPUAUTL.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUALMNT: alert-status maintenance ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Compute WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(

           Perform Open-Status-File
           If NOT STS-FAILED
               Perform Load-Change-Events
               Perform Fold-New-Alerts
               Perform Apply-Commands
               Perform Print-Aging-Report
               Display 'Alert records read     : ' WS-READ-COUNT
               Display 'Alerts opened          : ' WS-OPENED-COUNT
               Display 'Recurrences counted    : ' WS-RECUR-COUNT
               Display 'Probable causes found  : ' WS-CAUSE-COUNT
               Display 'Closed alerts reopened : ' WS-REOPEN-COUNT
               Display 'Alerts acknowledged    : ' WS-ACKED-COUNT
               Display 'Alerts closed          : ' WS-CLOSED-COUNT
               Display 'Commands refused       : ' WS-REFUSED-COUNT
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


                   If ALT-SEVERE
                       Move 'S' to AST-SEVERITY
                   End-If
                   If AST-SYSTEM-ID = SPACES
                      AND ALT-SYSTEM-ID NOT = SPACES
                       Move ALT-SYSTEM-ID to AST-SYSTEM-ID
                       Perform Attach-Probable-Cause
                   End-If
                   REWRITE CPU-ALERT-STATUS
                   Perform Check-Status-IO
                   Add 1 to WS-RECUR-COUNT
           Move SPACES             to AST-ACK-INITIALS
           Move 0                  to AST-ACK-DATE
           Move SPACES             to AST-ACK-REASON
           Move ALT-SYSTEM-ID      to AST-SYSTEM-ID
           Perform Attach-Probable-Cause
           EXIT.


      *--------------------------------------------------------------
      *    Attach the nearest change event on the record's system at
      *    or before its first-raised run as the probable cause, or
      *    clear the cause when the system is not known or nothing
      *    precedes the alert.
      *--------------------------------------------------------------
       Attach-Probable-Cause.
           Move 0      to AST-CAUSE-DATE
           Move 0      to AST-CAUSE-TIME
           Move SPACES to AST-CAUSE-CATEGORY
           Move SPACES to AST-CAUSE-DESC
           If AST-SYSTEM-ID NOT = SPACES
               Move AST-SYSTEM-ID to WS-EVW-SYSTEM
               Move LOW-VALUES to WS-EVW-FROM
               Move AST-FIRST-TIMESTAMP(1:12) to WS-EVW-TO
               Perform Find-Window-Events
               If WS-EVW-COUNT > 0
                   Move WS-EVW-LATEST to WS-EDX
                   Move WS-EVT-STAMP(WS-EDX)(1:8)  to AST-CAUSE-DATE
                   Move WS-EVT-STAMP(WS-EDX)(9:4)  to AST-CAUSE-TIME
                   Move WS-EVT-CATEGORY(WS-EDX) to AST-CAUSE-CATEGORY
                   Move WS-EVT-DESC(WS-EDX)     to AST-CAUSE-DESC
                   Add 1 to WS-CAUSE-COUNT
                   Display '  ' AST-ALERT-CODE ' ' AST-ROUTINE-NAME
                           ' probable cause: ' AST-SYSTEM-ID ' '
                           AST-CAUSE-CATEGORY ' '
                           WS-EVT-STAMP(WS-EDX) ' ' AST-CAUSE-DESC
               End-If
           End-If
           EXIT.


      *    owned, CLOSE resolves it -- both stamp the operator's
      *    initials, today's date and the reason, which stay on the
      *    record as the audit trail.  A command naming a pair with
      *    no status record gets a warning and RC 4; one whose
      *    initials are refused by CPUAUTH is not applied, RC 8.
      *--------------------------------------------------------------
       Apply-Commands.
           OPEN INPUT ALCMDIN-FILE
      *    One operator command against the status file.
      *--------------------------------------------------------------
       Apply-One-Command.
           If CMD-COMMAND = 'ACK' OR CMD-COMMAND = 'CLOSE'
               Perform Describe-Alert-Action
               Set AUT-CHECK-AUTHORITY to True
               Move Return-Code to AUT-CALLER-RC
               Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           End-If
           Evaluate True
               When CMD-COMMAND NOT = 'ACK'
                AND CMD-COMMAND NOT = 'CLOSE'
                   Display '*** unrecognized alert command <'
                           CMD-COMMAND '> -- card ignored ***'
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
               When AUT-DENIED
                   Display '*** ' CMD-COMMAND ' for '
                           CMD-ALERT-CODE ' ' CMD-ROUTINE-NAME
                           ' -- initials ' CMD-INITIALS ' refused, '
                           AUT-REASON ' -- card ignored ***'
                   Add 1 to WS-REFUSED-COUNT
                   If 8 > Return-Code
                       Move 8 to Return-Code
                   End-If
               When Other
                   Perform Apply-Authorized-Command
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The card's command, alert and routine as the audit
      *    description, with the card's initials and the ALERT role.
      *--------------------------------------------------------------
       Describe-Alert-Action.
           Move 'CPUALMNT'   to AUT-PROGRAM-ID
           Move CMD-INITIALS to AUT-INITIALS
           Set AUT-ROLE-ALERT to True
           Move SPACES to AUT-ACTION
           String CMD-COMMAND ' ' CMD-ALERT-CODE ' '
                  CMD-ROUTINE-NAME
               Delimited by Size into AUT-ACTION
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    An authorized ACK or CLOSE against the status file.
      *--------------------------------------------------------------
       Apply-Authorized-Command.
           Move CMD-ALERT-CODE   to AST-ALERT-CODE
           Move CMD-ROUTINE-NAME to AST-ROUTINE-NAME
           READ ALRTSTS-FILE
           If STS-OK
               If CMD-COMMAND = 'ACK'
                   Set AST-ACKED to True
                   Add 1 to WS-ACKED-COUNT
               Else
                   Set AST-CLOSED to True
                   Add 1 to WS-CLOSED-COUNT
               End-If
               Move CMD-INITIALS   to AST-ACK-INITIALS
               Move WS-TODAY(1:8)  to AST-ACK-DATE
               Move CMD-REASON     to AST-ACK-REASON
               REWRITE CPU-ALERT-STATUS
               Perform Check-Status-IO
               Display '  ' CMD-COMMAND ' ' CMD-ALERT-CODE ' '
                       CMD-ROUTINE-NAME ' by ' CMD-INITIALS
               Set AUT-LOG-ACTION to True
               Move Return-Code to AUT-CALLER-RC
               Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           Else
               Display '*** ' CMD-COMMAND ' for '
                       CMD-ALERT-CODE ' ' CMD-ROUTINE-NAME
                       ' -- no such alert on the status file,'
                       ' card ignored ***'
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           EXIT.
               End-String
               Move WS-AGE-RECURS(WS-KDX)  to WS-DTL-RECURS
               Move WS-AGE-DAYS(WS-KDX)    to WS-DTL-DAYS
               Move WS-AGE-CAUSE(WS-KDX)   to WS-DTL-CAUSE
               Move WS-DETAIL-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE AGERPT-RECORD
               Move AST-FIRST-TIMESTAMP
                   to WS-AGE-FIRST-TS(WS-AGE-COUNT)
               Move AST-RECUR-COUNT  to WS-AGE-RECURS(WS-AGE-COUNT)
               Move SPACES to WS-AGE-CAUSE(WS-AGE-COUNT)
               Evaluate True
                   When AST-CAUSE-CATEGORY NOT = SPACES
                       String AST-CAUSE-CATEGORY Delimited by Space
                              ' '                Delimited by Size
                              AST-CAUSE-DATE(1:4) '-'
                              AST-CAUSE-DATE(5:2) '-'
                              AST-CAUSE-DATE(7:2) ' '
                              AST-CAUSE-TIME(1:2) ':'
                              AST-CAUSE-TIME(3:2) ' '
                              AST-CAUSE-DESC     Delimited by Size
                           into WS-AGE-CAUSE(WS-AGE-COUNT)
                       End-String
                   When AST-SYSTEM-ID = SPACES
                       Move '(SYSTEM NOT KNOWN)'
                           to WS-AGE-CAUSE(WS-AGE-COUNT)
                   When Other
                       Move '(NO PRIOR CHANGE EVENT)'
                           to WS-AGE-CAUSE(WS-AGE-COUNT)
               End-Evaluate
               If AST-FIRST-TIMESTAMP(1:8) NUMERIC
                   Compute WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AST-FIRST-TIMESTAMP(1:8)))
           EXIT.


      *--------------------------------------------------------------
      *    Browse the CHGEVT change-event log into the event table.
      *    A log that will not open only means no probable causes
      *    are attached -- it is not a failure of this step.
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
                               DISPLAY '*** CPUALMNT change-event '
                                       'table full at 500 entries -- '
                                       'later events not considered '
                                       '***'
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
                       WS-CEV-STATUS ' -- no probable causes '
                       'attached ***'
           End-If
           Display 'Change events loaded   : ' WS-EVT-COUNT
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
      *    Order the aging table oldest-open first.
      *--------------------------------------------------------------
               End-Perform
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUALMNT'  to STP-PROGRAM-ID
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
