      *      every date already on the profile -- overlapping or
      *      out-of-order effectivity is rejected, history is only
      *      ever appended to;
      *    - initials present, because the audit trail names them,
      *      and those of an operator holding the PROFILE role on
      *      the OPRAUTH authorized-operator table, not revoked and
      *      not past expiry (see CPUOPER copybook; checked by the
      *      CPUAUTH module, which writes every refusal to the
      *      SECAUDIT security audit dataset).
      *  Every applied change is appended to the PROFAUD audit
      *  dataset: when it was applied, by whom, the new model/
      *  factor/date and the factor previously in force -- and
      *  recorded on SECAUDIT as a granted PROFILE action.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-DATE-OK         PIC X(1).
              88 DATE-OK         VALUE 'Y'.

      *    Parameter block for the CPUAUTH operator-authority calls
      *    (see CPUAUTL copybook).
           COPY CPUAUTL.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Display ' '
           Display '=== CPUMPUPD: machine-profile maintenance ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Perform Write-Step-Start

           Perform Load-Current-Profile
           Perform Validate-Update-Deck
                           WS-PRF-COUNT
           End-Evaluate
           Display ' '
           Perform Write-Step-End
           GOBACK.



      *--------------------------------------------------------------
      *    The card edit: factor range, real calendar date, strict
      *    effective-date ordering, initials present and authorized
      *    for the PROFILE role.
      *--------------------------------------------------------------
       Validate-One-Card.
           Evaluate True
                                   'rejected ***'
                           Set DECK-FAILED to True
                       When Other
                           Perform Check-Card-Authority
                   End-Evaluate
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The card's initials must belong to an operator holding
      *    the PROFILE role (CPUAUTH audits a refusal); an
      *    authorized card stages into the table.
      *--------------------------------------------------------------
       Check-Card-Authority.
           Move UPD-INITIALS to AUT-INITIALS
           Perform Describe-Profile-Action
           Move UPD-SU-FACTOR to WS-FACTOR-O
           Move UPD-CPU-MODEL to AUT-ACTION(11:8)
           Move WS-FACTOR-O   to AUT-ACTION(20:11)
           Move UPD-EFF-DATE  to AUT-ACTION(32:8)
           Set AUT-CHECK-AUTHORITY to True
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           If AUT-DENIED
               Display '*** card for <' UPD-CPU-MODEL
                       '>: initials ' UPD-INITIALS ' refused -- '
                       AUT-REASON ' -- deck rejected ***'
               Set DECK-FAILED to True
           Else
               Add 1 to WS-PRF-COUNT
               Add 1 to WS-ADD-COUNT
               Move UPD-CPU-MODEL to WS-PRF-MODEL(WS-PRF-COUNT)
               Move UPD-SU-FACTOR to WS-PRF-FACTOR(WS-PRF-COUNT)
               Move UPD-EFF-DATE  to WS-PRF-EFF-DATE(WS-PRF-COUNT)
               Move UPD-INITIALS  to WS-PRF-INITIALS(WS-PRF-COUNT)
               Move UPD-EFF-DATE  to WS-MAX-EFF-DATE
               Display '  staged: ' UPD-CPU-MODEL
                       ' factor ' WS-FACTOR-O
                       ' effective ' WS-EDIT-DATE
                       ' by ' UPD-INITIALS ' (' AUT-OPERATOR-NAME ')'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The fixed part of the audit description of an SU-factor
      *    change; the caller fills model, factor and effective
      *    date in behind it.
      *--------------------------------------------------------------
       Describe-Profile-Action.
           Move 'CPUMPUPD'  to AUT-PROGRAM-ID
           Set AUT-ROLE-PROFILE to True
           Move SPACES      to AUT-ACTION
           Move 'SU FACTOR' to AUT-ACTION(1:9)
           EXIT.


      *--------------------------------------------------------------
      *    A real calendar date: sensible year, month 1-12, day
      *    inside the month (February gets 29 -- a leap-year slip
               Move WS-PRIOR-FACTOR         to AUD-PRIOR-FACTOR
               Move WS-PRF-FACTOR(WS-KDX)   to WS-PRIOR-FACTOR
               WRITE PROFAUD-RECORD
               Perform Log-Profile-Action
           End-Perform
           CLOSE PROFAUD-FILE
           EXIT.


      *--------------------------------------------------------------
      *    The applied change WS-KDX, recorded on SECAUDIT as a
      *    granted PROFILE action.
      *--------------------------------------------------------------
       Log-Profile-Action.
           Move WS-PRF-INITIALS(WS-KDX) to AUT-INITIALS
           Perform Describe-Profile-Action
           Move WS-PRF-FACTOR(WS-KDX)   to WS-FACTOR-O
           Move WS-PRF-MODEL(WS-KDX)    to AUT-ACTION(11:8)
           Move WS-FACTOR-O             to AUT-ACTION(20:11)
           Move WS-PRF-EFF-DATE(WS-KDX) to WS-EDIT-DATE
           Move WS-EDIT-DATE            to AUT-ACTION(32:8)
           Set AUT-LOG-ACTION to True
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUMPUPD'  to STP-PROGRAM-ID
           Move WS-RUN-TIMESTAMP(1:16) to STP-RUN-ID
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
