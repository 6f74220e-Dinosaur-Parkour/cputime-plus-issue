       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUAUTH.
      *===============================================================
      *  Operator-authority module.  Three places in the suite take
      *  operator initials on a card -- the machine-profile SU
      *  factor (CPUMPUPD), alert ACK/CLOSE (CPUALMNT) and baseline
      *  approval (CPUGATE APPROVE) -- and until now any three
      *  characters were accepted.  Each of them CALLs this module
      *  (parameter block: see CPUAUTL copybook) so the check is
      *  made one way everywhere.
      *
      *  Check call: the initials are looked up on the OPRAUTH
      *  authorized-operator table (see CPUOPER copybook) and
      *  refused when they are missing, unknown, revoked, past
      *  their expiry date, or without the role the action needs.
      *  A refusal is written to the SECAUDIT security audit
      *  dataset (see CPUSECA copybook) there and then.  Log call:
      *  the caller has taken the action, and the granted record
      *  goes to SECAUDIT.  Refusal call: the caller refused the
      *  action on its own rule, and the rejected record goes to
      *  SECAUDIT with the caller's reason.
      *
      *  The table is opened on the first check and left open for
      *  the run unit.  A table that will not open refuses every
      *  check -- a privileged action is never allowed because the
      *  list of who may take it could not be read.  SECAUDIT is
      *  opened and closed around each record so no program holds
      *  the shared DD open -- same as RUNREG and STEPTIM.
      *  RETURN-CODE goes back to the caller exactly as it was
      *  handed in.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRAUTH-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-INITIALS
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECAUDIT-FILE ASSIGN TO SECAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPRAUTH-FILE.
           COPY CPUOPER.

       FD  SECAUDIT-FILE
           RECORDING MODE F.
           COPY CPUSECA.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-OPR-STATUS      PIC X(2).
              88 OPR-OK          VALUE '00'.
      *    'N' not opened yet, 'Y' open, 'F' would not open.
           05 WS-OPR-OPEN        PIC X(1) VALUE 'N'.
              88 OPR-NOT-OPENED  VALUE 'N'.
              88 OPR-OPENED      VALUE 'Y'.
              88 OPR-UNUSABLE    VALUE 'F'.
           05 WS-SEC-STATUS      PIC X(2).
           05 WS-TODAY           PIC X(26).
           05 WS-TODAY-DATE      PIC 9(8).

      *===============================================================
       LINKAGE SECTION.
           COPY CPUAUTL.

      *===============================================================
       PROCEDURE DIVISION USING AUTHORITY-CHECK-PARMS.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Move WS-TODAY(1:8) to WS-TODAY-DATE
           Evaluate True
               When AUT-CHECK-AUTHORITY
                   Perform Check-Authority
               When AUT-LOG-ACTION
                   Move 'G'    to AUT-RESULT
                   Move SPACES to AUT-REASON
                   Perform Write-Audit-Record
               When AUT-LOG-REFUSAL
                   Move 'D' to AUT-RESULT
                   Perform Write-Audit-Record
               When Other
                   Display '*** CPUAUTH called by ' AUT-PROGRAM-ID
                           ' with function "' AUT-FUNCTION
                           '" -- nothing checked ***'
                   Move 'D' to AUT-RESULT
                   Move 'UNRECOGNIZED FUNCTION' to AUT-REASON
           End-Evaluate
           Move AUT-CALLER-RC to Return-Code
           GOBACK.


      *--------------------------------------------------------------
      *    The authority check, first refusal wins; a refusal is
      *    audited before control goes back.
      *--------------------------------------------------------------
       Check-Authority.
           Move 'D'    to AUT-RESULT
           Move SPACES to AUT-REASON
           Move SPACES to AUT-OPERATOR-NAME
           If OPR-NOT-OPENED
               Perform Open-Operator-Table
           End-If
           Evaluate True
               When AUT-INITIALS = SPACES
                   Move 'INITIALS MISSING' to AUT-REASON
               When OPR-UNUSABLE
                   Move 'OPERATOR TABLE UNAVAILABLE' to AUT-REASON
               When NOT AUT-ROLE-PROFILE AND NOT AUT-ROLE-ALERT
                AND NOT AUT-ROLE-GATE
                   Move 'UNRECOGNIZED ROLE' to AUT-REASON
               When Other
                   Move AUT-INITIALS to OPR-INITIALS
                   READ OPRAUTH-FILE
                       INVALID KEY
                           Move 'UNKNOWN INITIALS' to AUT-REASON
                       NOT INVALID KEY
                           Perform Check-Operator-Record
                   END-READ
           End-Evaluate
           If AUT-DENIED
               Perform Write-Audit-Record
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The operator is on file: still active, not past expiry,
      *    and holding the role.  The expiry date is the last day
      *    the authority holds.
      *--------------------------------------------------------------
       Check-Operator-Record.
           Move OPR-NAME to AUT-OPERATOR-NAME
           Evaluate True
               When NOT OPR-ACTIVE
                   Move 'AUTHORITY REVOKED' to AUT-REASON
               When OPR-EXPIRY-DATE NOT NUMERIC
                 OR OPR-EXPIRY-DATE < WS-TODAY-DATE
                   String 'AUTHORITY EXPIRED ' OPR-EXPIRY-DATE
                       Delimited by Size into AUT-REASON
                   End-String
               When AUT-ROLE-PROFILE AND NOT OPR-HAS-PROFILE
               When AUT-ROLE-ALERT AND NOT OPR-HAS-ALERT
               When AUT-ROLE-GATE AND NOT OPR-HAS-GATE
                   String 'NO '    Delimited by Size
                          AUT-ROLE Delimited by Space
                          ' ROLE'  Delimited by Size
                       into AUT-REASON
                   End-String
               When Other
                   Move 'G' to AUT-RESULT
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Open the operator table once for the run unit.  Failure
      *    is shown once; every check after it is refused.
      *--------------------------------------------------------------
       Open-Operator-Table.
           OPEN INPUT OPRAUTH-FILE
           If OPR-OK
               Set OPR-OPENED to True
           Else
               Display '*** CPUAUTH OPRAUTH open failed, file status '
                       WS-OPR-STATUS ' -- every authority check '
                       'will be refused ***'
               Set OPR-UNUSABLE to True
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Append one record to the security audit trail.
      *--------------------------------------------------------------
       Write-Audit-Record.
           Move SPACES           to SECURITY-AUDIT-RECORD
           Move WS-TODAY         to SEC-TIMESTAMP
           Move AUT-PROGRAM-ID   to SEC-PROGRAM-ID
           Move AUT-INITIALS     to SEC-INITIALS
           Move AUT-ROLE         to SEC-ROLE
           If AUT-GRANTED
               Set SEC-GRANTED   to True
           Else
               Set SEC-REJECTED  to True
           End-If
           Move AUT-ACTION       to SEC-ACTION
           Move AUT-REASON       to SEC-REASON
           OPEN EXTEND SECAUDIT-FILE
           If WS-SEC-STATUS = '00'
               WRITE SECURITY-AUDIT-RECORD
               CLOSE SECAUDIT-FILE
           Else
               Display '*** CPUAUTH SECAUDIT open failed, status '
                       WS-SEC-STATUS ' -- audit record for '
                       AUT-PROGRAM-ID ' ' AUT-INITIALS ' '
                       AUT-ACTION ' not written ***'
           End-If
           EXIT.
