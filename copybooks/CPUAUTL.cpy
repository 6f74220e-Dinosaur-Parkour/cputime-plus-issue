      *===============================================================
      *  CPUAUTL -- parameter block passed on every CALL to CPUAUTH,
      *  the operator-authority module.  The caller fills its
      *  program-id, the initials, the role the action needs (see
      *  CPUOPER copybook), a one-line description of the action
      *  and its current RETURN-CODE, sets the function and calls:
      *
      *      Set AUT-CHECK-AUTHORITY to True
      *      Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
      *
      *  before acting -- AUT-GRANTED or AUT-DENIED comes back, with
      *  AUT-REASON on a denial (already written to SECAUDIT) -- and
      *  with AUT-LOG-ACTION once the action has been taken, which
      *  writes the granted record.  AUT-LOG-REFUSAL writes a
      *  rejected record for a refusal the caller made itself (its
      *  own AUT-REASON) -- the same initials signing twice where
      *  two operators are required, say.  CPUAUTH hands AUT-CALLER-RC
      *  back as RETURN-CODE; turning a denial into the program's
      *  condition code is the caller's business.
      *===============================================================
       01  AUTHORITY-CHECK-PARMS.
           05 AUT-FUNCTION          PIC X(1).
              88 AUT-CHECK-AUTHORITY VALUE 'C'.
              88 AUT-LOG-ACTION     VALUE 'L'.
              88 AUT-LOG-REFUSAL    VALUE 'R'.
           05 AUT-PROGRAM-ID        PIC X(8).
           05 AUT-INITIALS          PIC X(3).
           05 AUT-ROLE              PIC X(12).
              88 AUT-ROLE-PROFILE   VALUE 'PROFILE'.
              88 AUT-ROLE-ALERT     VALUE 'ALERT'.
              88 AUT-ROLE-GATE      VALUE 'GATE-APPROVE'.
              88 AUT-ROLE-OPER-MAINT VALUE 'OPER-MAINT'.
           05 AUT-ACTION            PIC X(40).
           05 AUT-CALLER-RC         PIC S9(4) COMP-5.
           05 AUT-RESULT            PIC X(1).
              88 AUT-GRANTED        VALUE 'G'.
              88 AUT-DENIED         VALUE 'D'.
           05 AUT-REASON            PIC X(30).
           05 AUT-OPERATOR-NAME     PIC X(30).
