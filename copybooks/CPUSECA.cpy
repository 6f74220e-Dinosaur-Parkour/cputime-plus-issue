      *===============================================================
      *  CPUSECA -- security audit record (SECAUDIT dataset).  The
      *  one trail of privileged actions across the suite, appended
      *  by the CPUAUTH module for every program that accepts
      *  operator initials:
      *
      *    'R' rejected -- initials unknown, revoked, expired or
      *        without the role the action needs; SEC-REASON says
      *        which.  The program refuses the action and ends with
      *        a non-zero RETURN-CODE;
      *    'G' granted -- the action was taken (an SU factor
      *        applied, an alert acknowledged or closed, a baseline
      *        approved, a gate NOGO overridden, the operator table
      *        changed).
      *
      *  SEC-ROLE names the authority the action needed: PROFILE,
      *  ALERT, GATE-APPROVE, or OPER-MAINT for changes to the
      *  operator table itself.  CPUSECR reports the dataset month
      *  by month.
      *===============================================================
       01  SECURITY-AUDIT-RECORD.
           05 SEC-TIMESTAMP         PIC X(26).
           05 SEC-PROGRAM-ID        PIC X(8).
           05 SEC-INITIALS          PIC X(3).
           05 SEC-ROLE              PIC X(12).
           05 SEC-OUTCOME           PIC X(1).
              88 SEC-GRANTED        VALUE 'G'.
              88 SEC-REJECTED       VALUE 'R'.
           05 SEC-ACTION            PIC X(40).
           05 SEC-REASON            PIC X(30).
