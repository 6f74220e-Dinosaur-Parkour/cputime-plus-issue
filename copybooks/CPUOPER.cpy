      *===============================================================
      *  CPUOPER -- authorized-operator record (OPRAUTH VSAM KSDS,
      *  keyed on the operator's initials).  One record per person
      *  allowed to sign a privileged action in the suite,
      *  maintained only through the CPUOPRM batch utility and
      *  checked by the CPUAUTH module wherever initials are
      *  accepted:
      *
      *    OPR-ROLE-PROFILE  'Y' may change the machine profile's
      *                      SU factor (CPUMPUPD PUPDIN cards);
      *    OPR-ROLE-ALERT    'Y' may ACK or CLOSE alerts (CPUALMNT
      *                      ALCMDIN cards);
      *    OPR-ROLE-GATE     'Y' may sign a CPUGATE APPROVE run --
      *                      a new frozen baseline needs two
      *                      different such operators -- or a
      *                      CPUGATE OVRDIN NOGO override.
      *
      *  OPR-EXPIRY-DATE is the last day (yyyymmdd) the authority
      *  holds; from the day after, the initials are refused as
      *  expired.  A revoked operator ('R') is kept on file, never
      *  deleted, so the audit trail's initials always resolve to a
      *  name.
      *===============================================================
       01  OPERATOR-AUTHORITY-RECORD.
           05 OPR-INITIALS          PIC X(3).
           05 OPR-NAME              PIC X(30).
           05 OPR-ROLE-PROFILE      PIC X(1).
              88 OPR-HAS-PROFILE    VALUE 'Y'.
           05 OPR-ROLE-ALERT        PIC X(1).
              88 OPR-HAS-ALERT      VALUE 'Y'.
           05 OPR-ROLE-GATE         PIC X(1).
              88 OPR-HAS-GATE       VALUE 'Y'.
           05 OPR-EXPIRY-DATE       PIC 9(8).
           05 OPR-STATUS            PIC X(1).
              88 OPR-ACTIVE         VALUE 'A'.
              88 OPR-REVOKED        VALUE 'R'.
           05 OPR-ADDED-DATE        PIC 9(8).
           05 OPR-CHANGED-DATE      PIC 9(8).
           05 OPR-CHANGED-BY        PIC X(3).
           05 FILLER                PIC X(16).
