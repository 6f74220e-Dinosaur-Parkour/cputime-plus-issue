      *===============================================================
      *  CPUCEVT -- system change-event record (CHGEVT VSAM KSDS,
      *  keyed on system-id / event date / event time).  One record
      *  per change made to a system the suite measures -- an IPL,
      *  an LE or z/OS PTF, a microcode level, a CEC swap, a
      *  compiler upgrade -- maintained only through the CPUCEVM
      *  batch utility.  Half the CPUDRIFT and SPCLIMIT alerts turn
      *  out to be one of these, so the reports read this file:
      *  CPUHRPT and CPUSPC print a marker on the trend/chart line
      *  of the first point measured after each event, and CPUALMNT
      *  attaches the nearest preceding event on the alert's system
      *  to the ALRTSTS record as its probable cause.
      *
      *  Fields:
      *    CEV-EVENT-DATE / CEV-EVENT-TIME  yyyymmdd / hhmm, local
      *                     time, when the change took effect;
      *    CEV-CATEGORY     one of the 88-level values below;
      *    CEV-DESCRIPTION  free text -- the PTF or MCL number, the
      *                     old and new CEC, the change record;
      *    CEV-ENTERED-BY   initials of whoever recorded it;
      *    CEV-ENTERED-TS   when it was recorded (yyyymmddhhmmsshh).
      *===============================================================
       01  CHANGE-EVENT-RECORD.
           05 CEV-KEY.
              10 CEV-SYSTEM-ID      PIC X(8).
              10 CEV-EVENT-DATE     PIC 9(8).
              10 CEV-EVENT-TIME     PIC 9(4).
           05 CEV-CATEGORY          PIC X(8).
              88 CEV-VALID-CATEGORY VALUE 'IPL' 'LEPTF' 'OSPTF'
                                          'MCL' 'CECSWAP' 'COMPILER'
                                          'CONFIG' 'OTHER'.
           05 CEV-DESCRIPTION       PIC X(41).
           05 CEV-ENTERED-BY        PIC X(3).
           05 CEV-ENTERED-TS        PIC X(16).
           05 FILLER                PIC X(32).
