      *===============================================================
      *  CPUCALR -- run-calendar record (RUNCAL VSAM KSDS, keyed on
      *  run date + program-id).  One record per program per night
      *  that is to run other than as scheduled, maintained only
      *  through the CPUCALM batch utility and read by the CPUPLAN
      *  pre-step, which turns tonight's entries into the step
      *  condition codes and control cards for the CPUDRIV, CPUTIER
      *  and CPUGATE steps.  A program with no entry for the night
      *  runs as scheduled.
      *
      *  Fields:
      *    CAL-RUN-DATE      yyyymmdd, the night the entry governs
      *                      (the date the pre-step runs on);
      *    CAL-PROGRAM-ID    CPUDRIV, CPUTIER or CPUGATE;
      *    CAL-DISPOSITION   'R' run as scheduled (an explicit entry,
      *                      so the plan page shows the night was
      *                      considered), 'S' skip the step, 'A' run
      *                      with the alternate control card;
      *    CAL-REASON        why -- month-end freeze, holiday, ...;
      *    CAL-ALT-CARD      the alternate card image, used only
      *                      with 'A': the CPUT01 SYSIN card for
      *                      CPUDRIV and CPUGATE (loop count, soak
      *                      interval/duration, ...), the TIERDLIN
      *                      card for CPUTIER;
      *    CAL-ADDED-DATE / CAL-CHANGED-DATE  yyyymmdd maintenance
      *                      dates, the changed date zero until the
      *                      entry is first changed.
      *===============================================================
       01  RUN-CALENDAR-RECORD.
           05 CAL-KEY.
              10 CAL-RUN-DATE       PIC 9(8).
              10 CAL-PROGRAM-ID     PIC X(8).
           05 CAL-DISPOSITION       PIC X(1).
              88 CAL-RUN            VALUE 'R'.
              88 CAL-SKIP           VALUE 'S'.
              88 CAL-ALTERNATE      VALUE 'A'.
           05 CAL-REASON            PIC X(40).
           05 CAL-ALT-CARD          PIC X(80).
           05 CAL-ADDED-DATE        PIC 9(8).
           05 CAL-CHANGED-DATE      PIC 9(8).
           05 FILLER                PIC X(7).
