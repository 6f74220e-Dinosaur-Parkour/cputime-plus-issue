      *            SMFRECON  internal vs SMF Type 30 CPU divergence
      *            CLOCKCHK  a timing clock inconsistent with the
      *                      other three
      *            HISTRECN  a run's CPUHST history average and its
      *                      CPUREPO pass rows disagree, or the run
      *                      is in only one of the two (CPUHRCN)
      *            WINDOW    the nightly chain is predicted to
      *                      finish past the batch-window end
      *                      (CPUWIND) -- in minutes from the
      *                      window start, against the window length
      *            GATEOVRD  a CPUGATE NOGO released by a signed
      *                      override -- the routine's deviation
      *                      from its frozen baseline against its
      *                      tolerance band (zero for a routine
      *                      MISSING or with no baseline)
      *  Severity: 'W' warning; 'S' severe (measured value more than
      *            twice the threshold) -- severe alerts also get a
      *            console-visible operator message.
      *  Measured value and threshold are in the unit the alert code
      *  implies (percent, except WINDOW).
      *
      *  ALT-SYSTEM-ID is the system/LPAR the alerting measurement
      *  ran on, where the raising program knows it (spaces where
      *  it does not) -- CPUALMNT uses it to attach the nearest
      *  preceding change event on that system (see CPUCEVT) to the
      *  alert-status record as the probable cause.
      *===============================================================
       01  CPU-ALERT-RECORD.
           05 ALT-ALERT-CODE        PIC X(8).
           05 ALT-THRESHOLD         PIC 9(12)V9(6).
           05 ALT-RUN-TIMESTAMP     PIC X(26).
           05 ALT-RUN-ID            PIC X(16).
           05 ALT-SYSTEM-ID         PIC X(8).
           05 FILLER                PIC X(9).
