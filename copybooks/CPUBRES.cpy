      *          ==CBR-CPU-MODEL==        BY ==OUT-CPU-MODEL==,
      *          ==CBR-SU-VALUE==         BY ==OUT-SU-VALUE==,
      *          ==CBR-SYSTEM-ID==        BY ==OUT-SYSTEM-ID==,
      *          ==CBR-LOOP-COUNT==       BY ==OUT-LOOP-COUNT==,
      *          ==CBR-BUILD-ID==         BY ==OUT-BUILD-ID==.
      *
      *  NOTE: COBOL REPLACING matches whole words, not substrings, so
      *  a single ==CBR-== BY ==OUT-== pair will NOT rename the fields
      *    side by side (see CPUSYSC).
           05 CBR-SYSTEM-ID         PIC X(8).
           05 CBR-LOOP-COUNT        PIC 9(8).
      *    Build identity of the harness that wrote the row -- see
      *    CPUBLDI copybook for its layout.
           05 CBR-BUILD-ID          PIC X(24).
