           05 :PFX:-CPU-MODEL       PIC X(8).
           05 :PFX:-SU-VALUE        PIC 9(12)V9(6).
           05 :PFX:-SYSTEM-ID       PIC X(8).
      *    Build identity of the CPUTIER module -- see CPUBLDI.
           05 :PFX:-BUILD-ID        PIC X(24).
