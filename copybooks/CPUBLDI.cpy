      *===============================================================
      *  CPUBLDI -- build identity of the harness module that
      *  produced a result: the compiler release it was built with,
      *  the options on its CBL cards (OPT, ARCH, TUNE, DYNAM or
      *  NODYNAM), and the Language Environment runtime level it ran
      *  under.  Every harness stamps this 24-byte identity into its
      *  result rows (CBR-BUILD-ID in CPUBRES, :PFX:-BUILD-ID in
      *  CPUTIERR, RPO-BUILD-ID in CPUBREP) and into its RUNREG
      *  header (REG-BUILD-ID in CPURREG), so a shift after a
      *  compiler or LE upgrade can be told apart from a shift in
      *  the code.  Rows written before the stamp existed carry
      *  spaces.
      *
      *  Include in WORKING-STORAGE, supplying the field prefix, to
      *  build or take apart an identity, e.g.:
      *
      *      COPY CPUBLDI REPLACING ==:PFX:== BY ==BLD==.
      *
      *  Fields:
      *    :PFX:-COMPILER   compiler release, VnRnMn (see CPUBLDV);
      *    :PFX:-OPT-LEVEL  '0', '1' or '2', from the OPT card;
      *    :PFX:-ARCH-LEVEL / :PFX:-TUNE-LEVEL  from ARCH(n) TUNE(n);
      *    :PFX:-DYNAM      'D' DYNAM, 'N' NODYNAM;
      *    :PFX:-LE-LEVEL   the LE version id CEEGPID returns at run
      *                     time, as decimal digits ('UNKNOWN' when
      *                     the service is unavailable).
      *===============================================================
       01  :PFX:-BUILD-IDENTITY.
           05 :PFX:-COMPILER        PIC X(8).
           05 :PFX:-OPT-LEVEL       PIC X(1).
           05 :PFX:-ARCH-LEVEL      PIC 9(2).
           05 :PFX:-TUNE-LEVEL      PIC 9(2).
           05 :PFX:-DYNAM           PIC X(1).
              88 :PFX:-IS-DYNAM     VALUE 'D'.
              88 :PFX:-IS-NODYNAM   VALUE 'N'.
           05 :PFX:-LE-LEVEL        PIC X(8).
           05 FILLER                PIC X(2).
