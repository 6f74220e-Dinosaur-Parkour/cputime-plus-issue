      *===============================================================
      *  CPUBLDV -- the compiler release the suite is currently
      *  built with, stamped by every harness into its build
      *  identity (see CPUBLDI copybook).  A compiler upgrade
      *  changes this one value; the rebuild of the suite that goes
      *  with the upgrade carries it into every harness, so the
      *  stamp always names the compiler that built the module.
      *===============================================================
       01  WS-BUILD-RELEASE.
           05 WS-BLD-COMPILER-RELEASE PIC X(8) VALUE 'V6R4M0'.
