      *===============================================================
      *  CPURCAT -- routine-catalog record (RTNCAT VSAM KSDS, keyed
      *  on the routine name).  One record per timing routine the
      *  suite knows about, maintained only through the CPUCATM
      *  batch utility.  CPUT01 and CPUTIER measure every active
      *  routine on the catalog -- a new clock routine from the
      *  systems group is benchmarked by adding its entry, with no
      *  change to either harness -- and the reports (CPUHRPT,
      *  CPUSPC, CPUGATE, CPUFCST) reject or flag result rows for a
      *  routine the catalog has never heard of.
      *
      *  Fields:
      *    RCT-SAVE-AREA    'Y' when the routine is entered through
      *                     a standard save area (the LE-conforming
      *                     CPUTIME2/CPUTIME3 style), 'N' for the
      *                     bare-BALR kind;
      *    RCT-CLOCK-TYPE   the clock option the routine was built
      *                     with, as the systems group names it
      *                     (CPU=MIC, ECT=YES, STCK, ...), or
      *                     KERNEL for a CPUKERN application
      *                     workload kernel -- not a routine at all
      *                     but a stretch of in-line COBOL, so
      *                     cataloged for the reports' sake only:
      *                     CPUT01 and CPUTIER skip KERNEL entries
      *                     and never CALL them;
      *    RCT-STATUS       'A' active -- measured every run -- or
      *                     'R' retired.  A retired routine stays on
      *                     the catalog so its history still reads
      *                     as cataloged; it is simply no longer
      *                     measured;
      *    RCT-OWNER        the team or application that owns it;
      *    RCT-ADDED-DATE / RCT-RETIRED-DATE  yyyymmdd, the retired
      *                     date zero while the routine is active.
      *===============================================================
       01  ROUTINE-CATALOG-RECORD.
           05 RCT-ROUTINE-NAME      PIC X(8).
           05 RCT-SAVE-AREA         PIC X(1).
              88 RCT-HAS-SAVE-AREA  VALUE 'Y'.
           05 RCT-CLOCK-TYPE        PIC X(8).
              88 RCT-WORKLOAD-KERNEL VALUE 'KERNEL'.
           05 RCT-STATUS            PIC X(1).
              88 RCT-ACTIVE         VALUE 'A'.
              88 RCT-RETIRED        VALUE 'R'.
           05 RCT-OWNER             PIC X(8).
           05 RCT-ADDED-DATE        PIC 9(8).
           05 RCT-RETIRED-DATE      PIC 9(8).
           05 FILLER                PIC X(38).
