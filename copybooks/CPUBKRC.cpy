      *===============================================================
      *  CPUBKRC -- repository backup record (the BKUPOUT GDG written
      *  by CPUBKUP, read back by CPURSTR).  One generation holds a
      *  full unload of both VSAM clusters:
      *
      *    'H' header   -- one, first: the backup-id (the first 16
      *                    characters of the backup timestamp, the
      *                    same shape as a run-id) and the timestamp;
      *    'R' row      -- one per CPUREPO record, the CPUBREP image
      *                    in primary-key order;
      *    'A' alert    -- one per ALRTSTS record, the CPUASTS image
      *                    in primary-key order;
      *    'T' trailer  -- one, last: the backup-id again, the record
      *                    count of each cluster, and hash totals of
      *                    RPO-DIFF-VALUE and RPO-SU-VALUE over the
      *                    CPUREPO rows.
      *
      *  The hash totals are kept modulo 10**12 -- a sum that would
      *  pass 999,999,999,999.999999 wraps, as a hash total should
      *  -- so they never overflow however large the repository
      *  grows; they exist to be compared, not read.
      *===============================================================
       01  REPO-BACKUP-RECORD.
           05 BKP-RECORD-TYPE       PIC X(1).
              88 BKP-HEADER         VALUE 'H'.
              88 BKP-REPO-ROW       VALUE 'R'.
              88 BKP-ALERT-ROW      VALUE 'A'.
              88 BKP-TRAILER        VALUE 'T'.
           05 BKP-DATA              PIC X(221).
           05 BKP-HEADER-DATA REDEFINES BKP-DATA.
              10 BKH-BACKUP-ID      PIC X(16).
              10 BKH-TIMESTAMP      PIC X(26).
              10 FILLER             PIC X(179).
           05 BKP-TRAILER-DATA REDEFINES BKP-DATA.
              10 BKT-BACKUP-ID      PIC X(16).
              10 BKT-REPO-COUNT     PIC 9(9).
              10 BKT-ALERT-COUNT    PIC 9(9).
              10 BKT-DIFF-HASH      PIC 9(12)V9(6).
              10 BKT-SU-HASH        PIC 9(12)V9(6).
              10 FILLER             PIC X(151).
