           05 RPO-SU-VALUE          PIC 9(12)V9(6).
           05 RPO-SYSTEM-ID         PIC X(8).
           05 RPO-LOOP-COUNT        PIC 9(8).
      *    Build identity of the harness that produced the row, as
      *    stamped on the loaded result (see CPUBLDI copybook) --
      *    spaces on rows loaded before harnesses stamped it.
           05 RPO-BUILD-ID          PIC X(24).
