      *===============================================================
      *  CPUDIST -- CPUT01's sub-batch distribution record (DISTOUT
      *  dataset), written only when the SYSIN card asks for
      *  distribution mode.  Each measured pass is split into equal
      *  sub-batches with the CPUTIME9 clock sampled at every
      *  boundary, and each sub-batch becomes one row here: its call
      *  count, CPU delta and gross CPU per call (and the same per
      *  call in service units), plus the run identity fields every
      *  result record in the suite carries.  The pass numbering is
      *  CPUBRES's -- 1-3, a confirmation re-measure 4-6 -- so a
      *  row ties back to the CPUOUT row of its pass.  CPUBCSV
      *  extracts it (dataset type CPUDIST).  Include as an FD's
      *  01-record, supplying the record name and field prefix, e.g.:
      *
      *      FD  DISTOUT-FILE
      *          RECORDING MODE F.
      *      COPY CPUDIST REPLACING ==:REC:== BY ==DISTOUT==,
      *                             ==:PFX:== BY ==DSO==.
      *===============================================================
       01  :REC:-RECORD.
           05 :PFX:-PROGRAM-ID      PIC X(8).
           05 :PFX:-ROUTINE-NAME    PIC X(8).
           05 :PFX:-PASS-NUMBER     PIC 9(1).
      *    This sub-batch's position in its pass and how many the
      *    pass was split into.  The last sub-batch of a pass also
      *    carries any remainder of the loop count.
           05 :PFX:-SUB-BATCH       PIC 9(4).
           05 :PFX:-SUB-BATCHES     PIC 9(4).
           05 :PFX:-CALL-COUNT      PIC 9(8).
           05 :PFX:-DIFF-VALUE      PIC 9(12)V9(6).
           05 :PFX:-CPU-PER-CALL    PIC 9(6)V9(9).
           05 :PFX:-SU-PER-CALL     PIC 9(6)V9(9).
      *    'S' when the boundary samples ran backwards (a wrapped or
      *    out-of-order CPUTIME9 reading) -- delta and per-call are
      *    zero and the row is left out of the percentiles.
           05 :PFX:-SUSPECT-FLAG    PIC X(1).
           05 :PFX:-RUN-TIMESTAMP   PIC X(26).
           05 :PFX:-RUN-ID          PIC X(16).
           05 :PFX:-CPU-MODEL       PIC X(8).
           05 :PFX:-SYSTEM-ID       PIC X(8).
      *    Build identity of the CPUT01 module -- see CPUBLDI.
           05 :PFX:-BUILD-ID        PIC X(24).
