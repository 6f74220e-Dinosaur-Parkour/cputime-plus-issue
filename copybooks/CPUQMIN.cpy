      *===============================================================
      *  CPUQMIN -- minimum run-quality grade card (QGRDIN DD), read
      *  by CPUSPC, CPUFCST, CPUGATE and CPURCMP.  Column 1 is the
      *  lowest grade (see CPUQUAL copybook) a run may carry and
      *  still feed the report or verdict -- 'B' builds it from
      *  grade-A and grade-B runs only.  Column 2 'Y' also admits
      *  runs with no RUNQUAL record (runs from before grading, or
      *  from harnesses that do not grade); otherwise, while a
      *  minimum is in force, an ungraded run is left out.  No card,
      *  or a blank column 1, means no minimum: every run is used,
      *  as before.  Include as an FD's 01-record, e.g.:
      *
      *      FD  QGRDIN-FILE
      *          RECORDING MODE F.
      *          COPY CPUQMIN.
      *===============================================================
       01  QGRDIN-RECORD.
           05 QMN-MIN-GRADE         PIC X(1).
              88 QMN-VALID-GRADE    VALUE 'A' 'B' 'C' 'F'.
           05 QMN-ADMIT-UNGRADED    PIC X(1).
              88 QMN-UNGRADED-OK    VALUE 'Y'.
           05 FILLER                PIC X(78).
