      *  after its record was closed reopens it with a fresh count.
      *
      *  Severity holds the worst ('S' over 'W') seen while open.
      *
      *  Probable cause: when the record is opened (or reopened)
      *  CPUALMNT looks up the nearest change event (see CPUCEVT)
      *  recorded on the alert's system at or before the run that
      *  raised it, and keeps that event's date, time, category and
      *  description here -- whoever picks the alert up starts with
      *  a lead.  All spaces/zero when the system is not known or
      *  no event precedes the alert.
      *===============================================================
       01  CPU-ALERT-STATUS.
           05 AST-KEY.
           05 AST-ACK-INITIALS      PIC X(3).
           05 AST-ACK-DATE          PIC 9(8).
           05 AST-ACK-REASON        PIC X(30).
           05 AST-SYSTEM-ID         PIC X(8).
           05 FILLER                PIC X(10).
           05 AST-PROBABLE-CAUSE.
              10 AST-CAUSE-DATE     PIC 9(8).
              10 AST-CAUSE-TIME     PIC 9(4).
              10 AST-CAUSE-CATEGORY PIC X(8).
              10 AST-CAUSE-DESC     PIC X(41).
