      *===============================================================
      *  CPUOVRH -- gate override history record (OVRHIST dataset).
      *  CPUGATE appends one record for every routine whose NOGO
      *  verdict a signed OVRDIN override released -- written only
      *  when the overrides actually released the batch (the gate
      *  ended GO-OVERRIDDEN), never for an override that was
      *  expired, refused, not needed or left some other NOGO
      *  standing.  CPUOVRR lists the dataset over a date range for
      *  the change board.
      *
      *  Fields:
      *    OVH-USED-TIMESTAMP / OVH-RUN-ID  the gate run that used
      *                     the override (its run-id is the first 16
      *                     characters of the timestamp);
      *    OVH-REAL-VERDICT the verdict the gate measured and printed
      *                     -- always NOGO today;
      *    OVH-DEVIATION    the deviation column off the gate page:
      *                     percent off the frozen baseline, or
      *                     MISSING / NOBASE;
      *    OVH-TOL-PCT      the routine's tolerance band, zero when
      *                     it had no baseline;
      *    OVH-CHANGE-NUMBER, OVH-INITIALS, OVH-EXPIRY-DATE/-TIME,
      *    OVH-JUSTIFICATION  straight off the OVRDIN card;
      *    OVH-OPERATOR-NAME  the approver's name off OPRAUTH, as
      *                     CPUAUTH returned it.
      *===============================================================
       01  GATE-OVERRIDE-HISTORY.
           05 OVH-USED-TIMESTAMP    PIC X(26).
           05 OVH-RUN-ID            PIC X(16).
           05 OVH-ROUTINE-NAME      PIC X(8).
           05 OVH-REAL-VERDICT      PIC X(8).
           05 OVH-DEVIATION         PIC X(8).
           05 OVH-TOL-PCT           PIC 9(3).
           05 OVH-CHANGE-NUMBER     PIC X(12).
           05 OVH-INITIALS          PIC X(3).
           05 OVH-OPERATOR-NAME     PIC X(30).
           05 OVH-EXPIRY-DATE       PIC 9(8).
           05 OVH-EXPIRY-TIME       PIC 9(4).
           05 OVH-JUSTIFICATION     PIC X(45).
           05 FILLER                PIC X(29).
