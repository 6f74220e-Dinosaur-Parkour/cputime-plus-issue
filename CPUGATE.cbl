      *  become the new frozen baseline (BASELOUT), keeping each
      *  routine's existing tolerance band, once a change has been
      *  signed off.
      *
      *  An APPROVE run is signed by two different operators: their
      *  initials go in GATEIN columns 9-11 and 12-14, and each must
      *  hold the GATE-APPROVE role on the OPRAUTH authorized-
      *  operator table, not revoked and not past expiry (see
      *  CPUOPER copybook; checked by the CPUAUTH module).  Missing,
      *  repeated or refused initials promote nothing: the page says
      *  NOT APPROVED, the refusal goes to the SECAUDIT security
      *  audit dataset, and the run ends RC 8.  A promoted baseline
      *  carries both approvers' initials, and the approval is
      *  recorded on SECAUDIT under each of them.
      *
      *  Only routines on the RTNCAT routine catalog (see CPURCAT
      *  copybook) are gated.  CPUOUT rows for an uncataloged routine
      *  are rejected -- listed on the page as REJECTED, never judged
      *  and never promoted -- with RC 4.  A baseline routine that
      *  has been retired from the catalog, or is not on it at all,
      *  is no longer measured by the cycle; it is listed as DROPPED
      *  rather than held as MISSING, with RC 4 so the stale
      *  baseline entry gets noticed and approved away.
      *
      *  An optional QGRDIN card (see CPUQMIN copybook) sets a
      *  minimum run-quality grade.  When the measurement cycle's
      *  run is graded below it (see CPUQUAL copybook), or is
      *  ungraded and the card does not admit that, its numbers
      *  are not trusted for a verdict: VERIFY says NOGO and
      *  APPROVE promotes nothing, both with RC 8.
      *
      *  A 'Y' in GATEIN column 15 adds the application workload
      *  kernels to the cycle: CPUKERN is Called after CPUT01, with
      *  its own KERNIN card, and its KERNOUT rows are gated exactly
      *  like CPUOUT's -- graded, catalog-checked, averaged, judged
      *  and promoted under the kernel's name.  Once a kernel has
      *  been approved into the baseline, every later gate run must
      *  include the kernels or that kernel reads MISSING and holds
      *  the batch.
      *
      *  A NOGO can be released without editing the JCL or
      *  re-baselining on an unaccepted number by a signed override
      *  deck on OVRDIN, one card per routine: the routine, the
      *  approving operator's initials, the change or incident
      *  number, an expiry date and time, and a justification.  The
      *  initials must hold the GATE-APPROVE role (checked by
      *  CPUAUTH, refusals audited as for APPROVE).  An override is
      *  in force while the gate run starts before its expiry; an
      *  expired, incomplete, refused or duplicate card is ignored
      *  with a message saying why.  VERIFY still measures, judges
      *  and prints every routine's real verdict and the real NOGO
      *  gate verdict, but when every NOGO routine is covered by an
      *  override in force the gate ends GO-OVERRIDDEN with RC 4
      *  (worse conditions found elsewhere in the run keep their
      *  own RC).  Each override so used is appended to the OVRHIST
      *  override history (see CPUOVRH copybook; CPUOVRR reports
      *  it), raised as a GATEOVRD alert on ALRTOUT (see CPUALRT
      *  copybook) and recorded on SECAUDIT under its approver.  An
      *  override that leaves some other NOGO standing releases
      *  nothing and is not recorded as used.  APPROVE runs ignore
      *  the deck.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Gate mode card: 'VERIFY' (default) or 'APPROVE', for
      *    APPROVE the two approvers' initials, and whether the
      *    workload kernels join the cycle.
           SELECT GATEIN-FILE ASSIGN TO GATEIN
               ORGANIZATION IS SEQUENTIAL.
      *    The frozen baseline: one record per routine, approved
      *    CPUT01 run this program drives.
           SELECT CPUOUT-FILE ASSIGN TO CPUOUT
               ORGANIZATION IS SEQUENTIAL.
      *    The workload kernels' result dataset, written by the
      *    CPUKERN run this program drives when GATEIN asks for it.
           SELECT OPTIONAL KERNOUT-FILE ASSIGN TO KERNOUT
               ORGANIZATION IS SEQUENTIAL.
      *    The one-page verdict report, ANSI carriage control.
           SELECT GATERPT-FILE ASSIGN TO GATERPT
               ORGANIZATION IS SEQUENTIAL.
      *    Routine catalog -- browsed once for the gated routines.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.
      *    Minimum run-quality grade card (see CPUQMIN copybook) and
      *    the run-quality grades it is checked against (CPUQUAL).
           SELECT OPTIONAL QGRDIN-FILE ASSIGN TO QGRDIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.
      *    Signed NOGO override deck, one card per routine.
           SELECT OPTIONAL OVRDIN-FILE ASSIGN TO OVRDIN
               ORGANIZATION IS SEQUENTIAL.
      *    Override history (see CPUOVRH copybook) and the alert
      *    dataset (see CPUALRT copybook) -- both shared, appended
      *    open-write-close.
           SELECT OVRHIST-FILE ASSIGN TO OVRHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALRTOUT-FILE ASSIGN TO ALRTOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE F.
       01  GATEIN-RECORD.
           05 GIN-RUN-MODE          PIC X(8).
           05 GIN-APPROVER-1        PIC X(3).
           05 GIN-APPROVER-2        PIC X(3).
           05 GIN-KERNELS           PIC X(1).
           05 FILLER                PIC X(65).

       FD  BASELIN-FILE
           RECORDING MODE F.
           05 BAS-AVG-DIFF          PIC 9(12)V9(6).
           05 BAS-TOL-PCT           PIC 9(3).
           05 BAS-APPROVED-TS       PIC X(26).
           05 BAS-APPROVER-1        PIC X(3).
           05 BAS-APPROVER-2        PIC X(3).
           05 FILLER                PIC X(19).

       FD  BASELOUT-FILE
           RECORDING MODE F.
           05 BSO-AVG-DIFF          PIC 9(12)V9(6).
           05 BSO-TOL-PCT           PIC 9(3).
           05 BSO-APPROVED-TS       PIC X(26).
           05 BSO-APPROVER-1        PIC X(3).
           05 BSO-APPROVER-2        PIC X(3).
           05 FILLER                PIC X(19).

      *    Standardized CPU-BENCHMARK-RESULT record (see CPUBRES
      *    copybook) -- same shape CPUT01 writes.
               ==CBR-CPU-MODEL==        BY ==CPO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CPO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CPO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CPO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CPO-BUILD-ID==.

       FD  KERNOUT-FILE
           RECORDING MODE F.
           COPY CPUBRES REPLACING
               ==CPU-BENCHMARK-RESULT== BY ==KERNOUT-RECORD==,
               ==CBR-PROGRAM-ID==       BY ==KRO-PROGRAM-ID==,
               ==CBR-ROUTINE-NAME==     BY ==KRO-ROUTINE-NAME==,
               ==CBR-PASS-NUMBER==      BY ==KRO-PASS-NUMBER==,
               ==CBR-START-VALUE==      BY ==KRO-START-VALUE==,
               ==CBR-END-VALUE==        BY ==KRO-END-VALUE==,
               ==CBR-DIFF-VALUE==       BY ==KRO-DIFF-VALUE==,
               ==CBR-RUN-TIMESTAMP==    BY ==KRO-RUN-TIMESTAMP==,
               ==CBR-RUN-ID==           BY ==KRO-RUN-ID==,
               ==CBR-SUSPECT-FLAG==     BY ==KRO-SUSPECT-FLAG==,
               ==CBR-CPU-MODEL==        BY ==KRO-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==KRO-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==KRO-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==KRO-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==KRO-BUILD-ID==.

       FD  GATERPT-FILE
           RECORDING MODE F.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       FD  QGRDIN-FILE
           RECORDING MODE F.
           COPY CPUQMIN.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       FD  OVRDIN-FILE
           RECORDING MODE F.
       01  OVRDIN-RECORD.
           05 OVI-ROUTINE-NAME      PIC X(8).
           05 OVI-INITIALS          PIC X(3).
           05 OVI-CHANGE-NUMBER     PIC X(12).
           05 OVI-EXPIRY-DATE-X     PIC X(8).
           05 OVI-EXPIRY-DATE REDEFINES OVI-EXPIRY-DATE-X.
              10 OVI-EXP-YYYY       PIC 9(4).
              10 OVI-EXP-MM         PIC 9(2).
              10 OVI-EXP-DD         PIC 9(2).
           05 OVI-EXPIRY-TIME-X     PIC X(4).
           05 OVI-EXPIRY-TIME REDEFINES OVI-EXPIRY-TIME-X.
              10 OVI-EXP-HH         PIC 9(2).
              10 OVI-EXP-MI         PIC 9(2).
           05 OVI-JUSTIFICATION     PIC X(45).

       FD  OVRHIST-FILE
           RECORDING MODE F.
           COPY CPUOVRH.

       FD  ALRTOUT-FILE
           RECORDING MODE F.
           COPY CPUALRT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-GATEIN-EOF      PIC X(1) VALUE 'N'.
              88 BASELIN-AT-EOF  VALUE 'Y'.
           05 WS-CPUOUT-EOF      PIC X(1) VALUE 'N'.
              88 CPUOUT-AT-EOF   VALUE 'Y'.
           05 WS-KERNOUT-EOF     PIC X(1) VALUE 'N'.
              88 KERNOUT-AT-EOF  VALUE 'Y'.
           05 WS-RUN-KERNELS     PIC X(1) VALUE 'N'.
              88 RUN-KERNELS     VALUE 'Y'.
           05 WS-RUN-MODE        PIC X(8) VALUE 'VERIFY'.
              88 APPROVE-MODE    VALUE 'APPROVE'.
           05 WS-STEP-RC         PIC S9(4) COMP-5.
           05 WS-BDX             PIC 9(2) COMP-5.
           05 WS-DEFAULT-TOL-PCT PIC 9(3) COMP-5 VALUE 10.

      *===============================================================
      *  APPROVE signatures off the GATEIN card, and whether both
      *  passed the authority check.
      *===============================================================
       01  WS-APPROVER-ITEMS.
           05 WS-APPROVER-1      PIC X(3) VALUE SPACES.
           05 WS-APPROVER-2      PIC X(3) VALUE SPACES.
           05 WS-APPROVERS-OK    PIC X(1) VALUE 'N'.
              88 APPROVERS-OK    VALUE 'Y'.
           05 WS-APPROVER-TEXT   PIC X(60) VALUE SPACES.
           05 WS-CUR-COUNT-O     PIC Z9.

      *===============================================================
      *  The frozen baseline as loaded, and the fresh averages from
      *  the measurement cycle's CPUOUT (passes 1-3, suspect rows
      *===============================================================
       01  WS-BASELINE-TABLE.
           05 WS-BAS-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-BAS-ENTRY OCCURS 32 TIMES.
              10 WS-BAS-ROUTINE      PIC X(8).
              10 WS-BAS-AVG          PIC 9(12)V9(6) COMP-5.
              10 WS-BAS-TOL          PIC 9(3) COMP-5.

       01  WS-CURRENT-TABLE.
           05 WS-CUR-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-CUR-ENTRY OCCURS 32 TIMES.
              10 WS-CUR-ROUTINE      PIC X(8).
              10 WS-CUR-SUM          PIC 9(12)V9(6) COMP-5.
              10 WS-CUR-CNT          PIC 9(4) COMP-5.
           05 WS-CUR-FOUND       PIC X(1).
              88 CUR-FOUND       VALUE 'Y'.

      *    One result row, CPUOUT or KERNOUT, staged for the fold.
       01  WS-ROW-ITEMS.
           05 WS-ROW-PROGRAM     PIC X(8).
           05 WS-ROW-ROUTINE     PIC X(8).
           05 WS-ROW-PASS        PIC 9(1).
           05 WS-ROW-RUN-ID      PIC X(16).
           05 WS-ROW-SUSPECT     PIC X(1).
           05 WS-ROW-SU-VALUE    PIC 9(12)V9(6) COMP-5.

      *===============================================================
      *  Routine catalog as browsed at start of run, and the
      *  uncataloged routines whose CPUOUT rows were rejected.
      *  WS-CAT-USABLE is off when the catalog could not be read,
      *  and then nothing is rejected or dropped.
      *===============================================================
       01  WS-CATALOG-TABLE.
           05 WS-CAT-STATUS      PIC X(2).
              88 CAT-OK          VALUE '00'.
           05 WS-CAT-EOF         PIC X(1) VALUE 'N'.
              88 CAT-AT-EOF      VALUE 'Y'.
           05 WS-CAT-USABLE      PIC X(1) VALUE 'N'.
              88 CAT-USABLE      VALUE 'Y'.
           05 WS-CAT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
              10 WS-CAT-NAME         PIC X(8).
              10 WS-CAT-STATE        PIC X(1).
                 88 CAT-ACTIVE       VALUE 'A'.
           05 WS-CAT-LOOKUP      PIC X(8).
           05 WS-CAT-IDX         PIC 9(4) COMP-5.
           05 WS-CAT-FOUND       PIC X(1).
              88 CAT-FOUND       VALUE 'Y'.
      *    'Y' cataloged active, 'R' cataloged but retired, 'N' not
      *    on the catalog (always 'Y' with the check switched off).
           05 WS-CAT-VERDICT     PIC X(1).
              88 CAT-IS-ACTIVE   VALUE 'Y'.
              88 CAT-IS-RETIRED  VALUE 'R'.
              88 CAT-IS-UNKNOWN  VALUE 'N'.
           05 WS-UNCAT-COUNT     PIC 9(2) COMP-5 VALUE 0.
           05 WS-UNCAT-ENTRY OCCURS 20 TIMES.
              10 WS-UNCAT-NAME       PIC X(8).
           05 WS-UDX             PIC 9(2) COMP-5.

      *===============================================================
      *  Minimum run-quality grade off the QGRDIN card, and the
      *  RUNQUAL lookup behind it.  Rows come in run by run, so the
      *  last run looked up is remembered and RUNQUAL is read only
      *  when the run changes.  WS-GRD-GRADE is SPACE for a run with
      *  no RUNQUAL record.
      *===============================================================
       01  WS-GRADE-ITEMS.
           05 WS-QGRD-EOF        PIC X(1) VALUE 'N'.
              88 QGRD-AT-EOF     VALUE 'Y'.
           05 WS-MIN-GRADE       PIC X(1) VALUE SPACE.
              88 NO-MIN-GRADE    VALUE SPACE.
           05 WS-ADMIT-UNGRADED  PIC X(1) VALUE 'N'.
              88 ADMIT-UNGRADED  VALUE 'Y'.
           05 WS-QLT-STATUS      PIC X(2).
              88 QLT-OK          VALUE '00'.
           05 WS-QLT-USABLE      PIC X(1) VALUE 'N'.
              88 QLT-USABLE      VALUE 'Y'.
           05 WS-GRD-RUN-ID      PIC X(16).
           05 WS-GRD-PROGRAM     PIC X(8).
           05 WS-GRD-LAST-RUN-ID PIC X(16) VALUE HIGH-VALUES.
           05 WS-GRD-LAST-PROGRAM PIC X(8) VALUE HIGH-VALUES.
           05 WS-GRD-GRADE       PIC X(1).
           05 WS-GRD-ACCEPT      PIC X(1).
              88 GRD-ACCEPTED    VALUE 'Y'.
           05 WS-GRD-BELOW-ROWS  PIC 9(7) COMP-5 VALUE 0.
           05 WS-GRD-UNGRADED-ROWS PIC 9(7) COMP-5 VALUE 0.

       01  WS-VERDICT-ITEMS.
           05 WS-DEV-PCT         PIC 9(5)V9(2) COMP-5.
           05 WS-NOGO-COUNT      PIC 9(2) COMP-5 VALUE 0.

      *===============================================================
      *  Overrides off the OVRDIN deck that passed every check --
      *  complete, unexpired, not a duplicate, signed by an operator
      *  holding GATE-APPROVE -- and, once judged, which of them
      *  covered a NOGO and what that NOGO measured.
      *===============================================================
       01  WS-OVERRIDE-TABLE.
           05 WS-OVRDIN-EOF      PIC X(1) VALUE 'N'.
              88 OVRDIN-AT-EOF   VALUE 'Y'.
           05 WS-OVR-COUNT       PIC 9(2) COMP-5 VALUE 0.
           05 WS-OVR-ENTRY OCCURS 32 TIMES.
              10 WS-OVR-ROUTINE      PIC X(8).
              10 WS-OVR-INITIALS     PIC X(3).
              10 WS-OVR-CHANGE       PIC X(12).
              10 WS-OVR-EXP-DATE     PIC 9(8).
              10 WS-OVR-EXP-TIME     PIC 9(4).
              10 WS-OVR-JUSTIFY      PIC X(45).
              10 WS-OVR-NAME         PIC X(30).
              10 WS-OVR-USED         PIC X(1).
                 88 OVR-USED         VALUE 'Y'.
              10 WS-OVR-DEV          PIC X(8).
              10 WS-OVR-DEV-PCT      PIC 9(5)V9(2) COMP-5.
              10 WS-OVR-TOL          PIC 9(3) COMP-5.
           05 WS-ODX             PIC 9(2) COMP-5.
           05 WS-OVR-LOOKUP      PIC X(8).
           05 WS-OVR-CHK-TOL     PIC 9(3) COMP-5.
           05 WS-OVR-FOUND       PIC X(1).
              88 OVR-FOUND       VALUE 'Y'.
           05 WS-OVR-CARD-OK     PIC X(1).
              88 OVR-CARD-OK     VALUE 'Y'.
           05 WS-OVR-CARD-EXPIRY PIC X(12).
           05 WS-OVR-APPLIED-COUNT PIC 9(2) COMP-5 VALUE 0.
           05 WS-GATE-STATUS     PIC X(1) VALUE 'N'.
              88 GATE-OVERRIDDEN VALUE 'Y'.
           05 WS-OVR-EXP-FMT     PIC X(16).
           05 WS-OVR-NOGO-O      PIC Z9.

      *    One GATEOVRD alert, staged for Write-Override-Alert.
       01  WS-ALERT-ITEMS.
           05 WS-ALT-SEVERITY    PIC X(1).
           05 WS-ALT-MEASURED    PIC 9(12)V9(6).
           05 WS-ALT-THRESHOLD   PIC 9(12)V9(6).
           05 WS-ALT-MEASURED-O  PIC ZZZZ9.99.
      *    The measured system, off the cycle's own result rows.
           05 WS-ALT-SYSTEM-ID   PIC X(8) VALUE SPACES.

      *===============================================================
      *  Report lines.
      *===============================================================
           05 WS-DTL-TOL         PIC ZZ9.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-DTL-VERDICT     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-DTL-OVERRIDE    PIC X(22).
           05 FILLER             PIC X(28) VALUE SPACES.
       01  WS-DEV-PCT-O          PIC ZZZZ9.99.

       01  WS-GRADE-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-GRADE-LINE-TEXT PIC X(60).
           05 FILLER             PIC X(70) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'GATE VERDICT: '.
           05 WS-VRD-TEXT        PIC X(40).
           05 FILLER             PIC X(75) VALUE SPACES.

       01  WS-STATUS-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 FILLER             PIC X(15) VALUE 'GATE STATUS:  '.
           05 WS-STS-TEXT        PIC X(50).
           05 FILLER             PIC X(65) VALUE SPACES.

       01  WS-OVERRIDE-LINE.
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-OVL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OVL-CHANGE      PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OVL-INITIALS    PIC X(3).
           05 FILLER             PIC X(10) VALUE '  EXPIRES '.
           05 WS-OVL-EXPIRY      PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OVL-JUSTIFY     PIC X(45).
           05 FILLER             PIC X(28) VALUE SPACES.

      *    Parameter block for the CPUAUTH operator-authority calls
      *    (see CPUAUTL copybook).
           COPY CPUAUTL.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Display ' '
           Display '=== CPUGATE: maintenance-window GO/NOGO gate ==='
           Move FUNCTION CURRENT-DATE to WS-RUN-TIMESTAMP
           Perform Write-Step-Start

           Perform Get-Control-Parms
           Perform Load-Overrides
           Perform Load-Routine-Catalog
           Perform Load-Baseline
           Perform Run-Measurement
      *    The grades are opened only once the cycle is done --
      *    CPUT01 writes this run's RUNQUAL record at its end.
           Perform Get-Minimum-Grade

           If WS-STEP-RC > 8
               Display '*** measurement cycle failed with RC='
               Move WS-MAX-RC to Return-Code
           Else
               Perform Load-Current-Averages
               Evaluate True
                   When APPROVE-MODE AND NOT APPROVERS-OK
                       Perform Print-Approver-Refused-Page
                   When WS-GRD-BELOW-ROWS > 0
                     OR WS-GRD-UNGRADED-ROWS > 0
                       Perform Print-Grade-Refused-Page
                   When APPROVE-MODE
                       Perform Write-New-Baseline
                       Perform Print-Approval-Page
                   When Other
                       Perform Judge-Routines
               End-Evaluate
               Move WS-MAX-RC to Return-Code
           End-If
           If QLT-USABLE
               CLOSE RUNQUAL-FILE
           End-If
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Read the gate mode from the GATEIN card: APPROVE promotes
      *    the current run to the new frozen baseline, anything else
      *    (or no card) verifies against the existing one.  An
      *    APPROVE card's two signatures are checked up front.
      *--------------------------------------------------------------
       Get-Control-Parms.
           OPEN INPUT GATEIN-FILE
           END-READ
           IF NOT GATEIN-AT-EOF
               IF GIN-RUN-MODE = 'APPROVE'
                   MOVE GIN-RUN-MODE   TO WS-RUN-MODE
                   MOVE GIN-APPROVER-1 TO WS-APPROVER-1
                   MOVE GIN-APPROVER-2 TO WS-APPROVER-2
               END-IF
               IF GIN-KERNELS = 'Y'
                   SET RUN-KERNELS TO TRUE
               END-IF
           END-IF
           CLOSE GATEIN-FILE
           Display 'Gate mode: ' WS-RUN-MODE
           If RUN-KERNELS
               Display 'Workload kernels included in the cycle'
           End-If
           If APPROVE-MODE
               Perform Check-Approvers
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Two different operators, each holding the GATE-APPROVE
      *    role, must sign an APPROVE run.  Both signatures are put
      *    to CPUAUTH (which audits a refusal); initials repeated
      *    in both columns are refused here and audited the same
      *    way.
      *--------------------------------------------------------------
       Check-Approvers.
           Set APPROVERS-OK to True
           Move 'CPUGATE'    to AUT-PROGRAM-ID
           Set AUT-ROLE-GATE to True
           Move 'APPROVE FROZEN BASELINE' to AUT-ACTION
           Move WS-APPROVER-1 to AUT-INITIALS
           Perform Check-One-Approver
           If WS-APPROVER-2 = WS-APPROVER-1
              AND WS-APPROVER-2 NOT = SPACES
               Move WS-APPROVER-2 to AUT-INITIALS
               Move 'SAME INITIALS SIGNED TWICE' to AUT-REASON
               Set AUT-LOG-REFUSAL to True
               Move Return-Code to AUT-CALLER-RC
               Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
               Move 'N' to WS-APPROVERS-OK
               Move SPACES to WS-APPROVER-TEXT
               String 'second approver ' WS-APPROVER-2
                      ' refused -- same initials signed twice'
                   Delimited by Size into WS-APPROVER-TEXT
               End-String
               Display '*** ' WS-APPROVER-TEXT ' ***'
           Else
               Move WS-APPROVER-2 to AUT-INITIALS
               Perform Check-One-Approver
           End-If
           If APPROVERS-OK
               Display 'Approved by: ' WS-APPROVER-1 ' and '
                       WS-APPROVER-2
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One signature (AUT-INITIALS) through CPUAUTH; a refusal
      *    clears APPROVERS-OK and says why.
      *--------------------------------------------------------------
       Check-One-Approver.
           Set AUT-CHECK-AUTHORITY to True
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           If AUT-DENIED
               Move 'N' to WS-APPROVERS-OK
               Move SPACES to WS-APPROVER-TEXT
               String 'approver <' AUT-INITIALS '> refused -- '
                      AUT-REASON
                   Delimited by Size into WS-APPROVER-TEXT
               End-String
               Display '*** ' WS-APPROVER-TEXT ' ***'
           End-If
           EXIT.


                   AT END
                       SET BASELIN-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-BAS-COUNT < 32
                           ADD 1 TO WS-BAS-COUNT
                           MOVE BAS-ROUTINE-NAME TO
                               WS-BAS-ROUTINE(WS-BAS-COUNT)
      *    set: CPUT01 is this job's only measured step, so its own
      *    SMF reconciliation against the step's SMFIN extract is
      *    exactly right and runs as in a standalone CPUT01 job.
      *    With the kernels included, CPUKERN follows, and the
      *    cycle's RC is the worse of the two.
      *--------------------------------------------------------------
       Run-Measurement.
           Display '--- measurement cycle: CPUT01 ---'
           If WS-STEP-RC > WS-MAX-RC
               Move WS-STEP-RC to WS-MAX-RC
           End-If
           If RUN-KERNELS
               Display '--- measurement cycle: CPUKERN ---'
               Call 'CPUKERN'
               Display '    step RC=' Return-Code
               If Return-Code > WS-STEP-RC
                   Move Return-Code to WS-STEP-RC
               End-If
               If WS-STEP-RC > WS-MAX-RC
                   Move WS-STEP-RC to WS-MAX-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Reduce the cycle's CPUOUT -- and KERNOUT, when the
      *    kernels ran -- to one average per routine: passes 1-3
      *    only, suspect rows excluded, same reduction the trend
      *    report uses.  Rows from a run short of the minimum grade
      *    are counted, not averaged.  The system the rows were
      *    measured on is kept for the override alert.
      *--------------------------------------------------------------
       Load-Current-Averages.
           OPEN INPUT CPUOUT-FILE
                   AT END
                       SET CPUOUT-AT-EOF TO TRUE
                   NOT AT END
                       MOVE CPO-PROGRAM-ID   TO WS-ROW-PROGRAM
                       MOVE CPO-ROUTINE-NAME TO WS-ROW-ROUTINE
                       MOVE CPO-PASS-NUMBER  TO WS-ROW-PASS
                       MOVE CPO-RUN-ID       TO WS-ROW-RUN-ID
                       MOVE CPO-SUSPECT-FLAG TO WS-ROW-SUSPECT
                       MOVE CPO-SU-VALUE     TO WS-ROW-SU-VALUE
                       IF CPO-SYSTEM-ID NOT = SPACES
                           MOVE CPO-SYSTEM-ID TO WS-ALT-SYSTEM-ID
                       END-IF
                       PERFORM Fold-Current-Row
               END-READ
           END-PERFORM
           CLOSE CPUOUT-FILE
           IF RUN-KERNELS
               OPEN INPUT KERNOUT-FILE
               PERFORM UNTIL KERNOUT-AT-EOF
                   READ KERNOUT-FILE
                       AT END
                           SET KERNOUT-AT-EOF TO TRUE
                       NOT AT END
                           MOVE KRO-PROGRAM-ID   TO WS-ROW-PROGRAM
                           MOVE KRO-ROUTINE-NAME TO WS-ROW-ROUTINE
                           MOVE KRO-PASS-NUMBER  TO WS-ROW-PASS
                           MOVE KRO-RUN-ID       TO WS-ROW-RUN-ID
                           MOVE KRO-SUSPECT-FLAG TO WS-ROW-SUSPECT
                           MOVE KRO-SU-VALUE     TO WS-ROW-SU-VALUE
                           IF KRO-SYSTEM-ID NOT = SPACES
                               MOVE KRO-SYSTEM-ID TO WS-ALT-SYSTEM-ID
                           END-IF
                           PERFORM Fold-Current-Row
                   END-READ
               END-PERFORM
               CLOSE KERNOUT-FILE
           END-IF
           PERFORM VARYING WS-KDX FROM 1 BY 1
                   UNTIL WS-KDX > WS-CUR-COUNT
               IF WS-CUR-CNT(WS-KDX) > 0


      *--------------------------------------------------------------
      *    One staged result row: a timed pass, not suspect, is
      *    graded and catalog-checked, and folded in if its run
      *    made the grade.
      *--------------------------------------------------------------
       Fold-Current-Row.
           If WS-ROW-PASS < 9
              AND WS-ROW-SUSPECT NOT = 'S'
               Move WS-ROW-RUN-ID  to WS-GRD-RUN-ID
               Move WS-ROW-PROGRAM to WS-GRD-PROGRAM
               Perform Check-Run-Grade
               Move WS-ROW-ROUTINE to WS-CAT-LOOKUP
               Perform Check-Catalog-Routine
               If CAT-IS-UNKNOWN
                   Perform Note-Uncataloged-Routine
               Else
                   If GRD-ACCEPTED
                       Perform Add-Current-Pass
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Fold one staged pass record into its routine's roll-up
      *    entry, adding the entry on first sight of the routine.
      *--------------------------------------------------------------
       Add-Current-Pass.
           Move 'N' to WS-CUR-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CUR-COUNT
               If WS-CUR-ROUTINE(WS-KDX) = WS-ROW-ROUTINE
      *            The gate judges on the normalized (service-unit)
      *            figure, so the frozen baseline stays valid across
      *            a processor change.
                   Add WS-ROW-SU-VALUE to WS-CUR-SUM(WS-KDX)
                   Add 1 to WS-CUR-CNT(WS-KDX)
                   Set CUR-FOUND to True
               End-If
           End-Perform
           If NOT CUR-FOUND AND WS-CUR-COUNT < 32
               Add 1 to WS-CUR-COUNT
               Move WS-ROW-ROUTINE   to WS-CUR-ROUTINE(WS-CUR-COUNT)
               Move WS-ROW-SU-VALUE  to WS-CUR-SUM(WS-CUR-COUNT)
               Move 1                to WS-CUR-CNT(WS-CUR-COUNT)
           End-If
           EXIT.
               Perform Judge-One-Routine
           End-Perform

      *    Baseline routines the cycle never measured are NOGO too
      *    -- unless the catalog says the cycle no longer measures
      *    them, in which case they are dropped from the gate.
           Perform Varying WS-BDX from 1 by 1
                   until WS-BDX > WS-BAS-COUNT
               If WS-BAS-SEEN(WS-BDX) NOT = 'Y'
                   Move WS-BAS-ROUTINE(WS-BDX) to WS-DTL-ROUTINE
                   Move WS-BAS-AVG(WS-BDX)     to WS-DTL-BASE
                   Move 0                      to WS-DTL-CUR
                   Move WS-BAS-TOL(WS-BDX)     to WS-DTL-TOL
                   Move WS-BAS-ROUTINE(WS-BDX) to WS-CAT-LOOKUP
                   Perform Check-Catalog-Routine
                   Evaluate True
                       When CAT-IS-RETIRED
                           Move 'RETIRED'  to WS-DTL-DEV
                           Move 'DROPPED'  to WS-DTL-VERDICT
                           Display '  ' WS-BAS-ROUTINE(WS-BDX)
                                   ' DROPPED -- retired from the '
                                   'routine catalog'
                           If 4 > WS-MAX-RC
                               Move 4 to WS-MAX-RC
                           End-If
                       When CAT-IS-UNKNOWN
                           Move 'UNCATLG'  to WS-DTL-DEV
                           Move 'DROPPED'  to WS-DTL-VERDICT
                           Display '  ' WS-BAS-ROUTINE(WS-BDX)
                                   ' DROPPED -- not on the routine '
                                   'catalog'
                           If 4 > WS-MAX-RC
                               Move 4 to WS-MAX-RC
                           End-If
                       When Other
                           Move 'MISSING'  to WS-DTL-DEV
                           Move 'NOGO'     to WS-DTL-VERDICT
                           Add 1 to WS-NOGO-COUNT
                           Display '  ' WS-BAS-ROUTINE(WS-BDX)
                                   ' NOGO -- not measured by this '
                                   'cycle'
                           Move 0 to WS-DEV-PCT
                           Move WS-BAS-TOL(WS-BDX) to WS-OVR-CHK-TOL
                           Move WS-BAS-ROUTINE(WS-BDX)
                               to WS-OVR-LOOKUP
                           Perform Apply-Override
                   End-Evaluate
                   Move WS-DETAIL-LINE to RPT-TEXT
                   Move ' ' to RPT-CC
                   WRITE GATERPT-RECORD
               End-If
           End-Perform
           Perform Print-Rejected-Routines

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
      *    The real verdict is printed whatever the overrides say.
      *    Only when every NOGO is covered does the gate end
      *    GO-OVERRIDDEN, RC 4.
           If WS-NOGO-COUNT = 0
               Move 'GO -- all routines inside tolerance'
                   to WS-VRD-TEXT
               Move 'NOGO -- hold the production batch'
                   to WS-VRD-TEXT
               Display 'GATE VERDICT: NOGO'
               If WS-OVR-APPLIED-COUNT = WS-NOGO-COUNT
                   Set GATE-OVERRIDDEN to True
                   If 4 > WS-MAX-RC
                       Move 4 to WS-MAX-RC
                   End-If
               Else
                   If WS-OVR-APPLIED-COUNT > 0
                       Compute WS-OVR-NOGO-O =
                           WS-NOGO-COUNT - WS-OVR-APPLIED-COUNT
                       Display '*** ' WS-OVR-NOGO-O ' NOGO routine(s) '
                               'have no override in force -- '
                               'overrides not applied ***'
                   End-If
                   If 8 > WS-MAX-RC
                       Move 8 to WS-MAX-RC
                   End-If
               End-If
           End-If
           Move WS-VERDICT-LINE to RPT-TEXT
           WRITE GATERPT-RECORD
           If GATE-OVERRIDDEN
               Perform Print-Override-Lines
               Perform Record-Overrides
           End-If
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OVR-COUNT
               If NOT OVR-USED(WS-ODX)
                   Display '  override for ' WS-OVR-ROUTINE(WS-ODX)
                           ' (' WS-OVR-CHANGE(WS-ODX) ') not needed'
                           ' -- routine is not NOGO'
               End-If
           End-Perform
           CLOSE GATERPT-FILE
           EXIT.

           Move SPACES to WS-DETAIL-LINE
           Move WS-CUR-ROUTINE(WS-KDX) to WS-DTL-ROUTINE
           Move WS-CUR-AVG(WS-KDX)     to WS-DTL-CUR
           Move 0 to WS-DEV-PCT
           Move 0 to WS-OVR-CHK-TOL

           Move 0 to WS-BDX
           Perform Varying WS-BDX from 1 by 1
               Move 'Y' to WS-BAS-SEEN(WS-BDX)
               Move WS-BAS-AVG(WS-BDX) to WS-DTL-BASE
               Move WS-BAS-TOL(WS-BDX) to WS-DTL-TOL
               Move WS-BAS-TOL(WS-BDX) to WS-OVR-CHK-TOL
               If WS-BAS-AVG(WS-BDX) > 0
                   Compute WS-DEV-PCT =
                       FUNCTION ABS(WS-CUR-AVG(WS-KDX) -
                           ' NOGO -- baseline average is zero'
               End-If
           End-If
           If WS-DTL-VERDICT = 'NOGO'
               Move WS-CUR-ROUTINE(WS-KDX) to WS-OVR-LOOKUP
               Perform Apply-Override
           End-If
           Move WS-DETAIL-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Read the OVRDIN override deck (VERIFY only -- an APPROVE
      *    run has no verdict to override).  Each card is checked
      *    by Check-One-Override; the ones that pass are held for
      *    the judging.
      *--------------------------------------------------------------
       Load-Overrides.
           If NOT APPROVE-MODE
               OPEN INPUT OVRDIN-FILE
               PERFORM UNTIL OVRDIN-AT-EOF
                   READ OVRDIN-FILE
                       AT END
                           SET OVRDIN-AT-EOF TO TRUE
                       NOT AT END
                           PERFORM Check-One-Override
                   END-READ
               END-PERFORM
               CLOSE OVRDIN-FILE
               If WS-OVR-COUNT > 0
                   Display 'Overrides in force: ' WS-OVR-COUNT
               End-If
           Else
               Display 'OVRDIN override deck not read -- overrides '
                       'apply to VERIFY runs only'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One override card: every field present, a real expiry
      *    date and time not yet reached, the first card for its
      *    routine, and approving initials that hold GATE-APPROVE
      *    (CPUAUTH audits a refusal).  A card failing any of these
      *    is ignored with a message saying why.
      *--------------------------------------------------------------
       Check-One-Override.
           Set OVR-CARD-OK to True
           Evaluate True
               When OVI-ROUTINE-NAME = SPACES
                 OR OVI-INITIALS = SPACES
                 OR OVI-CHANGE-NUMBER = SPACES
                 OR OVI-JUSTIFICATION = SPACES
                   Display '*** OVRDIN override for <'
                           OVI-ROUTINE-NAME '> is incomplete -- '
                           'routine, initials, change number and '
                           'justification are all required -- '
                           'ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               When OVI-EXPIRY-DATE-X NOT NUMERIC
                 OR OVI-EXPIRY-TIME-X NOT NUMERIC
                   Display '*** OVRDIN override for '
                           OVI-ROUTINE-NAME ' has no valid expiry '
                           'yyyymmdd hhmm -- ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               When FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(OVI-EXPIRY-DATE-X)) NOT = 0
                 OR OVI-EXP-HH > 23 OR OVI-EXP-MI > 59
                   Display '*** OVRDIN override for '
                           OVI-ROUTINE-NAME ' has no valid expiry '
                           'yyyymmdd hhmm -- ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               When Other
                   Continue
           End-Evaluate

           If OVR-CARD-OK
               Move SPACES to WS-OVR-CARD-EXPIRY
               String OVI-EXPIRY-DATE-X OVI-EXPIRY-TIME-X
                   Delimited by Size into WS-OVR-CARD-EXPIRY
               End-String
               Move SPACES to WS-OVR-EXP-FMT
               String OVI-EXPIRY-DATE-X(1:4) '-'
                      OVI-EXPIRY-DATE-X(5:2) '-'
                      OVI-EXPIRY-DATE-X(7:2) ' '
                      OVI-EXPIRY-TIME-X(1:2) ':'
                      OVI-EXPIRY-TIME-X(3:2)
                   Delimited by Size into WS-OVR-EXP-FMT
               End-String
               If WS-OVR-CARD-EXPIRY <= WS-RUN-TIMESTAMP(1:12)
                   Display '*** OVRDIN override for '
                           OVI-ROUTINE-NAME ' (' OVI-CHANGE-NUMBER
                           ') expired ' WS-OVR-EXP-FMT
                           ' -- ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               End-If
           End-If

           If OVR-CARD-OK
               Move OVI-ROUTINE-NAME to WS-OVR-LOOKUP
               Perform Find-Override
               If OVR-FOUND
                   Display '*** OVRDIN second override for '
                           OVI-ROUTINE-NAME ' (' OVI-CHANGE-NUMBER
                           ') -- the first card stands, this one '
                           'ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               End-If
           End-If
           If OVR-CARD-OK AND WS-OVR-COUNT NOT < 32
               Display '*** CPUGATE override table full at 32 '
                       'entries -- override for ' OVI-ROUTINE-NAME
                       ' ignored ***'
               Move 'N' to WS-OVR-CARD-OK
           End-If

           If OVR-CARD-OK
               Move 'CPUGATE'        to AUT-PROGRAM-ID
               Set AUT-ROLE-GATE     to True
               Move OVI-INITIALS     to AUT-INITIALS
               Move SPACES           to AUT-ACTION
               String 'NOGO OVERRIDE ' OVI-ROUTINE-NAME ' '
                      OVI-CHANGE-NUMBER
                   Delimited by Size into AUT-ACTION
               End-String
               Set AUT-CHECK-AUTHORITY to True
               Move Return-Code to AUT-CALLER-RC
               Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
               If AUT-DENIED
                   Display '*** OVRDIN override for '
                           OVI-ROUTINE-NAME ' (' OVI-CHANGE-NUMBER
                           ') approver <' OVI-INITIALS
                           '> refused -- ' AUT-REASON
                           ' -- ignored ***'
                   Move 'N' to WS-OVR-CARD-OK
               End-If
           End-If

           If OVR-CARD-OK
               Add 1 to WS-OVR-COUNT
               Move WS-OVR-COUNT      to WS-ODX
               Move OVI-ROUTINE-NAME  to WS-OVR-ROUTINE(WS-ODX)
               Move OVI-INITIALS      to WS-OVR-INITIALS(WS-ODX)
               Move OVI-CHANGE-NUMBER to WS-OVR-CHANGE(WS-ODX)
               Move OVI-EXPIRY-DATE   to WS-OVR-EXP-DATE(WS-ODX)
               Move OVI-EXPIRY-TIME   to WS-OVR-EXP-TIME(WS-ODX)
               Move OVI-JUSTIFICATION to WS-OVR-JUSTIFY(WS-ODX)
               Move AUT-OPERATOR-NAME to WS-OVR-NAME(WS-ODX)
               Move 'N'               to WS-OVR-USED(WS-ODX)
               Move SPACES            to WS-OVR-DEV(WS-ODX)
               Move 0                 to WS-OVR-DEV-PCT(WS-ODX)
               Move 0                 to WS-OVR-TOL(WS-ODX)
               Display 'Override for ' OVI-ROUTINE-NAME ' ('
                       OVI-CHANGE-NUMBER ') signed by '
                       OVI-INITIALS ', in force until '
                       WS-OVR-EXP-FMT
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Look WS-OVR-LOOKUP up among the overrides in force;
      *    WS-ODX is left on the entry when OVR-FOUND.
      *--------------------------------------------------------------
       Find-Override.
           Move 'N' to WS-OVR-FOUND
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OVR-COUNT OR OVR-FOUND
               If WS-OVR-ROUTINE(WS-ODX) = WS-OVR-LOOKUP
                   Set OVR-FOUND to True
               End-If
           End-Perform
           If OVR-FOUND
               Subtract 1 from WS-ODX
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A NOGO routine (WS-OVR-LOOKUP): if an override is in
      *    force for it, mark it used, keep what the routine
      *    measured for the history and the alert, and flag the
      *    detail line.  The verdict column still says NOGO.
      *--------------------------------------------------------------
       Apply-Override.
           Perform Find-Override
           If OVR-FOUND
               Move 'Y'             to WS-OVR-USED(WS-ODX)
               Move WS-DTL-DEV      to WS-OVR-DEV(WS-ODX)
               Move WS-DEV-PCT      to WS-OVR-DEV-PCT(WS-ODX)
               Move WS-OVR-CHK-TOL  to WS-OVR-TOL(WS-ODX)
               Add 1 to WS-OVR-APPLIED-COUNT
               Move SPACES to WS-DTL-OVERRIDE
               String 'OVERRIDE ' WS-OVR-CHANGE(WS-ODX)
                   Delimited by Size into WS-DTL-OVERRIDE
               End-String
               Display '  ' WS-OVR-LOOKUP ' NOGO covered by override '
                       WS-OVR-CHANGE(WS-ODX) ' signed by '
                       WS-OVR-INITIALS(WS-ODX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    GO-OVERRIDDEN: the status line under the real verdict,
      *    then one line per override that released a NOGO.
      *--------------------------------------------------------------
       Print-Override-Lines.
           Move 'GO-OVERRIDDEN -- NOGO released by signed override'
               to WS-STS-TEXT
           Display 'GATE STATUS: GO-OVERRIDDEN'
           Move WS-STATUS-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OVR-COUNT
               If OVR-USED(WS-ODX)
                   Move SPACES to WS-OVERRIDE-LINE
                   Move WS-OVR-ROUTINE(WS-ODX)  to WS-OVL-ROUTINE
                   Move WS-OVR-CHANGE(WS-ODX)   to WS-OVL-CHANGE
                   Move WS-OVR-INITIALS(WS-ODX) to WS-OVL-INITIALS
                   Move WS-OVR-EXP-DATE(WS-ODX) to WS-OVR-CARD-EXPIRY
                   Move SPACES to WS-OVL-EXPIRY
                   String WS-OVR-CARD-EXPIRY(1:4) '-'
                          WS-OVR-CARD-EXPIRY(5:2) '-'
                          WS-OVR-CARD-EXPIRY(7:2)
                       Delimited by Size into WS-OVL-EXPIRY
                   End-String
                   Move WS-OVR-EXP-TIME(WS-ODX) to WS-OVR-CARD-EXPIRY
                   String WS-OVR-CARD-EXPIRY(1:2) ':'
                          WS-OVR-CARD-EXPIRY(3:2)
                       Delimited by Size into WS-OVL-EXPIRY(12:5)
                   End-String
                   Move WS-OVR-JUSTIFY(WS-ODX)  to WS-OVL-JUSTIFY
                   Move WS-OVERRIDE-LINE to RPT-TEXT
                   WRITE GATERPT-RECORD
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Every override that released a NOGO goes on the OVRHIST
      *    history, out as a GATEOVRD alert and onto SECAUDIT under
      *    its approver.
      *--------------------------------------------------------------
       Record-Overrides.
           OPEN EXTEND OVRHIST-FILE
           Perform Varying WS-ODX from 1 by 1
                   until WS-ODX > WS-OVR-COUNT
               If OVR-USED(WS-ODX)
                   Move SPACES                 to GATE-OVERRIDE-HISTORY
                   Move WS-RUN-TIMESTAMP       to OVH-USED-TIMESTAMP
                   Move WS-RUN-TIMESTAMP(1:16) to OVH-RUN-ID
                   Move WS-OVR-ROUTINE(WS-ODX) to OVH-ROUTINE-NAME
                   Move 'NOGO'                 to OVH-REAL-VERDICT
                   Move WS-OVR-DEV(WS-ODX)     to OVH-DEVIATION
                   Move WS-OVR-TOL(WS-ODX)     to OVH-TOL-PCT
                   Move WS-OVR-CHANGE(WS-ODX)  to OVH-CHANGE-NUMBER
                   Move WS-OVR-INITIALS(WS-ODX) to OVH-INITIALS
                   Move WS-OVR-NAME(WS-ODX)    to OVH-OPERATOR-NAME
                   Move WS-OVR-EXP-DATE(WS-ODX) to OVH-EXPIRY-DATE
                   Move WS-OVR-EXP-TIME(WS-ODX) to OVH-EXPIRY-TIME
                   Move WS-OVR-JUSTIFY(WS-ODX) to OVH-JUSTIFICATION
                   WRITE GATE-OVERRIDE-HISTORY
                   Perform Write-Override-Alert

                   Move 'CPUGATE'              to AUT-PROGRAM-ID
                   Set AUT-ROLE-GATE           to True
                   Move WS-OVR-INITIALS(WS-ODX) to AUT-INITIALS
                   Move SPACES                 to AUT-ACTION
                   String 'NOGO OVERRIDE ' WS-OVR-ROUTINE(WS-ODX) ' '
                          WS-OVR-CHANGE(WS-ODX)
                       Delimited by Size into AUT-ACTION
                   End-String
                   Set AUT-LOG-ACTION to True
                   Move Return-Code to AUT-CALLER-RC
                   Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
               End-If
           End-Perform
           CLOSE OVRHIST-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One GATEOVRD alert: the overridden routine's deviation
      *    against its tolerance band (zero for MISSING or NOBASE).
      *    Severe when the deviation is more than twice the band,
      *    with an operator console message.
      *--------------------------------------------------------------
       Write-Override-Alert.
           Move WS-OVR-DEV-PCT(WS-ODX) to WS-ALT-MEASURED
           Move WS-OVR-TOL(WS-ODX)     to WS-ALT-THRESHOLD
           If WS-ALT-MEASURED > WS-ALT-THRESHOLD * 2
               Move 'S' to WS-ALT-SEVERITY
           Else
               Move 'W' to WS-ALT-SEVERITY
           End-If
           OPEN EXTEND ALRTOUT-FILE
           Move SPACES                 to CPU-ALERT-RECORD
           Move 'GATEOVRD'             to ALT-ALERT-CODE
           Move WS-ALT-SEVERITY        to ALT-SEVERITY
           Move 'CPUGATE'              to ALT-PROGRAM-ID
           Move WS-OVR-ROUTINE(WS-ODX) to ALT-ROUTINE-NAME
           Move WS-ALT-MEASURED        to ALT-MEASURED-VALUE
           Move WS-ALT-THRESHOLD       to ALT-THRESHOLD
           Move WS-RUN-TIMESTAMP       to ALT-RUN-TIMESTAMP
           Move WS-RUN-TIMESTAMP(1:16) to ALT-RUN-ID
           Move WS-ALT-SYSTEM-ID       to ALT-SYSTEM-ID
           WRITE CPU-ALERT-RECORD
           CLOSE ALRTOUT-FILE
           If WS-ALT-SEVERITY = 'S'
               Move WS-ALT-MEASURED to WS-ALT-MEASURED-O
               Display 'CPUGATE SEVERE GATE OVERRIDE GATEOVRD '
                       WS-OVR-ROUTINE(WS-ODX) ' '
                       WS-ALT-MEASURED-O '% CHANGE '
                       WS-OVR-CHANGE(WS-ODX) Upon CNSL
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    APPROVE: promote the current run's averages to the new
      *    frozen baseline, keeping each routine's existing
                   End-If
               End-Perform
               Move WS-RUN-TIMESTAMP to BSO-APPROVED-TS
               Move WS-APPROVER-1    to BSO-APPROVER-1
               Move WS-APPROVER-2    to BSO-APPROVER-2
               WRITE BASELOUT-RECORD
           End-Perform
           CLOSE BASELOUT-FILE
           Display 'New frozen baseline written for '
                   WS-CUR-COUNT ' routine(s)'
           Move WS-CUR-COUNT to WS-CUR-COUNT-O
           Move SPACES to AUT-ACTION
           String 'APPROVE FROZEN BASELINE, ' WS-CUR-COUNT-O
                  ' ROUTINE(S)'
               Delimited by Size into AUT-ACTION
           End-String
           Set AUT-LOG-ACTION to True
           Move WS-APPROVER-1 to AUT-INITIALS
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           Move WS-APPROVER-2 to AUT-INITIALS
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           EXIT.


               Move ' ' to RPT-CC
               WRITE GATERPT-RECORD
           End-Perform
           Perform Print-Rejected-Routines
           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
           Move SPACES to WS-GRADE-LINE-TEXT
           String 'signed by ' WS-APPROVER-1 ' and ' WS-APPROVER-2
               Delimited by Size into WS-GRADE-LINE-TEXT
           End-String
           Move WS-GRADE-LINE to RPT-TEXT
           WRITE GATERPT-RECORD
           Move 'APPROVED -- new frozen baseline in force'
               to WS-VRD-TEXT
           Move WS-VERDICT-LINE to RPT-TEXT
           EXIT.


      *--------------------------------------------------------------
      *    Report page when an APPROVE run was not signed by two
      *    authorized operators -- nothing is promoted and the gate
      *    holds (RC 8).
      *--------------------------------------------------------------
       Print-Approver-Refused-Page.
           OPEN OUTPUT GATERPT-FILE
           Perform Print-Page-Heading
           Move WS-APPROVER-TEXT to WS-GRADE-LINE-TEXT
           Move WS-GRADE-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE GATERPT-RECORD
           Move 'NOT APPROVED -- approvers not authorized'
               to WS-VRD-TEXT
           Display 'GATE VERDICT: NOT APPROVED'
           Move WS-VERDICT-LINE to RPT-TEXT
           WRITE GATERPT-RECORD
           CLOSE GATERPT-FILE
           If 8 > WS-MAX-RC
               Move 8 to WS-MAX-RC
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One line per uncataloged routine whose CPUOUT rows were
      *    kept out of the verdict (and out of any new baseline).
      *--------------------------------------------------------------
       Print-Rejected-Routines.
           Perform Varying WS-UDX from 1 by 1
                   until WS-UDX > WS-UNCAT-COUNT
               Move SPACES to WS-DETAIL-LINE
               Move WS-UNCAT-NAME(WS-UDX) to WS-DTL-ROUTINE
               Move 0                     to WS-DTL-BASE
               Move 0                     to WS-DTL-CUR
               Move 'UNCATLG'             to WS-DTL-DEV
               Move 0                     to WS-DTL-TOL
               Move 'REJECTED'            to WS-DTL-VERDICT
               Move WS-DETAIL-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE GATERPT-RECORD
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Browse the RTNCAT catalog into the lookup table.  A
      *    catalog that will not open or is empty leaves the check
      *    switched off, with a warning and RC 4, and the gate runs
      *    exactly as it would without one.
      *--------------------------------------------------------------
       Load-Routine-Catalog.
           OPEN INPUT RTNCAT-FILE
           If CAT-OK
               PERFORM UNTIL CAT-AT-EOF
                   READ RTNCAT-FILE NEXT RECORD
                       AT END
                           SET CAT-AT-EOF TO TRUE
                       NOT AT END
                           IF WS-CAT-COUNT < 200
                               ADD 1 TO WS-CAT-COUNT
                               MOVE RCT-ROUTINE-NAME
                                   TO WS-CAT-NAME(WS-CAT-COUNT)
                               MOVE RCT-STATUS
                                   TO WS-CAT-STATE(WS-CAT-COUNT)
                           ELSE
                               DISPLAY '*** CPUGATE catalog table '
                                       'full at 200 entries -- '
                                       RCT-ROUTINE-NAME
                                       ' not loaded ***'
                               IF 4 > WS-MAX-RC
                                   MOVE 4 TO WS-MAX-RC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RTNCAT-FILE
           Else
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' ***'
           End-If
           If WS-CAT-COUNT > 0
               Set CAT-USABLE to True
           Else
               Display '*** RTNCAT catalog unavailable -- cataloged-'
                       'routine check skipped ***'
               If 4 > WS-MAX-RC
                   Move 4 to WS-MAX-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Classify WS-CAT-LOOKUP against the catalog into
      *    WS-CAT-VERDICT: active, retired or unknown.
      *--------------------------------------------------------------
       Check-Catalog-Routine.
           Set CAT-IS-ACTIVE to True
           If CAT-USABLE
               Set CAT-IS-UNKNOWN to True
               Move 'N' to WS-CAT-FOUND
               Perform Varying WS-CAT-IDX from 1 by 1
                       until WS-CAT-IDX > WS-CAT-COUNT OR CAT-FOUND
                   If WS-CAT-NAME(WS-CAT-IDX) = WS-CAT-LOOKUP
                       Set CAT-FOUND to True
                       If CAT-ACTIVE(WS-CAT-IDX)
                           Set CAT-IS-ACTIVE to True
                       Else
                           Set CAT-IS-RETIRED to True
                       End-If
                   End-If
               End-Perform
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A result row for an uncataloged routine: warn and list the
      *    routine on first sight, RC 4.
      *--------------------------------------------------------------
       Note-Uncataloged-Routine.
           Move 'N' to WS-CAT-FOUND
           Perform Varying WS-UDX from 1 by 1
                   until WS-UDX > WS-UNCAT-COUNT
               If WS-UNCAT-NAME(WS-UDX) = WS-CAT-LOOKUP
                   Set CAT-FOUND to True
               End-If
           End-Perform
           If NOT CAT-FOUND AND WS-UNCAT-COUNT < 20
               Add 1 to WS-UNCAT-COUNT
               Move WS-CAT-LOOKUP to WS-UNCAT-NAME(WS-UNCAT-COUNT)
               Display '*** routine ' WS-CAT-LOOKUP
                       ' is not on the routine catalog -- rejected '
                       'from the gate ***'
               If 4 > WS-MAX-RC
                   Move 4 to WS-MAX-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Report page when the measurement cycle itself failed --
      *    the gate cannot verify anything, so the page says NOGO
           EXIT.


      *--------------------------------------------------------------
      *    Report page when the measured run fell short of the
      *    minimum grade -- its numbers cannot carry a verdict or
      *    become a baseline, so the page says so and the gate
      *    holds (RC 8) in either mode.
      *--------------------------------------------------------------
       Print-Grade-Refused-Page.
           OPEN OUTPUT GATERPT-FILE
           Perform Print-Page-Heading
           Move SPACES to WS-GRADE-LINE-TEXT
           If WS-GRD-GRADE = SPACE
               String 'measured run is ungraded -- minimum grade '
                      WS-MIN-GRADE ' in force'
                   Delimited by Size into WS-GRADE-LINE-TEXT
               End-String
           Else
               String 'measured run graded ' WS-GRD-GRADE
                      ' -- below minimum grade ' WS-MIN-GRADE
                   Delimited by Size into WS-GRADE-LINE-TEXT
               End-String
           End-If
           Display '*** ' WS-GRADE-LINE-TEXT ' ***'
           Move WS-GRADE-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE GATERPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE GATERPT-RECORD
           If APPROVE-MODE
               Move 'NOT APPROVED -- run grade below minimum'
                   to WS-VRD-TEXT
               Display 'GATE VERDICT: NOT APPROVED'
           Else
               Move 'NOGO -- run grade below minimum'
                   to WS-VRD-TEXT
               Display 'GATE VERDICT: NOGO'
           End-If
           Move WS-VERDICT-LINE to RPT-TEXT
           WRITE GATERPT-RECORD
           CLOSE GATERPT-FILE
           If 8 > WS-MAX-RC
               Move 8 to WS-MAX-RC
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The one-page report heading.
      *--------------------------------------------------------------
               Delimited by Size into WS-TS-FMT
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    The minimum run-quality grade off the QGRDIN card (see
      *    CPUQMIN copybook).  No card or a blank grade means no
      *    minimum; a grade that is not A, B, C or F is ignored
      *    with a warning and RC 4.  With a minimum in force the
      *    RUNQUAL grades are opened for Check-Run-Grade; if they
      *    cannot be, every run counts as ungraded, with RC 4.
      *--------------------------------------------------------------
       Get-Minimum-Grade.
           OPEN INPUT QGRDIN-FILE
           READ QGRDIN-FILE
               AT END
                   SET QGRD-AT-EOF TO TRUE
           END-READ
           IF NOT QGRD-AT-EOF
               IF QMN-VALID-GRADE
                   MOVE QMN-MIN-GRADE TO WS-MIN-GRADE
                   IF QMN-UNGRADED-OK
                       SET ADMIT-UNGRADED TO TRUE
                   END-IF
               ELSE
                   IF QMN-MIN-GRADE NOT = SPACE
                       DISPLAY '*** QGRDIN minimum grade <'
                               QMN-MIN-GRADE '> is not A, B, C '
                               'or F -- card ignored ***'
                       IF 4 > WS-MAX-RC
                           MOVE 4 TO WS-MAX-RC
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE QGRDIN-FILE
           If NO-MIN-GRADE
               Display 'Minimum run grade: none'
           Else
               If ADMIT-UNGRADED
                   Display 'Minimum run grade: ' WS-MIN-GRADE
                           ' (ungraded runs admitted)'
               Else
                   Display 'Minimum run grade: ' WS-MIN-GRADE
                           ' (ungraded runs left out)'
               End-If
               OPEN INPUT RUNQUAL-FILE
               If QLT-OK
                   Set QLT-USABLE to True
               Else
                   Display '*** RUNQUAL open failed, file status '
                           WS-QLT-STATUS ' -- every run counts as '
                           'ungraded ***'
                   If 4 > WS-MAX-RC
                       Move 4 to WS-MAX-RC
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Whether the run named by WS-GRD-RUN-ID/WS-GRD-PROGRAM
      *    meets the minimum grade: GRD-ACCEPTED comes back up or
      *    down, and a refused row is counted as below the minimum
      *    or as ungraded.  Grades collate A < B < C < F.
      *--------------------------------------------------------------
       Check-Run-Grade.
           Set GRD-ACCEPTED to True
           If NOT NO-MIN-GRADE
               If WS-GRD-RUN-ID NOT = WS-GRD-LAST-RUN-ID
                  OR WS-GRD-PROGRAM NOT = WS-GRD-LAST-PROGRAM
                   Move WS-GRD-RUN-ID  to WS-GRD-LAST-RUN-ID
                   Move WS-GRD-PROGRAM to WS-GRD-LAST-PROGRAM
                   Move SPACE to WS-GRD-GRADE
                   If QLT-USABLE
                       Move WS-GRD-RUN-ID  to QLT-RUN-ID
                       Move WS-GRD-PROGRAM to QLT-PROGRAM-ID
                       READ RUNQUAL-FILE
                           INVALID KEY
                               Move SPACE to WS-GRD-GRADE
                           NOT INVALID KEY
                               Move QLT-GRADE to WS-GRD-GRADE
                       END-READ
                   End-If
               End-If
               Evaluate True
                   When WS-GRD-GRADE = SPACE
                       If NOT ADMIT-UNGRADED
                           Move 'N' to WS-GRD-ACCEPT
                           Add 1 to WS-GRD-UNGRADED-ROWS
                       End-If
                   When WS-GRD-GRADE > WS-MIN-GRADE
                       Move 'N' to WS-GRD-ACCEPT
                       Add 1 to WS-GRD-BELOW-ROWS
                   When Other
                       Continue
               End-Evaluate
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUGATE'   to STP-PROGRAM-ID
           Move WS-RUN-TIMESTAMP(1:16) to STP-RUN-ID
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-START to True
           Call 'CPUSTEP' Using STEP-TIMING-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at end of run, with the RETURN-CODE
      *    the run is ending on.
      *--------------------------------------------------------------
       Write-Step-End.
           Move Return-Code to STP-CALLER-RC
           Set STP-STEP-END to True
           Call 'CPUSTEP' Using STEP-TIMING-PARMS
           EXIT.
