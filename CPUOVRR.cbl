       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUOVRR.
      *===============================================================
      *  Gate override review report for the change board.  Every
      *  CPUGATE NOGO released by a signed OVRDIN override is on the
      *  OVRHIST override history (see CPUOVRH copybook).  This
      *  program lists the overrides used in a date range (OVRRPT):
      *  every one in the order it was used -- routine, what it
      *  measured against its band, change or incident number,
      *  approver, expiry and justification -- then per change or
      *  incident number how many overrides it carried and over
      *  which days.
      *
      *  OVRRIN card: from date yyyymmdd in columns 1-8, to date in
      *  9-16.  A blank to date runs to today.  No card, or a blank
      *  or invalid from date, or a to date before the from date,
      *  reports the previous calendar month -- the board meets at
      *  the start of the month.
      *
      *  Condition code: 4 when the range holds any override, so the
      *  report is not filed unread; 0 otherwise.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OVRRIN-FILE ASSIGN TO OVRRIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL OVRHIST-FILE ASSIGN TO OVRHIST
               ORGANIZATION IS SEQUENTIAL.
           SELECT OVRRPT-FILE ASSIGN TO OVRRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OVRRIN-FILE
           RECORDING MODE F.
       01  OVRRIN-RECORD.
           05 ORI-FROM-DATE-X       PIC X(8).
           05 ORI-FROM-DATE REDEFINES ORI-FROM-DATE-X.
              10 ORI-FROM-YYYY      PIC 9(4).
              10 ORI-FROM-MM        PIC 9(2).
              10 ORI-FROM-DD        PIC 9(2).
           05 ORI-TO-DATE-X         PIC X(8).
           05 ORI-TO-DATE REDEFINES ORI-TO-DATE-X.
              10 ORI-TO-YYYY        PIC 9(4).
              10 ORI-TO-MM          PIC 9(2).
              10 ORI-TO-DD          PIC 9(2).
           05 FILLER                PIC X(64).

       FD  OVRHIST-FILE
           RECORDING MODE F.
           COPY CPUOVRH.

       FD  OVRRPT-FILE
           RECORDING MODE F.
       01  OVRRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-OVRRIN-EOF      PIC X(1) VALUE 'N'.
              88 OVRRIN-AT-EOF   VALUE 'Y'.
           05 WS-OVRHIST-EOF     PIC X(1) VALUE 'N'.
              88 OVRHIST-AT-EOF  VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-FROM-DATE       PIC X(8).
           05 WS-TO-DATE         PIC X(8).
           05 WS-PREV-MONTH      PIC X(6).
           05 WS-PREV-MONTH-R REDEFINES WS-PREV-MONTH.
              10 WS-PRV-YYYY     PIC 9(4).
              10 WS-PRV-MM       PIC 9(2).
           05 WS-USED-DATE       PIC X(8).
           05 WS-FROM-OK         PIC X(1).
              88 FROM-DATE-OK    VALUE 'Y'.
           05 WS-TO-OK           PIC X(1).
              88 TO-DATE-OK      VALUE 'Y'.
           05 WS-READ-COUNT      PIC 9(7) COMP-5 VALUE 0.
           05 WS-RANGE-COUNT     PIC 9(7) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
      *  Per change/incident number counts for the range.
      *===============================================================
       01  WS-CHANGE-TABLE.
           05 WS-CHG-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CHG-ENTRY OCCURS 200 TIMES.
              10 WS-CHG-NUMBER       PIC X(12).
              10 WS-CHG-USED         PIC 9(7) COMP-5.
              10 WS-CHG-FIRST        PIC X(8).
              10 WS-CHG-LAST         PIC X(8).
           05 WS-CHG-FOUND       PIC X(1).
              88 CHG-FOUND       VALUE 'Y'.
           05 WS-CHG-FULL-SHOWN  PIC X(1) VALUE 'N'.
              88 CHG-FULL-SHOWN  VALUE 'Y'.

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUOVRR'.
           05 FILLER             PIC X(40) VALUE
              'GATE OVERRIDE REVIEW REPORT'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(10) VALUE 'FROM:'.
           05 WS-HEAD2-FROM      PIC X(10).
           05 FILLER             PIC X(6)  VALUE '  TO: '.
           05 WS-HEAD2-TO        PIC X(10).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(8).
           05 FILLER             PIC X(72) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(100).
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-USE-HEAD.
           05 FILLER             PIC X(20) VALUE '  USED'.
           05 FILLER             PIC X(10) VALUE 'ROUTINE'.
           05 FILLER             PIC X(10) VALUE 'DEV %'.
           05 FILLER             PIC X(5)  VALUE 'TOL'.
           05 FILLER             PIC X(14) VALUE 'CHANGE/INC'.
           05 FILLER             PIC X(5)  VALUE 'INIT'.
           05 FILLER             PIC X(18) VALUE 'EXPIRES'.
           05 FILLER             PIC X(50) VALUE 'JUSTIFICATION'.

       01  WS-USE-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-WHEN        PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-ROUTINE     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-DEV         PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-TOL         PIC ZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-CHANGE      PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-INITIALS    PIC X(3).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-EXPIRY      PIC X(16).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-USL-JUSTIFY     PIC X(45).
           05 FILLER             PIC X(5)  VALUE SPACES.

       01  WS-USE-NAME-LINE.
           05 FILLER             PIC X(65) VALUE SPACES.
           05 FILLER             PIC X(12) VALUE 'SIGNED BY '.
           05 WS-USN-NAME        PIC X(30).
           05 FILLER             PIC X(25) VALUE SPACES.

       01  WS-CHANGE-HEAD.
           05 FILLER             PIC X(16) VALUE '  CHANGE/INC'.
           05 FILLER             PIC X(12) VALUE '  OVERRIDES'.
           05 FILLER             PIC X(14) VALUE '   FIRST USED'.
           05 FILLER             PIC X(14) VALUE '    LAST USED'.
           05 FILLER             PIC X(76) VALUE SPACES.

       01  WS-CHANGE-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CHL-NUMBER      PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-CHL-USED        PIC ZZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-CHL-FIRST       PIC X(10).
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS-CHL-LAST        PIC X(10).
           05 FILLER             PIC X(80) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL       PIC X(36).
           05 WS-TOT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(87) VALUE SPACES.

       01  WS-DATE-WORK.
           05 WS-DATE-IN         PIC X(8).
           05 WS-DATE-FMT        PIC X(10).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
      *
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUOVRR: gate override review report ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY

           Perform Get-Report-Range
           OPEN OUTPUT OVRRPT-FILE
           Perform Print-Report-Heading
           Perform List-Range-Overrides
           Perform Print-Change-Summary
           CLOSE OVRRPT-FILE

           Display 'History records read   : ' WS-READ-COUNT
           Display 'Overrides in the range : ' WS-RANGE-COUNT
           If WS-RANGE-COUNT > 0
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    The date range off the OVRRIN card, or the previous
      *    calendar month.
      *--------------------------------------------------------------
       Get-Report-Range.
           Move SPACES to WS-FROM-DATE
           Move SPACES to WS-TO-DATE
           OPEN INPUT OVRRIN-FILE
           READ OVRRIN-FILE
               AT END
                   SET OVRRIN-AT-EOF TO TRUE
           END-READ
           IF NOT OVRRIN-AT-EOF
               PERFORM Edit-Range-Dates
               IF FROM-DATE-OK
                   MOVE ORI-FROM-DATE-X TO WS-FROM-DATE
                   IF ORI-TO-DATE-X = SPACES
                       MOVE WS-TODAY(1:8) TO WS-TO-DATE
                   ELSE
                       IF TO-DATE-OK
                          AND ORI-TO-DATE-X >= ORI-FROM-DATE-X
                           MOVE ORI-TO-DATE-X TO WS-TO-DATE
                       ELSE
                           DISPLAY '*** OVRRIN to date <'
                                   ORI-TO-DATE-X '> is not a real '
                                   'yyyymmdd on or after the from '
                                   'date -- previous month '
                                   'reported ***'
                           MOVE SPACES TO WS-FROM-DATE
                       END-IF
                   END-IF
               ELSE
                   IF ORI-FROM-DATE-X NOT = SPACES
                       DISPLAY '*** OVRRIN from date <'
                               ORI-FROM-DATE-X '> is not a real '
                               'yyyymmdd -- previous month '
                               'reported ***'
                   END-IF
               END-IF
           END-IF
           CLOSE OVRRIN-FILE
           If WS-FROM-DATE = SPACES
               Move WS-TODAY(1:6) to WS-PREV-MONTH
               If WS-PRV-MM = 1
                   Move 12 to WS-PRV-MM
                   Subtract 1 from WS-PRV-YYYY
               Else
                   Subtract 1 from WS-PRV-MM
               End-If
               String WS-PREV-MONTH '01'
                   Delimited by Size into WS-FROM-DATE
               End-String
               String WS-PREV-MONTH '31'
                   Delimited by Size into WS-TO-DATE
               End-String
           End-If
           Display 'Report range: ' WS-FROM-DATE ' to ' WS-TO-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Each OVRRIN date a real calendar date (leap years and
      *    month lengths included), tested only once it is known
      *    to be all digits.
      *--------------------------------------------------------------
       Edit-Range-Dates.
           Move 'N' to WS-FROM-OK
           Move 'N' to WS-TO-OK
           If ORI-FROM-DATE-X NUMERIC
               If FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(ORI-FROM-DATE-X)) = 0
                   Set FROM-DATE-OK to True
               End-If
           End-If
           If ORI-TO-DATE-X NUMERIC
               If FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(ORI-TO-DATE-X)) = 0
                   Set TO-DATE-OK to True
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Page heading.
      *--------------------------------------------------------------
       Print-Report-Heading.
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE OVRRPT-RECORD
           Move WS-FROM-DATE to WS-DATE-IN
           Perform Format-Date
           Move WS-DATE-FMT  to WS-HEAD2-FROM
           Move WS-TO-DATE   to WS-DATE-IN
           Perform Format-Date
           Move WS-DATE-FMT  to WS-HEAD2-TO
           Move WS-TODAY(1:8) to WS-HEAD2-DATE
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE OVRRPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE OVRRPT-RECORD
           Move 'EVERY NOGO RELEASED BY A SIGNED OVERRIDE IN THE RANGE'
               to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE OVRRPT-RECORD
           Move WS-USE-HEAD to RPT-TEXT
           WRITE OVRRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    One pass over OVRHIST: each override used in the range
      *    is listed and counted against its change number.
      *--------------------------------------------------------------
       List-Range-Overrides.
           OPEN INPUT OVRHIST-FILE
           PERFORM UNTIL OVRHIST-AT-EOF
               READ OVRHIST-FILE
                   AT END
                       SET OVRHIST-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OVH-USED-TIMESTAMP(1:8) TO WS-USED-DATE
                       IF WS-USED-DATE >= WS-FROM-DATE
                          AND WS-USED-DATE <= WS-TO-DATE
                           PERFORM List-One-Override
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVRHIST-FILE
           If WS-RANGE-COUNT = 0
               Move 'NO OVERRIDES USED IN THE RANGE' to WS-SEC-TEXT
               Move WS-SECTION-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE OVRRPT-RECORD
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One override onto the report and into the counts, with
      *    the approver's name on a line under it.
      *--------------------------------------------------------------
       List-One-Override.
           Add 1 to WS-RANGE-COUNT
           Move SPACES to WS-USE-LINE
           String OVH-USED-TIMESTAMP(1:4) '-'
                  OVH-USED-TIMESTAMP(5:2) '-'
                  OVH-USED-TIMESTAMP(7:2) ' '
                  OVH-USED-TIMESTAMP(9:2) ':'
                  OVH-USED-TIMESTAMP(11:2)
               Delimited by Size into WS-USL-WHEN
           End-String
           Move OVH-ROUTINE-NAME  to WS-USL-ROUTINE
           Move OVH-DEVIATION     to WS-USL-DEV
           Move OVH-TOL-PCT       to WS-USL-TOL
           Move OVH-CHANGE-NUMBER to WS-USL-CHANGE
           Move OVH-INITIALS      to WS-USL-INITIALS
           Move OVH-EXPIRY-DATE   to WS-DATE-IN
           Perform Format-Date
           String WS-DATE-FMT ' '
                  OVH-EXPIRY-TIME(1:2) ':' OVH-EXPIRY-TIME(3:2)
               Delimited by Size into WS-USL-EXPIRY
           End-String
           Move OVH-JUSTIFICATION to WS-USL-JUSTIFY
           Move WS-USE-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE OVRRPT-RECORD
           If OVH-OPERATOR-NAME NOT = SPACES
               Move OVH-OPERATOR-NAME to WS-USN-NAME
               Move WS-USE-NAME-LINE to RPT-TEXT
               WRITE OVRRPT-RECORD
           End-If
           Perform Count-Change-Override
           EXIT.


      *--------------------------------------------------------------
      *    Count the override against its change number's entry,
      *    added on first sight.
      *--------------------------------------------------------------
       Count-Change-Override.
           Move 'N' to WS-CHG-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CHG-COUNT OR CHG-FOUND
               If WS-CHG-NUMBER(WS-KDX) = OVH-CHANGE-NUMBER
                   Set CHG-FOUND to True
               End-If
           End-Perform
           If CHG-FOUND
               Subtract 1 from WS-KDX
           Else
               If WS-CHG-COUNT < 200
                   Add 1 to WS-CHG-COUNT
                   Move WS-CHG-COUNT to WS-KDX
                   Move OVH-CHANGE-NUMBER to WS-CHG-NUMBER(WS-KDX)
                   Move 0            to WS-CHG-USED(WS-KDX)
                   Move WS-USED-DATE to WS-CHG-FIRST(WS-KDX)
                   Move WS-USED-DATE to WS-CHG-LAST(WS-KDX)
               Else
                   If NOT CHG-FULL-SHOWN
                       Display '*** CPUOVRR change table full at '
                               '200 entries -- later change numbers '
                               'are listed but not summarized ***'
                       Set CHG-FULL-SHOWN to True
                   End-If
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
                   Move 0 to WS-KDX
               End-If
           End-If
           If WS-KDX > 0
               Add 1 to WS-CHG-USED(WS-KDX)
               If WS-USED-DATE < WS-CHG-FIRST(WS-KDX)
                   Move WS-USED-DATE to WS-CHG-FIRST(WS-KDX)
               End-If
               If WS-USED-DATE > WS-CHG-LAST(WS-KDX)
                   Move WS-USED-DATE to WS-CHG-LAST(WS-KDX)
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Per change/incident number summary, then the range's
      *    total.
      *--------------------------------------------------------------
       Print-Change-Summary.
           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE OVRRPT-RECORD
           Move 'BY CHANGE OR INCIDENT NUMBER' to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE OVRRPT-RECORD
           Move WS-CHANGE-HEAD to RPT-TEXT
           WRITE OVRRPT-RECORD
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CHG-COUNT
               Move SPACES to WS-CHANGE-LINE
               Move WS-CHG-NUMBER(WS-KDX) to WS-CHL-NUMBER
               Move WS-CHG-USED(WS-KDX)   to WS-CHL-USED
               Move WS-CHG-FIRST(WS-KDX)  to WS-DATE-IN
               Perform Format-Date
               Move WS-DATE-FMT           to WS-CHL-FIRST
               Move WS-CHG-LAST(WS-KDX)   to WS-DATE-IN
               Perform Format-Date
               Move WS-DATE-FMT           to WS-CHL-LAST
               Move WS-CHANGE-LINE to RPT-TEXT
               WRITE OVRRPT-RECORD
           End-Perform

           Move SPACES to RPT-TEXT
           WRITE OVRRPT-RECORD
           Move 'OVERRIDES USED' to WS-TOT-LABEL
           Move WS-RANGE-COUNT   to WS-TOT-COUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE OVRRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Reduce a yyyymmdd date to yyyy-mm-dd for the report.
      *--------------------------------------------------------------
       Format-Date.
           Move SPACES to WS-DATE-FMT
           String WS-DATE-IN(1:4) '-' WS-DATE-IN(5:2) '-'
                  WS-DATE-IN(7:2)
               Delimited by Size into WS-DATE-FMT
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUOVRR'   to STP-PROGRAM-ID
           Move SPACES      to STP-RUN-ID
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
