       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUSECR.
      *===============================================================
      *  Monthly privileged-action audit report.  Every SU-factor
      *  change, alert ACK/CLOSE, baseline approval and operator-
      *  table change -- and every refusal of one -- is on the
      *  SECAUDIT security audit dataset (see CPUSECA copybook).
      *  This program lists one calendar month of it for the
      *  auditors (SECRPT): every record in the order it was
      *  written, then per operator how many actions were granted
      *  and how many refused, with the operator's name off the
      *  OPRAUTH table (see CPUOPER copybook) where it can be read.
      *
      *  SECRIN card: month yyyymm in columns 1-6.  No card, or a
      *  blank or invalid month, reports the previous calendar
      *  month -- the job runs on the first of the month.
      *
      *  Condition code: 4 when the month holds any refusal, so the
      *  report is not filed unread; 0 otherwise.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECRIN-FILE ASSIGN TO SECRIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SECAUDIT-FILE ASSIGN TO SECAUDIT
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPRAUTH-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-INITIALS
               FILE STATUS IS WS-OPR-STATUS.
           SELECT SECRPT-FILE ASSIGN TO SECRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SECRIN-FILE
           RECORDING MODE F.
       01  SECRIN-RECORD.
           05 SRI-MONTH-X           PIC X(6).
           05 SRI-MONTH REDEFINES SRI-MONTH-X.
              10 SRI-YYYY           PIC 9(4).
              10 SRI-MM             PIC 9(2).
           05 FILLER                PIC X(74).

       FD  SECAUDIT-FILE
           RECORDING MODE F.
           COPY CPUSECA.

       FD  OPRAUTH-FILE.
           COPY CPUOPER.

       FD  SECRPT-FILE
           RECORDING MODE F.
       01  SECRPT-RECORD.
           05 RPT-CC                PIC X(1).
           05 RPT-TEXT              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-SECRIN-EOF      PIC X(1) VALUE 'N'.
              88 SECRIN-AT-EOF   VALUE 'Y'.
           05 WS-SECAUD-EOF      PIC X(1) VALUE 'N'.
              88 SECAUD-AT-EOF   VALUE 'Y'.
           05 WS-OPR-STATUS      PIC X(2).
              88 OPR-OK          VALUE '00'.
           05 WS-OPR-USABLE      PIC X(1) VALUE 'N'.
              88 OPR-USABLE      VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-REPORT-MONTH    PIC X(6).
           05 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
              10 WS-RPT-YYYY     PIC 9(4).
              10 WS-RPT-MM       PIC 9(2).
           05 WS-READ-COUNT      PIC 9(7) COMP-5 VALUE 0.
           05 WS-MONTH-COUNT     PIC 9(7) COMP-5 VALUE 0.
           05 WS-GRANTED-COUNT   PIC 9(7) COMP-5 VALUE 0.
           05 WS-REFUSED-COUNT   PIC 9(7) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
      *  Per-operator counts for the month.
      *===============================================================
       01  WS-OPERATOR-TABLE.
           05 WS-OPS-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-OPS-ENTRY OCCURS 200 TIMES.
              10 WS-OPS-INITIALS     PIC X(3).
              10 WS-OPS-GRANTED      PIC 9(7) COMP-5.
              10 WS-OPS-REFUSED      PIC 9(7) COMP-5.
           05 WS-OPS-FOUND       PIC X(1).
              88 OPS-FOUND       VALUE 'Y'.
           05 WS-OPS-FULL-SHOWN  PIC X(1) VALUE 'N'.
              88 OPS-FULL-SHOWN  VALUE 'Y'.

      *===============================================================
      *  Report lines.
      *===============================================================
       01  WS-HEAD1.
           05 FILLER             PIC X(10) VALUE 'CPUSECR'.
           05 FILLER             PIC X(40) VALUE
              'PRIVILEGED-ACTION AUDIT REPORT'.
           05 FILLER             PIC X(82) VALUE SPACES.

       01  WS-HEAD2.
           05 FILLER             PIC X(10) VALUE 'MONTH:'.
           05 WS-HEAD2-YYYY      PIC X(4).
           05 FILLER             PIC X(1)  VALUE '-'.
           05 WS-HEAD2-MM        PIC X(2).
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(10) VALUE 'RUN DATE:'.
           05 WS-HEAD2-DATE      PIC X(8).
           05 FILLER             PIC X(91) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-SEC-TEXT        PIC X(100).
           05 FILLER             PIC X(30) VALUE SPACES.

       01  WS-ACTION-HEAD.
           05 FILLER             PIC X(22) VALUE '  WHEN'.
           05 FILLER             PIC X(10) VALUE 'PROGRAM'.
           05 FILLER             PIC X(6)  VALUE 'INIT'.
           05 FILLER             PIC X(14) VALUE 'ROLE'.
           05 FILLER             PIC X(10) VALUE 'OUTCOME'.
           05 FILLER             PIC X(42) VALUE 'ACTION'.
           05 FILLER             PIC X(28) VALUE 'REASON REFUSED'.

       01  WS-ACTION-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-ACL-WHEN        PIC X(19).
           05 FILLER             PIC X(1)  VALUE SPACES.
           05 WS-ACL-PROGRAM     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-ACL-INITIALS    PIC X(3).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-ACL-ROLE        PIC X(12).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-ACL-OUTCOME     PIC X(8).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-ACL-ACTION      PIC X(40).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-ACL-REASON      PIC X(28).

       01  WS-OPER-HEAD.
           05 FILLER             PIC X(8)  VALUE '  INIT'.
           05 FILLER             PIC X(32) VALUE 'NAME'.
           05 FILLER             PIC X(12) VALUE '    GRANTED'.
           05 FILLER             PIC X(12) VALUE '    REFUSED'.
           05 FILLER             PIC X(68) VALUE SPACES.

       01  WS-OPER-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OPL-INITIALS    PIC X(3).
           05 FILLER             PIC X(3)  VALUE SPACES.
           05 WS-OPL-NAME        PIC X(30).
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-OPL-GRANTED     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(5)  VALUE SPACES.
           05 WS-OPL-REFUSED     PIC ZZZ,ZZ9.
           05 FILLER             PIC X(73) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS-TOT-LABEL       PIC X(36).
           05 WS-TOT-COUNT       PIC ZZZ,ZZ9.
           05 FILLER             PIC X(87) VALUE SPACES.

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
           Display '=== CPUSECR: privileged-action audit report ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY

           Perform Get-Report-Month
           OPEN OUTPUT SECRPT-FILE
           Perform Print-Report-Heading
           Perform List-Month-Actions
           Perform Print-Operator-Summary
           CLOSE SECRPT-FILE

           Display 'Audit records read     : ' WS-READ-COUNT
           Display 'Records in the month   : ' WS-MONTH-COUNT
           Display 'Actions granted        : ' WS-GRANTED-COUNT
           Display 'Actions refused        : ' WS-REFUSED-COUNT
           If WS-REFUSED-COUNT > 0
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    The month off the SECRIN card, or the previous calendar
      *    month.
      *--------------------------------------------------------------
       Get-Report-Month.
           Move SPACES to WS-REPORT-MONTH
           OPEN INPUT SECRIN-FILE
           READ SECRIN-FILE
               AT END
                   SET SECRIN-AT-EOF TO TRUE
           END-READ
           IF NOT SECRIN-AT-EOF
               IF SRI-MONTH-X NUMERIC
                  AND SRI-MM >= 1 AND SRI-MM <= 12
                   MOVE SRI-MONTH-X TO WS-REPORT-MONTH
               ELSE
                   IF SRI-MONTH-X NOT = SPACES
                       DISPLAY '*** SECRIN month <' SRI-MONTH-X
                               '> is not yyyymm -- previous month '
                               'reported ***'
                   END-IF
               END-IF
           END-IF
           CLOSE SECRIN-FILE
           If WS-REPORT-MONTH = SPACES
               Move WS-TODAY(1:6) to WS-REPORT-MONTH
               If WS-RPT-MM = 1
                   Move 12 to WS-RPT-MM
                   Subtract 1 from WS-RPT-YYYY
               Else
                   Subtract 1 from WS-RPT-MM
               End-If
           End-If
           Display 'Report month: ' WS-REPORT-MONTH
           EXIT.


      *--------------------------------------------------------------
      *    Page heading.
      *--------------------------------------------------------------
       Print-Report-Heading.
           Move WS-HEAD1 to RPT-TEXT
           Move '1' to RPT-CC
           WRITE SECRPT-RECORD
           Move WS-REPORT-MONTH(1:4) to WS-HEAD2-YYYY
           Move WS-REPORT-MONTH(5:2) to WS-HEAD2-MM
           Move WS-TODAY(1:8)        to WS-HEAD2-DATE
           Move WS-HEAD2 to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE SECRPT-RECORD
           Move SPACES to RPT-TEXT
           WRITE SECRPT-RECORD
           Move 'EVERY PRIVILEGED ACTION AND REFUSAL IN THE MONTH'
               to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE SECRPT-RECORD
           Move WS-ACTION-HEAD to RPT-TEXT
           WRITE SECRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    One pass over SECAUDIT: each record in the month is
      *    listed and counted against its operator.
      *--------------------------------------------------------------
       List-Month-Actions.
           OPEN INPUT SECAUDIT-FILE
           PERFORM UNTIL SECAUD-AT-EOF
               READ SECAUDIT-FILE
                   AT END
                       SET SECAUD-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF SEC-TIMESTAMP(1:6) = WS-REPORT-MONTH
                           PERFORM List-One-Action
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SECAUDIT-FILE
           If WS-MONTH-COUNT = 0
               Move 'NO PRIVILEGED ACTIONS RECORDED IN THE MONTH'
                   to WS-SEC-TEXT
               Move WS-SECTION-LINE to RPT-TEXT
               Move ' ' to RPT-CC
               WRITE SECRPT-RECORD
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One audit record onto the report and into the counts.
      *--------------------------------------------------------------
       List-One-Action.
           Add 1 to WS-MONTH-COUNT
           Move SPACES to WS-ACTION-LINE
           String SEC-TIMESTAMP(1:4) '-' SEC-TIMESTAMP(5:2) '-'
                  SEC-TIMESTAMP(7:2) ' ' SEC-TIMESTAMP(9:2) ':'
                  SEC-TIMESTAMP(11:2) ':' SEC-TIMESTAMP(13:2)
               Delimited by Size into WS-ACL-WHEN
           End-String
           Move SEC-PROGRAM-ID to WS-ACL-PROGRAM
           Move SEC-INITIALS   to WS-ACL-INITIALS
           Move SEC-ROLE       to WS-ACL-ROLE
           Move SEC-ACTION     to WS-ACL-ACTION
           If SEC-REJECTED
               Move 'REFUSED'  to WS-ACL-OUTCOME
               Move SEC-REASON to WS-ACL-REASON
               Add 1 to WS-REFUSED-COUNT
           Else
               Move 'GRANTED'  to WS-ACL-OUTCOME
               Add 1 to WS-GRANTED-COUNT
           End-If
           Move WS-ACTION-LINE to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE SECRPT-RECORD
           Perform Count-Operator-Action
           EXIT.


      *--------------------------------------------------------------
      *    Count the record against its operator's entry, added on
      *    first sight.
      *--------------------------------------------------------------
       Count-Operator-Action.
           Move 'N' to WS-OPS-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-OPS-COUNT OR OPS-FOUND
               If WS-OPS-INITIALS(WS-KDX) = SEC-INITIALS
                   Set OPS-FOUND to True
               End-If
           End-Perform
           If OPS-FOUND
               Subtract 1 from WS-KDX
           Else
               If WS-OPS-COUNT < 200
                   Add 1 to WS-OPS-COUNT
                   Move WS-OPS-COUNT to WS-KDX
                   Move SEC-INITIALS to WS-OPS-INITIALS(WS-KDX)
                   Move 0 to WS-OPS-GRANTED(WS-KDX)
                   Move 0 to WS-OPS-REFUSED(WS-KDX)
               Else
                   If NOT OPS-FULL-SHOWN
                       Display '*** CPUSECR operator table full at '
                               '200 entries -- later operators are '
                               'listed but not summarized ***'
                       Set OPS-FULL-SHOWN to True
                   End-If
                   If 4 > Return-Code
                       Move 4 to Return-Code
                   End-If
                   Move 0 to WS-KDX
               End-If
           End-If
           If WS-KDX > 0
               If SEC-REJECTED
                   Add 1 to WS-OPS-REFUSED(WS-KDX)
               Else
                   Add 1 to WS-OPS-GRANTED(WS-KDX)
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Per-operator summary with names off OPRAUTH, then the
      *    month's totals.  Initials not on the table (the unknown-
      *    initials refusals) show no name.
      *--------------------------------------------------------------
       Print-Operator-Summary.
           OPEN INPUT OPRAUTH-FILE
           If OPR-OK
               Set OPR-USABLE to True
           Else
               Display '*** OPRAUTH open failed, file status '
                       WS-OPR-STATUS ' -- operator names not '
                       'shown ***'
           End-If
           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
           WRITE SECRPT-RECORD
           Move 'BY OPERATOR' to WS-SEC-TEXT
           Move WS-SECTION-LINE to RPT-TEXT
           WRITE SECRPT-RECORD
           Move WS-OPER-HEAD to RPT-TEXT
           WRITE SECRPT-RECORD
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-OPS-COUNT
               Move SPACES to WS-OPER-LINE
               Move WS-OPS-INITIALS(WS-KDX) to WS-OPL-INITIALS
               If OPR-USABLE
                   Move WS-OPS-INITIALS(WS-KDX) to OPR-INITIALS
                   READ OPRAUTH-FILE
                       INVALID KEY
                           Move '(NOT ON OPERATOR TABLE)'
                               to WS-OPL-NAME
                       NOT INVALID KEY
                           Move OPR-NAME to WS-OPL-NAME
                   END-READ
               End-If
               Move WS-OPS-GRANTED(WS-KDX) to WS-OPL-GRANTED
               Move WS-OPS-REFUSED(WS-KDX) to WS-OPL-REFUSED
               Move WS-OPER-LINE to RPT-TEXT
               WRITE SECRPT-RECORD
           End-Perform
           If OPR-USABLE
               CLOSE OPRAUTH-FILE
           End-If

           Move SPACES to RPT-TEXT
           WRITE SECRPT-RECORD
           Move 'ACTIONS GRANTED' to WS-TOT-LABEL
           Move WS-GRANTED-COUNT  to WS-TOT-COUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE SECRPT-RECORD
           Move 'ACTIONS REFUSED' to WS-TOT-LABEL
           Move WS-REFUSED-COUNT  to WS-TOT-COUNT
           Move WS-TOTAL-LINE to RPT-TEXT
           WRITE SECRPT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUSECR'   to STP-PROGRAM-ID
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
