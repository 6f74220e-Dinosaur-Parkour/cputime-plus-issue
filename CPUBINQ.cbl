      *  primary-key fields.  Card 2 (optional): from-date yyyymmdd
      *  in 1-8, to-date yyyymmdd in 9-16, either blank for open-
      *  ended.
      *
      *  Every listed row carries its run's quality grade off the
      *  RUNQUAL dataset (see CPUQUAL copybook) -- '-' for a run that
      *  was never graded, '?' when RUNQUAL cannot be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-REPO-STATUS.
           SELECT OPTIONAL ARCHIN-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL.
      *    Run-quality grades -- read by run-id/program for the
      *    grade shown on each listed row.
           SELECT RUNQUAL-FILE ASSIGN TO RUNQUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QLT-KEY
               FILE STATUS IS WS-QLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
               ==RPO-CPU-MODEL==     BY ==ARC-CPU-MODEL==,
               ==RPO-SU-VALUE==      BY ==ARC-SU-VALUE==,
               ==RPO-SYSTEM-ID==     BY ==ARC-SYSTEM-ID==,
               ==RPO-LOOP-COUNT==    BY ==ARC-LOOP-COUNT==,
               ==RPO-BUILD-ID==      BY ==ARC-BUILD-ID==.

       FD  RUNQUAL-FILE.
           COPY CPUQUAL.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-SHOW-PER-CALL   PIC 9(6)V9(9) COMP-5.
           05 WS-SHOW-NET-CALL   PIC 9(6)V9(9) COMP-5.
           05 WS-SHOW-SOURCE     PIC X(4).
           05 WS-SHOW-RUN-ID     PIC X(16).
           05 WS-SHOW-GRADE      PIC X(1).

      *===============================================================
      *  Run-quality lookup for the listing.  Rows come in run by
      *  run on most paths, so the last run looked up is remembered
      *  and RUNQUAL is read only when the run changes.
      *===============================================================
       01  WS-GRADE-ITEMS.
           05 WS-QLT-STATUS      PIC X(2).
              88 QLT-OK          VALUE '00'.
           05 WS-QLT-USABLE      PIC X(1) VALUE 'N'.
              88 QLT-USABLE      VALUE 'Y'.
           05 WS-GRD-LAST-RUN-ID PIC X(16) VALUE HIGH-VALUES.
           05 WS-GRD-LAST-PROGRAM PIC X(8) VALUE HIGH-VALUES.
           05 WS-GRD-GRADE       PIC X(1).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUBINQ: benchmark repository inquiry ==='
           Perform Write-Step-Start

           Perform Get-Control-Parms
           OPEN INPUT RUNQUAL-FILE
           If QLT-OK
               Set QLT-USABLE to True
           Else
               Display '*** RUNQUAL open failed, file status '
                       WS-QLT-STATUS ' -- grades shown as ? ***'
           End-If
           Perform List-Matching-Records
           Perform List-Archive-Records
           If QLT-USABLE
               CLOSE RUNQUAL-FILE
           End-If

           Display ' '
           Display 'Records matched: ' WS-MATCH-COUNT
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


           Move RPO-CPU-PER-CALL  to WS-SHOW-PER-CALL
           Move RPO-NET-PER-CALL  to WS-SHOW-NET-CALL
           Move SPACES            to WS-SHOW-SOURCE
           Move RPO-RUN-ID        to WS-SHOW-RUN-ID
           EXIT.


           Move ARC-CPU-PER-CALL  to WS-SHOW-PER-CALL
           Move ARC-NET-PER-CALL  to WS-SHOW-NET-CALL
           Move 'ARC'             to WS-SHOW-SOURCE
           Move ARC-RUN-ID        to WS-SHOW-RUN-ID
           EXIT.


       Show-One-Record.
           Add 1 to WS-MATCH-COUNT
           Move WS-SHOW-DIFF to WS-DIFF-SHOW
           Perform Look-Up-Run-Grade
           If WS-SHOW-TIER > 0
               Move WS-SHOW-PER-CALL to WS-PER-CALL-SHOW
               Move WS-SHOW-NET-CALL to WS-NET-CALL-SHOW
                       ' diff=' WS-DIFF-SHOW
                       ' cpu/call=' WS-PER-CALL-SHOW
                       ' net/call=' WS-NET-CALL-SHOW
                       ' grade ' WS-SHOW-GRADE
                       ' ' WS-SHOW-SOURCE
           Else
               Display WS-SHOW-PROGRAM ' ' WS-SHOW-ROUTINE
                       ' ' WS-SHOW-TIMESTAMP(1:16)
                       ' pass ' WS-SHOW-PASS
                       ' diff=' WS-DIFF-SHOW
                       ' grade ' WS-SHOW-GRADE
                       ' ' WS-SHOW-SOURCE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The staged row's run-quality grade into WS-SHOW-GRADE:
      *    the RUNQUAL grade, '-' for an ungraded run, '?' when
      *    RUNQUAL could not be opened.
      *--------------------------------------------------------------
       Look-Up-Run-Grade.
           If NOT QLT-USABLE
               Move '?' to WS-GRD-GRADE
           Else
               If WS-SHOW-RUN-ID NOT = WS-GRD-LAST-RUN-ID
                  OR WS-SHOW-PROGRAM NOT = WS-GRD-LAST-PROGRAM
                   Move WS-SHOW-RUN-ID  to WS-GRD-LAST-RUN-ID
                   Move WS-SHOW-PROGRAM to WS-GRD-LAST-PROGRAM
                   Move WS-SHOW-RUN-ID  to QLT-RUN-ID
                   Move WS-SHOW-PROGRAM to QLT-PROGRAM-ID
                   READ RUNQUAL-FILE
                       INVALID KEY
                           Move '-' to WS-GRD-GRADE
                       NOT INVALID KEY
                           Move QLT-GRADE to WS-GRD-GRADE
                   END-READ
               End-If
           End-If
           Move WS-GRD-GRADE to WS-SHOW-GRADE
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUBINQ'   to STP-PROGRAM-ID
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
