      *  check -- the orchestrator's result rows are written by the
      *  programs it calls under their own run-ids, and the
      *  background-load burner writes no result rows by design.
      *  A program the run calendar skipped for the night (an 'S'
      *  skip record written by CPUPLAN) is not a finding either:
      *  its skips are listed in a section of their own, for
      *  reference, and left out of the finding count.
      *
      *  Condition code is 4 when the audit finds anything, so the
      *  scheduler surfaces it instead of the findings scrolling
           05 WS-REG-READ-COUNT  PIC 9(7) COMP-5 VALUE 0.
           05 WS-REPO-READ-COUNT PIC 9(7) COMP-5 VALUE 0.
           05 WS-FINDING-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-SKIP-COUNT      PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
              10 WS-RUN-PROGRAM      PIC X(8).
              10 WS-RUN-HEADER       PIC X(1).
              10 WS-RUN-TRAILER      PIC X(1).
              10 WS-RUN-SKIPPED      PIC X(1).
              10 WS-RUN-FINAL-RC     PIC 9(4) COMP-5.
              10 WS-RUN-ROW-COUNT    PIC 9(7) COMP-5.
           05 WS-RUN-FOUND       PIC X(1).
           05 WS-TOT-COUNT       PIC ZZZZZZ9.
           05 FILLER             PIC X(87) VALUE SPACES.

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPURAUD: run-registry integrity audit ==='
           Perform Write-Step-Start

           Perform Load-Registry
           Perform Sweep-Repository
           Display 'Registry records read  : ' WS-REG-READ-COUNT
           Display 'Repository rows read   : ' WS-REPO-READ-COUNT
           Display 'Audit findings         : ' WS-FINDING-COUNT
           Display 'Planned skips          : ' WS-SKIP-COUNT
           If WS-FINDING-COUNT > 0
               If 4 > Return-Code
                   Move 4 to Return-Code
               End-If
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


                   Move REG-PROGRAM-ID to WS-RUN-PROGRAM(WS-KDX)
                   Move 'N' to WS-RUN-HEADER(WS-KDX)
                   Move 'N' to WS-RUN-TRAILER(WS-KDX)
                   Move 'N' to WS-RUN-SKIPPED(WS-KDX)
                   Move 0   to WS-RUN-FINAL-RC(WS-KDX)
                   Move 0   to WS-RUN-ROW-COUNT(WS-KDX)
                   Perform Mark-Run-Entry
                   Move REG-FINAL-RC to WS-RUN-FINAL-RC(WS-KDX)
               End-If
           End-If
           If REG-SKIPPED
               Move 'Y' to WS-RUN-SKIPPED(WS-KDX)
           End-If
           EXIT.


           Perform Print-Section-No-Header
           Perform Print-Section-No-Rows
           Perform Print-Section-Orphans
           Perform Print-Section-Skipped

           Move SPACES to RPT-TEXT
           Move ' ' to RPT-CC
      *--------------------------------------------------------------
      *    Registered runs with no result rows in the repository.
      *    CPUDRIV and CPUBURN are skipped by design (see the
      *    program header), as are the run calendar's planned
      *    skips; so is any run whose rows simply have not been
      *    through CPUBLOAD yet -- which is why this audit belongs
      *    after the load step, not before it.
      *--------------------------------------------------------------
       Print-Section-No-Rows.
           Move 'REGISTERED RUNS WITH NO RESULT ROWS IN CPUREPO:'
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-RUN-COUNT
               If WS-RUN-ROW-COUNT(WS-KDX) = 0
                  AND WS-RUN-SKIPPED(WS-KDX) NOT = 'Y'
                  AND WS-RUN-PROGRAM(WS-KDX) NOT = 'CPUDRIV'
                  AND WS-RUN-PROGRAM(WS-KDX) NOT = 'CPUBURN'
                   Move SPACES to WS-DETAIL-LINE
           EXIT.


      *--------------------------------------------------------------
      *    Programs the run calendar skipped (CPUPLAN 'S' records)
      *    -- planned, so listed for reference but not counted as
      *    findings.
      *--------------------------------------------------------------
       Print-Section-Skipped.
           Move 'PLANNED SKIPS BY THE RUN CALENDAR (NOT FINDINGS):'
               to WS-SEC-TEXT
           Perform Write-Section-Heading
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-RUN-COUNT
               If WS-RUN-SKIPPED(WS-KDX) = 'Y'
                   Add 1 to WS-SKIP-COUNT
                   Move SPACES to WS-DETAIL-LINE
                   Move WS-RUN-ID(WS-KDX)      to WS-DTL-RUN-ID
                   Move WS-RUN-PROGRAM(WS-KDX) to WS-DTL-PROGRAM
                   Move 'skipped by the run calendar' to WS-DTL-TEXT
                   Move WS-DETAIL-LINE to RPT-TEXT
                   Move ' ' to RPT-CC
                   WRITE AUDRPT-RECORD
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    A section heading on the report.
      *--------------------------------------------------------------
           Display '  ' WS-DTL-RUN-ID ' ' WS-DTL-PROGRAM ' '
                   WS-DTL-TEXT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPURAUD'   to STP-PROGRAM-ID
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
