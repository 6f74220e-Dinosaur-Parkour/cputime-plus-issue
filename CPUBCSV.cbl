      *  of implied-decimal 9(12)V9(6) fields off a record dump.
      *  Reads one dataset per run -- CPUOUT/CLITOUT/CVAROUT (shared
      *  CPUBRES layout, whichever the CPUBIN DD points at), TIEROUT
      *  (TIERIN DD), the CPUHST history (HISTIN DD), or CPUT01's
      *  sub-batch distribution rows (DISTIN DD) -- selected
      *  by the EXTIN control card, optionally filtered by routine
      *  and run-date range, and writes CSVOUT with a header row,
      *  explicit decimal points, and ISO-format timestamps that a
      *  spreadsheet opens directly.
      *
      *  EXTIN card:  cols  1-8   dataset type: CPUBRES / TIEROUT /
      *                           CPUHIST / CPUDIST
      *                           (default CPUBRES)
      *               cols  9-16  routine name filter (blank = all)
      *               cols 17-24  from date yyyymmdd (blank = open)
      *               cols 25-32  to   date yyyymmdd (blank = open)
               ORGANIZATION IS SEQUENTIAL.
           SELECT HISTIN-FILE ASSIGN TO HISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT DISTIN-FILE ASSIGN TO DISTIN
               ORGANIZATION IS SEQUENTIAL.
           SELECT CSVOUT-FILE ASSIGN TO CSVOUT
               ORGANIZATION IS SEQUENTIAL.

               ==CBR-CPU-MODEL==        BY ==CBI-CPU-MODEL==,
               ==CBR-SU-VALUE==         BY ==CBI-SU-VALUE==,
               ==CBR-SYSTEM-ID==        BY ==CBI-SYSTEM-ID==,
               ==CBR-LOOP-COUNT==       BY ==CBI-LOOP-COUNT==,
               ==CBR-BUILD-ID==         BY ==CBI-BUILD-ID==.

      *    Standardized per-tier result record (see CPUTIERR
      *    copybook) -- same shape CPUTIER writes.
           COPY CPUHSTR REPLACING ==:REC:== BY ==HISTIN==,
                                  ==:PFX:== BY ==HSI==.

      *    Sub-batch distribution record (see CPUDIST copybook) --
      *    same shape CPUT01 writes to DISTOUT.
       FD  DISTIN-FILE
           RECORDING MODE F.
           COPY CPUDIST REPLACING ==:REC:== BY ==DISTIN==,
                                  ==:PFX:== BY ==DSI==.

       FD  CSVOUT-FILE
           RECORDING MODE F.
       01  CSVOUT-RECORD            PIC X(300).
           05 WS-TS-ISO          PIC X(19).
           05 WS-CSV-LINE        PIC X(300).

      *    Parameter block for the CPUSTEP step-timing calls (see
      *    CPUSTPL copybook).
           COPY CPUSTPL.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
           Move 0 to Return-Code
           Display ' '
           Display '=== CPUBCSV: benchmark CSV extract ==='
           Perform Write-Step-Start
           Perform Get-Control-Parms

           OPEN OUTPUT CSVOUT-FILE
                   Perform Extract-TIEROUT
               When 'CPUHIST'
                   Perform Extract-CPUHIST
               When 'CPUDIST'
                   Perform Extract-CPUDIST
               When Other
                   Display '*** unrecognized dataset type <'
                           WS-DATASET-TYPE '> -- nothing '
               Move 4 to Return-Code
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


           String 'program_id,routine_name,pass_number,'
                  'start_value,end_value,diff_value,'
                  'run_timestamp,run_id,suspect_flag,'
                  'cpu_model,su_value,system_id,loop_count,'
                  'build_id'
               Delimited by Size into CSVOUT-RECORD
           End-String
           WRITE CSVOUT-RECORD
                  CBI-CPU-MODEL ','
                  WS-CSV-DEC-18D ','
                  CBI-SYSTEM-ID ','
                  CBI-LOOP-COUNT ','
                  CBI-BUILD-ID
               Delimited by Size into WS-CSV-LINE
           End-String
           Move WS-CSV-LINE to CSVOUT-RECORD
           Move SPACES to CSVOUT-RECORD
           String 'program_id,routine_name,tier_count,diff_value,'
                  'cpu_per_call,net_per_call,run_timestamp,run_id,'
                  'cpu_model,su_value,system_id,build_id'
               Delimited by Size into CSVOUT-RECORD
           End-String
           WRITE CSVOUT-RECORD
                  TII-RUN-ID ','
                  TII-CPU-MODEL ','
                  WS-CSV-DEC-18B ','
                  TII-SYSTEM-ID ','
                  TII-BUILD-ID
               Delimited by Size into WS-CSV-LINE
           End-String
           Move WS-CSV-LINE to CSVOUT-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    Extract CPUT01's sub-batch distribution rows.
      *--------------------------------------------------------------
       Extract-CPUDIST.
           Move SPACES to CSVOUT-RECORD
           String 'program_id,routine_name,pass_number,sub_batch,'
                  'sub_batches,call_count,diff_value,cpu_per_call,'
                  'su_per_call,suspect_flag,run_timestamp,run_id,'
                  'cpu_model,system_id,build_id'
               Delimited by Size into CSVOUT-RECORD
           End-String
           WRITE CSVOUT-RECORD

           OPEN INPUT DISTIN-FILE
           Perform Until IN-AT-EOF
               Read DISTIN-FILE
                   AT END
                       Set IN-AT-EOF to True
                   NOT AT END
                       Add 1 to WS-READ-COUNT
                       If (WS-SEL-ROUTINE = SPACES
                              OR DSI-ROUTINE-NAME = WS-SEL-ROUTINE)
                          AND DSI-RUN-TIMESTAMP(1:8) >= WS-DATE-FROM
                          AND DSI-RUN-TIMESTAMP(1:8) <= WS-DATE-TO
                           Perform Write-CPUDIST-Row
                       End-If
               END-READ
           End-Perform
           CLOSE DISTIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    One distribution CSV row.
      *--------------------------------------------------------------
       Write-CPUDIST-Row.
           Move DSI-DIFF-VALUE    to WS-CSV-DEC-18
           Move DSI-CPU-PER-CALL  to WS-CSV-DEC-15
           Move DSI-SU-PER-CALL   to WS-CSV-DEC-15B
           Move DSI-RUN-TIMESTAMP to WS-TS-IN
           Perform Format-ISO-Timestamp
           Move SPACES to WS-CSV-LINE
           String DSI-PROGRAM-ID ','
                  DSI-ROUTINE-NAME ','
                  DSI-PASS-NUMBER ','
                  DSI-SUB-BATCH ','
                  DSI-SUB-BATCHES ','
                  DSI-CALL-COUNT ','
                  WS-CSV-DEC-18 ','
                  WS-CSV-DEC-15 ','
                  WS-CSV-DEC-15B ','
                  DSI-SUSPECT-FLAG ','
                  WS-TS-ISO ','
                  DSI-RUN-ID ','
                  DSI-CPU-MODEL ','
                  DSI-SYSTEM-ID ','
                  DSI-BUILD-ID
               Delimited by Size into WS-CSV-LINE
           End-String
           Move WS-CSV-LINE to CSVOUT-RECORD
           WRITE CSVOUT-RECORD
           Add 1 to WS-WRITTEN-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Reduce a FUNCTION CURRENT-DATE style timestamp
      *    (yyyymmddhhmmss...) to ISO yyyy-mm-ddThh:mm:ss.
               Delimited by Size into WS-TS-ISO
           End-String
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUBCSV'   to STP-PROGRAM-ID
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
