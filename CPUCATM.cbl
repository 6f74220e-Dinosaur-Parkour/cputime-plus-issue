       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUCATM.
      *===============================================================
      *  Routine-catalog maintenance.  The timing routines the suite
      *  measures used to be four names compiled into CPUT01 and
      *  CPUTIER, so every new clock routine from the systems group
      *  waited on a code change.  The RTNCAT keyed catalog (see
      *  CPURCAT copybook) now says what gets measured, and this
      *  utility is the only sanctioned way it changes: it loads
      *  the catalog, validates an update deck (RCATIN) against the
      *  catalog and against the cards ahead of it in the deck, and
      *  applies the deck only when every card passes -- a single
      *  bad card leaves the catalog untouched and ends with RC 8.
      *  The catalog as it stands after the run is listed on SYSOUT.
      *
      *  RCATIN card: action in columns 1-8, routine name in 9-16,
      *  save-area flag (Y/N) in 17, clock type in 18-25, owner in
      *  26-33, date yyyymmdd in 34-41 (blank means today).
      *  Actions:
      *    ADD        a new routine, entered active.  Name, save-
      *               area flag, clock type and owner are all
      *               required; the date is the added date.  The
      *               name must not already be cataloged;
      *    CHANGE     replace the save-area flag, clock type and/or
      *               owner of a cataloged routine -- blank fields
      *               are left as they are, the date is ignored;
      *    RETIRE     stop measuring an active routine; the date is
      *               the retired date, and may not precede the
      *               added date;
      *    REINSTAT   put a retired routine back into measurement
      *               (clears the retired date).
      *  Retired routines are never deleted, so their history still
      *  reads as cataloged on the reports.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCATIN-FILE ASSIGN TO RCATIN
               ORGANIZATION IS SEQUENTIAL.
      *    The keyed catalog.  Opened I-O against the already-
      *    defined cluster; a never-loaded cluster is primed the
      *    same way CPUALMNT primes ALRTSTS.
           SELECT RTNCAT-FILE ASSIGN TO RTNCAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCT-ROUTINE-NAME
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RCATIN-FILE
           RECORDING MODE F.
       01  RCATIN-RECORD.
           05 RCI-ACTION            PIC X(8).
           05 RCI-ROUTINE-NAME      PIC X(8).
           05 RCI-SAVE-AREA         PIC X(1).
           05 RCI-CLOCK-TYPE        PIC X(8).
           05 RCI-OWNER             PIC X(8).
           05 RCI-DATE-X            PIC X(8).
           05 RCI-DATE REDEFINES RCI-DATE-X
                                    PIC 9(8).
           05 FILLER                PIC X(39).

       FD  RTNCAT-FILE.
           COPY CPURCAT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-RCATIN-EOF      PIC X(1) VALUE 'N'.
              88 RCATIN-AT-EOF   VALUE 'Y'.
           05 WS-CAT-EOF         PIC X(1) VALUE 'N'.
              88 CAT-AT-EOF      VALUE 'Y'.
           05 WS-CAT-STATUS      PIC X(2).
              88 CAT-OK          VALUE '00'.
              88 CAT-NOT-THERE   VALUE '35'.
           05 WS-CAT-FAILED      PIC X(1) VALUE 'N'.
              88 CAT-FAILED      VALUE 'Y'.
           05 WS-DECK-FAILED     PIC X(1) VALUE 'N'.
              88 DECK-FAILED     VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-CARD-DATE       PIC 9(8).
           05 WS-CARD-COUNT      PIC 9(5) COMP-5 VALUE 0.
           05 WS-ADDED-COUNT     PIC 9(5) COMP-5 VALUE 0.
           05 WS-CHANGED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-RETIRED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-REINST-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-ACTIVE-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
      *  The catalog as loaded plus the validated changes, applied
      *  back to the cluster together once the whole deck passes.
      *===============================================================
       01  WS-CATALOG-TABLE.
           05 WS-CAT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
              10 WS-CAT-NAME         PIC X(8).
              10 WS-CAT-SAVE-AREA    PIC X(1).
              10 WS-CAT-CLOCK-TYPE   PIC X(8).
              10 WS-CAT-STATE        PIC X(1).
                 88 CAT-ACTIVE       VALUE 'A'.
                 88 CAT-RETIRED      VALUE 'R'.
              10 WS-CAT-OWNER        PIC X(8).
              10 WS-CAT-ADDED        PIC 9(8).
              10 WS-CAT-RETIRED      PIC 9(8).
      *       'N' new entry to WRITE, 'C' changed entry to REWRITE,
      *       space untouched by the deck.
              10 WS-CAT-ACTION       PIC X(1).
                 88 CAT-IS-NEW       VALUE 'N'.
                 88 CAT-IS-CHANGED   VALUE 'C'.
           05 WS-CAT-IDX         PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAT-FOUND       PIC X(1).
              88 CAT-FOUND       VALUE 'Y'.

      *===============================================================
      *  Calendar-date pieces for the card edit.
      *===============================================================
       01  WS-DATE-ITEMS.
           05 WS-EDIT-DATE       PIC 9(8).
           05 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
              10 WS-EDIT-YYYY    PIC 9(4).
              10 WS-EDIT-MM      PIC 9(2).
              10 WS-EDIT-DD      PIC 9(2).
           05 WS-DATE-OK         PIC X(1).
              88 DATE-OK         VALUE 'Y'.

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
           Display '=== CPUCATM: routine-catalog maintenance ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY

           Perform Open-Catalog
           If NOT CAT-FAILED
               Perform Load-Catalog
               Perform Validate-Update-Deck
               Evaluate True
                   When DECK-FAILED
                       Display '*** update deck rejected -- catalog '
                               'left unchanged ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   When WS-CARD-COUNT = 0
                       Display '*** no update cards supplied -- '
                               'catalog left unchanged ***'
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                       Perform List-Catalog
                   When Other
                       Perform Apply-Catalog-Changes
                       Display 'Routines added         : '
                               WS-ADDED-COUNT
                       Display 'Routines changed       : '
                               WS-CHANGED-COUNT
                       Display 'Routines retired       : '
                               WS-RETIRED-COUNT
                       Display 'Routines reinstated    : '
                               WS-REINST-COUNT
                       Perform List-Catalog
               End-Evaluate
               CLOSE RTNCAT-FILE
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Open the catalog I-O.  A brand-new (never-loaded) cluster
      *    comes back file status 35, in which case it is opened
      *    OUTPUT once to prime it -- same as CPUALMNT's
      *    Open-Status-File.  Anything else non-zero stops the run.
      *--------------------------------------------------------------
       Open-Catalog.
           OPEN I-O RTNCAT-FILE
           If CAT-NOT-THERE
               OPEN OUTPUT RTNCAT-FILE
               CLOSE RTNCAT-FILE
               OPEN I-O RTNCAT-FILE
           End-If
           If NOT CAT-OK
               Display '*** RTNCAT open failed, file status '
                       WS-CAT-STATUS ' -- maintenance abandoned ***'
               Set CAT-FAILED to True
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the whole catalog into the table, in key order.
      *--------------------------------------------------------------
       Load-Catalog.
           Move LOW-VALUES to RCT-ROUTINE-NAME
           START RTNCAT-FILE KEY NOT < RCT-ROUTINE-NAME
           If NOT CAT-OK
               Set CAT-AT-EOF to True
           End-If
           PERFORM UNTIL CAT-AT-EOF
               READ RTNCAT-FILE NEXT RECORD
                   AT END
                       SET CAT-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-COUNT < 200
                           ADD 1 TO WS-CAT-COUNT
                           MOVE RCT-ROUTINE-NAME TO
                               WS-CAT-NAME(WS-CAT-COUNT)
                           MOVE RCT-SAVE-AREA TO
                               WS-CAT-SAVE-AREA(WS-CAT-COUNT)
                           MOVE RCT-CLOCK-TYPE TO
                               WS-CAT-CLOCK-TYPE(WS-CAT-COUNT)
                           MOVE RCT-STATUS TO
                               WS-CAT-STATE(WS-CAT-COUNT)
                           MOVE RCT-OWNER TO
                               WS-CAT-OWNER(WS-CAT-COUNT)
                           MOVE RCT-ADDED-DATE TO
                               WS-CAT-ADDED(WS-CAT-COUNT)
                           MOVE RCT-RETIRED-DATE TO
                               WS-CAT-RETIRED(WS-CAT-COUNT)
                           MOVE SPACE TO
                               WS-CAT-ACTION(WS-CAT-COUNT)
                       ELSE
                           DISPLAY '*** CPUCATM catalog table full '
                                   'at 200 entries -- load stopped '
                                   '***'
                           SET CAT-AT-EOF TO TRUE
                           SET DECK-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           Display 'Catalog entries loaded: ' WS-CAT-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Validate every update card; a single failure fails the
      *    whole deck so a half-applied change never takes effect.
      *    Valid cards stage into the table, so a later card in the
      *    same deck is checked against the earlier ones.
      *--------------------------------------------------------------
       Validate-Update-Deck.
           OPEN INPUT RCATIN-FILE
           PERFORM UNTIL RCATIN-AT-EOF
               READ RCATIN-FILE
                   AT END
                       SET RCATIN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM Validate-One-Card
               END-READ
           END-PERFORM
           CLOSE RCATIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    The edits common to every action -- routine named, date
      *    blank or a real calendar date -- then the action's own.
      *--------------------------------------------------------------
       Validate-One-Card.
           Move RCI-ROUTINE-NAME to RCT-ROUTINE-NAME
           Perform Find-Catalog-Entry
           If RCI-DATE-X = SPACES
               Move WS-TODAY(1:8) to WS-CARD-DATE
               Move 'Y' to WS-DATE-OK
           Else
               If RCI-DATE NUMERIC
                   Move RCI-DATE to WS-EDIT-DATE
                   Perform Edit-Calendar-Date
                   Move RCI-DATE to WS-CARD-DATE
               Else
                   Move 'N' to WS-DATE-OK
               End-If
           End-If
           Evaluate True
               When RCI-ROUTINE-NAME = SPACES
                   Display '*** ' RCI-ACTION ' card: routine name '
                           'missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When NOT DATE-OK
                   Display '*** ' RCI-ACTION ' card for <'
                           RCI-ROUTINE-NAME '>: <' RCI-DATE-X
                           '> is not a real calendar date -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When RCI-ACTION = 'ADD'
                   Perform Stage-Add-Card
               When RCI-ACTION = 'CHANGE'
                   Perform Stage-Change-Card
               When RCI-ACTION = 'RETIRE'
                   Perform Stage-Retire-Card
               When RCI-ACTION = 'REINSTAT'
                   Perform Stage-Reinstate-Card
               When Other
                   Display '*** unrecognized catalog action <'
                           RCI-ACTION '> for <' RCI-ROUTINE-NAME
                           '> -- deck rejected ***'
                   Set DECK-FAILED to True
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    ADD: a new name with every descriptive field supplied.
      *--------------------------------------------------------------
       Stage-Add-Card.
           Evaluate True
               When CAT-FOUND
                   Display '*** ADD card for <' RCI-ROUTINE-NAME
                           '>: already cataloged -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When RCI-SAVE-AREA NOT = 'Y'
                AND RCI-SAVE-AREA NOT = 'N'
                   Display '*** ADD card for <' RCI-ROUTINE-NAME
                           '>: save-area flag must be Y or N -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When RCI-CLOCK-TYPE = SPACES
                   Display '*** ADD card for <' RCI-ROUTINE-NAME
                           '>: clock type missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When RCI-OWNER = SPACES
                   Display '*** ADD card for <' RCI-ROUTINE-NAME
                           '>: owner missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When WS-CAT-COUNT >= 200
                   Display '*** catalog table full -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Add 1 to WS-CAT-COUNT
                   Move WS-CAT-COUNT     to WS-CAT-IDX
                   Move RCI-ROUTINE-NAME to WS-CAT-NAME(WS-CAT-IDX)
                   Move RCI-SAVE-AREA    to
                       WS-CAT-SAVE-AREA(WS-CAT-IDX)
                   Move RCI-CLOCK-TYPE   to
                       WS-CAT-CLOCK-TYPE(WS-CAT-IDX)
                   Move 'A'              to WS-CAT-STATE(WS-CAT-IDX)
                   Move RCI-OWNER        to WS-CAT-OWNER(WS-CAT-IDX)
                   Move WS-CARD-DATE     to WS-CAT-ADDED(WS-CAT-IDX)
                   Move 0                to
                       WS-CAT-RETIRED(WS-CAT-IDX)
                   Move 'N'              to
                       WS-CAT-ACTION(WS-CAT-IDX)
                   Add 1 to WS-ADDED-COUNT
                   Display '  staged: ADD ' RCI-ROUTINE-NAME
                           ' ' RCI-CLOCK-TYPE ' owner ' RCI-OWNER
                           ' added ' WS-CARD-DATE
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    CHANGE: descriptive fields only; blank means unchanged.
      *--------------------------------------------------------------
       Stage-Change-Card.
           Evaluate True
               When NOT CAT-FOUND
                   Display '*** CHANGE card for <' RCI-ROUTINE-NAME
                           '>: not cataloged -- deck rejected ***'
                   Set DECK-FAILED to True
               When RCI-SAVE-AREA NOT = SPACE
                AND RCI-SAVE-AREA NOT = 'Y'
                AND RCI-SAVE-AREA NOT = 'N'
                   Display '*** CHANGE card for <' RCI-ROUTINE-NAME
                           '>: save-area flag must be Y, N or '
                           'blank -- deck rejected ***'
                   Set DECK-FAILED to True
               When RCI-SAVE-AREA = SPACE
                AND RCI-CLOCK-TYPE = SPACES
                AND RCI-OWNER = SPACES
                   Display '*** CHANGE card for <' RCI-ROUTINE-NAME
                           '>: nothing to change -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   If RCI-SAVE-AREA NOT = SPACE
                       Move RCI-SAVE-AREA to
                           WS-CAT-SAVE-AREA(WS-CAT-IDX)
                   End-If
                   If RCI-CLOCK-TYPE NOT = SPACES
                       Move RCI-CLOCK-TYPE to
                           WS-CAT-CLOCK-TYPE(WS-CAT-IDX)
                   End-If
                   If RCI-OWNER NOT = SPACES
                       Move RCI-OWNER to WS-CAT-OWNER(WS-CAT-IDX)
                   End-If
                   Perform Mark-Entry-Changed
                   Add 1 to WS-CHANGED-COUNT
                   Display '  staged: CHANGE ' RCI-ROUTINE-NAME
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    RETIRE: an active routine, retired no earlier than it
      *    was added.
      *--------------------------------------------------------------
       Stage-Retire-Card.
           Evaluate True
               When NOT CAT-FOUND
                   Display '*** RETIRE card for <' RCI-ROUTINE-NAME
                           '>: not cataloged -- deck rejected ***'
                   Set DECK-FAILED to True
               When NOT CAT-ACTIVE(WS-CAT-IDX)
                   Display '*** RETIRE card for <' RCI-ROUTINE-NAME
                           '>: already retired -- deck rejected ***'
                   Set DECK-FAILED to True
               When WS-CARD-DATE < WS-CAT-ADDED(WS-CAT-IDX)
                   Display '*** RETIRE card for <' RCI-ROUTINE-NAME
                           '>: retired date ' WS-CARD-DATE
                           ' precedes added date '
                           WS-CAT-ADDED(WS-CAT-IDX)
                           ' -- deck rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Move 'R'          to WS-CAT-STATE(WS-CAT-IDX)
                   Move WS-CARD-DATE to WS-CAT-RETIRED(WS-CAT-IDX)
                   Perform Mark-Entry-Changed
                   Add 1 to WS-RETIRED-COUNT
                   Display '  staged: RETIRE ' RCI-ROUTINE-NAME
                           ' retired ' WS-CARD-DATE
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    REINSTAT: a retired routine goes back into measurement.
      *--------------------------------------------------------------
       Stage-Reinstate-Card.
           Evaluate True
               When NOT CAT-FOUND
                   Display '*** REINSTAT card for <'
                           RCI-ROUTINE-NAME '>: not cataloged -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When NOT CAT-RETIRED(WS-CAT-IDX)
                   Display '*** REINSTAT card for <'
                           RCI-ROUTINE-NAME '>: not retired -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Move 'A' to WS-CAT-STATE(WS-CAT-IDX)
                   Move 0   to WS-CAT-RETIRED(WS-CAT-IDX)
                   Perform Mark-Entry-Changed
                   Add 1 to WS-REINST-COUNT
                   Display '  staged: REINSTAT ' RCI-ROUTINE-NAME
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    An entry added earlier in this deck stays a WRITE;
      *    anything already on the cluster becomes a REWRITE.
      *--------------------------------------------------------------
       Mark-Entry-Changed.
           If NOT CAT-IS-NEW(WS-CAT-IDX)
               Move 'C' to WS-CAT-ACTION(WS-CAT-IDX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Look RCT-ROUTINE-NAME up in the catalog table; sets
      *    CAT-FOUND and WS-CAT-IDX.
      *--------------------------------------------------------------
       Find-Catalog-Entry.
           Move 'N' to WS-CAT-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAT-COUNT OR CAT-FOUND
               If WS-CAT-NAME(WS-KDX) = RCT-ROUTINE-NAME
                   Move 'Y' to WS-CAT-FOUND
                   Move WS-KDX to WS-CAT-IDX
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    A real calendar date -- month 1-12, day inside the month,
      *    29 February only in a leap year -- in a sensible year.
      *--------------------------------------------------------------
       Edit-Calendar-Date.
           Move 'Y' to WS-DATE-OK
           If WS-EDIT-YYYY < 1990 OR WS-EDIT-YYYY > 2199
               Move 'N' to WS-DATE-OK
           End-If
           If FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
               Move 'N' to WS-DATE-OK
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Write the new entries and rewrite the changed ones.
      *--------------------------------------------------------------
       Apply-Catalog-Changes.
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAT-COUNT
               If CAT-IS-NEW(WS-KDX) OR CAT-IS-CHANGED(WS-KDX)
                   Move SPACES                   to
                       ROUTINE-CATALOG-RECORD
                   Move WS-CAT-NAME(WS-KDX)       to RCT-ROUTINE-NAME
                   Move WS-CAT-SAVE-AREA(WS-KDX)  to RCT-SAVE-AREA
                   Move WS-CAT-CLOCK-TYPE(WS-KDX) to RCT-CLOCK-TYPE
                   Move WS-CAT-STATE(WS-KDX)      to RCT-STATUS
                   Move WS-CAT-OWNER(WS-KDX)      to RCT-OWNER
                   Move WS-CAT-ADDED(WS-KDX)      to RCT-ADDED-DATE
                   Move WS-CAT-RETIRED(WS-KDX)    to RCT-RETIRED-DATE
                   If CAT-IS-NEW(WS-KDX)
                       WRITE ROUTINE-CATALOG-RECORD
                   Else
                       REWRITE ROUTINE-CATALOG-RECORD
                   End-If
                   If NOT CAT-OK
                       Display '*** RTNCAT update failed, file '
                               'status ' WS-CAT-STATUS ' for '
                               RCT-ROUTINE-NAME ' ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    List the catalog as it now stands -- the table mirrors
      *    the cluster once the deck has been applied.
      *--------------------------------------------------------------
       List-Catalog.
           Display ' '
           Display 'ROUTINE   SAVE  CLOCK     STATUS  OWNER     '
                   'ADDED     RETIRED'
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAT-COUNT
               If CAT-ACTIVE(WS-KDX)
                   Add 1 to WS-ACTIVE-COUNT
               End-If
               Display WS-CAT-NAME(WS-KDX) '  '
                       WS-CAT-SAVE-AREA(WS-KDX) '     '
                       WS-CAT-CLOCK-TYPE(WS-KDX) '  '
                       WS-CAT-STATE(WS-KDX) '       '
                       WS-CAT-OWNER(WS-KDX) '  '
                       WS-CAT-ADDED(WS-KDX) '  '
                       WS-CAT-RETIRED(WS-KDX)
           End-Perform
           Display 'Active routines        : ' WS-ACTIVE-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUCATM'   to STP-PROGRAM-ID
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
