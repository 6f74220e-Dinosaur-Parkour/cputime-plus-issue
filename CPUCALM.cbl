       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUCALM.
      *===============================================================
      *  Run-calendar maintenance.  Which of the CPUDRIV, CPUTIER and
      *  CPUGATE steps run on a given night -- and with which control
      *  card -- comes from the RUNCAL keyed calendar (see CPUCALR
      *  copybook), read each night by the CPUPLAN pre-step, and this
      *  utility is the only sanctioned way the calendar changes: it
      *  loads the calendar from today forward, validates an update
      *  deck (CALIN) against it and against the cards ahead of it
      *  in the deck, and applies the deck only when every card
      *  passes -- a single bad card leaves the calendar untouched
      *  and ends with RC 8.  The calendar from today forward, as it
      *  stands after the run, is listed on SYSOUT.
      *
      *  CALIN card: action in columns 1-8, run date yyyymmdd in
      *  9-16, program-id in 17-24 (CPUDRIV, CPUTIER or CPUGATE),
      *  disposition in 25 (R run as scheduled, S skip, A run with
      *  the alternate card), reason in 26-65.  An ADD or CHANGE
      *  card with disposition A is followed by the alternate
      *  control card itself, taken as an 80-column image and edited
      *  as the card it stands in for:
      *    CPUDRIV, CPUGATE  the CPUT01 SYSIN card -- a loop count
      *                      in 1-8 greater than zero; the soak,
      *                      background-load and sub-batch fields
      *                      in 9-23 numeric or blank (a blank soak
      *                      interval is how a holiday runs without
      *                      soak mode);
      *    CPUTIER           the TIERDLIN card -- cutoff hhmm in 1-4
      *                      a real time of day or blank, run mode
      *                      in 5-12 blank, COLD or RESUME.
      *  Actions:
      *    ADD        a new entry for a date and program with none;
      *               disposition and reason are required;
      *    CHANGE     replace the disposition and/or reason of an
      *               entry -- blank fields are left as they are; a
      *               new A disposition brings a new alternate card,
      *               and moving off A drops the old one;
      *    DELETE     remove an entry, so the program runs as
      *               scheduled that night.
      *  The run date may not be earlier than today: a night that
      *  has gone stays on the calendar as the record of what was
      *  planned for it.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALIN-FILE ASSIGN TO CALIN
               ORGANIZATION IS SEQUENTIAL.
      *    The keyed calendar.  Opened I-O against the already-
      *    defined cluster; a never-loaded cluster is primed the
      *    same way CPUCATM primes RTNCAT.
           SELECT RUNCAL-FILE ASSIGN TO RUNCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALIN-FILE
           RECORDING MODE F.
       01  CALIN-RECORD.
           05 CLI-ACTION            PIC X(8).
           05 CLI-RUN-DATE-X        PIC X(8).
           05 CLI-RUN-DATE REDEFINES CLI-RUN-DATE-X
                                    PIC 9(8).
           05 CLI-PROGRAM-ID        PIC X(8).
              88 CLI-CALENDARED-PROGRAM VALUE 'CPUDRIV' 'CPUTIER'
                                              'CPUGATE'.
           05 CLI-DISPOSITION       PIC X(1).
           05 CLI-REASON            PIC X(40).
           05 FILLER                PIC X(15).

       FD  RUNCAL-FILE.
           COPY CPUCALR.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-CALIN-EOF       PIC X(1) VALUE 'N'.
              88 CALIN-AT-EOF    VALUE 'Y'.
           05 WS-CAL-EOF         PIC X(1) VALUE 'N'.
              88 CAL-AT-EOF      VALUE 'Y'.
           05 WS-CAL-STATUS      PIC X(2).
              88 CAL-OK          VALUE '00'.
              88 CAL-NOT-THERE   VALUE '35'.
           05 WS-CAL-FAILED      PIC X(1) VALUE 'N'.
              88 CAL-FAILED      VALUE 'Y'.
           05 WS-DECK-FAILED     PIC X(1) VALUE 'N'.
              88 DECK-FAILED     VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-TODAY-DATE      PIC 9(8).
           05 WS-CARD-COUNT      PIC 9(5) COMP-5 VALUE 0.
           05 WS-ADDED-COUNT     PIC 9(5) COMP-5 VALUE 0.
           05 WS-CHANGED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-DELETED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-LISTED-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
      *  The alternate control card that follows an A card, with
      *  the two views it is edited through -- CPUT01's SYSIN card
      *  and CPUTIER's TIERDLIN card.  The A card itself is held
      *  while its follower is read.
      *===============================================================
       01  WS-ALT-ITEMS.
           05 WS-HELD-CARD       PIC X(80).
           05 WS-ALT-CARD        PIC X(80).
           05 WS-ALT-SYSIN REDEFINES WS-ALT-CARD.
              10 WS-ALS-LOOP-COUNT   PIC X(8).
              10 WS-ALS-LOOP-COUNT-N REDEFINES WS-ALS-LOOP-COUNT
                                     PIC 9(8).
              10 WS-ALS-SOAK-INTERVAL PIC X(4).
              10 WS-ALS-SOAK-DURATION PIC X(4).
              10 WS-ALS-BG-LOAD-PCT  PIC X(3).
              10 WS-ALS-SUB-BATCHES  PIC X(4).
              10 FILLER              PIC X(57).
           05 WS-ALT-TIERDLIN REDEFINES WS-ALT-CARD.
              10 WS-ALT-CUTOFF       PIC X(4).
              10 WS-ALT-CUTOFF-R REDEFINES WS-ALT-CUTOFF.
                 15 WS-ALT-CUTOFF-HH PIC 9(2).
                 15 WS-ALT-CUTOFF-MM PIC 9(2).
              10 WS-ALT-RUN-MODE     PIC X(8).
              10 FILLER              PIC X(68).
           05 WS-ALT-MISSING     PIC X(1).
              88 ALT-MISSING     VALUE 'Y'.
           05 WS-ALT-OK          PIC X(1).
              88 ALT-OK          VALUE 'Y'.

      *===============================================================
      *  The calendar from today forward as loaded, plus the
      *  validated changes, applied back to the cluster together
      *  once the whole deck passes.
      *===============================================================
       01  WS-CALENDAR-TABLE.
           05 WS-CAL-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
              10 WS-CAL-RUN-DATE     PIC 9(8).
              10 WS-CAL-PROGRAM      PIC X(8).
              10 WS-CAL-DISPOSITION  PIC X(1).
              10 WS-CAL-REASON       PIC X(40).
              10 WS-CAL-ALT-CARD     PIC X(80).
              10 WS-CAL-ADDED        PIC 9(8).
              10 WS-CAL-CHANGED      PIC 9(8).
      *       'N' new entry to WRITE, 'C' changed entry to REWRITE,
      *       'D' entry to DELETE from the cluster, 'X' added and
      *       deleted again in the same deck (nothing to apply),
      *       space untouched by the deck.
              10 WS-CAL-ACTION       PIC X(1).
                 88 CAL-IS-NEW       VALUE 'N'.
                 88 CAL-IS-CHANGED   VALUE 'C'.
                 88 CAL-IS-DELETED   VALUE 'D'.
                 88 CAL-IS-DROPPED   VALUE 'X'.
           05 WS-CAL-IDX         PIC 9(4) COMP-5 VALUE 0.
           05 WS-CAL-FOUND       PIC X(1).
              88 CAL-FOUND       VALUE 'Y'.

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
           Display '=== CPUCALM: run-calendar maintenance ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Move WS-TODAY(1:8) to WS-TODAY-DATE

           Perform Open-Calendar
           If NOT CAL-FAILED
               Perform Load-Calendar
               Perform Validate-Update-Deck
               Evaluate True
                   When DECK-FAILED
                       Display '*** update deck rejected -- calendar '
                               'left unchanged ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   When WS-CARD-COUNT = 0
                       Display '*** no update cards supplied -- '
                               'calendar left unchanged ***'
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                       Perform List-Calendar
                   When Other
                       Perform Apply-Calendar-Changes
                       Display 'Entries added          : '
                               WS-ADDED-COUNT
                       Display 'Entries changed        : '
                               WS-CHANGED-COUNT
                       Display 'Entries deleted        : '
                               WS-DELETED-COUNT
                       Perform List-Calendar
               End-Evaluate
               CLOSE RUNCAL-FILE
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Open the calendar I-O.  A brand-new (never-loaded) cluster
      *    comes back file status 35, in which case it is opened
      *    OUTPUT once to prime it -- same as CPUCATM's
      *    Open-Catalog.  Anything else non-zero stops the run.
      *--------------------------------------------------------------
       Open-Calendar.
           OPEN I-O RUNCAL-FILE
           If CAL-NOT-THERE
               OPEN OUTPUT RUNCAL-FILE
               CLOSE RUNCAL-FILE
               OPEN I-O RUNCAL-FILE
           End-If
           If NOT CAL-OK
               Display '*** RUNCAL open failed, file status '
                       WS-CAL-STATUS ' -- maintenance abandoned ***'
               Set CAL-FAILED to True
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the calendar from today forward into the table,
      *    in key order.  Earlier nights cannot be changed, so they
      *    are never loaded.
      *--------------------------------------------------------------
       Load-Calendar.
           Move WS-TODAY-DATE to CAL-RUN-DATE
           Move LOW-VALUES    to CAL-PROGRAM-ID
           START RUNCAL-FILE KEY NOT < CAL-KEY
           If NOT CAL-OK
               Set CAL-AT-EOF to True
           End-If
           PERFORM UNTIL CAL-AT-EOF
               READ RUNCAL-FILE NEXT RECORD
                   AT END
                       SET CAL-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-CAL-COUNT < 500
                           ADD 1 TO WS-CAL-COUNT
                           MOVE CAL-RUN-DATE TO
                               WS-CAL-RUN-DATE(WS-CAL-COUNT)
                           MOVE CAL-PROGRAM-ID TO
                               WS-CAL-PROGRAM(WS-CAL-COUNT)
                           MOVE CAL-DISPOSITION TO
                               WS-CAL-DISPOSITION(WS-CAL-COUNT)
                           MOVE CAL-REASON TO
                               WS-CAL-REASON(WS-CAL-COUNT)
                           MOVE CAL-ALT-CARD TO
                               WS-CAL-ALT-CARD(WS-CAL-COUNT)
                           MOVE CAL-ADDED-DATE TO
                               WS-CAL-ADDED(WS-CAL-COUNT)
                           MOVE CAL-CHANGED-DATE TO
                               WS-CAL-CHANGED(WS-CAL-COUNT)
                           MOVE SPACE TO
                               WS-CAL-ACTION(WS-CAL-COUNT)
                       ELSE
                           DISPLAY '*** CPUCALM calendar table full '
                                   'at 500 entries -- load stopped '
                                   '***'
                           SET CAL-AT-EOF TO TRUE
                           SET DECK-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           Display 'Calendar entries loaded: ' WS-CAL-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Validate every update card; a single failure fails the
      *    whole deck so a half-applied change never takes effect.
      *    Valid cards stage into the table, so a later card in the
      *    same deck is checked against the earlier ones.
      *--------------------------------------------------------------
       Validate-Update-Deck.
           OPEN INPUT CALIN-FILE
           PERFORM UNTIL CALIN-AT-EOF
               READ CALIN-FILE
                   AT END
                       SET CALIN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM Validate-One-Card
               END-READ
           END-PERFORM
           CLOSE CALIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    The edits common to every action -- a real run date no
      *    earlier than today, a calendared program -- then the
      *    action's own.  The alternate card that follows an A card
      *    is read first, so it is never taken for an update card
      *    even when this card fails.
      *--------------------------------------------------------------
       Validate-One-Card.
           Move 'N' to WS-ALT-MISSING
           Move SPACES to WS-ALT-CARD
           If CLI-DISPOSITION = 'A'
              AND (CLI-ACTION = 'ADD' OR CLI-ACTION = 'CHANGE')
               Perform Read-Alternate-Card
           End-If
           If CLI-RUN-DATE NUMERIC
               Move CLI-RUN-DATE to WS-EDIT-DATE
               Perform Edit-Calendar-Date
           Else
               Move 'N' to WS-DATE-OK
           End-If
           If DATE-OK
               Move CLI-RUN-DATE   to CAL-RUN-DATE
               Move CLI-PROGRAM-ID to CAL-PROGRAM-ID
               Perform Find-Calendar-Entry
           End-If
           Evaluate True
               When NOT DATE-OK
                   Display '*** ' CLI-ACTION ' card for <'
                           CLI-PROGRAM-ID '>: run date <'
                           CLI-RUN-DATE-X '> is not a real calendar '
                           'date -- deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-RUN-DATE < WS-TODAY-DATE
                   Display '*** ' CLI-ACTION ' card for <'
                           CLI-PROGRAM-ID '>: run date '
                           CLI-RUN-DATE ' has already gone -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT CLI-CALENDARED-PROGRAM
                   Display '*** ' CLI-ACTION ' card for '
                           CLI-RUN-DATE ': <' CLI-PROGRAM-ID
                           '> is not a calendared program (CPUDRIV, '
                           'CPUTIER, CPUGATE) -- deck rejected ***'
                   Set DECK-FAILED to True
               When ALT-MISSING
                   Display '*** ' CLI-ACTION ' card for '
                           CLI-PROGRAM-ID ' ' CLI-RUN-DATE
                           ': disposition A but no alternate card '
                           'follows -- deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-ACTION = 'ADD'
                   Perform Stage-Add-Card
               When CLI-ACTION = 'CHANGE'
                   Perform Stage-Change-Card
               When CLI-ACTION = 'DELETE'
                   Perform Stage-Delete-Card
               When Other
                   Display '*** unrecognized calendar action <'
                           CLI-ACTION '> for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE-X ' -- deck rejected ***'
                   Set DECK-FAILED to True
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Read the alternate card that follows an A card.  The A
      *    card is held across the read and put back, so the edits
      *    that follow still see it.
      *--------------------------------------------------------------
       Read-Alternate-Card.
           Move CALIN-RECORD to WS-HELD-CARD
           READ CALIN-FILE
               AT END
                   SET CALIN-AT-EOF TO TRUE
                   SET ALT-MISSING TO TRUE
               NOT AT END
                   MOVE CALIN-RECORD TO WS-ALT-CARD
           END-READ
           Move WS-HELD-CARD to CALIN-RECORD
           EXIT.


      *--------------------------------------------------------------
      *    ADD: a date and program with no entry yet, with its
      *    disposition and reason.
      *--------------------------------------------------------------
       Stage-Add-Card.
           If CLI-DISPOSITION = 'A'
               Perform Edit-Alternate-Card
           Else
               Move 'Y' to WS-ALT-OK
           End-If
           Evaluate True
               When CAL-FOUND
                   Display '*** ADD card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': already on the calendar '
                           '-- deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-DISPOSITION NOT = 'R'
                AND CLI-DISPOSITION NOT = 'S'
                AND CLI-DISPOSITION NOT = 'A'
                   Display '*** ADD card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': disposition must be R, S '
                           'or A -- deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-REASON = SPACES
                   Display '*** ADD card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': reason missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT ALT-OK
                   Set DECK-FAILED to True
               When WS-CAL-COUNT >= 500
                   Display '*** calendar table full -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Add 1 to WS-CAL-COUNT
                   Move WS-CAL-COUNT    to WS-CAL-IDX
                   Move CLI-RUN-DATE    to
                       WS-CAL-RUN-DATE(WS-CAL-IDX)
                   Move CLI-PROGRAM-ID  to WS-CAL-PROGRAM(WS-CAL-IDX)
                   Move CLI-DISPOSITION to
                       WS-CAL-DISPOSITION(WS-CAL-IDX)
                   Move CLI-REASON      to WS-CAL-REASON(WS-CAL-IDX)
                   Move WS-ALT-CARD     to
                       WS-CAL-ALT-CARD(WS-CAL-IDX)
                   Move WS-TODAY-DATE   to WS-CAL-ADDED(WS-CAL-IDX)
                   Move 0               to WS-CAL-CHANGED(WS-CAL-IDX)
                   Move 'N'             to WS-CAL-ACTION(WS-CAL-IDX)
                   Add 1 to WS-ADDED-COUNT
                   Display '  staged: ADD ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ' ' CLI-DISPOSITION ' '
                           CLI-REASON
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    CHANGE: disposition and/or reason; blank means unchanged.
      *    The alternate card goes with the A disposition -- a new
      *    A brings a new card, any other disposition drops it.
      *--------------------------------------------------------------
       Stage-Change-Card.
           If CLI-DISPOSITION = 'A'
               Perform Edit-Alternate-Card
           Else
               Move 'Y' to WS-ALT-OK
           End-If
           Evaluate True
               When NOT CAL-FOUND
                   Display '*** CHANGE card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': not on the calendar -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-DISPOSITION NOT = SPACE
                AND CLI-DISPOSITION NOT = 'R'
                AND CLI-DISPOSITION NOT = 'S'
                AND CLI-DISPOSITION NOT = 'A'
                   Display '*** CHANGE card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': disposition must be R, S, '
                           'A or blank -- deck rejected ***'
                   Set DECK-FAILED to True
               When CLI-DISPOSITION = SPACE
                AND CLI-REASON = SPACES
                   Display '*** CHANGE card for ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ': nothing to change -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT ALT-OK
                   Set DECK-FAILED to True
               When Other
                   If CLI-DISPOSITION NOT = SPACE
                       Move CLI-DISPOSITION to
                           WS-CAL-DISPOSITION(WS-CAL-IDX)
                       Move WS-ALT-CARD to
                           WS-CAL-ALT-CARD(WS-CAL-IDX)
                   End-If
                   If CLI-REASON NOT = SPACES
                       Move CLI-REASON to WS-CAL-REASON(WS-CAL-IDX)
                   End-If
                   If NOT CAL-IS-NEW(WS-CAL-IDX)
                       Move 'C' to WS-CAL-ACTION(WS-CAL-IDX)
                       Move WS-TODAY-DATE to
                           WS-CAL-CHANGED(WS-CAL-IDX)
                   End-If
                   Add 1 to WS-CHANGED-COUNT
                   Display '  staged: CHANGE ' CLI-PROGRAM-ID ' '
                           CLI-RUN-DATE ' '
                           WS-CAL-DISPOSITION(WS-CAL-IDX)
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    DELETE: the program goes back to running as scheduled
      *    that night.  An entry added earlier in this same deck is
      *    simply dropped.
      *--------------------------------------------------------------
       Stage-Delete-Card.
           If NOT CAL-FOUND
               Display '*** DELETE card for ' CLI-PROGRAM-ID ' '
                       CLI-RUN-DATE ': not on the calendar -- deck '
                       'rejected ***'
               Set DECK-FAILED to True
           Else
               If CAL-IS-NEW(WS-CAL-IDX)
                   Move 'X' to WS-CAL-ACTION(WS-CAL-IDX)
               Else
                   Move 'D' to WS-CAL-ACTION(WS-CAL-IDX)
               End-If
               Add 1 to WS-DELETED-COUNT
               Display '  staged: DELETE ' CLI-PROGRAM-ID ' '
                       CLI-RUN-DATE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Edit the alternate card as the card it stands in for:
      *    CPUT01's SYSIN card under CPUDRIV and CPUGATE, the
      *    TIERDLIN card under CPUTIER.  Sets ALT-OK; each failure
      *    says what is wrong.
      *--------------------------------------------------------------
       Edit-Alternate-Card.
           Move 'Y' to WS-ALT-OK
           If CLI-PROGRAM-ID = 'CPUTIER'
               If WS-ALT-CUTOFF NOT = SPACES
                   If WS-ALT-CUTOFF NOT NUMERIC
                       Move 'N' to WS-ALT-OK
                   Else
                       If WS-ALT-CUTOFF-HH > 23
                          OR WS-ALT-CUTOFF-MM > 59
                           Move 'N' to WS-ALT-OK
                       End-If
                   End-If
               End-If
               If NOT ALT-OK
                   Display '*** ' CLI-ACTION ' card for CPUTIER '
                           CLI-RUN-DATE ': alternate TIERDLIN cutoff '
                           '<' WS-ALT-CUTOFF '> is not a time of day '
                           'hhmm -- deck rejected ***'
               End-If
               If WS-ALT-RUN-MODE NOT = SPACES
                  AND WS-ALT-RUN-MODE NOT = 'COLD'
                  AND WS-ALT-RUN-MODE NOT = 'RESUME'
                   Display '*** ' CLI-ACTION ' card for CPUTIER '
                           CLI-RUN-DATE ': alternate TIERDLIN run '
                           'mode <' WS-ALT-RUN-MODE '> must be COLD, '
                           'RESUME or blank -- deck rejected ***'
                   Move 'N' to WS-ALT-OK
               End-If
           Else
               If WS-ALS-LOOP-COUNT NOT NUMERIC
                   Move 'N' to WS-ALT-OK
               Else
                   If WS-ALS-LOOP-COUNT-N = 0
                       Move 'N' to WS-ALT-OK
                   End-If
               End-If
               If NOT ALT-OK
                   Display '*** ' CLI-ACTION ' card for '
                           CLI-PROGRAM-ID ' ' CLI-RUN-DATE
                           ': alternate SYSIN loop count <'
                           WS-ALS-LOOP-COUNT '> must be a number '
                           'above zero -- deck rejected ***'
               End-If
               If (WS-ALS-SOAK-INTERVAL NOT NUMERIC
                   AND WS-ALS-SOAK-INTERVAL NOT = SPACES)
                  OR (WS-ALS-SOAK-DURATION NOT NUMERIC
                   AND WS-ALS-SOAK-DURATION NOT = SPACES)
                  OR (WS-ALS-BG-LOAD-PCT NOT NUMERIC
                   AND WS-ALS-BG-LOAD-PCT NOT = SPACES)
                  OR (WS-ALS-SUB-BATCHES NOT NUMERIC
                   AND WS-ALS-SUB-BATCHES NOT = SPACES)
                   Display '*** ' CLI-ACTION ' card for '
                           CLI-PROGRAM-ID ' ' CLI-RUN-DATE
                           ': alternate SYSIN columns 9-23 must be '
                           'numeric or blank -- deck rejected ***'
                   Move 'N' to WS-ALT-OK
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Look CAL-KEY up in the calendar table, passing over
      *    entries already deleted in this deck; sets CAL-FOUND and
      *    WS-CAL-IDX.
      *--------------------------------------------------------------
       Find-Calendar-Entry.
           Move 'N' to WS-CAL-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAL-COUNT OR CAL-FOUND
               If WS-CAL-RUN-DATE(WS-KDX) = CAL-RUN-DATE
                  AND WS-CAL-PROGRAM(WS-KDX) = CAL-PROGRAM-ID
                  AND NOT CAL-IS-DELETED(WS-KDX)
                  AND NOT CAL-IS-DROPPED(WS-KDX)
                   Move 'Y' to WS-CAL-FOUND
                   Move WS-KDX to WS-CAL-IDX
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
      *    Delete the removed entries first, so a date and program
      *    deleted and re-added in one deck writes cleanly, then
      *    write the new entries and rewrite the changed ones.
      *--------------------------------------------------------------
       Apply-Calendar-Changes.
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAL-COUNT
               If CAL-IS-DELETED(WS-KDX)
                   Move WS-CAL-RUN-DATE(WS-KDX) to CAL-RUN-DATE
                   Move WS-CAL-PROGRAM(WS-KDX)  to CAL-PROGRAM-ID
                   DELETE RUNCAL-FILE RECORD
                   Perform Check-Calendar-Update
               End-If
           End-Perform
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAL-COUNT
               If CAL-IS-NEW(WS-KDX) OR CAL-IS-CHANGED(WS-KDX)
                   Move SPACES to RUN-CALENDAR-RECORD
                   Move WS-CAL-RUN-DATE(WS-KDX)   to CAL-RUN-DATE
                   Move WS-CAL-PROGRAM(WS-KDX)    to CAL-PROGRAM-ID
                   Move WS-CAL-DISPOSITION(WS-KDX) to CAL-DISPOSITION
                   Move WS-CAL-REASON(WS-KDX)     to CAL-REASON
                   Move WS-CAL-ALT-CARD(WS-KDX)   to CAL-ALT-CARD
                   Move WS-CAL-ADDED(WS-KDX)      to CAL-ADDED-DATE
                   Move WS-CAL-CHANGED(WS-KDX)    to CAL-CHANGED-DATE
                   If CAL-IS-NEW(WS-KDX)
                       WRITE RUN-CALENDAR-RECORD
                   Else
                       REWRITE RUN-CALENDAR-RECORD
                   End-If
                   Perform Check-Calendar-Update
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    A failed WRITE/REWRITE/DELETE is shown and ends RC 8.
      *--------------------------------------------------------------
       Check-Calendar-Update.
           If NOT CAL-OK
               Display '*** RUNCAL update failed, file status '
                       WS-CAL-STATUS ' for ' CAL-PROGRAM-ID ' '
                       CAL-RUN-DATE ' ***'
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    List the calendar from today forward as it now stands --
      *    the table mirrors the cluster once the deck has been
      *    applied.  An alternate card is shown under its entry.
      *--------------------------------------------------------------
       List-Calendar.
           Display ' '
           Display 'RUN DATE  PROGRAM   D  REASON'
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-CAL-COUNT
               If NOT CAL-IS-DELETED(WS-KDX)
                  AND NOT CAL-IS-DROPPED(WS-KDX)
                   Add 1 to WS-LISTED-COUNT
                   Display WS-CAL-RUN-DATE(WS-KDX) '  '
                           WS-CAL-PROGRAM(WS-KDX) '  '
                           WS-CAL-DISPOSITION(WS-KDX) '  '
                           WS-CAL-REASON(WS-KDX)
                   If WS-CAL-DISPOSITION(WS-KDX) = 'A'
                       Display '          card: '
                               WS-CAL-ALT-CARD(WS-KDX)
                   End-If
               End-If
           End-Perform
           Display 'Entries from today     : ' WS-LISTED-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUCALM'   to STP-PROGRAM-ID
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
