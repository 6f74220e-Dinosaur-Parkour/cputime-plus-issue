       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUCEVM.
      *===============================================================
      *  System change-event log maintenance.  Until now the only
      *  record of any change to a measured system was CPUMPUPD's
      *  PROFAUD, which sees SU-factor changes and nothing else, so
      *  an IPL, an LE PTF, a microcode level or a CEC swap that
      *  moved the numbers went unconnected to the alert it caused.
      *  The CHGEVT keyed log (see CPUCEVT copybook) now holds those
      *  events, and this utility is the only sanctioned way it
      *  changes: it validates an update deck (CEVTIN) against the
      *  log and against the cards ahead of it in the deck, and
      *  applies the deck only when every card passes -- a single
      *  bad card leaves the log untouched and ends with RC 8.
      *
      *  CEVTIN card: action in columns 1-8, system-id in 9-16,
      *  event date yyyymmdd in 17-24, event time hhmm in 25-28
      *  (blank means 0000), category in 29-36, recorder's initials
      *  in 37-39, description in 40-80.
      *  Actions:
      *    ADD     record a new event.  System-id, a real date no
      *            later than today, a valid time, a category from
      *            the CPUCEVT list (IPL, LEPTF, OSPTF, MCL, CECSWAP,
      *            COMPILER, CONFIG, OTHER), initials and a
      *            description are all required, and no event may
      *            already be recorded for that system at that
      *            date and time;
      *    DELETE  remove a mispunched event, named by system-id,
      *            date and time.  A DELETE followed by an ADD of
      *            the same key in one deck corrects an event.
      *  Every event applied is listed on SYSOUT.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEVTIN-FILE ASSIGN TO CEVTIN
               ORGANIZATION IS SEQUENTIAL.
      *    The keyed change-event log.  Opened I-O against the
      *    already-defined cluster; a never-loaded cluster is primed
      *    the same way CPUALMNT primes ALRTSTS.
           SELECT CHGEVT-FILE ASSIGN TO CHGEVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEV-KEY
               FILE STATUS IS WS-CEV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CEVTIN-FILE
           RECORDING MODE F.
       01  CEVTIN-RECORD.
           05 CEI-ACTION            PIC X(8).
           05 CEI-SYSTEM-ID         PIC X(8).
           05 CEI-EVENT-DATE        PIC 9(8).
           05 CEI-EVENT-TIME-X      PIC X(4).
           05 CEI-EVENT-TIME REDEFINES CEI-EVENT-TIME-X
                                    PIC 9(4).
           05 CEI-CATEGORY          PIC X(8).
           05 CEI-INITIALS          PIC X(3).
           05 CEI-DESCRIPTION       PIC X(41).

       FD  CHGEVT-FILE.
           COPY CPUCEVT.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-CEVTIN-EOF      PIC X(1) VALUE 'N'.
              88 CEVTIN-AT-EOF   VALUE 'Y'.
           05 WS-CEV-STATUS      PIC X(2).
              88 CEV-OK          VALUE '00'.
              88 CEV-NOT-FOUND   VALUE '23'.
              88 CEV-NOT-THERE   VALUE '35'.
           05 WS-CEV-FAILED      PIC X(1) VALUE 'N'.
              88 CEV-FAILED      VALUE 'Y'.
           05 WS-DECK-FAILED     PIC X(1) VALUE 'N'.
              88 DECK-FAILED     VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-TODAY-DATE      PIC 9(8).
           05 WS-CARD-TIME       PIC 9(4).
           05 WS-CARD-TIME-R REDEFINES WS-CARD-TIME.
              10 WS-CARD-HH      PIC 9(2).
              10 WS-CARD-MI      PIC 9(2).
           05 WS-CARD-COUNT      PIC 9(5) COMP-5 VALUE 0.
           05 WS-ADDED-COUNT     PIC 9(5) COMP-5 VALUE 0.
           05 WS-DELETED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.

      *===============================================================
      *  The validated cards, staged in deck order and applied to
      *  the cluster together once the whole deck passes.  A key's
      *  state as of any card is its latest earlier staged card, or
      *  failing that, the cluster.
      *===============================================================
       01  WS-STAGE-TABLE.
           05 WS-STG-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-STG-ENTRY OCCURS 200 TIMES.
              10 WS-STG-ACTION       PIC X(8).
              10 WS-STG-KEY.
                 15 WS-STG-SYSTEM    PIC X(8).
                 15 WS-STG-DATE      PIC 9(8).
                 15 WS-STG-TIME      PIC 9(4).
              10 WS-STG-CATEGORY     PIC X(8).
              10 WS-STG-INITIALS     PIC X(3).
              10 WS-STG-DESC         PIC X(41).
           05 WS-CARD-KEY.
              10 WS-CKY-SYSTEM       PIC X(8).
              10 WS-CKY-DATE         PIC 9(8).
              10 WS-CKY-TIME         PIC 9(4).
           05 WS-KEY-EXISTS      PIC X(1).
              88 KEY-EXISTS      VALUE 'Y'.
           05 WS-KEY-DECIDED     PIC X(1).
              88 KEY-DECIDED     VALUE 'Y'.

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
           05 WS-TIME-OK         PIC X(1).
              88 TIME-OK         VALUE 'Y'.

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
           Display '=== CPUCEVM: change-event log maintenance ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Move WS-TODAY(1:8) to WS-TODAY-DATE

           Perform Open-Event-Log
           If NOT CEV-FAILED
               Perform Validate-Update-Deck
               Evaluate True
                   When DECK-FAILED
                       Display '*** update deck rejected -- change-'
                               'event log left unchanged ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   When WS-CARD-COUNT = 0
                       Display '*** no update cards supplied -- '
                               'change-event log left unchanged ***'
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                   When Other
                       Perform Apply-Event-Changes
                       Display 'Events added           : '
                               WS-ADDED-COUNT
                       Display 'Events deleted         : '
                               WS-DELETED-COUNT
               End-Evaluate
               CLOSE CHGEVT-FILE
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Open the log I-O.  A brand-new (never-loaded) cluster
      *    comes back file status 35, in which case it is opened
      *    OUTPUT once to prime it -- same as CPUALMNT's
      *    Open-Status-File.  Anything else non-zero stops the run.
      *--------------------------------------------------------------
       Open-Event-Log.
           OPEN I-O CHGEVT-FILE
           If CEV-NOT-THERE
               OPEN OUTPUT CHGEVT-FILE
               CLOSE CHGEVT-FILE
               OPEN I-O CHGEVT-FILE
           End-If
           If NOT CEV-OK
               Display '*** CHGEVT open failed, file status '
                       WS-CEV-STATUS ' -- maintenance abandoned ***'
               Set CEV-FAILED to True
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Validate every update card; a single failure fails the
      *    whole deck so a half-applied change never takes effect.
      *    Valid cards stage in deck order, so a later card in the
      *    same deck is checked against the earlier ones.
      *--------------------------------------------------------------
       Validate-Update-Deck.
           OPEN INPUT CEVTIN-FILE
           PERFORM UNTIL CEVTIN-AT-EOF
               READ CEVTIN-FILE
                   AT END
                       SET CEVTIN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM Validate-One-Card
               END-READ
           END-PERFORM
           CLOSE CEVTIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    The edits common to both actions -- system named, real
      *    date no later than today, valid time -- then the
      *    action's own.
      *--------------------------------------------------------------
       Validate-One-Card.
           Move 'N' to WS-DATE-OK
           If CEI-EVENT-DATE NUMERIC
               Move CEI-EVENT-DATE to WS-EDIT-DATE
               Perform Edit-Calendar-Date
           End-If
           Move 'Y' to WS-TIME-OK
           If CEI-EVENT-TIME-X = SPACES
               Move 0 to WS-CARD-TIME
           Else
               If CEI-EVENT-TIME NUMERIC
                   Move CEI-EVENT-TIME to WS-CARD-TIME
                   If WS-CARD-HH > 23 OR WS-CARD-MI > 59
                       Move 'N' to WS-TIME-OK
                   End-If
               Else
                   Move 'N' to WS-TIME-OK
               End-If
           End-If
           Evaluate True
               When CEI-SYSTEM-ID = SPACES
                   Display '*** ' CEI-ACTION ' card: system-id '
                           'missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When NOT DATE-OK
                   Display '*** ' CEI-ACTION ' card for <'
                           CEI-SYSTEM-ID '>: event date is not a '
                           'real calendar date -- deck rejected ***'
                   Set DECK-FAILED to True
               When CEI-EVENT-DATE > WS-TODAY-DATE
                   Display '*** ' CEI-ACTION ' card for <'
                           CEI-SYSTEM-ID '>: event date '
                           CEI-EVENT-DATE ' is in the future -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When NOT TIME-OK
                   Display '*** ' CEI-ACTION ' card for <'
                           CEI-SYSTEM-ID '>: <' CEI-EVENT-TIME-X
                           '> is not a valid hhmm time -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When CEI-ACTION = 'ADD'
                   Perform Find-Event-Key
                   Perform Stage-Add-Card
               When CEI-ACTION = 'DELETE'
                   Perform Find-Event-Key
                   Perform Stage-Delete-Card
               When Other
                   Display '*** unrecognized change-event action <'
                           CEI-ACTION '> for <' CEI-SYSTEM-ID
                           '> -- deck rejected ***'
                   Set DECK-FAILED to True
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    ADD: a new key with every descriptive field supplied.
      *--------------------------------------------------------------
       Stage-Add-Card.
           Move CEI-CATEGORY to CEV-CATEGORY
           Evaluate True
               When KEY-EXISTS
                   Display '*** ADD card for <' CEI-SYSTEM-ID '> '
                           CEI-EVENT-DATE ' ' WS-CARD-TIME
                           ': an event is already recorded at that '
                           'time -- deck rejected ***'
                   Set DECK-FAILED to True
               When NOT CEV-VALID-CATEGORY
                   Display '*** ADD card for <' CEI-SYSTEM-ID
                           '>: category <' CEI-CATEGORY '> is not '
                           'one of IPL LEPTF OSPTF MCL CECSWAP '
                           'COMPILER CONFIG OTHER -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When CEI-INITIALS = SPACES
                   Display '*** ADD card for <' CEI-SYSTEM-ID
                           '>: initials missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When CEI-DESCRIPTION = SPACES
                   Display '*** ADD card for <' CEI-SYSTEM-ID
                           '>: description missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Perform Stage-Card
                   Display '  staged: ADD ' CEI-SYSTEM-ID ' '
                           CEI-EVENT-DATE ' ' WS-CARD-TIME ' '
                           CEI-CATEGORY ' ' CEI-DESCRIPTION
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    DELETE: the key must exist as of this card.
      *--------------------------------------------------------------
       Stage-Delete-Card.
           If KEY-EXISTS
               Perform Stage-Card
               Display '  staged: DELETE ' CEI-SYSTEM-ID ' '
                       CEI-EVENT-DATE ' ' WS-CARD-TIME
           Else
               Display '*** DELETE card for <' CEI-SYSTEM-ID '> '
                       CEI-EVENT-DATE ' ' WS-CARD-TIME
                       ': no such event recorded -- deck '
                       'rejected ***'
               Set DECK-FAILED to True
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Add the validated card to the stage table.
      *--------------------------------------------------------------
       Stage-Card.
           If WS-STG-COUNT < 200
               Add 1 to WS-STG-COUNT
               Move CEI-ACTION      to WS-STG-ACTION(WS-STG-COUNT)
               Move WS-CARD-KEY     to WS-STG-KEY(WS-STG-COUNT)
               Move CEI-CATEGORY    to WS-STG-CATEGORY(WS-STG-COUNT)
               Move CEI-INITIALS    to WS-STG-INITIALS(WS-STG-COUNT)
               Move CEI-DESCRIPTION to WS-STG-DESC(WS-STG-COUNT)
           Else
               Display '*** CPUCEVM stage table full at 200 cards '
                       '-- deck rejected ***'
               Set DECK-FAILED to True
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Does the card's key exist as of this card?  The latest
      *    earlier card in the deck for the same key decides; with
      *    none, the cluster does.
      *--------------------------------------------------------------
       Find-Event-Key.
           Move CEI-SYSTEM-ID  to WS-CKY-SYSTEM
           Move CEI-EVENT-DATE to WS-CKY-DATE
           Move WS-CARD-TIME   to WS-CKY-TIME
           Move 'N' to WS-KEY-EXISTS
           Move 'N' to WS-KEY-DECIDED
           Perform Varying WS-KDX from WS-STG-COUNT by -1
                   until WS-KDX < 1 OR KEY-DECIDED
               If WS-STG-KEY(WS-KDX) = WS-CARD-KEY
                   Set KEY-DECIDED to True
                   If WS-STG-ACTION(WS-KDX) = 'ADD'
                       Set KEY-EXISTS to True
                   End-If
               End-If
           End-Perform
           If NOT KEY-DECIDED
               Move WS-CARD-KEY to CEV-KEY
               READ CHGEVT-FILE
               If CEV-OK
                   Set KEY-EXISTS to True
               End-If
           End-If
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
      *    Apply the staged cards in deck order: DELETE removes the
      *    event, ADD writes it stamped with who recorded it and
      *    when.
      *--------------------------------------------------------------
       Apply-Event-Changes.
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-STG-COUNT
               Move SPACES to CHANGE-EVENT-RECORD
               Move WS-STG-KEY(WS-KDX) to CEV-KEY
               If WS-STG-ACTION(WS-KDX) = 'DELETE'
                   DELETE CHGEVT-FILE RECORD
                   If CEV-OK
                       Add 1 to WS-DELETED-COUNT
                   End-If
               Else
                   Move WS-STG-CATEGORY(WS-KDX) to CEV-CATEGORY
                   Move WS-STG-DESC(WS-KDX)     to CEV-DESCRIPTION
                   Move WS-STG-INITIALS(WS-KDX) to CEV-ENTERED-BY
                   Move WS-TODAY(1:16)          to CEV-ENTERED-TS
                   WRITE CHANGE-EVENT-RECORD
                   If CEV-OK
                       Add 1 to WS-ADDED-COUNT
                   End-If
               End-If
               If CEV-OK
                   Display '  ' WS-STG-ACTION(WS-KDX) ' '
                           WS-STG-SYSTEM(WS-KDX) ' '
                           WS-STG-DATE(WS-KDX) ' '
                           WS-STG-TIME(WS-KDX) ' '
                           WS-STG-CATEGORY(WS-KDX) ' '
                           WS-STG-DESC(WS-KDX)
               Else
                   Display '*** CHGEVT update failed, file status '
                           WS-CEV-STATUS ' for ' WS-STG-ACTION(WS-KDX)
                           ' ' WS-STG-SYSTEM(WS-KDX) ' '
                           WS-STG-DATE(WS-KDX) ' '
                           WS-STG-TIME(WS-KDX) ' ***'
                   If 8 > Return-Code
                       Move 8 to Return-Code
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUCEVM'   to STP-PROGRAM-ID
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
