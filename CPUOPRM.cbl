       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CPUOPRM.
      *===============================================================
      *  Authorized-operator maintenance.  The initials on a PUPDIN
      *  card, an ALCMDIN ACK/CLOSE or a CPUGATE APPROVE are checked
      *  (by the CPUAUTH module) against the OPRAUTH keyed table
      *  (see CPUOPER copybook), and this utility is the only
      *  sanctioned way that table changes: it loads the table,
      *  validates an update deck (OPRIN) against the table and
      *  against the cards ahead of it in the deck, and applies the
      *  deck only when every card passes -- a single bad card
      *  leaves the table untouched and ends with RC 8.  Each
      *  applied change is recorded on the SECAUDIT security audit
      *  dataset as an OPER-MAINT action under the requester's
      *  initials.  The table as it stands after the run is listed
      *  on SYSOUT.
      *
      *  OPRIN card: action in columns 1-8, operator initials in
      *  9-11, name in 12-41, role flags (Y/N) in 42 (PROFILE), 43
      *  (ALERT) and 44 (GATE-APPROVE), expiry date yyyymmdd in
      *  45-52, requester's initials in 53-55.  The requester is
      *  required on every card and may not be the operator the
      *  card changes -- nobody grants or renews their own
      *  authority.  The requester must also be on the table as
      *  loaded, active and not past expiry; a card from anyone
      *  else fails the deck and the refusal goes onto SECAUDIT as
      *  an OPER-MAINT rejection.  Only the deck that first loads
      *  an empty table is taken without that check -- there is
      *  nobody yet to request it.
      *  Actions:
      *    ADD        a new operator, entered active.  Name, all
      *               three role flags (at least one Y) and an
      *               expiry date no earlier than today are
      *               required;
      *    CHANGE     replace the name, any role flag and/or the
      *               expiry date (renewal) of an operator on file
      *               -- blank fields are left as they are;
      *    REVOKE     withdraw an active operator's authority at
      *               once, whatever the expiry date;
      *    REINSTAT   restore a revoked operator; a new expiry date
      *               no earlier than today is required.
      *  Operators are never deleted, so every set of initials on
      *  the audit trail still resolves to a name.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRIN-FILE ASSIGN TO OPRIN
               ORGANIZATION IS SEQUENTIAL.
      *    The keyed operator table.  Opened I-O against the already-
      *    defined cluster; a never-loaded cluster is primed the
      *    same way CPUCATM primes RTNCAT.
           SELECT OPRAUTH-FILE ASSIGN TO OPRAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-INITIALS
               FILE STATUS IS WS-OPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPRIN-FILE
           RECORDING MODE F.
       01  OPRIN-RECORD.
           05 OPI-ACTION            PIC X(8).
           05 OPI-INITIALS          PIC X(3).
           05 OPI-NAME              PIC X(30).
           05 OPI-ROLE-PROFILE      PIC X(1).
           05 OPI-ROLE-ALERT        PIC X(1).
           05 OPI-ROLE-GATE         PIC X(1).
           05 OPI-EXPIRY-X          PIC X(8).
           05 OPI-EXPIRY REDEFINES OPI-EXPIRY-X
                                    PIC 9(8).
           05 OPI-REQUESTER         PIC X(3).
           05 FILLER                PIC X(25).

       FD  OPRAUTH-FILE.
           COPY CPUOPER.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-ITEMS.
           05 WS-OPRIN-EOF       PIC X(1) VALUE 'N'.
              88 OPRIN-AT-EOF    VALUE 'Y'.
           05 WS-OPR-EOF         PIC X(1) VALUE 'N'.
              88 OPR-AT-EOF      VALUE 'Y'.
           05 WS-OPR-STATUS      PIC X(2).
              88 OPR-OK          VALUE '00'.
              88 OPR-NOT-THERE   VALUE '35'.
           05 WS-OPR-FAILED      PIC X(1) VALUE 'N'.
              88 OPR-FAILED      VALUE 'Y'.
           05 WS-DECK-FAILED     PIC X(1) VALUE 'N'.
              88 DECK-FAILED     VALUE 'Y'.
           05 WS-TODAY           PIC X(26).
           05 WS-TODAY-DATE      PIC 9(8).
           05 WS-CARD-COUNT      PIC 9(5) COMP-5 VALUE 0.
           05 WS-LOADED-COUNT    PIC 9(4) COMP-5 VALUE 0.
           05 WS-ADDED-COUNT     PIC 9(5) COMP-5 VALUE 0.
           05 WS-CHANGED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-REVOKED-COUNT   PIC 9(5) COMP-5 VALUE 0.
           05 WS-REINST-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-ACTIVE-COUNT    PIC 9(5) COMP-5 VALUE 0.
           05 WS-KDX             PIC 9(4) COMP-5.
           05 WS-LIST-STATE      PIC X(8).

      *===============================================================
      *  The table as loaded plus the validated changes, applied
      *  back to the cluster together once the whole deck passes.
      *===============================================================
       01  WS-OPERATOR-TABLE.
           05 WS-OPT-COUNT       PIC 9(4) COMP-5 VALUE 0.
           05 WS-OPT-ENTRY OCCURS 200 TIMES.
              10 WS-OPT-INITIALS     PIC X(3).
              10 WS-OPT-NAME         PIC X(30).
              10 WS-OPT-PROFILE      PIC X(1).
              10 WS-OPT-ALERT        PIC X(1).
              10 WS-OPT-GATE         PIC X(1).
              10 WS-OPT-EXPIRY       PIC 9(8).
              10 WS-OPT-STATE        PIC X(1).
                 88 OPT-ACTIVE       VALUE 'A'.
                 88 OPT-REVOKED      VALUE 'R'.
              10 WS-OPT-ADDED        PIC 9(8).
              10 WS-OPT-CHANGED      PIC 9(8).
              10 WS-OPT-CHANGED-BY   PIC X(3).
      *       'N' new entry to WRITE, 'C' changed entry to REWRITE,
      *       space untouched by the deck.
              10 WS-OPT-ACTION       PIC X(1).
                 88 OPT-IS-NEW       VALUE 'N'.
                 88 OPT-IS-CHANGED   VALUE 'C'.
      *       The card that last changed the entry, for the audit
      *       record.
              10 WS-OPT-CARD-ACTION  PIC X(8).
           05 WS-OPT-IDX         PIC 9(4) COMP-5 VALUE 0.
           05 WS-OPT-FOUND       PIC X(1).
              88 OPT-FOUND       VALUE 'Y'.

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
      *    The card's expiry: 'B' blank, 'Y' a real date no earlier
      *    than today, 'N' anything else.
           05 WS-EXPIRY-STATE    PIC X(1).
              88 EXPIRY-BLANK    VALUE 'B'.
              88 EXPIRY-GOOD     VALUE 'Y'.
           05 WS-FLAGS-OK        PIC X(1).
              88 FLAGS-OK        VALUE 'Y'.
      *    Why the card's requester may not request it; spaces when
      *    the requester is an active, unexpired operator on file.
           05 WS-REQ-REASON      PIC X(30).

      *    Parameter block for the CPUAUTH operator-authority calls
      *    (see CPUAUTL copybook).
           COPY CPUAUTL.

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
           Display '=== CPUOPRM: authorized-operator maintenance ==='
           Perform Write-Step-Start
           Move FUNCTION CURRENT-DATE to WS-TODAY
           Move WS-TODAY(1:8) to WS-TODAY-DATE

           Perform Open-Operator-Table
           If NOT OPR-FAILED
               Perform Load-Operator-Table
               Perform Validate-Update-Deck
               Evaluate True
                   When DECK-FAILED
                       Display '*** update deck rejected -- operator '
                               'table left unchanged ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   When WS-CARD-COUNT = 0
                       Display '*** no update cards supplied -- '
                               'operator table left unchanged ***'
                       If 4 > Return-Code
                           Move 4 to Return-Code
                       End-If
                       Perform List-Operator-Table
                   When Other
                       Perform Apply-Operator-Changes
                       Display 'Operators added        : '
                               WS-ADDED-COUNT
                       Display 'Operators changed      : '
                               WS-CHANGED-COUNT
                       Display 'Operators revoked      : '
                               WS-REVOKED-COUNT
                       Display 'Operators reinstated   : '
                               WS-REINST-COUNT
                       Perform List-Operator-Table
               End-Evaluate
               CLOSE OPRAUTH-FILE
           End-If
           Display ' '
           Perform Write-Step-End
           GOBACK.


      *--------------------------------------------------------------
      *    Open the table I-O.  A brand-new (never-loaded) cluster
      *    comes back file status 35, in which case it is opened
      *    OUTPUT once to prime it -- same as CPUCATM's
      *    Open-Catalog.  Anything else non-zero stops the run.
      *--------------------------------------------------------------
       Open-Operator-Table.
           OPEN I-O OPRAUTH-FILE
           If OPR-NOT-THERE
               OPEN OUTPUT OPRAUTH-FILE
               CLOSE OPRAUTH-FILE
               OPEN I-O OPRAUTH-FILE
           End-If
           If NOT OPR-OK
               Display '*** OPRAUTH open failed, file status '
                       WS-OPR-STATUS ' -- maintenance abandoned ***'
               Set OPR-FAILED to True
               If 8 > Return-Code
                   Move 8 to Return-Code
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Browse the whole table into working storage, in key
      *    order.
      *--------------------------------------------------------------
       Load-Operator-Table.
           Move LOW-VALUES to OPR-INITIALS
           START OPRAUTH-FILE KEY NOT < OPR-INITIALS
           If NOT OPR-OK
               Set OPR-AT-EOF to True
           End-If
           PERFORM UNTIL OPR-AT-EOF
               READ OPRAUTH-FILE NEXT RECORD
                   AT END
                       SET OPR-AT-EOF TO TRUE
                   NOT AT END
                       IF WS-OPT-COUNT < 200
                           ADD 1 TO WS-OPT-COUNT
                           MOVE WS-OPT-COUNT TO WS-OPT-IDX
                           MOVE OPR-INITIALS TO
                               WS-OPT-INITIALS(WS-OPT-IDX)
                           MOVE OPR-NAME TO WS-OPT-NAME(WS-OPT-IDX)
                           MOVE OPR-ROLE-PROFILE TO
                               WS-OPT-PROFILE(WS-OPT-IDX)
                           MOVE OPR-ROLE-ALERT TO
                               WS-OPT-ALERT(WS-OPT-IDX)
                           MOVE OPR-ROLE-GATE TO
                               WS-OPT-GATE(WS-OPT-IDX)
                           MOVE OPR-EXPIRY-DATE TO
                               WS-OPT-EXPIRY(WS-OPT-IDX)
                           MOVE OPR-STATUS TO
                               WS-OPT-STATE(WS-OPT-IDX)
                           MOVE OPR-ADDED-DATE TO
                               WS-OPT-ADDED(WS-OPT-IDX)
                           MOVE OPR-CHANGED-DATE TO
                               WS-OPT-CHANGED(WS-OPT-IDX)
                           MOVE OPR-CHANGED-BY TO
                               WS-OPT-CHANGED-BY(WS-OPT-IDX)
                           MOVE SPACE TO
                               WS-OPT-ACTION(WS-OPT-IDX)
                           MOVE SPACES TO
                               WS-OPT-CARD-ACTION(WS-OPT-IDX)
                       ELSE
                           DISPLAY '*** CPUOPRM operator table full '
                                   'at 200 entries -- load stopped '
                                   '***'
                           SET OPR-AT-EOF TO TRUE
                           SET DECK-FAILED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           Move WS-OPT-COUNT to WS-LOADED-COUNT
           Display 'Operators loaded: ' WS-OPT-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Validate every update card; a single failure fails the
      *    whole deck so a half-applied change never takes effect.
      *    Valid cards stage into the table, so a later card in the
      *    same deck is checked against the earlier ones.
      *--------------------------------------------------------------
       Validate-Update-Deck.
           OPEN INPUT OPRIN-FILE
           PERFORM UNTIL OPRIN-AT-EOF
               READ OPRIN-FILE
                   AT END
                       SET OPRIN-AT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM Validate-One-Card
               END-READ
           END-PERFORM
           CLOSE OPRIN-FILE
           EXIT.


      *--------------------------------------------------------------
      *    The edits common to every action -- initials and
      *    requester present and different, the requester an
      *    authorized operator, expiry blank or a real date no
      *    earlier than today -- then the action's own.
      *--------------------------------------------------------------
       Validate-One-Card.
           Perform Check-Requester
           Move OPI-INITIALS to OPR-INITIALS
           Perform Find-Operator-Entry
           Perform Edit-Card-Expiry
           Evaluate True
               When OPI-INITIALS = SPACES
                   Display '*** ' OPI-ACTION ' card: operator '
                           'initials missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-REQUESTER = SPACES
                   Display '*** ' OPI-ACTION ' card for <'
                           OPI-INITIALS '>: requester initials '
                           'missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-REQUESTER = OPI-INITIALS
                   Display '*** ' OPI-ACTION ' card for <'
                           OPI-INITIALS '>: an operator may not '
                           'request their own change -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When WS-REQ-REASON NOT = SPACES
                   Display '*** ' OPI-ACTION ' card for <'
                           OPI-INITIALS '>: requester <'
                           OPI-REQUESTER '> refused, '
                           WS-REQ-REASON ' -- deck rejected ***'
                   Set DECK-FAILED to True
                   Perform Log-Requester-Refusal
               When NOT EXPIRY-BLANK AND NOT EXPIRY-GOOD
                   Display '*** ' OPI-ACTION ' card for <'
                           OPI-INITIALS '>: expiry <' OPI-EXPIRY-X
                           '> is not a real date on or after today '
                           '-- deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-ACTION = 'ADD'
                   Perform Stage-Add-Card
               When OPI-ACTION = 'CHANGE'
                   Perform Stage-Change-Card
               When OPI-ACTION = 'REVOKE'
                   Perform Stage-Revoke-Card
               When OPI-ACTION = 'REINSTAT'
                   Perform Stage-Reinstate-Card
               When Other
                   Display '*** unrecognized operator action <'
                           OPI-ACTION '> for <' OPI-INITIALS
                           '> -- deck rejected ***'
                   Set DECK-FAILED to True
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The card's requester against the table as loaded (and as
      *    this deck has staged it so far -- a requester revoked
      *    earlier in the deck is refused, one added earlier in it
      *    is not yet on file): active and the expiry date not past.
      *    Sets WS-REQ-REASON, the same wording CPUAUTH uses.  An
      *    empty table is being primed and has nobody to check.
      *--------------------------------------------------------------
       Check-Requester.
           Move SPACES to WS-REQ-REASON
           If WS-LOADED-COUNT > 0 AND OPI-REQUESTER NOT = SPACES
               Move OPI-REQUESTER to OPR-INITIALS
               Perform Find-Operator-Entry
               Evaluate True
                   When NOT OPT-FOUND
                   When OPT-IS-NEW(WS-OPT-IDX)
                       Move 'UNKNOWN INITIALS' to WS-REQ-REASON
                   When NOT OPT-ACTIVE(WS-OPT-IDX)
                       Move 'AUTHORITY REVOKED' to WS-REQ-REASON
                   When WS-OPT-EXPIRY(WS-OPT-IDX) < WS-TODAY-DATE
                       String 'AUTHORITY EXPIRED '
                              WS-OPT-EXPIRY(WS-OPT-IDX)
                           Delimited by Size into WS-REQ-REASON
                       End-String
                   When Other
                       Continue
               End-Evaluate
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A refused requester onto SECAUDIT as a rejected
      *    OPER-MAINT action: the card action and whose entry it
      *    would have changed.
      *--------------------------------------------------------------
       Log-Requester-Refusal.
           Move 'CPUOPRM'     to AUT-PROGRAM-ID
           Move OPI-REQUESTER to AUT-INITIALS
           Set AUT-ROLE-OPER-MAINT to True
           Move SPACES to AUT-ACTION
           String OPI-ACTION   Delimited by Space
                  ' '          Delimited by Size
                  OPI-INITIALS Delimited by Size
               into AUT-ACTION
           End-String
           Move WS-REQ-REASON to AUT-REASON
           Set AUT-LOG-REFUSAL to True
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    ADD: new initials with every field supplied.
      *--------------------------------------------------------------
       Stage-Add-Card.
           Perform Edit-Role-Flags
           Evaluate True
               When OPT-FOUND
                   Display '*** ADD card for <' OPI-INITIALS
                           '>: already on the operator table -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-NAME = SPACES
                   Display '*** ADD card for <' OPI-INITIALS
                           '>: name missing -- deck rejected ***'
                   Set DECK-FAILED to True
               When NOT FLAGS-OK
                 OR OPI-ROLE-PROFILE = SPACE
                 OR OPI-ROLE-ALERT = SPACE
                 OR OPI-ROLE-GATE = SPACE
                   Display '*** ADD card for <' OPI-INITIALS
                           '>: role flags must each be Y or N -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-ROLE-PROFILE NOT = 'Y'
                AND OPI-ROLE-ALERT NOT = 'Y'
                AND OPI-ROLE-GATE NOT = 'Y'
                   Display '*** ADD card for <' OPI-INITIALS
                           '>: no role granted -- deck rejected ***'
                   Set DECK-FAILED to True
               When EXPIRY-BLANK
                   Display '*** ADD card for <' OPI-INITIALS
                           '>: expiry date missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When WS-OPT-COUNT >= 200
                   Display '*** operator table full -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Add 1 to WS-OPT-COUNT
                   Move WS-OPT-COUNT     to WS-OPT-IDX
                   Move OPI-INITIALS     to WS-OPT-INITIALS(WS-OPT-IDX)
                   Move OPI-NAME         to WS-OPT-NAME(WS-OPT-IDX)
                   Move OPI-ROLE-PROFILE to WS-OPT-PROFILE(WS-OPT-IDX)
                   Move OPI-ROLE-ALERT   to WS-OPT-ALERT(WS-OPT-IDX)
                   Move OPI-ROLE-GATE    to WS-OPT-GATE(WS-OPT-IDX)
                   Move OPI-EXPIRY       to WS-OPT-EXPIRY(WS-OPT-IDX)
                   Move 'A'              to WS-OPT-STATE(WS-OPT-IDX)
                   Move WS-TODAY-DATE    to WS-OPT-ADDED(WS-OPT-IDX)
                   Move 'N'              to WS-OPT-ACTION(WS-OPT-IDX)
                   Perform Stamp-Entry-Change
                   Add 1 to WS-ADDED-COUNT
                   Display '  staged: ADD ' OPI-INITIALS ' '
                           OPI-NAME ' roles ' OPI-ROLE-PROFILE
                           OPI-ROLE-ALERT OPI-ROLE-GATE
                           ' expires ' OPI-EXPIRY
                           ' for ' OPI-REQUESTER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    CHANGE: name, role flags, expiry; blank means unchanged.
      *--------------------------------------------------------------
       Stage-Change-Card.
           Perform Edit-Role-Flags
           Evaluate True
               When NOT OPT-FOUND
                   Display '*** CHANGE card for <' OPI-INITIALS
                           '>: not on the operator table -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT FLAGS-OK
                   Display '*** CHANGE card for <' OPI-INITIALS
                           '>: role flags must be Y, N or blank -- '
                           'deck rejected ***'
                   Set DECK-FAILED to True
               When OPI-NAME = SPACES
                AND OPI-ROLE-PROFILE = SPACE
                AND OPI-ROLE-ALERT = SPACE
                AND OPI-ROLE-GATE = SPACE
                AND EXPIRY-BLANK
                   Display '*** CHANGE card for <' OPI-INITIALS
                           '>: nothing to change -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   If OPI-NAME NOT = SPACES
                       Move OPI-NAME to WS-OPT-NAME(WS-OPT-IDX)
                   End-If
                   If OPI-ROLE-PROFILE NOT = SPACE
                       Move OPI-ROLE-PROFILE to
                           WS-OPT-PROFILE(WS-OPT-IDX)
                   End-If
                   If OPI-ROLE-ALERT NOT = SPACE
                       Move OPI-ROLE-ALERT to WS-OPT-ALERT(WS-OPT-IDX)
                   End-If
                   If OPI-ROLE-GATE NOT = SPACE
                       Move OPI-ROLE-GATE to WS-OPT-GATE(WS-OPT-IDX)
                   End-If
                   If EXPIRY-GOOD
                       Move OPI-EXPIRY to WS-OPT-EXPIRY(WS-OPT-IDX)
                   End-If
                   Perform Mark-Entry-Changed
                   Add 1 to WS-CHANGED-COUNT
                   Display '  staged: CHANGE ' OPI-INITIALS
                           ' for ' OPI-REQUESTER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    REVOKE: an active operator loses all authority now.
      *--------------------------------------------------------------
       Stage-Revoke-Card.
           Evaluate True
               When NOT OPT-FOUND
                   Display '*** REVOKE card for <' OPI-INITIALS
                           '>: not on the operator table -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT OPT-ACTIVE(WS-OPT-IDX)
                   Display '*** REVOKE card for <' OPI-INITIALS
                           '>: already revoked -- deck rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Move 'R' to WS-OPT-STATE(WS-OPT-IDX)
                   Perform Mark-Entry-Changed
                   Add 1 to WS-REVOKED-COUNT
                   Display '  staged: REVOKE ' OPI-INITIALS
                           ' for ' OPI-REQUESTER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    REINSTAT: a revoked operator comes back with a fresh
      *    expiry date.
      *--------------------------------------------------------------
       Stage-Reinstate-Card.
           Evaluate True
               When NOT OPT-FOUND
                   Display '*** REINSTAT card for <' OPI-INITIALS
                           '>: not on the operator table -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When NOT OPT-REVOKED(WS-OPT-IDX)
                   Display '*** REINSTAT card for <' OPI-INITIALS
                           '>: not revoked -- deck rejected ***'
                   Set DECK-FAILED to True
               When EXPIRY-BLANK
                   Display '*** REINSTAT card for <' OPI-INITIALS
                           '>: new expiry date missing -- deck '
                           'rejected ***'
                   Set DECK-FAILED to True
               When Other
                   Move 'A'        to WS-OPT-STATE(WS-OPT-IDX)
                   Move OPI-EXPIRY to WS-OPT-EXPIRY(WS-OPT-IDX)
                   Perform Mark-Entry-Changed
                   Add 1 to WS-REINST-COUNT
                   Display '  staged: REINSTAT ' OPI-INITIALS
                           ' expires ' OPI-EXPIRY
                           ' for ' OPI-REQUESTER
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    An entry added earlier in this deck stays a WRITE;
      *    anything already on the cluster becomes a REWRITE.
      *--------------------------------------------------------------
       Mark-Entry-Changed.
           If NOT OPT-IS-NEW(WS-OPT-IDX)
               Move 'C' to WS-OPT-ACTION(WS-OPT-IDX)
           End-If
           Perform Stamp-Entry-Change
           EXIT.


      *--------------------------------------------------------------
      *    Who changed the entry, when, and with which card.
      *--------------------------------------------------------------
       Stamp-Entry-Change.
           Move WS-TODAY-DATE to WS-OPT-CHANGED(WS-OPT-IDX)
           Move OPI-REQUESTER to WS-OPT-CHANGED-BY(WS-OPT-IDX)
           Move OPI-ACTION    to WS-OPT-CARD-ACTION(WS-OPT-IDX)
           EXIT.


      *--------------------------------------------------------------
      *    Look OPR-INITIALS up in the table; sets OPT-FOUND and
      *    WS-OPT-IDX.
      *--------------------------------------------------------------
       Find-Operator-Entry.
           Move 'N' to WS-OPT-FOUND
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-OPT-COUNT OR OPT-FOUND
               If WS-OPT-INITIALS(WS-KDX) = OPR-INITIALS
                   Move 'Y' to WS-OPT-FOUND
                   Move WS-KDX to WS-OPT-IDX
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Each role flag on the card Y, N or blank.
      *--------------------------------------------------------------
       Edit-Role-Flags.
           Move 'Y' to WS-FLAGS-OK
           If OPI-ROLE-PROFILE NOT = 'Y' AND NOT = 'N'
                               AND NOT = SPACE
               Move 'N' to WS-FLAGS-OK
           End-If
           If OPI-ROLE-ALERT NOT = 'Y' AND NOT = 'N'
                             AND NOT = SPACE
               Move 'N' to WS-FLAGS-OK
           End-If
           If OPI-ROLE-GATE NOT = 'Y' AND NOT = 'N'
                            AND NOT = SPACE
               Move 'N' to WS-FLAGS-OK
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The card's expiry: blank, or a real calendar date no
      *    earlier than today.
      *--------------------------------------------------------------
       Edit-Card-Expiry.
           Evaluate True
               When OPI-EXPIRY-X = SPACES
                   Set EXPIRY-BLANK to True
               When OPI-EXPIRY NOT NUMERIC
                   Move 'N' to WS-EXPIRY-STATE
               When Other
                   Move OPI-EXPIRY to WS-EDIT-DATE
                   Perform Edit-Calendar-Date
                   If DATE-OK AND OPI-EXPIRY >= WS-TODAY-DATE
                       Set EXPIRY-GOOD to True
                   Else
                       Move 'N' to WS-EXPIRY-STATE
                   End-If
           End-Evaluate
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
      *    Write the new entries and rewrite the changed ones, each
      *    recorded on SECAUDIT under the requester's initials.
      *--------------------------------------------------------------
       Apply-Operator-Changes.
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-OPT-COUNT
               If OPT-IS-NEW(WS-KDX) OR OPT-IS-CHANGED(WS-KDX)
                   Move SPACES to OPERATOR-AUTHORITY-RECORD
                   Move WS-OPT-INITIALS(WS-KDX) to OPR-INITIALS
                   Move WS-OPT-NAME(WS-KDX)     to OPR-NAME
                   Move WS-OPT-PROFILE(WS-KDX)  to OPR-ROLE-PROFILE
                   Move WS-OPT-ALERT(WS-KDX)    to OPR-ROLE-ALERT
                   Move WS-OPT-GATE(WS-KDX)     to OPR-ROLE-GATE
                   Move WS-OPT-EXPIRY(WS-KDX)   to OPR-EXPIRY-DATE
                   Move WS-OPT-STATE(WS-KDX)    to OPR-STATUS
                   Move WS-OPT-ADDED(WS-KDX)    to OPR-ADDED-DATE
                   Move WS-OPT-CHANGED(WS-KDX)  to OPR-CHANGED-DATE
                   Move WS-OPT-CHANGED-BY(WS-KDX) to OPR-CHANGED-BY
                   If OPT-IS-NEW(WS-KDX)
                       WRITE OPERATOR-AUTHORITY-RECORD
                   Else
                       REWRITE OPERATOR-AUTHORITY-RECORD
                   End-If
                   If OPR-OK
                       Perform Log-Operator-Change
                   Else
                       Display '*** OPRAUTH update failed, file '
                               'status ' WS-OPR-STATUS ' for '
                               OPR-INITIALS ' ***'
                       If 8 > Return-Code
                           Move 8 to Return-Code
                       End-If
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One applied change (entry WS-KDX) onto SECAUDIT as an
      *    OPER-MAINT action: the card action, whose entry, the
      *    roles and expiry it now carries.
      *--------------------------------------------------------------
       Log-Operator-Change.
           Move 'CPUOPRM'  to AUT-PROGRAM-ID
           Move WS-OPT-CHANGED-BY(WS-KDX) to AUT-INITIALS
           Set AUT-ROLE-OPER-MAINT to True
           Move SPACES to AUT-ACTION
           String WS-OPT-CARD-ACTION(WS-KDX) Delimited by Space
                  ' '                        Delimited by Size
                  WS-OPT-INITIALS(WS-KDX)    Delimited by Size
                  ' ROLES '                  Delimited by Size
                  WS-OPT-PROFILE(WS-KDX)     Delimited by Size
                  WS-OPT-ALERT(WS-KDX)       Delimited by Size
                  WS-OPT-GATE(WS-KDX)        Delimited by Size
                  ' EXP '                    Delimited by Size
                  WS-OPT-EXPIRY(WS-KDX)      Delimited by Size
                  ' '                        Delimited by Size
                  WS-OPT-STATE(WS-KDX)       Delimited by Size
               into AUT-ACTION
           End-String
           Set AUT-LOG-ACTION to True
           Move Return-Code to AUT-CALLER-RC
           Call 'CPUAUTH' Using AUTHORITY-CHECK-PARMS
           EXIT.


      *--------------------------------------------------------------
      *    List the table as it now stands -- working storage
      *    mirrors the cluster once the deck has been applied.
      *--------------------------------------------------------------
       List-Operator-Table.
           Display ' '
           Display 'INIT  NAME                            P A G  '
                   'EXPIRES   STATUS'
           Perform Varying WS-KDX from 1 by 1
                   until WS-KDX > WS-OPT-COUNT
               Evaluate True
                   When OPT-REVOKED(WS-KDX)
                       Move 'REVOKED' to WS-LIST-STATE
                   When WS-OPT-EXPIRY(WS-KDX) < WS-TODAY-DATE
                       Move 'EXPIRED' to WS-LIST-STATE
                   When Other
                       Move 'ACTIVE'  to WS-LIST-STATE
                       Add 1 to WS-ACTIVE-COUNT
               End-Evaluate
               Display WS-OPT-INITIALS(WS-KDX) '   '
                       WS-OPT-NAME(WS-KDX) '  '
                       WS-OPT-PROFILE(WS-KDX) ' '
                       WS-OPT-ALERT(WS-KDX) ' '
                       WS-OPT-GATE(WS-KDX) '  '
                       WS-OPT-EXPIRY(WS-KDX) '  '
                       WS-LIST-STATE
           End-Perform
           Display 'Operators in force     : ' WS-ACTIVE-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Step-timing record at start of run (see CPUSTEP) -- wall
      *    clock and CPU so far, for the batch-window history.
      *--------------------------------------------------------------
       Write-Step-Start.
           Move 'CPUOPRM'   to STP-PROGRAM-ID
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
