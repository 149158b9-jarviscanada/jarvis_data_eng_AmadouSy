      *>---------------------------------------------------------------
      *> TUITWS.CPY
      *> Working-storage fields for the shared ASSESS-TERM-TUITION
      *> paragraph (see TUITVAL.CPY).  COPY this member wherever that
      *> paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-TUIT-STUDENT          PIC X(4).        *> Caller sets: whose term
       01  WS-TUIT-TERM             PIC X(6).        *> ...which term
       01  WS-TUIT-DATE             PIC X(8).        *> ...and the posting date
       01  WS-TUIT-W-REFUNDED       PIC X VALUE "N".
      *>         Caller sets Y for a withdrawn or transferred student,
      *>         whose W seats were credited back whole (PRGW0035) and
      *>         so no longer count toward the band.  A W from an
      *>         ordinary late drop kept its charge and still counts;
      *>         a W left by a section cancellation never does (see
      *>         TUIT-FIND-CANCEL-REFUND).
       01  WS-TUIT-RESULT           PIC X VALUE "N".
      *>         P = ADJUSTMENT POSTED, N = NOTHING TO POST,
      *>         L = BILLING ROW LOCKED, C = PERIOD CLOSED.
       01  WS-TUIT-EOF              PIC X VALUE "N". *> Scratch EOF flag
       01  WS-TUIT-BILL-EOF         PIC X VALUE "N". *> Billing-scan EOF flag
       01  WS-TUIT-ROW-REFUNDED     PIC X VALUE "N". *> Row's seat credited back whole
       01  WS-TUIT-CANCEL-DESC      PIC X(20).       *> "CANCEL " + course
       01  WS-TUIT-PRICE-DATE       PIC X(8).        *> Term start, or the posting date
       01  WS-TUIT-CREDITS          PIC 9(3) VALUE 0. *> Credits held in the term
       01  WS-TUIT-SEAT-TOTAL       PIC 9(7)V99 VALUE 0.
      *>         What the term's seats were charged one by one
      *>         (credits times the rate on each enrollment date).
       01  WS-TUIT-BANDED           PIC 9(7)V99 VALUE 0. *> Term tuition from the band
       01  WS-TUIT-TARGET           PIC S9(7)V99 VALUE 0.
      *>         Adjustment the term should carry: banded less seats.
       01  WS-TUIT-PRIOR            PIC S9(7)V99 VALUE 0.
      *>         Adjustment already on the ledger for the term.
       01  WS-TUIT-CHANGE           PIC S9(7)V99 VALUE 0. *> Posted this time
       01  WS-TUIT-DESC             PIC X(20).       *> "BLOCK ADJ " + term
       01  WS-TUIT-NEXT-SEQ         PIC 9(4) VALUE 0. *> Next billing sequence
       01  WS-TUIT-SAVE-ENROLL      PIC X(40).       *> Caller's ENROLLMENT-RECORD
       01  WS-TUIT-SAVE-COURSE      PIC X(15).       *> Caller's C-CODE/C-SECTION,
       01  WS-TUIT-SAVE-SECTION     PIC X(2).        *> re-read afterward
       01  WS-TUIT-SAVE-LOCK-TYPE   PIC X(6).        *> Caller's lock fields, saved
       01  WS-TUIT-SAVE-LOCK-KEY    PIC X(15).       *> around the "BILL" lock
       01  WS-TUIT-SAVE-LOCK-HELD   PIC X.
