      *>---------------------------------------------------------------
      *> REMITWS.CPY
      *> Working-storage fields for the shared tuition-remission
      *> paragraphs (see REMITVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-TRM-FILE-STATUS       PIC XX.          *> REMISSION-FILE I/O status
       01  WS-TRM-LED-STATUS        PIC XX.          *> REMISSION-LEDGER-FILE I/O status
       01  WS-TRM-STUDENT           PIC X(4).        *> Caller sets: whose seat
       01  WS-TRM-TERM              PIC X(6).        *> ...which term
       01  WS-TRM-COURSE            PIC X(15).       *> ...which course
       01  WS-TRM-SECTION           PIC X(2).        *> ...and section
       01  WS-TRM-ENROLL-DATE       PIC X(8).        *> ...enrolled on
       01  WS-TRM-POST-DATE         PIC X(8).        *> Date the rows are posted
       01  WS-TRM-CREDITS           PIC 9(2) VALUE 0. *> Seat's credit hours
       01  WS-TRM-BASE              PIC 9(6)V99 VALUE 0.
      *>         Tuition the student was billed for the seat (net of
      *>         any sponsor share) - what the percent applies to.
       01  WS-TRM-BACK-PCT          PIC 9(3) VALUE 0. *> Percent of the seat refunded
       01  WS-TRM-BLOCK-TARGET      PIC S9(7)V99 VALUE 0.
      *>         The term's block adjustment (TUITVAL.CPY's target).
       01  WS-TRM-TERM-CREDITS      PIC 9(3) VALUE 0. *> Credits held in the term
       01  WS-TRM-BILL-SEQ          PIC 9(4) VALUE 0.
      *>         Last billing sequence the caller used; each row
      *>         posted here takes the next one and leaves it here.
       01  WS-TRM-RESULT            PIC X VALUE "N".
      *>         P = REMISSION ROW POSTED, N = NOTHING TO POST.
       01  WS-TRM-AMOUNT            PIC 9(6)V99 VALUE 0. *> Amount of the row posted
       01  WS-TRM-ASOF-DATE         PIC X(8).        *> Eligibility as-of date
       01  WS-TRM-FOUND             PIC X VALUE "N". *> Eligibility row in force?
       01  WS-TRM-EOF               PIC X VALUE "N". *> Scratch EOF flag
       01  WS-TRM-BEST-DATE         PIC X(8).        *> Latest effective date seen
       01  WS-TRM-PCT               PIC 9(3) VALUE 0. *> Percent in force
       01  WS-TRM-CAP               PIC 9(2) VALUE 0. *> Credit cap in force
       01  WS-TRM-EMPLOYEE          PIC X(8).        *> Employee it belongs to
       01  WS-TRM-RELATION          PIC X(1).        *> E/S/D
       01  WS-TRM-USED              PIC S9(3) VALUE 0. *> Credits already remitted
       01  WS-TRM-REMIT-CREDITS     PIC 9(3) VALUE 0. *> Credits remitted this time
       01  WS-TRM-GRANTED           PIC 9(6)V99 VALUE 0. *> Seat's grants
       01  WS-TRM-REVERSED          PIC 9(6)V99 VALUE 0. *> ...and reversals so far
       01  WS-TRM-GRANT-CREDITS     PIC 9(2) VALUE 0. *> Credits the grant took
       01  WS-TRM-TARGET            PIC S9(7)V99 VALUE 0. *> Block share wanted
       01  WS-TRM-PRIOR             PIC S9(7)V99 VALUE 0. *> Block share on file
       01  WS-TRM-CHANGE            PIC S9(7)V99 VALUE 0. *> Block share posted
       01  WS-TRM-BILL-TYPE         PIC X(1).        *> "M" or "N" row to post
       01  WS-TRM-DESC              PIC X(20).       *> Its description
       01  WS-TRM-LED-TYPE          PIC X(1).        *> "G" or "R" ledger row
       01  WS-TRM-LED-CREDITS       PIC 9(2) VALUE 0. *> Its credits
