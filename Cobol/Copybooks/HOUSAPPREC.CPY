      *>---------------------------------------------------------------
      *> HOUSAPPREC.CPY
      *> Shared housing application/assignment record layout for
      *> housing-applications.txt.  A student applies for a term
      *> (PRGC0186) with their preferences; the assignment run
      *> (PRGL0187) places pending applicants into open beds on
      *> residence-beds.txt (BEDREC.CPY) and posts the term's
      *> housing charge; a checkout (PRGL0188) frees the bed and
      *> posts the prorated credit.  The row stays on file through
      *> all of it, so the ledger rows can always be tied back to
      *> the bed they paid for.
      *>
      *> The standard SELECT is:
      *>     SELECT HOUSING-APP-FILE
      *>         ASSIGN TO "housing-applications.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS HAP-KEY
      *>         FILE STATUS IS WS-HAP-STATUS.
      *>---------------------------------------------------------------
       01  HOUSING-APP-RECORD.
           05  HAP-KEY.
               10  HAP-TERM            PIC X(6).
      *>             TERM-CODE on term-calendar.txt (TERMREC.CPY).
               10  HAP-STUDENT-ID      PIC X(4).
           05  HAP-APPLIED-DATE        PIC X(8).
      *>         YYYYMMDD of the application - earlier applicants are
      *>         placed first.
           05  HAP-GENDER              PIC X(1).
      *>         "M" or "F"; "X" = all-gender housing only.  Matched
      *>         against BED-GENDER.
           05  HAP-PREF-HALL-1         PIC X(4).
           05  HAP-PREF-HALL-2         PIC X(4).
      *>         First and second choice of hall.  SPACES = no
      *>         preference.
           05  HAP-PREF-RATE           PIC X(4).
      *>         Preferred rate code (room type).  SPACES = any.
           05  HAP-ROOMMATE            PIC X(4).
      *>         Student ID of a requested roommate.  SPACES = none.
           05  HAP-STATUS              PIC X(1).
      *>         "P" = pending, waiting for the assignment run.
      *>         "W" = no suitable bed on the last run - tried again
      *>               on the next one.
      *>         "A" = assigned; the bed and charge are below.
      *>         "O" = checked out; the credit is below.
      *>         "X" = application cancelled before assignment.
           05  HAP-HALL                PIC X(4).
           05  HAP-ROOM                PIC X(4).
           05  HAP-BED                 PIC X(1).
      *>         BED-KEY of the bed assigned.  SPACES until "A".
           05  HAP-RATE-CODE           PIC X(4).
           05  HAP-CHARGE              PIC 9(6)V99.
      *>         Term housing charge posted at assignment.
           05  HAP-CHARGE-SEQ          PIC 9(4).
      *>         BILL-SEQ of that charge on billing-ledger.txt.
           05  HAP-ASSIGNED-DATE       PIC X(8).
           05  HAP-CHECKOUT-FLAG       PIC X(1).
      *>         "W" = the student withdrew (PRGW0035) while assigned
      *>         and is due to be checked out.  SPACE otherwise.
           05  HAP-FLAG-DATE           PIC X(8).
      *>         Effective date of that withdrawal.
           05  HAP-CHECKOUT-DATE       PIC X(8).
           05  HAP-CREDIT              PIC 9(6)V99.
      *>         Prorated housing credit posted at checkout.
           05  HAP-UPDATED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) who last changed the row.
