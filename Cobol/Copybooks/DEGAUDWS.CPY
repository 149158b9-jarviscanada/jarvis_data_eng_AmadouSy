      *>---------------------------------------------------------------
      *> DEGAUDWS.CPY
      *> Working-storage fields for the shared degree-audit
      *> paragraphs (see DEGAUDVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01 WS-DA-STUDENT        PIC X(4).             *> Student being audited
       01 WS-DA-EOF            PIC X VALUE "N".      *> History-scan EOF flag
       01 WS-DA-MET            PIC X VALUE "N".      *> Every requirement met
       01 WS-WORK-USED         PIC 9(3) VALUE 0.     *> Course-work entries filled
       01 WS-WORK-IX           PIC 9(3) VALUE 0.     *> Course-work subscript
       01 WS-WORK-TABLE.
           05 WS-WORK-ENTRY OCCURS 100 TIMES.
               10 WS-WORK-COURSE   PIC X(15).
               10 WS-WORK-STATE    PIC X(1).
      *>             P = passed, I = in progress (ungraded row).
               10 WS-WORK-CREDITS  PIC 9(3).
      *>         Every course the student has ever carried, current
      *>         term and history together - 100 rows is four years
      *>         of heavy loads with room to spare.
       01 WS-REQ-IX            PIC 9(2) VALUE 0.     *> Required-course subscript
       01 WS-REQ-STATE         PIC X(12).            *> Printable requirement state
       01 WS-IS-REQUIRED       PIC X VALUE "N".      *> Course is on the required list
       01 WS-MISSING-COUNT     PIC 9(2) VALUE 0.     *> Requirements still missing
       01 WS-INPROG-COUNT      PIC 9(2) VALUE 0.     *> Requirements in progress
       01 WS-ELECTIVE-CREDITS  PIC 9(4) VALUE 0.     *> Elective credits earned
