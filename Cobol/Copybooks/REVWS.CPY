      *>---------------------------------------------------------------
      *> REVWS.CPY
      *> Working-storage fields for the shared POST-REVENUE-ROW
      *> paragraph (see REVVAL.CPY).  COPY this member wherever that
      *> paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-RVL-STATUS            PIC XX.          *> REVENUE-LEDGER-FILE I/O status
       01  WS-RVL-STUDENT           PIC X(4).        *> Caller sets: whose seat
       01  WS-RVL-TERM              PIC X(6).        *> ...which term
       01  WS-RVL-COURSE            PIC X(15).       *> ...which course
       01  WS-RVL-SECTION           PIC X(2).        *> ...and section
       01  WS-RVL-KIND              PIC X(1).        *> T/F/D/E (see REVLEDREC.CPY)
       01  WS-RVL-CREDITS           PIC 9(2) VALUE 0. *> Credits taken or given up
       01  WS-RVL-AMOUNT            PIC 9(6)V99 VALUE 0. *> Gross amount
       01  WS-RVL-POST-DATE         PIC X(8).        *> Date posted
       01  WS-RVL-BILL-SEQ          PIC 9(4) VALUE 0. *> Billing row it matches
       01  WS-RVL-POSTED            PIC X VALUE "N". *> Billing row behind it written?
       01  WS-RVL-HOLD-AMT          PIC 9(6)V99 VALUE 0.
      *>         Scratch: a refund total before the course fees are
      *>         added into it, so the two can be written apart.
