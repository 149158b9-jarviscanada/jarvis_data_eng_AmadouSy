      *>---------------------------------------------------------------
      *> REMLEDREC.CPY
      *> Shared remission-ledger record layout for the ledger file
      *> (remission-ledger.txt).  Every remission credit posted to a
      *> student's billing ledger, and every reversal of one, is
      *> written here too with the term, seat and employee it
      *> belongs to - what the per-term credit cap is counted from,
      *> what a drop finds to reverse, and what PRGR0164 reports to
      *> HR as the cost of the benefit.
      *>---------------------------------------------------------------
       01  REMISSION-LEDGER-RECORD.
           05  TRL-STUDENT-ID          PIC X(4).
           05  TRL-TERM                PIC X(6).
           05  TRL-COURSE              PIC X(15).
      *>         Course the seat was in, or "BLOCK ADJ" for the
      *>         remission share of the term's block-tuition
      *>         adjustment (TUITVAL.CPY).
           05  TRL-SECTION             PIC X(2).
           05  TRL-ENROLL-DATE         PIC X(8).
      *>         The seat's enrollment date - with the student,
      *>         course and section, what ties a reversal back to
      *>         the grant.  SPACES on a "BLOCK ADJ" row.
           05  TRL-TYPE                PIC X(1).
      *>         G = GRANTED (an "M" row on the billing ledger),
      *>         R = REVERSED (an "N" row on the billing ledger).
           05  TRL-CREDITS             PIC 9(2).
      *>         Credits the row counts against the term's cap -
      *>         taken on a G, given back on an R only when the
      *>         whole seat is reversed.
           05  TRL-PCT                 PIC 9(3).
           05  TRL-AMOUNT              PIC 9(6)V99.
           05  TRL-POST-DATE           PIC X(8).
           05  TRL-EMPLOYEE-ID         PIC X(8).
           05  TRL-RELATION            PIC X(1).
           05  TRL-BILL-SEQ            PIC 9(4).
      *>         Sequence of the matching row on billing-ledger.txt.
