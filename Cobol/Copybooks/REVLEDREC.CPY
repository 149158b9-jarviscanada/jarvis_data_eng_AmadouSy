      *>---------------------------------------------------------------
      *> REVLEDREC.CPY
      *> Shared revenue-ledger record layout for the attribution file
      *> (revenue-ledger.txt).  A billing-ledger.txt charge row only
      *> says "TUITION" or the fee's description, so every seat
      *> charge, course fee and drop or cancellation refund posted
      *> is written here too with the term, course and section it
      *> belongs to - what PRGR0165 allocates to departments.
      *> Amounts are gross: the sponsor's share of a split charge is
      *> still revenue to the section, so it is counted here even
      *> though it sits on the sponsor ledger.
      *>---------------------------------------------------------------
       01  REVENUE-LEDGER-RECORD.
           05  RVL-STUDENT-ID          PIC X(4).
           05  RVL-TERM                PIC X(6).
           05  RVL-COURSE              PIC X(15).
           05  RVL-SECTION             PIC X(2).
           05  RVL-KIND                PIC X(1).
      *>         T = SEAT TUITION CHARGED (credits times the rate),
      *>         F = COURSE FEE CHARGED,
      *>         D = SEAT TUITION REFUNDED (drop or cancellation -
      *>             the seat is vacated, whatever share comes back),
      *>         E = COURSE FEE REFUNDED.
      *>         A seat moved to another section by a cancellation
      *>         is written as a D on the old section and a T on
      *>         the new one with no billing row behind either.
           05  RVL-CREDITS             PIC 9(2).
      *>         Credit hours the seat takes on a T and gives up on
      *>         a D - zero on fee rows.
           05  RVL-AMOUNT              PIC 9(6)V99.
           05  RVL-POST-DATE           PIC X(8).
           05  RVL-BILL-SEQ            PIC 9(4).
      *>         Sequence of the matching row on billing-ledger.txt,
      *>         zero for a section transfer.
