      *>         deadline always refund 100 percent, and a week with
      *>         no row refunds nothing - see CAPVAL.CPY's
      *>         CAP-POST-DROP-REFUND.
      *>   "B" - an effective-dated block (flat-rate) tuition charge
      *>         for a full-time term.  FEE-COURSE/FEE-SECTION are
      *>         SPACES; FEE-AMOUNT is what a term load anywhere in
      *>         the board's band (FEEWS.CPY's WS-FEE-BLOCK-LOW to
      *>         WS-FEE-BLOCK-HIGH credits) costs, with each credit
      *>         past the band at the "R" rate.  The row in force on
      *>         the term's start date applies; with no row, every
      *>         credit bills at the "R" rate - see FEEVAL.CPY's
      *>         PRICE-TERM-TUITION.
      *>   "H" - an effective-dated residence-hall rate.  FEE-COURSE
      *>         holds the rate code a bed carries (BED-RATE-CODE on
      *>         BEDREC.CPY, e.g. "DBL") and FEE-SECTION is SPACES;
      *>         FEE-AMOUNT is the charge for a term in such a bed.
      *>         The row in force on the term's start date applies -
      *>         see FEEVAL.CPY's GET-HOUSING-RATE.
      *>---------------------------------------------------------------
       01  FEE-SCHEDULE-RECORD.
           05  FEE-KEY.
               10  FEE-EFF-DATE        PIC X(8).
           05  FEE-AMOUNT              PIC 9(6)V99.
      *>         For "R" rows: the per-credit rate.  For "C" rows:
      *>         the flat fee amount.  For "B" rows: the block
      *>         charge for the term.  For "H" rows: the term
      *>         housing charge.
           05  FEE-DESC                PIC X(20).
      *>         Printed as BILL-DESC on the billing row a "C" fee
      *>         posts, e.g. "LAB FEE".  Informational on "R" rows.
