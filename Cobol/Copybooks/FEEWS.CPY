      *>         WS-CAP-RATE-PER-CREDIT when no rate row is on file.
       01  WS-FEE-BEST-DATE         PIC X(8) VALUE SPACES.
      *>         Latest FEE-EFF-DATE seen so far during the scan.
       01  WS-FEE-FALLBACK-RATE     PIC 9(4)V99 VALUE 250.00.
      *>         Rate PRICE-TERM-TUITION bills at when no "R" row
      *>         is in force - must match CAPWS.CPY's
      *>         WS-CAP-RATE-PER-CREDIT.
       01  WS-FEE-BLOCK-LOW         PIC 9(2) VALUE 12.
       01  WS-FEE-BLOCK-HIGH        PIC 9(2) VALUE 18.
      *>         The board's full-time band: any term load from
      *>         WS-FEE-BLOCK-LOW to WS-FEE-BLOCK-HIGH credits bills
      *>         the one "B" block charge.
       01  WS-FEE-BLOCK-FOUND       PIC X VALUE "N". *> "Y" once a block row applies
       01  WS-FEE-BLOCK-AMOUNT      PIC 9(6)V99 VALUE 0. *> Block charge in force
       01  WS-FEE-BLOCK-DATE        PIC X(8) VALUE SPACES.
      *>         Latest "B" FEE-EFF-DATE seen so far during the scan.
       01  WS-FEE-TERM-CREDITS      PIC 9(3) VALUE 0. *> Caller sets: the term load
       01  WS-FEE-TERM-TUITION      PIC 9(7)V99 VALUE 0.
      *>         What that load costs for the term, from the banded
      *>         schedule (PRICE-TERM-TUITION).
       01  WS-FEE-HOUSING-CODE      PIC X(15) VALUE SPACES.
      *>         Caller sets: the bed's rate code (GET-HOUSING-RATE).
       01  WS-FEE-HOUSING-DESC      PIC X(20) VALUE SPACES.
      *>         FEE-DESC of the housing rate row in force.
