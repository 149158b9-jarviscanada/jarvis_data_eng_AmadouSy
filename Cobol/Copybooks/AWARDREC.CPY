      *> OFFERED when entered, ACCEPTED once the student confirms,
      *> DISBURSED once the batch has applied the money to the
      *> student's billing ledger as its own "F" transaction type -
      *> no more anonymous P rows keyed through PRGL0020.  A student
      *> who withdraws has the unearned share of a disbursed award
      *> handed back by PRGW0035 (RETURNED).
      *>---------------------------------------------------------------
       01  AID-AWARD-RECORD.
           05  AWARD-KEY.
      *>         level PRGF0082's summary report totals by.
           05  AWARD-AMOUNT            PIC 9(6)V99.
           05  AWARD-STATUS            PIC X(1).
      *>         O = OFFERED, A = ACCEPTED, D = DISBURSED,
      *>         R = RETURNED (unearned share given back to the fund
      *>             on a withdrawal - AWARD-RETURNED-AMOUNT below).
           05  AWARD-ENTERED-DATE      PIC X(8).
           05  AWARD-DISBURSED-DATE    PIC X(8).
      *>         YYYYMMDD the disbursement batch applied it, SPACES
      *>         until then.
           05  AWARD-RETURNED-AMOUNT   PIC 9(6)V99.
      *>         Unearned aid posted back as a "T" ledger row when
      *>         the student withdrew; zero unless status is R.
           05  AWARD-RETURNED-DATE     PIC X(8).
      *>         YYYYMMDD the return was calculated, SPACES until then.
      *>         PRGY0203 widens an award file built before these two
      *>         fields existed.
