      *>---------------------------------------------------------------
      *> PERBALREC.CPY
      *> Shared period-balance snapshot layout for the snapshot file
      *> (period-balance.txt).  The period close (PRGL0085) writes
      *> one row per student carrying a billing-ledger.txt balance
      *> as at the last day of the month it closes, plus one
      *> grand-total row, so the roll-forward (PRGR0166) can prove
      *> the next month's opening against what the books held when
      *> this one was closed.  Closing a reopened month again
      *> replaces that month's rows.
      *>---------------------------------------------------------------
       01  PERIOD-BALANCE-RECORD.
           05  PBL-KEY.
               10  PBL-PERIOD          PIC X(6).
      *>             YYYYMM closed.
               10  PBL-STUDENT-ID      PIC X(4).
      *>             SPACES = the grand-total row for the period.
           05  PBL-BALANCE             PIC 9(8)V99.
      *>         Debits (C, R, D, W, T, N) less credits (P, A, F, M)
      *>         dated on or before the month's last day.
           05  PBL-SIGN                PIC X(1).
      *>         "-" = the balance is a credit, otherwise "+".
           05  PBL-STUDENTS            PIC 9(5).
      *>         Grand-total row only: student rows written under it.
           05  PBL-CLOSED-DATE         PIC X(8).
           05  PBL-CLOSED-BY           PIC X(8).
      *>         When and by whom the snapshot was taken.
