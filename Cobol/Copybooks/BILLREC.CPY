      *>             earlier P row - NSF cheques and miskeyed
      *>             payments, posted by PRGL0083 with the original
      *>             sequence in BILL-DESC, so a reversal never
      *>             masquerades as a tuition charge again),
      *>         D = CREDIT-BALANCE REFUND (a debit paying a credit
      *>             balance back out to the student - posted by
      *>             PRGL0151 with the cheque on the accounts-payable
      *>             disbursement file, never keyed by hand),
      *>         A = AGENCY RECOVERY (a credit like a payment - money a
      *>             collection agency recovered on a placed account,
      *>             posted gross by PRGL0155 with the agency's
      *>             commission kept on agency-placements.txt),
      *>         W = WRITE-OFF RECOVERED (a debit reinstating part of
      *>             an earlier BAD DEBT WRITE-OFF, posted by PRGL0155
      *>             just ahead of the A row that pays it, so the
      *>             write-off figures net down by what came back
      *>             instead of the account going into credit),
      *>         T = AID RETURNED (a debit backing out the unearned
      *>             share of an F row when the student withdraws -
      *>             posted by PRGW0035 with the award code in
      *>             BILL-DESC, the money owed back to the fund),
      *>         M = TUITION REMISSION (a non-cash credit - the
      *>             employee or dependent share of a seat's tuition
      *>             the institution waives, posted by CAPVAL.CPY
      *>             from tuition-remission.txt and never keyed as a
      *>             payment, so no receipt is cut for it),
      *>         N = REMISSION REVERSED (a debit backing out part or
      *>             all of an M row when the seat is dropped or
      *>             cancelled, the same percent the tuition
      *>             refund gives back),
      *>         B = BALANCE FORWARD (a debit - the net amount owed
      *>             on every row of a closed fiscal year that
      *>             PRGK0177 moved to that year's archive file,
      *>             dated the last day of the year and keyed on the
      *>             first sequence the archive freed; never keyed
      *>             by hand, never sent to the GL),
      *>         K = CREDIT FORWARD (a credit - the same, when the
      *>             archived rows netted to a credit balance).
           05  BILL-AMOUNT             PIC 9(6)V99.
           05  BILL-DATE               PIC X(8).
           05  BILL-DESC               PIC X(20).
