      *>         new instructor is added.  PRGD0046 flips this and
      *>         reassigns the instructor's courses instead of
      *>         removing the record.
           05  INSTR-EMAIL         PIC X(30).
      *>         Address grade-submission reminders (PRGR0135) are
      *>         queued to on outbound-mail-queue.txt.  SPACES = no
      *>         address on file; the reminder is skipped and the
      *>         tracker report flags the instructor instead.
      *>         PRGY0204 widens a master built before it existed.
