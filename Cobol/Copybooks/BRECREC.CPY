      *>---------------------------------------------------------------
      *> BRECREC.CPY
      *> Shared bank-reconciliation log record layout for the log
      *> file (bank-recon-log.txt) - one row appended per run of the
      *> bank deposit reconciliation (PRGL0152), so the period close
      *> (PRGL0085) can see whether a month's deposits were proved
      *> against the bank before it is closed.  The latest row for a
      *> period is the one that counts.
      *>---------------------------------------------------------------
       01  BANK-RECON-LOG-RECORD.
           05  BRL-PERIOD              PIC X(6).
      *>         YYYYMM reconciled.
           05  BRL-RUN-DATE            PIC X(8).
           05  BRL-RUN-TIME            PIC X(6).
           05  BRL-RUN-BY              PIC X(8).
      *>         USER-ID (USERREC.CPY) who ran it.
           05  BRL-BANK-ITEMS          PIC 9(5).
      *>         Bank deposit and returned-item rows examined.
           05  BRL-EXCEPTIONS          PIC 9(5).
      *>         Exceptions reported - 0 = the period is proved.
