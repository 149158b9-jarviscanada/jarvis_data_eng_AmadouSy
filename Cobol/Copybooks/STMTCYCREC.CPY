      *>---------------------------------------------------------------
      *> STMTCYCREC.CPY
      *> Shared statement-cycle history layout for the cycle file
      *> (statement-cycles.txt), written by the monthly statement
      *> batch (PRGL0167).  One row per student per statement sent,
      *> keyed by student and the date the cycle closed, so the
      *> next statement starts after the last billing row this one
      *> carried, and a disputed bill can be traced to exactly the
      *> postings and balances it showed.
      *>---------------------------------------------------------------
       01  STATEMENT-CYCLE-RECORD.
           05  STC-KEY.
               10  STC-STUDENT-ID      PIC X(4).
               10  STC-CLOSE-DATE      PIC X(8).
      *>             YYYYMMDD the cycle closed (the run date).
           05  STC-FIRST-SEQ           PIC 9(4).
           05  STC-LAST-SEQ            PIC 9(4).
      *>         BILL-SEQs of the first and last postings shown -
      *>         both 0 when the statement carried only a balance.
      *>         The next cycle starts after STC-LAST-SEQ.
           05  STC-POSTINGS            PIC 9(3).
           05  STC-PREV-BALANCE        PIC 9(8)V99.
           05  STC-PREV-SIGN           PIC X(1).
           05  STC-NEW-BALANCE         PIC 9(8)V99.
           05  STC-NEW-SIGN            PIC X(1).
      *>         "-" = a credit balance, otherwise "+".
           05  STC-AMOUNT-DUE          PIC 9(6)V99.
           05  STC-DUE-DATE            PIC X(8).
      *>         SPACES when nothing is due.
           05  STC-PLAN-ID             PIC 9(6).
      *>         Payment plan the amount due came from, 0 = none.
           05  STC-DELIVERY            PIC X(1).
      *>         E = outbound mail queue, P = print file.
           05  STC-RUN-BY              PIC X(8).
