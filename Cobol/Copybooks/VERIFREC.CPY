      *>---------------------------------------------------------------
      *> VERIFREC.CPY
      *> Shared enrollment-verification record layout for the
      *> verification log (enrollment-verifications.txt).  PRGS0137
      *> writes one row for every verification letter it prints,
      *> keyed by a serial drawn from the "VSER" row on
      *> id-control.txt - the same read-bump-rewrite idiom PRGQ0052
      *> uses for "TSER" - so every letter an insurer, lender or
      *> employer holds can be traced to who asked and what it said.
      *>---------------------------------------------------------------
       01  VERIFICATION-RECORD.
           05  VER-SERIAL          PIC 9(6).
           05  VER-STUDENT-ID      PIC X(4).
           05  VER-TERM            PIC X(6).
      *>         Term certified (TERMREC.CPY).
           05  VER-STATUS          PIC X(1).
      *>         F/Q/H/L as certified - see ESTATWS.CPY.
           05  VER-CREDITS         PIC 9(3).
           05  VER-REQUESTED-BY    PIC X(25).
      *>         Who asked - an insurer, a loan servicer, an
      *>         employer, the student...
           05  VER-DESTINATION     PIC X(30).
      *>         Where the letter was sent.
           05  VER-ISSUE-DATE      PIC X(8).
           05  VER-ISSUED-BY       PIC X(8).
      *>         USER-ID (USERREC.CPY) who printed it.
           05  VER-TEMPLATE        PIC X(8).
      *>         letter-templates.txt code the letter was merged from.
