      *>---------------------------------------------------------------
      *> COAREC.CPY
      *> Shared cost-of-attendance budget layout for the budget file
      *> (coa-budgets.txt), maintained by PRGF0160.  One row per term,
      *> campus and budget category (living on campus, off campus,
      *> at home with parents...) - the most aid a student on that
      *> budget may receive for the term.  Tuition is not stored: it
      *> is priced from fee-schedule.txt as of the term's start date
      *> for a COA-CREDITS load (block rate included), so a rate
      *> change flows through without anyone rekeying the budgets.
      *>---------------------------------------------------------------
       01  COA-BUDGET-RECORD.
           05  COA-KEY.
               10  COA-TERM            PIC X(6).
      *>             TERM-CODE (TERMREC.CPY).
               10  COA-CAMPUS          PIC X(3).
      *>             LOC-CODE (LOCREC.CPY); SPACES = the main campus,
      *>             and the row a campus with none of its own uses.
               10  COA-CATEGORY        PIC X(4).
      *>             Budget category, e.g. "ONC" on campus, "OFFC" off
      *>             campus, "HOME" living with parents.
           05  COA-DESC                PIC X(20).
           05  COA-CREDITS             PIC 9(2).
      *>         Credits the tuition component is priced at - the
      *>         full-time load the budget assumes.
           05  COA-HOUSING             PIC 9(6)V99.
           05  COA-BOOKS               PIC 9(6)V99.
           05  COA-LIVING              PIC 9(6)V99.
      *>         Housing, books and supplies, and living allowance
      *>         (food, transport, personal) for the term.
