      *>---------------------------------------------------------------
      *> DEPTREVREC.CPY
      *> Shared fixed-width layout of the department revenue extract
      *> (dept-revenue-extract.txt).  PRGR0165 writes one row per
      *> department and campus for the term it allocates; PRGH0073
      *> carries the rows into the GL feed as its department
      *> segment.  Amounts are zero filled with no literal decimal
      *> point, the GL feed's own convention.
      *>---------------------------------------------------------------
       01  DEPT-REVENUE-RECORD.
           05  DRX-TERM                PIC X(6).
           05  DRX-DEPT                PIC X(15).
      *>         INSTR-DEPT of the section's instructor, or
      *>         UNASSIGNED / UNALLOCATED (see PRGR0165).
           05  DRX-CAMPUS              PIC X(3).
      *>         C-CAMPUS of the section - SPACES = the main campus.
           05  DRX-CREDITS             PIC 9(5).
           05  DRX-HEADCOUNT           PIC 9(5).
           05  DRX-GROSS               PIC 9(8)V99.
      *>         Seat tuition and course fees charged.
           05  DRX-NET                 PIC 9(8)V99.
           05  DRX-NET-SIGN            PIC X(1).
      *>         "-" when refunds and remission outrun the charges,
      *>         otherwise "+".
