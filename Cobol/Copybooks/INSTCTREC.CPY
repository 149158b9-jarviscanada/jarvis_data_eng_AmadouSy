      *>---------------------------------------------------------------
      *> INSTCTREC.CPY
      *> Shared instructor contract record layout for the contract
      *> file (instructor-contracts.txt), maintained by PRGN0183.
      *> One row per instructor on instructor-master.txt who is paid
      *> for teaching through payroll - how they are employed and
      *> what a credit hour taught is worth.  PRGH0184 reads it to
      *> price the term workload and build the payroll extract; an
      *> instructor with sections but no row here is reported and
      *> left off the extract.
      *>
      *> The standard SELECT is:
      *>     SELECT CONTRACT-FILE ASSIGN TO "instructor-contracts.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS ICT-INSTR-ID
      *>         FILE STATUS IS WS-ICT-STATUS.
      *>---------------------------------------------------------------
       01  INSTRUCTOR-CONTRACT-RECORD.
           05  ICT-INSTR-ID            PIC X(4).
      *>         INSTR-ID on instructor-master.txt (INSTRREC.CPY).
           05  ICT-EMP-TYPE            PIC X(1).
      *>         "A" = adjunct, paid ICT-CREDIT-RATE for every credit
      *>         hour taught.  "F" = full-time faculty, paid
      *>         ICT-CREDIT-RATE only for credit hours taught above
      *>         ICT-CONTRACT-CREDITS (overload).
           05  ICT-CONTRACT-CREDITS    PIC 9(3).
      *>         Credit hours a term the salary already covers.  Full-
      *>         time only; always 0 for an adjunct.
           05  ICT-CREDIT-RATE         PIC 9(5)V99.
      *>         Dollars per credit hour - the adjunct rate, or the
      *>         overload rate for full-time faculty.
           05  ICT-UPDATED-DATE        PIC X(8).
      *>         YYYYMMDD the row was last keyed.
           05  ICT-UPDATED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) who keyed it.
