      *>---------------------------------------------------------------
      *> REMITREC.CPY
      *> Shared tuition-remission eligibility record layout for the
      *> eligibility file (tuition-remission.txt), maintained by
      *> PRGL0163.  One row per student per effective date says that
      *> the student is an employee, or an employee's spouse or
      *> dependent, and how much of their tuition the institution
      *> remits.  CAP-POST-ENROLLMENT-CHARGE reads the row in force
      *> on the enrollment date and posts the remission credit
      *> itself (REMITVAL.CPY), so remission never goes through the
      *> cashier as a hand-keyed payment again.
      *>---------------------------------------------------------------
       01  REMISSION-RECORD.
           05  TRM-KEY.
               10  TRM-STUDENT-ID      PIC X(4).
               10  TRM-EFF-DATE        PIC X(8).
      *>             YYYYMMDD the remission starts.  A later row for
      *>             the same student supersedes an earlier one from
      *>             its own date on.
           05  TRM-END-DATE            PIC X(8).
      *>         Last YYYYMMDD the remission applies - SPACES for
      *>         open-ended (the employee is still on staff).
           05  TRM-RELATION            PIC X(1).
      *>         E = EMPLOYEE, S = SPOUSE, D = DEPENDENT.
           05  TRM-EMPLOYEE-ID         PIC X(8).
      *>         HR's employee number of the staff member the
      *>         benefit belongs to (the student's own for an E).
           05  TRM-PCT                 PIC 9(3).
      *>         Percent of each tuition charge remitted (100 =
      *>         everything).
           05  TRM-CREDIT-CAP          PIC 9(2).
      *>         Most credits a term the remission covers - 0 = no
      *>         cap.  Seats past the cap are billed in full.
           05  TRM-ENTERED-BY          PIC X(8).
           05  TRM-ENTERED-DATE        PIC X(8).
