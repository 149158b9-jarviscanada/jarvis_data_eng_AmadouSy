      *>---------------------------------------------------------------
      *> GRADAPREC.CPY
      *> Shared application-to-graduate record layout for the
      *> graduation application file (graduation-applications.txt),
      *> maintained by PRGA0145.  A student is only graduated by
      *> PRGT0072's conferral run if they applied for the degree and
      *> term being conferred and pass the degree audit then - being
      *> eligible on PRGR0037's report is no longer enough on its
      *> own.  Keyed by student + program, so a student reading for
      *> two degrees applies for each separately.
      *>---------------------------------------------------------------
       01  GRAD-APP-RECORD.
           05  GA-KEY.
               10  GA-STUDENT-ID       PIC X(4).
               10  GA-DEG-CODE         PIC X(6).
      *>             DEG-CODE (DEGREEREC.CPY) applied for.
           05  GA-EXPECTED-TERM        PIC X(6).
      *>         TERM-CODE (TERMREC.CPY) the student expects to
      *>         finish in - the term whose conferral run takes the
      *>         application up.
           05  GA-APPLIED-DATE         PIC X(8).
      *>         YYYYMMDD the application was received.
           05  GA-DIPLOMA-NAME         PIC X(40).
      *>         Name as it is to print on the diploma and in the
      *>         commencement program - F-NAME unless the student
      *>         asks otherwise.
           05  GA-STATUS               PIC X(1).
      *>         P = PENDING, C = CONFERRED (see CONFERREC.CPY),
      *>         W = WITHDRAWN.
           05  GA-STATUS-DATE          PIC X(8).
      *>         YYYYMMDD GA-STATUS last changed.
           05  GA-ENTERED-BY           PIC X(8).
      *>         USER-ID (USERREC.CPY) who keyed the application.
