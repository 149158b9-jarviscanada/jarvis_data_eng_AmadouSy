      *>---------------------------------------------------------------
      *> CHSTATREC.CPY
      *> Shared clearinghouse-status record layout for the last-sent
      *> file (clearinghouse-status.txt).  PRGH0138 keeps one row per
      *> student holding the status it last reported to the loan
      *> clearinghouse, so a change-only submission can send just the
      *> students whose status has moved since, and a graduate or a
      *> withdrawal is reported once rather than every term.
      *> PRGV0139 removes the row of any student the clearinghouse
      *> rejects, so the next submission sends that student again.
      *>---------------------------------------------------------------
       01  CH-STATUS-RECORD.
           05  CHS-STUDENT-ID      PIC X(4).
           05  CHS-STATUS          PIC X(1).
      *>         Status last reported: F/Q/H/L (ESTATWS.CPY), or
      *>         W = WITHDRAWN (F-STATUS W or T), G = GRADUATED,
      *>         A = APPROVED LEAVE OF ABSENCE (F-STATUS L).
           05  CHS-EFFECTIVE-DATE  PIC X(8).
      *>         Effective date sent with that status, YYYYMMDD.
           05  CHS-TERM            PIC X(6).
      *>         Term of the submission that carried it.
           05  CHS-SUBMIT-DATE     PIC X(8).
      *>         Date that submission was built.
