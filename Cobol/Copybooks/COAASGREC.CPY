      *>---------------------------------------------------------------
      *> COAASGREC.CPY
      *> Shared student budget-assignment layout for the assignment
      *> file (coa-assignments.txt), maintained by PRGF0160.  Ties a
      *> student to one budget category for a term; the campus is
      *> the student's own (F-CAMPUS), so the two together pick the
      *> COAREC.CPY row the student's aid is measured against.
      *>---------------------------------------------------------------
       01  COA-ASSIGN-RECORD.
           05  CASG-KEY.
               10  CASG-STUDENT-ID     PIC X(4).
               10  CASG-TERM           PIC X(6).
           05  CASG-CATEGORY           PIC X(4).
           05  CASG-ASSIGNED-BY        PIC X(8).
      *>         USER-ID (USERREC.CPY) who made the assignment.
           05  CASG-ASSIGNED-DATE      PIC X(8).
