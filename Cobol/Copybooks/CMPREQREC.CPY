      *>---------------------------------------------------------------
      *> CMPREQREC.CPY
      *> Shared health/immunization compliance-requirement layout for
      *> the requirement master (compliance-requirements.txt),
      *> maintained by PRGC0190.  One row per requirement a student
      *> must satisfy before registering - a vaccination, a TB test,
      *> a health form - with the rule saying which students it
      *> covers and by when.  What each student has handed in is on
      *> student-compliance.txt (CMPLREC.CPY); CMPLVAL.CPY holds the
      *> two against each other.
      *>
      *> The standard SELECT is:
      *>     SELECT COMPLIANCE-REQ-FILE
      *>         ASSIGN TO "compliance-requirements.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS CRQ-CODE
      *>         FILE STATUS IS WS-CRQ-STATUS.
      *>---------------------------------------------------------------
       01  COMPLIANCE-REQ-RECORD.
           05  CRQ-CODE                PIC X(6).
      *>         Requirement code, e.g. "MMR", "MENACW", "TBTEST".
           05  CRQ-DESC                PIC X(30).
           05  CRQ-EFF-DATE            PIC X(8).
      *>         Applies to students admitted (F-INSERT-DATE) on or
      *>         after this YYYYMMDD, so a new rule does not reach
      *>         back and hold every continuing student.  SPACES =
      *>         every student, whenever admitted.
           05  CRQ-CAMPUS              PIC X(3).
      *>         Campus the rule covers, matched against F-CAMPUS:
      *>         "ALL" = every campus, SPACES = the main campus only,
      *>         the same convention as CALREC.CPY.
           05  CRQ-MIN-AGE             PIC 9(3).
           05  CRQ-MAX-AGE             PIC 9(3).
      *>         Age range in years on the day of the check, from
      *>         F-BIRTHDATE.  0 = no limit on that side.  A student
      *>         with no usable birth date is held to the rule.
           05  CRQ-TERM-NO             PIC 9(1).
      *>         Must be complete before the student's Nth term
      *>         begins, counting the term they were admitted into as
      *>         the first - 2 = "before the second term".
           05  CRQ-STATUS              PIC X(1).
      *>         "A" = in force, "I" = retired (kept for history,
      *>         never checked).
           05  CRQ-UPDATED-DATE        PIC X(8).
           05  CRQ-UPDATED-BY          PIC X(8).
      *>         YYYYMMDD and USER-ID (USERREC.CPY) of the last change.
