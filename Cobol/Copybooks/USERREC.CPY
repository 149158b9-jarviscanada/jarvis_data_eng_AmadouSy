       01  USER-RECORD.
           05  USER-ID                 PIC X(8).
           05  USER-PASSWORD           PIC X(8).
      *>         Retired - the clear-text password the file used to
      *>         carry.  PRGY0176 hashes it into USER-PW-HASH and
      *>         blanks it; nothing writes a password here again.
           05  USER-NAME               PIC X(25).
           05  USER-STATUS             PIC X(1).
      *>         A = ACTIVE, D = DISABLED, L = LOCKED (see
      *>             see PRGMENU's RESTRICTED-OPTION-CHECK),
      *>         S = STUDENT SELF-SERVICE (lands on PRGM0113's
      *>             inquiry-only menu, hard-scoped to the student
      *>             in USER-STUDENT-ID below - never the main menu),
      *>         I = INSTRUCTOR (lands on PRGM0181's menu, hard-
      *>             scoped to the sections whose C-INSTRUCTOR is
      *>             USER-INSTR-ID below - see SCOPEVAL.CPY).
           05  USER-FAIL-COUNT         PIC 9(2).
      *>         Consecutive bad-password count since the last
      *>         successful login.  Reset to 0 on success.
      *>         this login may see - every self-service inquiry is
      *>         scoped to exactly this ID.  SPACES on staff
      *>         accounts.
           05  USER-INSTR-ID           PIC X(4).
      *>         For a staff account that belongs to an instructor:
      *>         the INSTR-ID (INSTRREC.CPY) this login is.  PRGH0077
      *>         lets an advising hold be released only by the
      *>         account linked to the student's assigned advisor
      *>         (ADVISREC.CPY) or by an administrator.  Required
      *>         on an "I" role account - it is the only instructor
      *>         whose sections that login may work.  SPACES on
      *>         every other account.
           05  USER-PW-SALT            PIC X(8).
      *>         Random per-account salt, set when the account is
      *>         created (or converted) and kept for its life, so two
      *>         accounts with the same password never share a hash.
           05  USER-PW-HASH            PIC X(40).
      *>         Salted one-way hash of the current password (see
      *>         PWHASHVAL.CPY).  The password itself is never
      *>         stored; a login hashes what was typed and compares.
           05  USER-PW-HISTORY         OCCURS 5 TIMES.
               10  USER-PW-OLD-HASH    PIC X(40).
      *>         Hashes of the passwords this one replaced, newest
      *>         first - a new password matching any of them, or the
      *>         current one, is refused.  SPACES until used.
