      *> HISTREC.CPY
      *> Shared enrollment-history record layout for the HISTORY file
      *> (enrollment-history.txt), written by PRGT0023's end-of-term
      *> rollover one field at a time from ENROLLMENT-RECORD.  Pulled
      *> into a copybook of its own once the term code was added,
      *> because until then every reader declared the row inline and
      *> a layout change meant finding them all by hand.
      *>
      *> The file is INDEXED.  Every program SELECTs it the same way:
      *>
      *>     SELECT HISTORY-FILE ASSIGN TO "enrollment-history.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS HIST-KEY
      *>         ALTERNATE RECORD KEY IS HIST-COURSE-KEY
      *>             WITH DUPLICATES
      *>         FILE STATUS IS WS-HIST-STATUS.
      *>
      *> and reads one student's rows by moving the student ID to
      *> HIST-STUDENT-ID, LOW-VALUES to the rest of HIST-KEY, and
      *> START KEY IS NOT LESS THAN HIST-KEY, then READ NEXT until
      *> the student changes - or one course's rows the same way on
      *> HIST-COURSE-KEY.  PRGY0178 built the file from the old
      *> LINE SEQUENTIAL one.
      *>---------------------------------------------------------------
       01  HISTORY-LINE.
           05  HIST-KEY.
               10  HIST-STUDENT-ID     PIC X(4).
               10  HIST-TERM           PIC X(6).
      *>             Academic term the enrollment was taken in,
      *>             stamped from the term calendar (TERMREC.CPY) at
      *>             enrollment time and carried here by the
      *>             rollover.  SPACES on rows written before the
      *>             calendar existed.
               10  HIST-COURSE         PIC X(15).
               10  HIST-SECTION        PIC X(2).
      *>             Course section the enrollment was taken under -
      *>             "01" on rows carried forward from the
      *>             section-less layout.
           05  HIST-ENROLL-DATE        PIC X(8).
           05  HIST-GRADE              PIC X(2).
           05  HIST-BASIS              PIC X(1).
      *>         Grading basis (G/P/A, see ENROLLREC.CPY's
      *>         EN-BASIS) - SPACE on rows rolled off before the
      *>         field existed, treated as G.
           05  HIST-MIDTERM-GRADE      PIC X(2).
      *>         Midterm grade carried along by the rollover - kept
      *>         so nothing on the enrollment row is lost.
           05  HIST-COURSE-KEY.
               10  HIST-ALT-COURSE     PIC X(15).
               10  HIST-ALT-TERM       PIC X(6).
      *>         The alternate (course + term) access path - the
      *>         same course and term as in HIST-KEY, repeated here
      *>         in that order because a key must be one contiguous
      *>         field.  Whoever writes a row sets both.
