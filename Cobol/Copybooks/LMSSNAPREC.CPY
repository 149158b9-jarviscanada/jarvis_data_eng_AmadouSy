      *>---------------------------------------------------------------
      *> LMSSNAPREC.CPY
      *> Shared LMS roster snapshot layout for the snapshot file
      *> (lms-roster-snapshot.txt).  The nightly roster delta feed
      *> (PRGH0169) keeps here what it last told the learning-
      *> management system about student-course.txt and
      *> course-master.txt, so the next night it can send only what
      *> has changed since.  Three kinds of row, told apart by the
      *> first byte of the key:
      *>   "R" - one run-control row, key otherwise SPACES
      *>   "C" - one row per section (LMS-STUDENT-ID SPACES)
      *>         holding the instructor last sent
      *>   "E" - one row per enrollment row last seen
      *>---------------------------------------------------------------
       01  LMS-SNAPSHOT-RECORD.
           05  LMS-KEY.
               10  LMS-ROW-TYPE        PIC X(1).
               10  LMS-STUDENT-ID      PIC X(4).
               10  LMS-COURSE          PIC X(15).
               10  LMS-SECTION         PIC X(2).
           05  LMS-STATE               PIC X(1).
      *>         "E" rows: A = on the section in the LMS,
      *>         W = withdrawn (a W grade, or no longer an active
      *>         student), L = on leave of absence (F-STATUS "L").
           05  LMS-TERM                PIC X(6).
           05  LMS-INSTRUCTOR          PIC X(4).
      *>         "C" rows: the section's instructor last sent.
           05  LMS-SEEN-STAMP          PIC X(14).
      *>         YYYYMMDDHHMMSS of the run that last found the row
      *>         still on file ("R" row: of the last completed run).
