      *>---------------------------------------------------------------
      *> CENENRREC.CPY
      *> Shared census-snapshot enrollment record layout for the
      *> census enrollment file (census-enrollments.txt).  A frozen
      *> copy of every student-course.txt row that held a seat in
      *> the term on its census date (W rows left out), written once
      *> by PRGK0195 alongside the student rows on
      *> census-students.txt (CENSTUREC.CPY) and never rewritten.
      *>---------------------------------------------------------------
       01  CENSUS-ENROLL-RECORD.
           05  CNE-KEY.
               10  CNE-TERM            PIC X(6).
               10  CNE-STUDENT-ID      PIC X(4).
               10  CNE-COURSE          PIC X(15).
               10  CNE-SECTION         PIC X(2).
           05  CNE-ENROLL-DATE         PIC X(8).
           05  CNE-BASIS               PIC X(1).
      *>         EN-BASIS (G/P/A; SPACE treated as G).
           05  CNE-CREDITS             PIC 9(2).
      *>         C-CREDITS of the section on the census date.
           05  CNE-CAMPUS              PIC X(3).
      *>         C-CAMPUS the section was taught at.
           05  CNE-INSTRUCTOR          PIC X(4).
      *>         C-INSTRUCTOR on the census date.
