      *>---------------------------------------------------------------
      *> ACSUMREC.CPY
      *> Shared academic-summary record layout for the summary file
      *> (academic-summary.txt) - one row per student carrying the
      *> cumulative figures every GPA report used to rebuild from
      *> the enrollment and history rows on each run.  The row is
      *> refreshed by REFRESH-ACADEMIC-SUMMARY (ACSUMVAL.CPY)
      *> whenever a grade posts, changes, lapses or rolls off, and
      *> PRGK0179's nightly verify recomputes every student,
      *> repairs and reports any drift, and builds the rows of
      *> students who have none yet.
      *>
      *> Every program SELECTs it the same way:
      *>
      *>     SELECT ACADEMIC-SUMMARY-FILE
      *>         ASSIGN TO "academic-summary.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS ACS-STUDENT-ID
      *>         FILE STATUS IS WS-ACSUM-STATUS.
      *>---------------------------------------------------------------
       01  ACADEMIC-SUMMARY-RECORD.
           05  ACS-STUDENT-ID          PIC X(4).
           05  ACS-FIGURES.
               10  ACS-ATTEMPTED-CREDITS   PIC 9(4).
      *>             Credit hours of every graded, non-audit row,
      *>             whatever the outcome - W, F, NP and I included,
      *>             the same count PRGF0158's SAP pace test uses.
               10  ACS-EARNED-CREDITS      PIC 9(4).
      *>             The attempted hours that passed - everything
      *>             but W, F, NP and I.
               10  ACS-GPA-CREDITS         PIC 9(4).
               10  ACS-QUALITY-POINTS      PIC 9(5)V99.
               10  ACS-CUM-GPA             PIC 9V99.
      *>             Cumulative GPA under the best-attempt rule
      *>             (RPTGPAVAL.CPY): letter-graded credit hours,
      *>             the quality points on them, and the one
      *>             divided by the other.  Zero credits means no
      *>             grades posted yet.
               10  ACS-LAST-TERM           PIC X(6).
               10  ACS-TERM-GPA-CREDITS    PIC 9(3).
               10  ACS-TERM-POINTS         PIC 9(4)V99.
               10  ACS-TERM-GPA            PIC 9V99.
      *>             The student's most recent term with a letter
      *>             grade (the term of the latest-enrolled graded
      *>             row) and that term's own GPA - every attempt
      *>             taken that term counts, repeats included.
      *>             SPACES and zeros if there is none.
           05  ACS-UPDATED-DATE        PIC X(8).
           05  ACS-UPDATED-BY          PIC X(8).
      *>         YYYYMMDD and program of the last refresh.
