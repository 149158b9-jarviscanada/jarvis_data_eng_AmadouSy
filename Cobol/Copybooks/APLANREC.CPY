      *>---------------------------------------------------------------
      *> APLANREC.CPY
      *> Shared academic-plan record layout for the plan file
      *> (academic-plans.txt), kept through PRGA0199.  One row per
      *> course a student means to take in a future term - the
      *> multi-term map students and advisors used to keep on paper.
      *> PRGR0200 totals the rows into planned seats per course per
      *> term, so sections can be opened or closed before
      *> registration instead of after the waiting lists fill.
      *> (Not to be confused with PLANREC.CPY, the payment plans.)
      *>---------------------------------------------------------------
       01  ACADEMIC-PLAN-RECORD.
           05  AP-KEY.
               10  AP-STUDENT-ID       PIC X(4).
               10  AP-TERM             PIC X(6).
      *>             TERM-CODE on term-calendar.txt (TERMREC.CPY) the
      *>             course is planned for - a term not yet begun
      *>             when the row was keyed.
               10  AP-COURSE           PIC X(15).
      *>             C-CODE on course-master.txt.  Planned by course,
      *>             not section - sections are what the forecast is
      *>             for deciding.
           05  AP-PREREQ-MET           PIC X(1).
      *>         Y = every prerequisite was completed, in progress or
      *>         planned for an earlier term when the row was keyed;
      *>         N = planned over an unmet prerequisite.
           05  AP-REQ-TYPE             PIC X(1).
      *>         R = fills a required course of the student's degree
      *>         program (DEGREEREC.CPY), E = counts as an elective.
           05  AP-ADDED-DATE           PIC X(8).
      *>         YYYYMMDD the row was keyed.
           05  AP-ADDED-BY             PIC X(8).
      *>         USER-ID (USERREC.CPY) who keyed it.
