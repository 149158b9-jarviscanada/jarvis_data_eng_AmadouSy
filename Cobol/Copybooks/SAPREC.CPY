      *>---------------------------------------------------------------
      *> SAPREC.CPY
      *> Shared Satisfactory Academic Progress layout for the SAP
      *> file (sap-status.txt), posted once per term by the PRGF0158
      *> evaluation batch and read by PRGF0082 before any aid is
      *> disbursed.  One row per student per term, keyed the same way
      *> as STANDREC.CPY - term start date ahead of the term code -
      *> so a student's rows read back oldest first and the status
      *> in force is simply the last row on file.
      *>---------------------------------------------------------------
       01  SAP-RECORD.
           05  SAP-KEY.
               10  SAP-STUDENT-ID      PIC X(4).
               10  SAP-TERM-START      PIC X(8).
      *>             TERM-START-DATE of the term (TERMREC.CPY).
               10  SAP-TERM            PIC X(6).
           05  SAP-STATUS              PIC X(1).
      *>         M = MEETING SAP,
      *>         W = FINANCIAL AID WARNING (failed the standard for
      *>             the first time - still eligible this term),
      *>         S = SUSPENDED (failed again after a warning or an
      *>             approved appeal, or past the maximum timeframe
      *>             - PRGF0082 disburses nothing),
      *>         A = APPEAL APPROVED (a suspension overturned through
      *>             PRGF0159 - eligible for the one term).
           05  SAP-CUM-GPA             PIC 9V99.
      *>         Best-attempt cumulative GPA, as PRGT0144 posts it.
           05  SAP-ATTEMPTED           PIC 9(4).
      *>         Credits attempted to date: every graded row, W, F,
      *>         NP and incomplete included, plus accepted transfer
      *>         credit.  Audits never count.
           05  SAP-EARNED              PIC 9(4).
      *>         Of those, credits completed with a passing grade.
           05  SAP-PACE                PIC 9(3).
      *>         SAP-EARNED as a whole percentage of SAP-ATTEMPTED.
           05  SAP-FAILED-TESTS.
               10  SAP-FAILED-GPA      PIC X(1).
               10  SAP-FAILED-PACE     PIC X(1).
               10  SAP-FAILED-MAXTIME  PIC X(1).
      *>         "Y" against each standard the student fell short of,
      *>         SPACE otherwise.
           05  SAP-EVAL-DATE           PIC X(8).
      *>         YYYYMMDD the evaluation was posted.
           05  SAP-APPEAL-BY           PIC X(8).
      *>         USER-ID (USERREC.CPY) who approved the appeal,
      *>         SPACES unless SAP-STATUS is A.
           05  SAP-APPEAL-DATE         PIC X(8).
