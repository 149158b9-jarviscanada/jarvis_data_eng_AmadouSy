      *>---------------------------------------------------------------
      *> EVALREC.CPY
      *> Shared course-evaluation record layout for the evaluation
      *> file (course-evaluations.txt), loaded by PRGA0146 from the
      *> survey vendor's section-level results and reported by
      *> PRGR0147.  One row per section per term; a corrected vendor
      *> file loaded again replaces the section's row.
      *>---------------------------------------------------------------
       01  EVALUATION-RECORD.
           05  EVAL-KEY.
               10  EVAL-TERM           PIC X(6).
      *>             EN-TERM of the section's enrollment rows when
      *>             the results were loaded.
               10  EVAL-COURSE         PIC X(15).
               10  EVAL-SECTION        PIC X(2).
           05  EVAL-INSTR-ID           PIC X(4).
      *>         C-INSTRUCTOR teaching the section when the results
      *>         were loaded - kept here so a later reassignment of
      *>         the section does not move its evaluations.
           05  EVAL-ENROLLED           PIC 9(4).
      *>         Students enrolled in the section (withdrawals
      *>         excluded) when the results were loaded - the base
      *>         the response rate is figured on.
           05  EVAL-RESPONSES          PIC 9(4).
      *>         Completed surveys the vendor received.
           05  EVAL-SCORE-TABLE.
               10  EVAL-SCORE          OCCURS 10 TIMES PIC 9V99.
      *>             Average response per question on the vendor's
      *>             1.00 - 5.00 scale, in question-number order.
      *>             0 = question not on this section's form.
           05  EVAL-LOADED-DATE        PIC X(8).
      *>         YYYYMMDD the row was loaded.
