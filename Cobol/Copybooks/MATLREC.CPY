      *>---------------------------------------------------------------
      *> MATLREC.CPY
      *> Shared course-materials record layout for the adoption list
      *> (course-materials.txt), maintained by PRGC0201.  One row per
      *> book (or other item with an ISBN) adopted for a section in a
      *> term, so the bookstore orders from the list (PRGH0202's feed)
      *> and students can see it before the first class meeting.
      *> Inclusive-access rows are billed: CAPVAL.CPY's
      *> CAP-POST-MATERIALS-FEE posts their total as a materials fee
      *> on every seat granted in the section, beside the flat course
      *> fees, and a fully refunded drop returns it.
      *>---------------------------------------------------------------
       01  COURSE-MATERIAL-RECORD.
           05  MAT-KEY.
               10  MAT-TERM            PIC X(6).
      *>             TERM-CODE on term-calendar.txt (TERMREC.CPY).
               10  MAT-COURSE          PIC X(15).
               10  MAT-SECTION         PIC X(2).
      *>             C-CODE/C-SECTION on course-master.txt.
               10  MAT-ISBN            PIC X(13).
      *>             ISBN-13, or an ISBN-10 left-justified, digits
      *>             only (an ISBN-10 may end in X).
           05  MAT-TITLE               PIC X(40).
           05  MAT-AUTHOR              PIC X(25).
           05  MAT-REQUIRED            PIC X(1).
      *>         R = required, O = optional (recommended).
           05  MAT-PRICE               PIC 9(4)V99.
      *>         Student price.  For an inclusive-access row, what is
      *>         billed per seat.
           05  MAT-INCLUSIVE           PIC X(1).
      *>         Y = included in the section's inclusive-access
      *>         materials fee (billed at enrollment, delivered
      *>         digitally), N = bought by the student.
           05  MAT-UPDATED-DATE        PIC X(8).    *> YYYYMMDD last keyed
           05  MAT-UPDATED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) who last keyed it.
