      *>---------------------------------------------------------------
      *> ACSUMWS.CPY
      *> Working-storage fields for the shared academic-summary
      *> paragraphs (see ACSUMVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-ACS-STUDENT           PIC X(4).       *> Caller sets before the refresh
       01  WS-ACS-PROGRAM           PIC X(8).       *> Caller's program name, stamped on the row
       01  WS-ACS-FIGURES.
           05  WS-ACS-ATTEMPTED     PIC 9(4).
           05  WS-ACS-EARNED        PIC 9(4).
           05  WS-ACS-GPA-CREDITS   PIC 9(4).
           05  WS-ACS-POINTS        PIC 9(5)V99.
           05  WS-ACS-CUM-GPA       PIC 9V99.
           05  WS-ACS-LAST-TERM     PIC X(6).
           05  WS-ACS-TERM-CREDITS  PIC 9(3).
           05  WS-ACS-TERM-POINTS   PIC 9(4)V99.
           05  WS-ACS-TERM-GPA      PIC 9V99.
      *>         The student's figures as COMPUTE-ACADEMIC-SUMMARY
      *>         worked them out - laid out exactly as ACS-FIGURES,
      *>         so one group MOVE stores them and one group compare
      *>         tells whether the stored row has drifted.
       01  WS-ACS-ROW-FOUND         PIC X VALUE "N". *> Student already had a row
       01  WS-ACS-EOF               PIC X VALUE "N". *> Row-scan EOF flag
       01  WS-ACS-ROW-GRADE         PIC X(2).       *> Row being counted:
       01  WS-ACS-ROW-BASIS         PIC X(1).       *> its grade, basis,
       01  WS-ACS-ROW-TERM          PIC X(6).       *> term, enrollment date
       01  WS-ACS-ROW-DATE          PIC X(8).       *> and course
       01  WS-ACS-ROW-COURSE        PIC X(15).
       01  WS-ACS-LATEST-DATE       PIC X(8).
      *>         Latest enrollment date among the letter-graded rows
      *>         seen - its row's term is the last term.
       01  WS-ACS-TERM-USED         PIC 9(3) VALUE 0. *> Term-table entries filled
       01  WS-ACS-TERM-IX           PIC 9(3) VALUE 0. *> Term-table subscript
       01  WS-ACS-TERM-TABLE.
           05  WS-ACS-TERM-ENTRY OCCURS 200 TIMES.
               10  WS-ACS-TT-TERM      PIC X(6).
               10  WS-ACS-TT-POINTS    PIC 9V99.
               10  WS-ACS-TT-CREDITS   PIC 9(2).
      *>         Every letter-graded attempt with its term, kept so
      *>         the last term's GPA can be totalled once the last
      *>         term is known.
