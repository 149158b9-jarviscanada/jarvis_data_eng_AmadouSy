      *>---------------------------------------------------------------
      *> XLISTWS.CPY
      *> Working-storage fields for the shared cross-list paragraphs
      *> (see XLISTVAL.CPY).  COPY this member wherever those
      *> paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-XL-STATUS             PIC XX.              *> CROSSLIST-FILE I/O status
       01  WS-XL-EOF                PIC X VALUE "N".     *> Cross-list scan EOF flag
       01  WS-XL-COURSE             PIC X(15).           *> Section to look up - set
       01  WS-XL-SECTION            PIC X(2).            *> by the caller
       01  WS-XL-GROUP              PIC X(6) VALUE SPACES.
      *>         The section's XL-GROUP-ID, SPACES when it is not
      *>         cross-listed.
       01  WS-XL-POOL-CAPACITY      PIC 9(3) VALUE 0.    *> Group's shared seat pool
       01  WS-XL-MEMBER-COUNT       PIC 9(2) VALUE 0.    *> Sections in the group
       01  WS-XL-MEMBER-TABLE.
           05  WS-XL-MEMBER OCCURS 10 TIMES.
               10  WS-XL-MEMBER-COURSE  PIC X(15).
               10  WS-XL-MEMBER-SECTION PIC X(2).
      *>         Every section of the group, the looked-up one
      *>         included, in course-code order.
       01  WS-XL-IX                 PIC 9(2) VALUE 0.    *> Member subscript
       01  WS-XL-TEST-COURSE        PIC X(15).           *> Section XL-CHECK-MEMBER
       01  WS-XL-TEST-SECTION       PIC X(2).            *> asks about
       01  WS-XL-IS-MEMBER          PIC X VALUE "N".     *> "Y" if it is in the group
       01  WS-XL-NEW-GROUP          PIC X(6).            *> Next unused group ID
       01  WS-XL-GROUP-NUM          PIC 9(4) VALUE 0.    *> ...its number part
