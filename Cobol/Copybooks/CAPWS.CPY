       01  WS-CAP-TARGET-SECTION    PIC X(2).             *> Target section, saved too
       01  WS-CAP-PREREQ-COURSE     PIC X(15).            *> Prereq/coreq course being
                                                            *> scanned for, any section
       01  WS-CAP-OTHER-DAY         PIC X(5).             *> Other enrolled course's days
       01  WS-CAP-DAY-POS           PIC 9(2).             *> Scratch subscript, target days
       01  WS-CAP-OTHER-POS         PIC 9(2).             *> Scratch subscript, other days
       01  WS-CAP-SAVE-STUDENT      PIC X(160).
      *>         Caller's STUDENT-RECORD, saved around the promotion
      *>         notice's own keyed read and restored afterward.
       01  WS-CAP-MAX-TERM-CREDITS  PIC 9(2) VALUE 18.
      *>         Standard per-term credit-load ceiling - a seat that
      *>         takes the student's term load past it is refused
      *>         unless an approved overload is on file.
       01  WS-CAP-PROB-MAX-CREDITS  PIC 9(2) VALUE 12.
      *>         The lower ceiling for a student on academic
      *>         probation (cumulative GPA under WS-CAP-PROBATION-GPA,
      *>         the same threshold PRGR0055 reports against).
       01  WS-CAP-PROBATION-GPA     PIC 9V99 VALUE 2.00.
       01  WS-CAP-LOAD-OK           PIC X VALUE "Y".     *> "N" if the seat breaks the ceiling
       01  WS-CAP-TERM-CREDITS      PIC 9(3) VALUE 0.    *> Credits already carried this term
       01  WS-CAP-NEW-LOAD          PIC 9(3) VALUE 0.    *> ...plus the seat being requested
       01  WS-CAP-LOAD-CEILING      PIC 9(2) VALUE 0.    *> Ceiling that applied
       01  WS-CAP-ON-PROBATION      PIC X VALUE "N".     *> "Y" if GPA under the threshold
       01  WS-CAP-CUM-GPA           PIC 9V99 VALUE 0.    *> Best-attempt cumulative GPA
       01  WS-CAP-OVL-FOUND         PIC X VALUE "N".     *> Approved overload on file
       01  WS-CAP-REFUSAL           PIC X(30) VALUE SPACES.
      *>         Why CAP-ENROLL-WITH-CHECK refused the seat, SPACES
      *>         when it did not - batch callers print it on their
      *>         reports instead of a bare "not eligible".
       01  WS-CAP-PMT-TYPE          PIC X(1).            *> Waiver being looked up/used
       01  WS-CAP-PMT-OK            PIC X VALUE "N".     *> "Y" if an open, unexpired
                                                            *> permit of that type is on file
       01  WS-CAP-PMT-USE-PREREQ    PIC X VALUE "N".     *> "Y" for each permit this
       01  WS-CAP-PMT-USE-COREQ     PIC X VALUE "N".     *> enrollment actually leaned
       01  WS-CAP-PMT-USE-SEAT      PIC X VALUE "N".     *> on - marked used once the
       01  WS-CAP-PMT-USE-TIME      PIC X VALUE "N".     *> seat (or waiting-list place)
       01  WS-CAP-PMT-USE-WINDOW    PIC X VALUE "N".     *> is actually granted
       01  WS-CAP-PMT-USE-REPEAT    PIC X VALUE "N".
       01  WS-CAP-REPEAT-OK         PIC X VALUE "Y".     *> "N" if the attempts allowed
                                                            *> at the course are used up
       01  WS-CAP-FULL-REFUND       PIC X VALUE "N".
      *>         "Y" makes CAP-POST-DROP-REFUND credit the seat in
      *>         full whatever the date - an administrative drop for
      *>         never attending is refunded as if it had never been
      *>         taken.  Callers set it around the one call only.
       01  WS-CAP-SEAT-LIMIT        PIC 9(3) VALUE 0.
      *>         Seats the head count is held against - the
      *>         section's C-CAPACITY, or its cross-list group's
      *>         shared pool (set by CAP-COUNT-COURSE-ENROLLMENT).
      *>         0 = unlimited.
       01  WS-CAP-WL-COURSE         PIC X(15).           *> Waiting-list row chosen
       01  WS-CAP-WL-SECTION        PIC X(2).            *> for promotion, and its
       01  WS-CAP-WL-DATE           PIC X(8).            *> request date
       01  WS-CAP-MAT-STATUS        PIC XX.              *> MATERIALS-FILE I/O status
       01  WS-CAP-MAT-FEE           PIC 9(6)V99 VALUE 0. *> Inclusive-access materials fee
       01  WS-CAP-MAT-DESC          PIC X(20).
      *>         BILL-DESC the materials fee posts under - "MATL "
      *>         and the course - so the refund can find what was
      *>         actually billed rather than re-price the list.
       01  WS-CAP-MAT-STUDENT       PIC X(4).            *> Whose materials charge
       01  WS-CAP-MAT-COURSE        PIC X(15).            *> CAP-FIND-MATERIALS-CHARGED
       01  WS-CAP-MAT-DATE          PIC X(8).             *> looks for, and its date
