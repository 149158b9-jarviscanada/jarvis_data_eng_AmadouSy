      *>---------------------------------------------------------------
      *> CMPLWS.CPY
      *> Working-storage fields for the shared compliance paragraphs
      *> CHECK-STUDENT-COMPLIANCE and CMP-EVALUATE-REQUIREMENT (see
      *> CMPLVAL.CPY).  COPY this member wherever those paragraphs
      *> are COPYed so the two stay in step.  The age test borrows
      *> VALIDATE-MIN-AGE, so AGEWS.CPY/AGEVAL.CPY come along too.
      *>---------------------------------------------------------------
      *> Caller sets, from the student's master record:
       01  WS-CMP-STUDENT           PIC X(4).       *> F-ID
       01  WS-CMP-BIRTHDATE         PIC X(8).       *> F-BIRTHDATE
       01  WS-CMP-CAMPUS            PIC X(3).       *> F-CAMPUS
       01  WS-CMP-ADMIT-DATE        PIC X(8).       *> F-INSERT-DATE

      *> Answers from CHECK-STUDENT-COMPLIANCE:
       01  WS-CMP-APPLY-COUNT       PIC 9(3) VALUE 0.
      *>         Requirements in force that cover the student.
       01  WS-CMP-OVERDUE-COUNT     PIC 9(3) VALUE 0.
      *>         ...of those, past their deadline and not satisfied -
      *>         any at all means the student belongs on hold.
       01  WS-CMP-PENDING-COUNT     PIC 9(3) VALUE 0.
      *>         ...not satisfied, but the deadline is still ahead.
       01  WS-CMP-FIRST-OVERDUE     PIC X(6) VALUE SPACES.
      *>         CRQ-CODE of the first overdue requirement, for the
      *>         hold reason.

      *> Answers from CMP-EVALUATE-REQUIREMENT, for the requirement
      *> in COMPLIANCE-REQ-RECORD:
       01  WS-CMP-STATE             PIC X(1) VALUE SPACE.
      *>         "N" = does not cover this student, "C" = satisfied,
      *>         "P" = outstanding, deadline still ahead,
      *>         "O" = outstanding and overdue.
       01  WS-CMP-DEADLINE          PIC X(8) VALUE SPACES.
      *>         First day of the student's CRQ-TERM-NO'th term.
      *>         SPACES when the calendar does not reach that far
      *>         yet, which leaves the requirement pending.
       01  WS-CMP-ROW-FOUND         PIC X VALUE "N". *> Student has a row for it
       01  WS-CMP-EXPIRED           PIC X VALUE "N". *> Proof on file has lapsed

      *> Scratch:
       01  WS-CMP-TODAY             PIC X(8).
       01  WS-CMP-REQ-EOF           PIC X VALUE "N".
       01  WS-CMP-TERM-EOF          PIC X VALUE "N".
       01  WS-CMP-AGE-KNOWN         PIC X VALUE "N".
       01  WS-CMP-TERM-IX           PIC 9(1).
       01  WS-CMP-PREV-START        PIC X(8).
       01  WS-CMP-BEST-START        PIC X(8).
