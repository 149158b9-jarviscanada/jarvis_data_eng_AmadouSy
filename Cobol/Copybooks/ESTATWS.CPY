      *>---------------------------------------------------------------
      *> ESTATWS.CPY
      *> Working-storage fields for the shared GET-ENROLLMENT-STATUS
      *> paragraph (see ESTATVAL.CPY).  COPY this member wherever
      *> that paragraph is COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-EST-STUDENT           PIC X(4).            *> Caller sets: student
       01  WS-EST-TERM              PIC X(6).            *> ...and term to certify
       01  WS-EST-CREDITS           PIC 9(3) VALUE 0.    *> Credits carried that term
       01  WS-EST-STATUS            PIC X(1).
      *>         F = FULL-TIME, Q = THREE-QUARTER-TIME,
      *>         H = HALF-TIME, L = LESS THAN HALF-TIME - the same
      *>         letters the loan clearinghouse uses.
       01  WS-EST-STATUS-NAME       PIC X(24).           *> WS-EST-STATUS spelled out
      *>         Credit floors for each status.  The standard
      *>         figures below hold unless enrollment-status-
      *>         parms.txt carries an "ALL" line, and a line for
      *>         the term itself (a summer term, say) beats both.
       01  WS-EST-FULL-CREDITS      PIC 9(2) VALUE 12.
       01  WS-EST-THREEQ-CREDITS    PIC 9(2) VALUE 9.
       01  WS-EST-HALF-CREDITS      PIC 9(2) VALUE 6.
       01  WS-EST-PARM-STATUS       PIC XX.              *> ESTAT-PARM-FILE I/O status
       01  WS-EST-EOF               PIC X VALUE "N".     *> Scan EOF flag
       01  WS-EST-TERM-HIT          PIC X VALUE "N".     *> Term's own line found
       01  WS-EST-PARM-TERM         PIC X(6).            *> Parameter line fields,
       01  WS-EST-PARM-FULL         PIC X(3).            *> as UNSTRUNG
       01  WS-EST-PARM-THREEQ       PIC X(3).
       01  WS-EST-PARM-HALF         PIC X(3).
