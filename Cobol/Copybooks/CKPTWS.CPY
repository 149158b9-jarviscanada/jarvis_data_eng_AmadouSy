      *>---------------------------------------------------------------
      *> CKPTWS.CPY
      *> Working-storage fields for the shared checkpoint/restart
      *> paragraphs (see CKPTVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-CKPT-RUN-ID           PIC X(8) VALUE SPACES.
      *>         Caller sets: the batch number or run date to stamp on
      *>         the checkpoint.
       01  WS-CKPT-ITEM-KEY         PIC X(20) VALUE SPACES.
      *>         Caller sets: key of the item now being worked.
       01  WS-CKPT-BILL-KEY         PIC X(8) VALUE SPACES.
      *>         Caller sets before CKPT-MARK-PENDING: the BILL-KEY of
      *>         the ledger row about to be written.
       01  WS-CKPT-RESTART          PIC X VALUE "N".
      *>         "Y" when CKPT-LOAD-CHECKPOINT found an interrupted run.
       01  WS-CKPT-PRIOR-RUN        PIC X(8) VALUE SPACES.
      *>         CKPT-RUN-ID of the interrupted run.
       01  WS-CKPT-PRIOR            PIC 9(6) VALUE 0.
      *>         Items the interrupted run finished - the restart skips
      *>         this many (includes a recovered item, below).
       01  WS-CKPT-LAST-KEY         PIC X(20) VALUE SPACES.
      *>         Key of the last item finished; the restart resumes
      *>         after it.
       01  WS-CKPT-RECOVERED        PIC X VALUE "N".
      *>         "Y" when the item in flight at the interruption had
      *>         already been posted; WS-CKPT-LAST-KEY is then its key.
       01  WS-CKPT-DONE             PIC 9(6) VALUE 0. *> Items finished, all runs
