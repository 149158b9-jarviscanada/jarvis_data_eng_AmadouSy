      *>---------------------------------------------------------------
      *> CKPTREC.CPY
      *> Shared checkpoint record for the financial posting batches
      *> (PRGL0069, PRGF0082, PRGL0045, PRGL0062, PRGL0080).  Each
      *> batch keeps its own one-line file, rewritten after every item
      *> it finishes, and blanks it when the run ends cleanly - the
      *> shared paragraphs are in CKPTVAL.CPY.
      *>
      *> The standard SELECT is:
      *>     SELECT CHECKPOINT-FILE ASSIGN TO "prgxnnnn-checkpoint.txt"
      *>         ORGANIZATION IS LINE SEQUENTIAL
      *>         FILE STATUS IS WS-CKPT-STATUS.
      *>---------------------------------------------------------------
       01  CHECKPOINT-RECORD.
           05  CKPT-STATE              PIC X(1).
      *>         "R" = a run is in progress (or was interrupted);
      *>         SPACE = the last run finished.
           05  CKPT-RUN-ID             PIC X(8).
      *>         What the run was working on: the batch number for
      *>         PRGL0069, the run date for the others.
           05  CKPT-DONE-COUNT         PIC 9(6).
      *>         Items finished so far - posted, rejected or passed
      *>         over, each counts once.
           05  CKPT-LAST-KEY           PIC X(20).
      *>         Key of the last item finished (award key, plan ID,
      *>         student ID or batch line number).
           05  CKPT-PENDING-KEY        PIC X(20).
      *>         Key of the item whose ledger row is being written;
      *>         SPACES between items.
           05  CKPT-PENDING-BILL       PIC X(8).
      *>         BILL-KEY of that ledger row.  On restart the ledger is
      *>         read for it: if the row is there, the item was posted
      *>         before the interruption and is not posted again.
