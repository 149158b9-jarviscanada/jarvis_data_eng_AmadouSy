      *>---------------------------------------------------------------
      *> CKPTVAL.CPY
      *> Shared checkpoint/restart paragraphs for the financial posting
      *> batches, so a run interrupted partway through can be rerun
      *> without posting anything twice.  Same idea as the single-file
      *> checkpoints in PRGV0001 / PRGA0022 / PRGT0023, with one extra
      *> step: the BILL-KEY of a ledger row is put on the checkpoint
      *> before the row is written, so an interruption between the
      *> WRITE and the next checkpoint is caught on restart by reading
      *> the ledger for that key.
      *>
      *> The calling program must SELECT CHECKPOINT-FILE as CKPTREC.CPY
      *> shows, FD it with COPY "CKPTREC.CPY", declare WS-CKPT-STATUS,
      *> and COPY "CKPTWS.CPY".  It must also have BILLING-FILE (FD
      *> COPY "BILLREC.CPY", status WS-BILL-STATUS), closed when
      *> CKPT-LOAD-CHECKPOINT is performed.
      *>
      *> CKPT-LOAD-CHECKPOINT: once, before the first item.  Sets
      *> WS-CKPT-RESTART, WS-CKPT-PRIOR-RUN, WS-CKPT-PRIOR (items to
      *> skip), WS-CKPT-LAST-KEY and WS-CKPT-RECOVERED.
      *> CKPT-MARK-PENDING: set WS-CKPT-ITEM-KEY and WS-CKPT-BILL-KEY,
      *> then perform just before writing the ledger row.
      *> CKPT-COMMIT-ITEM: set WS-CKPT-ITEM-KEY, then perform when an
      *> item is finished, whatever its outcome.
      *> CKPT-CLEAR-CHECKPOINT: when the run ends cleanly.
      *>---------------------------------------------------------------
       CKPT-LOAD-CHECKPOINT.
           MOVE "N"    TO WS-CKPT-RESTART
           MOVE "N"    TO WS-CKPT-RECOVERED
           MOVE 0      TO WS-CKPT-PRIOR
           MOVE SPACES TO WS-CKPT-PRIOR-RUN
           MOVE SPACES TO WS-CKPT-LAST-KEY
           MOVE SPACES TO CHECKPOINT-RECORD

           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       MOVE SPACES TO CHECKPOINT-RECORD
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           IF CKPT-STATE = "R"
               MOVE "Y"             TO WS-CKPT-RESTART
               MOVE CKPT-RUN-ID     TO WS-CKPT-PRIOR-RUN
               MOVE CKPT-DONE-COUNT TO WS-CKPT-PRIOR
               MOVE CKPT-LAST-KEY   TO WS-CKPT-LAST-KEY
               IF CKPT-PENDING-BILL NOT = SPACES
                   PERFORM CKPT-CHECK-PENDING-ROW
               END-IF
           END-IF

           MOVE WS-CKPT-PRIOR TO WS-CKPT-DONE.

      *>-----------------------------------------------------------
      *> CKPT-CHECK-PENDING-ROW - the run stopped while a ledger row
      *> was being written.  If the row made it to the ledger the
      *> item is finished; count it and resume after it.
      *>-----------------------------------------------------------
       CKPT-CHECK-PENDING-ROW.
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS = "00"
               MOVE CKPT-PENDING-BILL TO BILL-KEY
               READ BILLING-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CKPT-RECOVERED
                       ADD 1 TO WS-CKPT-PRIOR
                       MOVE CKPT-PENDING-KEY TO WS-CKPT-LAST-KEY
               END-READ
               CLOSE BILLING-FILE
           END-IF.

       CKPT-MARK-PENDING.
           MOVE "R"              TO CKPT-STATE
           MOVE WS-CKPT-RUN-ID   TO CKPT-RUN-ID
           MOVE WS-CKPT-DONE     TO CKPT-DONE-COUNT
           MOVE WS-CKPT-LAST-KEY TO CKPT-LAST-KEY
           MOVE WS-CKPT-ITEM-KEY TO CKPT-PENDING-KEY
           MOVE WS-CKPT-BILL-KEY TO CKPT-PENDING-BILL
           PERFORM CKPT-WRITE-CHECKPOINT.

       CKPT-COMMIT-ITEM.
           ADD 1 TO WS-CKPT-DONE
           MOVE WS-CKPT-ITEM-KEY TO WS-CKPT-LAST-KEY
           MOVE "R"              TO CKPT-STATE
           MOVE WS-CKPT-RUN-ID   TO CKPT-RUN-ID
           MOVE WS-CKPT-DONE     TO CKPT-DONE-COUNT
           MOVE WS-CKPT-LAST-KEY TO CKPT-LAST-KEY
           MOVE SPACES           TO CKPT-PENDING-KEY
           MOVE SPACES           TO CKPT-PENDING-BILL
           PERFORM CKPT-WRITE-CHECKPOINT.

       CKPT-CLEAR-CHECKPOINT.
           MOVE SPACES TO CHECKPOINT-RECORD
           PERFORM CKPT-WRITE-CHECKPOINT.

       CKPT-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
