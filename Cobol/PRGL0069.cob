               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "prgl0069-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 REPORT-LINE                PIC X(80).  *> One report line

       FD REGISTER-FILE.
       COPY "PBREGREC.CPY".   *> Shared payment-batch register layout (PBR-BATCH, ...)

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD CHECKPOINT-FILE.
       COPY "CKPTREC.CPY".    *> Shared checkpoint layout (CKPT-STATE, ...)

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS        PIC XX.          *> STUDENT-FILE status
       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-READ-COUNT          PIC 9(5) VALUE 0. *> Postings read
       01 WS-POSTED-COUNT        PIC 9(5) VALUE 0. *> Postings applied
       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0. *> Postings rejected
       01 WS-ITEM-SEQ            PIC 9(5) VALUE 0. *> Detail line number in the batch
       01 WS-CKPT-STATUS         PIC XX.           *> CHECKPOINT-FILE status
       01 WS-SAVE-BATCH          PIC X(6).         *> Batch number, held over a register check

       01 WS-AMOUNT-DISPLAY      PIC ZZZ,ZZ9.99.

       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "CKPTWS.CPY".     *> Fields used by the shared checkpoint paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGL0069" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   B U L K   P A Y M E N T - B A T C H          |"
           IF WS-BATCH-OK = "N"
               CLOSE REPORT-FILE
               MOVE 3 TO RETURN-CODE              *> 3 = controls failed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           *> Checkpoint/restart: if a prior run of this batch was
           *> interrupted partway through, prgl0069-checkpoint.txt
           *> holds how many detail lines it had finished (and the
           *> ledger key of any row it was writing at the time).
           *> The batch is not on the register until it finishes, so
           *> the same file can be presented again; the lines already
           *> done are skipped rather than credited a second time.
           PERFORM CHECK-RESTART-BATCH
           IF WS-BATCH-OK = "N"
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE              *> 4 = interrupted batch outstanding
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE 0 TO WS-ITEM-SEQ
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                           OR INPUT-LINE(1:4) = "TRL,"
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-ITEM-SEQ
                           IF WS-ITEM-SEQ > WS-CKPT-PRIOR
                               ADD 1 TO WS-READ-COUNT
                               MOVE WS-ITEM-SEQ TO WS-CKPT-ITEM-KEY
                               PERFORM POST-ONE-PAYMENT
                               PERFORM CKPT-COMMIT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE

           PERFORM RECORD-BATCH-IN-REGISTER
           PERFORM CKPT-CLEAR-CHECKPOINT

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "   REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "   SKIPPED: " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           DISPLAY "*** " WS-POSTED-COUNT " OF " WS-READ-COUNT
               " PAYMENT(S) POSTED. SEE payment-batch-report.txt. ***"

           IF WS-READ-COUNT = 0 AND WS-CKPT-PRIOR = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to post
           ELSE
               IF WS-REJECT-COUNT = 0
               END-IF
           END-IF

           MOVE WS-READ-COUNT   TO WS-JOB-READ
           MOVE WS-POSTED-COUNT TO WS-JOB-WRITTEN
           MOVE WS-REJECT-COUNT TO WS-JOB-REJECTED
           MOVE WS-CKPT-PRIOR   TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
                       AT END
                           MOVE "Y" TO WS-REG-EOF
                       NOT AT END
                           IF PBR-BATCH = WS-HDR-BATCH
                               MOVE "Y" TO WS-DUP-BATCH
                               MOVE "Y" TO WS-REG-EOF
                           END-IF
      *>-----------------------------------------------------------
      *> RECORD-BATCH-IN-REGISTER - writes the batch number just
      *> applied onto the register, so a second presentation of the
      *> same file is refused by CHECK-BATCH-REGISTER next time, with
      *> the header control totals the bank deposit is proved against.
      *>-----------------------------------------------------------
       RECORD-BATCH-IN-REGISTER.
           OPEN EXTEND REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE SPACES             TO PAYMENT-BATCH-REGISTER-RECORD
           MOVE WS-HDR-BATCH       TO PBR-BATCH
           MOVE WS-TODAY-FORMATTED TO PBR-DATE
           MOVE WS-HDR-HASH        TO PBR-HASH
           MOVE WS-HDR-COUNT       TO PBR-COUNT
           WRITE PAYMENT-BATCH-REGISTER-RECORD
           CLOSE REGISTER-FILE.

      *>-----------------------------------------------------------
      *> CHECK-RESTART-BATCH - reads the checkpoint.  A checkpoint
      *> left by this same batch is resumed.  One left by a
      *> different batch means that batch never finished: it has
      *> to be presented again and completed first, unless it is
      *> already on the register (it finished and only the clearing
      *> of the checkpoint was lost), in which case it is ignored.
      *>-----------------------------------------------------------
       CHECK-RESTART-BATCH.
           MOVE WS-HDR-BATCH TO WS-CKPT-RUN-ID
           PERFORM CKPT-LOAD-CHECKPOINT
           IF WS-CKPT-RESTART = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-CKPT-PRIOR-RUN NOT = WS-HDR-BATCH
               MOVE WS-HDR-BATCH      TO WS-SAVE-BATCH
               MOVE WS-CKPT-PRIOR-RUN TO WS-HDR-BATCH
               PERFORM CHECK-BATCH-REGISTER
               MOVE WS-SAVE-BATCH     TO WS-HDR-BATCH
               IF WS-DUP-BATCH = "Y"
                   MOVE "N" TO WS-CKPT-RESTART
                   MOVE "N" TO WS-CKPT-RECOVERED
                   MOVE 0   TO WS-CKPT-PRIOR
                   MOVE 0   TO WS-CKPT-DONE
                   MOVE SPACES TO WS-CKPT-LAST-KEY
               ELSE
                   MOVE "N" TO WS-BATCH-OK
                   MOVE SPACES TO REPORT-LINE
                   STRING "BATCH REJECTED - BATCH " DELIMITED BY SIZE
                          WS-CKPT-PRIOR-RUN DELIMITED BY SIZE
                          " WAS INTERRUPTED - RERUN IT FIRST"
                          DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "RESTARTING AFTER CHECKPOINT - " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  " POSTING(S) ALREADY DONE, SKIPPED"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-CKPT-RECOVERED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "LINE " DELIMITED BY SIZE
                      WS-CKPT-LAST-KEY DELIMITED BY SPACE
                      " WAS ON THE LEDGER BEFORE THE INTERRUPTION"
                      " - NOT POSTED AGAIN" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> POST-ONE-PAYMENT - parses one lockbox posting line, applies
      *> it as a PAYMENT row against BILLING-RECORD when the student
           MOVE WS-PAY-DATE   TO BILL-DATE
           MOVE "BATCH PAYMENT" TO BILL-DESC

           MOVE BILL-KEY TO WS-CKPT-BILL-KEY
           PERFORM CKPT-MARK-PENDING

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY

       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CKPTVAL.CPY".    *> Shared checkpoint/restart paragraphs
