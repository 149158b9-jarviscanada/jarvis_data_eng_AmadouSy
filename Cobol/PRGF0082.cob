               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT SAP-FILE ASSIGN TO "sap-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAP-KEY
               FILE STATUS IS WS-SAP-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COA-BUDGET-FILE ASSIGN TO "coa-budgets.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COA-KEY
               FILE STATUS IS WS-COA-STATUS.

           SELECT COA-ASSIGN-FILE ASSIGN TO "coa-assignments.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASG-KEY
               FILE STATUS IS WS-CASG-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "aid-disbursement-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "prgf0082-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AWARD-FILE.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD SAP-FILE.
       COPY "SAPREC.CPY".     *> Shared SAP status layout (SAP-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-CAMPUS, ...)

       FD COA-BUDGET-FILE.
       COPY "COAREC.CPY".     *> Shared cost-of-attendance budget layout (COA-KEY, ...)

       FD COA-ASSIGN-FILE.
       COPY "COAASGREC.CPY".  *> Shared budget-assignment layout (CASG-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD CHECKPOINT-FILE.
       COPY "CKPTREC.CPY".    *> Shared checkpoint layout (CKPT-STATE, ...)

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       01 WS-AWARD-STATUS      PIC XX.          *> AWARD-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE I/O status
       01 WS-SAP-STATUS        PIC XX.          *> SAP-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Award-scan EOF flag
       01 WS-BILL-EOF          PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-SAP-EOF           PIC X VALUE "N". *> SAP-scan EOF flag
       01 WS-SAP-IN-FORCE      PIC X VALUE SPACE. *> Student's latest SAP status
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-OPEN-BALANCE      PIC S9(6)V99 VALUE 0. *> Charges minus credits
       01 WS-NEXT-BILL-SEQ     PIC 9(4) VALUE 0.     *> Next billing sequence
       01 WS-DISBURSED-COUNT   PIC 9(4) VALUE 0.     *> Awards disbursed this run
       01 WS-SKIPPED-COUNT     PIC 9(4) VALUE 0.     *> Accepted awards skipped
       01 WS-SAP-HELD-COUNT    PIC 9(4) VALUE 0.     *> ...of which SAP suspended
       01 WS-COA-HELD-COUNT    PIC 9(4) VALUE 0.     *> ...of which over budget
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-COA-STATUS        PIC XX.               *> COA-BUDGET-FILE I/O status
       01 WS-CASG-STATUS       PIC XX.               *> COA-ASSIGN-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.               *> FEE-FILE I/O status
       01 WS-COA-OK            PIC X VALUE "N".      *> Award fits the budget
       01 WS-COA-REASON        PIC X(30).            *> Why it does not
       01 WS-AWARD-SAVE        PIC X(69).            *> Award in hand during the sum
       01 WS-FUND-IX           PIC 9(2) VALUE 0.     *> Fund-table subscript
       01 WS-FUND-HIT          PIC X VALUE "N".      *> Fund already in the table
       01 WS-FUND-USED         PIC 9(2) VALUE 0.     *> Fund-table entries in use
      *>         this size; overflow lands in the last slot under
      *>         an OTHER label rather than being lost.
       01 WS-AMT-DISPLAY       PIC ---,---,--9.99.   *> Amount for printing
       01 WS-CKPT-STATUS       PIC XX.               *> CHECKPOINT-FILE I/O status

       01 WS-PERIOD-STATUS     PIC XX.               *> PERIOD-FILE I/O status
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph

       COPY "COAWS.CPY".      *> Fields used by the shared cost-of-attendance paragraphs
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "CKPTWS.CPY".     *> Fields used by the shared checkpoint paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGF0082" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| FINANCIAL AID DISBURSEMENT BATCH               |"
                   WS-PERIOD-DATE(1:6) " IS CLOSED - NOTHING "
                   "DISBURSED.***"
               MOVE 6 TO RETURN-CODE              *> 6 = period closed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE "FINANCIAL AID DISBURSEMENT RUN" TO REPORT-LINE
           PERFORM WRITE-AID-LINE

           *> Checkpoint/restart: if a prior run of this job was
           *> interrupted partway through, prgf0082-checkpoint.txt
           *> holds the last AWARD-KEY it had finished (and the
           *> ledger key of any credit it was writing at the time).
           *> The scan starts just past that award, so nothing the
           *> interrupted run disbursed is paid out a second time.
           MOVE WS-TODAY-FORMATTED TO WS-CKPT-RUN-ID
           PERFORM CKPT-LOAD-CHECKPOINT

           OPEN I-O AWARD-FILE
           IF WS-CKPT-RESTART = "Y"
               PERFORM RESUME-AFTER-CHECKPOINT
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE AWARD-KEY TO WS-CKPT-ITEM-KEY
                       IF AWARD-STATUS = "A"
                           PERFORM DISBURSE-ONE-AWARD
                       END-IF
                       PERFORM CKPT-COMMIT-ITEM
               END-READ
           END-PERFORM
           CLOSE AWARD-FILE

           PERFORM CKPT-CLEAR-CHECKPOINT

           PERFORM WRITE-FUND-SUMMARY
           IF WS-CKPT-RESTART = "Y"
               MOVE "(FUND TOTALS ARE FOR THIS RUN ONLY - SEE THE "
                   & "INTERRUPTED RUN'S REPORT)" TO REPORT-LINE
               PERFORM WRITE-AID-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "DISBURSED: " DELIMITED BY SIZE
                  WS-SKIPPED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-AID-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "HELD (SAP SUSPENDED): " DELIMITED BY SIZE
                  WS-SAP-HELD-COUNT DELIMITED BY SIZE
                  "   HELD (COST OF ATTENDANCE): " DELIMITED BY SIZE
                  WS-COA-HELD-COUNT DELIMITED BY SIZE
                  "   SKIPPED ON RESTART: " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-AID-LINE

           CLOSE REPORT-FILE

           IF WS-DISBURSED-COUNT = 0 AND WS-CKPT-PRIOR = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing disbursed
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           COMPUTE WS-JOB-READ = WS-CKPT-DONE - WS-CKPT-PRIOR
           MOVE WS-DISBURSED-COUNT TO WS-JOB-WRITTEN
           COMPUTE WS-JOB-REJECTED = WS-SKIPPED-COUNT
               + WS-SAP-HELD-COUNT + WS-COA-HELD-COUNT
           MOVE WS-CKPT-PRIOR      TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> RESUME-AFTER-CHECKPOINT - an interrupted run left a
      *> checkpoint.  An award whose credit reached the ledger just
      *> before the interruption is marked DISBURSED now if the run
      *> never got that far, and the scan is positioned just past
      *> the last award the interrupted run finished.
      *>-----------------------------------------------------------
       RESUME-AFTER-CHECKPOINT.
           MOVE SPACES TO REPORT-LINE
           STRING "RESTARTING AFTER CHECKPOINT - " DELIMITED BY SIZE
                  WS-CKPT-PRIOR DELIMITED BY SIZE
                  " AWARD(S) ALREADY DONE, SKIPPED"
                  DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-AID-LINE

           IF WS-CKPT-RECOVERED = "Y"
               MOVE WS-CKPT-LAST-KEY(1:18) TO AWARD-KEY
               READ AWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AWARD-STATUS = "A"
                           MOVE "D"                TO AWARD-STATUS
                           MOVE WS-TODAY-FORMATTED
                               TO AWARD-DISBURSED-DATE
                           REWRITE AID-AWARD-RECORD
                               INVALID KEY
                                   DISPLAY "***ERROR: UNABLE TO MARK "
                                       "AWARD DISBURSED.***"
                           END-REWRITE
                       END-IF
                       MOVE SPACES TO REPORT-LINE
                       STRING "AWARD " DELIMITED BY SIZE
                              AWARD-STUDENT-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              AWARD-CODE DELIMITED BY SIZE
                              " WAS CREDITED BEFORE THE INTERRUPTION"
                              " - NOT POSTED AGAIN" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM WRITE-AID-LINE
               END-READ
           END-IF

           IF WS-CKPT-LAST-KEY NOT = SPACES
               MOVE WS-CKPT-LAST-KEY(1:18) TO AWARD-KEY
               START AWARD-FILE KEY IS GREATER THAN AWARD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
           END-IF.

      *>-----------------------------------------------------------
      *> DISBURSE-ONE-AWARD - applies the currently-positioned
      *> accepted award against the student's billing ledger as an
      *> "F" credit row, provided they still carry an open balance;
      *> an award with nothing left to pay stays ACCEPTED for a
      *> later run (the seat may not have billed yet).  A student
      *> whose SAP status in force is SUSPENDED gets nothing; the
      *> award likewise stays ACCEPTED, to go out should an appeal
      *> be approved (PRGF0159) or the next evaluation restore them.
      *> Nor does an award go out that would take what has been paid
      *> for the term past the student's cost-of-attendance budget,
      *> or to a student with no budget for the term.
      *>-----------------------------------------------------------
       DISBURSE-ONE-AWARD.
           PERFORM FIND-SAP-IN-FORCE
           IF WS-SAP-IN-FORCE = "S"
               ADD 1 TO WS-SAP-HELD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "HELD " DELIMITED BY SIZE
                      AWARD-STUDENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AWARD-CODE DELIMITED BY SIZE
                      " - SAP SUSPENDED" DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-AID-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-AWARD-FITS-BUDGET
           IF WS-COA-OK = "N"
               ADD 1 TO WS-COA-HELD-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "HELD " DELIMITED BY SIZE
                      AWARD-STUDENT-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AWARD-CODE DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-COA-REASON DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-AID-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-OPEN-BALANCE

           IF WS-OPEN-BALANCE NOT > 0
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-AWARD-FITS-BUDGET - what is already paid out for the
      *> award's term plus this award, against the student's
      *> cost-of-attendance budget.  The award scan moves AWARD-FILE
      *> off the award in hand, so it is read back by key after,
      *> which also puts the batch's own pass back where it was.
      *>-----------------------------------------------------------
       CHECK-AWARD-FITS-BUDGET.
           MOVE "N"    TO WS-COA-OK
           MOVE SPACES TO WS-COA-REASON

           MOVE AWARD-STUDENT-ID TO F-ID
           OPEN INPUT STUDENT-FILE
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO F-CAMPUS
           END-READ
           CLOSE STUDENT-FILE

           MOVE AWARD-STUDENT-ID TO WS-COA-STUDENT
           MOVE AWARD-TERM       TO WS-COA-TERM
           MOVE F-CAMPUS         TO WS-COA-CAMPUS
           PERFORM GET-STUDENT-BUDGET
           IF WS-COA-FOUND NOT = "Y"
               MOVE "NO COST-OF-ATTENDANCE BUDGET" TO WS-COA-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE AID-AWARD-RECORD TO WS-AWARD-SAVE
           PERFORM SUM-TERM-AWARDS
           MOVE WS-AWARD-SAVE(1:18) TO AWARD-KEY
           READ AWARD-FILE
               INVALID KEY
                   MOVE WS-AWARD-SAVE TO AID-AWARD-RECORD
           END-READ

           IF WS-COA-DISBURSED + AWARD-AMOUNT > WS-COA-TOTAL
               MOVE "OVER COST OF ATTENDANCE" TO WS-COA-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-COA-OK.

      *>-----------------------------------------------------------
      *> FIND-SAP-IN-FORCE - the award student's latest SAP status
      *> (SPACE if never evaluated).  Rows are keyed by term start
      *> date after the student, so the last one read is the one in
      *> force.
      *>-----------------------------------------------------------
       FIND-SAP-IN-FORCE.
           MOVE SPACE TO WS-SAP-IN-FORCE
           MOVE "N"   TO WS-SAP-EOF
           OPEN INPUT SAP-FILE
           IF WS-SAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE AWARD-STUDENT-ID TO SAP-STUDENT-ID
           MOVE LOW-VALUES       TO SAP-TERM-START
           MOVE LOW-VALUES       TO SAP-TERM
           START SAP-FILE KEY IS NOT LESS THAN SAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SAP-EOF
           END-START
           PERFORM UNTIL WS-SAP-EOF = "Y"
               READ SAP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SAP-EOF
                   NOT AT END
                       IF SAP-STUDENT-ID NOT = AWARD-STUDENT-ID
                           MOVE "Y" TO WS-SAP-EOF
                       ELSE
                           MOVE SAP-STATUS TO WS-SAP-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAP-FILE.

      *>-----------------------------------------------------------
      *> SUM-OPEN-BALANCE - charges minus credits for the award's
      *> student, the same arithmetic PRGR0021 reports.
                   NOT AT END
                       IF BILL-STUDENT-ID = AWARD-STUDENT-ID
                           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
                               OR BILL-TYPE = "D"
                               OR BILL-TYPE = "W"
                               OR BILL-TYPE = "T"
                               OR BILL-TYPE = "N"
                               OR BILL-TYPE = "B"
                               ADD BILL-AMOUNT TO WS-OPEN-BALANCE
                           ELSE
                               SUBTRACT BILL-AMOUNT
                  AWARD-TERM DELIMITED BY SIZE
                  INTO BILL-DESC

           MOVE BILL-KEY TO WS-CKPT-BILL-KEY
           PERFORM CKPT-MARK-PENDING

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "COAVAL.CPY".     *> Shared cost-of-attendance paragraphs
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
       COPY "CKPTVAL.CPY".    *> Shared checkpoint/restart paragraphs
