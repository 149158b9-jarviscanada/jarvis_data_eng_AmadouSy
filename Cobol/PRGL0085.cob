           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECON-LOG-FILE ASSIGN TO "bank-recon-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRL-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "period-balance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBL-KEY
               FILE STATUS IS WS-PBL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD RECON-LOG-FILE.
       COPY "BRECREC.CPY".    *> Shared bank-reconciliation log layout (BRL-PERIOD, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD BALANCE-FILE.
       COPY "PERBALREC.CPY".  *> Shared period-balance snapshot layout (PBL-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS     PIC XX.               *> Status of last PERIOD-FILE I/O
       01 WS-ACTION            PIC X.                *> C=close, O=reopen, L=list
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user, for PER-CLOSED-BY
       01 WS-PERIOD-EOF        PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Periods listed
       01 WS-BRL-STATUS        PIC XX.               *> Status of RECON-LOG-FILE I/O
       01 WS-BRL-EOF           PIC X VALUE "N".      *> Recon-log scan EOF flag
       01 WS-RECON-FOUND       PIC X VALUE "N".      *> Period has a bank reconciliation
       01 WS-RECON-EXCEPTIONS  PIC 9(5) VALUE 0.     *> Exceptions on its latest run
       01 WS-RECON-DATE        PIC X(8) VALUE SPACES. *> ...and that run's date
       01 WS-CONFIRM           PIC X.                *> Close-anyway answer (Y/N)
       01 WS-CLOSED            PIC X VALUE "N".      *> Period row marked closed this run
       01 WS-BILL-STATUS       PIC XX.               *> Status of BILLING-FILE I/O
       01 WS-PBL-STATUS        PIC XX.               *> Status of BALANCE-FILE I/O
       01 WS-BILL-EOF          PIC X VALUE "N".      *> Billing-scan EOF flag
       01 WS-PBL-EOF           PIC X VALUE "N".      *> Snapshot-scan EOF flag
       01 WS-SNAP-PERIOD       PIC X(6).             *> Period being snapshotted
       01 WS-SNAP-STUDENT      PIC X(4) VALUE SPACES. *> Student whose rows are summing
       01 WS-SNAP-BALANCE      PIC S9(8)V99 VALUE 0. *> That student's balance
       01 WS-SNAP-TOTAL        PIC S9(9)V99 VALUE 0. *> Every student's balance
       01 WS-SNAP-STUDENTS     PIC 9(5) VALUE 0.     *> Student rows written
       01 WS-SNAP-DISPLAY      PIC ---,---,--9.99.   *> Grand total for printing

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

      *>-----------------------------------------------------------
      *> CLOSE-PERIOD - marks one month CLOSED, recording who and
      *> when.  From that moment every billing-writing program
      *> refuses a BILL-DATE inside it (see PERIODVAL.CPY).  The
      *> month should first be proved against the bank (PRGL0152);
      *> closing one that is not takes an explicit confirmation.
      *> A successful close also snapshots the receivable balances
      *> as they stand at month end (WRITE-BALANCE-SNAPSHOT).
      *>-----------------------------------------------------------
       CLOSE-PERIOD.
           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM) >>"
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N" OR PER-STATUS NOT = "C"
               PERFORM CHECK-BANK-RECONCILIATION
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "*** PERIOD " PER-PERIOD " NOT CLOSED. ***"
                   MOVE 2 TO RETURN-CODE          *> 2 = not confirmed
                   CLOSE PERIOD-FILE
                   PERFORM RELEASE-RECORD-LOCK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-FOUND = "Y" AND PER-STATUS = "C"
               DISPLAY "***ERROR: PERIOD " PER-PERIOD " IS ALREADY "
                   "CLOSED.***"
                       NOT INVALID KEY
                           DISPLAY "*** PERIOD " PER-PERIOD
                               " CLOSED. ***"
                           MOVE "Y" TO WS-CLOSED
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               ELSE
                       NOT INVALID KEY
                           DISPLAY "*** PERIOD " PER-PERIOD
                               " CLOSED. ***"
                           MOVE "Y" TO WS-CLOSED
                           MOVE 0 TO RETURN-CODE
                   END-WRITE
               END-IF
           END-IF
           CLOSE PERIOD-FILE

           IF WS-CLOSED = "Y"
               PERFORM WRITE-BALANCE-SNAPSHOT
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> WRITE-BALANCE-SNAPSHOT - records every student's balance,
      *> and the grand total, as at the last day of the month just
      *> closed on period-balance.txt.  Any rows left from an
      *> earlier close of the same month (it was reopened since)
      *> are cleared first, so the file always holds the balances
      *> the month was last closed on.
      *>-----------------------------------------------------------
       WRITE-BALANCE-SNAPSHOT.
           MOVE PER-PERIOD TO WS-SNAP-PERIOD
           MOVE 0   TO WS-SNAP-TOTAL
           MOVE 0   TO WS-SNAP-STUDENTS
           MOVE SPACES TO WS-SNAP-STUDENT

           OPEN I-O BALANCE-FILE
           IF WS-PBL-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF
           IF WS-PBL-STATUS NOT = "00"
               DISPLAY "***ERROR: UNABLE TO OPEN period-balance.txt "
                   "- NO BALANCE SNAPSHOT TAKEN.***"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-BALANCE-SNAPSHOT

           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               MOVE "Y" TO WS-BILL-EOF
           END-IF
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = WS-SNAP-STUDENT
                           IF WS-SNAP-STUDENT NOT = SPACES
                               PERFORM WRITE-STUDENT-SNAPSHOT
                           END-IF
                           MOVE BILL-STUDENT-ID TO WS-SNAP-STUDENT
                           MOVE 0 TO WS-SNAP-BALANCE
                       END-IF
                       IF BILL-DATE(1:6) NOT > WS-SNAP-PERIOD
                           PERFORM ADD-SNAPSHOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SNAP-STUDENT NOT = SPACES
               PERFORM WRITE-STUDENT-SNAPSHOT
           END-IF
           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILLING-FILE
           END-IF

           *> The grand-total row carries a blank student ID.
           MOVE WS-SNAP-PERIOD TO PBL-PERIOD
           MOVE SPACES         TO PBL-STUDENT-ID
           MOVE WS-SNAP-TOTAL  TO WS-SNAP-BALANCE
           PERFORM SET-SNAPSHOT-AMOUNT
           MOVE WS-SNAP-STUDENTS TO PBL-STUDENTS
           WRITE PERIOD-BALANCE-RECORD
               INVALID KEY
                   REWRITE PERIOD-BALANCE-RECORD
           END-WRITE
           CLOSE BALANCE-FILE

           MOVE WS-SNAP-TOTAL TO WS-SNAP-DISPLAY
           DISPLAY "*** BALANCE SNAPSHOT: " WS-SNAP-STUDENTS
               " STUDENT(S), RECEIVABLE " WS-SNAP-DISPLAY
               " AT CLOSE OF " WS-SNAP-PERIOD ". ***".

      *>-----------------------------------------------------------
      *> CLEAR-BALANCE-SNAPSHOT - deletes any rows already on file
      *> for the month being closed.
      *>-----------------------------------------------------------
       CLEAR-BALANCE-SNAPSHOT.
           MOVE WS-SNAP-PERIOD TO PBL-PERIOD
           MOVE SPACES         TO PBL-STUDENT-ID
           MOVE "N" TO WS-PBL-EOF
           START BALANCE-FILE KEY IS NOT LESS THAN PBL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PBL-EOF
           END-START
           PERFORM UNTIL WS-PBL-EOF = "Y"
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PBL-EOF
                   NOT AT END
                       IF PBL-PERIOD NOT = WS-SNAP-PERIOD
                           MOVE "Y" TO WS-PBL-EOF
                       ELSE
                           DELETE BALANCE-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> ADD-SNAPSHOT-ENTRY - one billing row into the student's
      *> balance, with the same debit/credit split the statements
      *> and the billing report use.
      *>-----------------------------------------------------------
       ADD-SNAPSHOT-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-SNAP-BALANCE
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   SUBTRACT BILL-AMOUNT FROM WS-SNAP-BALANCE
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-STUDENT-SNAPSHOT - the row for the student whose
      *> billing rows just finished.
      *>-----------------------------------------------------------
       WRITE-STUDENT-SNAPSHOT.
           MOVE WS-SNAP-PERIOD  TO PBL-PERIOD
           MOVE WS-SNAP-STUDENT TO PBL-STUDENT-ID
           PERFORM SET-SNAPSHOT-AMOUNT
           MOVE 0 TO PBL-STUDENTS
           WRITE PERIOD-BALANCE-RECORD
               INVALID KEY
                   REWRITE PERIOD-BALANCE-RECORD
           END-WRITE
           ADD WS-SNAP-BALANCE TO WS-SNAP-TOTAL
           ADD 1 TO WS-SNAP-STUDENTS.

      *>-----------------------------------------------------------
      *> SET-SNAPSHOT-AMOUNT - WS-SNAP-BALANCE into the unsigned
      *> amount and sign byte of the row, plus who took it.
      *>-----------------------------------------------------------
       SET-SNAPSHOT-AMOUNT.
           IF WS-SNAP-BALANCE < 0
               COMPUTE PBL-BALANCE = 0 - WS-SNAP-BALANCE
               MOVE "-" TO PBL-SIGN
           ELSE
               MOVE WS-SNAP-BALANCE TO PBL-BALANCE
               MOVE "+" TO PBL-SIGN
           END-IF
           MOVE WS-TODAY-FORMATTED TO PBL-CLOSED-DATE
           MOVE WS-OPERATOR-ID     TO PBL-CLOSED-BY.

      *>-----------------------------------------------------------
      *> CHECK-BANK-RECONCILIATION - finds the latest bank deposit
      *> reconciliation run for the period on bank-recon-log.txt.
      *> A clean run lets the close go ahead; no run, or one that
      *> left exceptions, is shown and the operator must confirm.
      *>-----------------------------------------------------------
       CHECK-BANK-RECONCILIATION.
           MOVE "N" TO WS-RECON-FOUND
           MOVE 0   TO WS-RECON-EXCEPTIONS
           MOVE "N" TO WS-BRL-EOF
           OPEN INPUT RECON-LOG-FILE
           IF WS-BRL-STATUS = "00"
               PERFORM UNTIL WS-BRL-EOF = "Y"
                   READ RECON-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-BRL-EOF
                       NOT AT END
                           IF BRL-PERIOD = PER-PERIOD
                               MOVE "Y"            TO WS-RECON-FOUND
                               MOVE BRL-EXCEPTIONS
                                   TO WS-RECON-EXCEPTIONS
                               MOVE BRL-RUN-DATE   TO WS-RECON-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-LOG-FILE
           END-IF

           MOVE "Y" TO WS-CONFIRM
           IF WS-RECON-FOUND = "N"
               DISPLAY "***WARNING: PERIOD " PER-PERIOD " HAS NOT "
                   "BEEN RECONCILED TO THE BANK (PRGL0152).***"
               MOVE "N" TO WS-CONFIRM
           ELSE
               IF WS-RECON-EXCEPTIONS > 0
                   DISPLAY "***WARNING: BANK RECONCILIATION OF "
                       WS-RECON-DATE " LEFT " WS-RECON-EXCEPTIONS
                       " EXCEPTION(S) (bank-recon-exceptions.txt).***"
                   MOVE "N" TO WS-CONFIRM
               END-IF
           END-IF

           IF WS-CONFIRM = "N"
               DISPLAY "CLOSE THE PERIOD ANYWAY? (Y/N) >>"
               ACCEPT WS-CONFIRM
           END-IF.

      *>-----------------------------------------------------------
      *> REOPEN-PERIOD - flips a closed month back to OPEN, for the
      *> rare correction finance signs off on.
