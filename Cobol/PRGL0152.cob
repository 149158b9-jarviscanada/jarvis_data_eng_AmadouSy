       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0152.                     *> Bank deposit reconciliation

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "bank-statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT RECEIPT-REG-FILE ASSIGN TO "receipt-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCPT-STATUS.

           SELECT BATCH-REG-FILE ASSIGN TO "payment-batch-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBR-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT RECON-LOG-FILE ASSIGN TO "bank-recon-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "bank-recon-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BANK-FILE.
       01 BANK-LINE                 PIC X(60).  *> One bank deposit / returned item

       FD RECEIPT-REG-FILE.
       COPY "RCPTREC.CPY".    *> Shared receipt-register layout (RR-RECEIPT-NO, ...)

       FD BATCH-REG-FILE.
       COPY "PBREGREC.CPY".   *> Shared payment-batch register layout (PBR-BATCH, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD RECON-LOG-FILE.
       COPY "BRECREC.CPY".    *> Shared bank-reconciliation log layout (BRL-PERIOD, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One exceptions-report line

       WORKING-STORAGE SECTION.
       01 WS-BANK-STATUS        PIC XX.          *> BANK-FILE status
       01 WS-RCPT-STATUS        PIC XX.          *> RECEIPT-REG-FILE status
       01 WS-PBR-STATUS         PIC XX.          *> BATCH-REG-FILE status
       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-BRL-STATUS         PIC XX.          *> RECON-LOG-FILE status
       01 WS-EOF                PIC X VALUE "N". *> Scan EOF flag
       01 WS-BILL-EOF           PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES. *> Logged-in user
       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME           PIC X(6).        *> Current time, HHMMSS
       01 WS-PERIOD             PIC X(6).        *> YYYYMM being reconciled

      *> bank-statement.txt layout: the bank's daily deposit and
      *> returned-item file, one comma-delimited line per item (the
      *> UNSTRING-by-comma idiom PRGL0069 uses for the lockbox).
      *> Amounts are 10 digits of cents, zero filled, no point.
      *>   DEP,<bank date>,C,<business date>,<cents>
      *>       a counter deposit of the cashiers' takings for one
      *>       business day (YYYYMMDD) - proved against that day's
      *>       receipt-register.txt total;
      *>   DEP,<bank date>,L,<batch number>,<cents>
      *>       a lockbox deposit - proved against the batch's hash
      *>       total on payment-batch-register.txt;
      *>   RET,<bank date>,<student id>,<cents>
      *>       a returned item (NSF cheque) charged back by the bank
      *>       - must have a PRGL0083 reversal on the student's
      *>       ledger for the same amount.
       01 WS-BANK-TAG           PIC X(3).
       01 WS-BANK-DATE          PIC X(8).
       01 WS-BANK-FIELD-3       PIC X(8).        *> Deposit kind / student ID
       01 WS-BANK-FIELD-4       PIC X(10).       *> Reference / returned cents
       01 WS-BANK-FIELD-5       PIC X(10).       *> Deposit cents
       01 WS-BANK-KIND          PIC X(1).        *> C = counter, L = lockbox
       01 WS-BANK-REF           PIC X(8).        *> Business date / batch number
       01 WS-BANK-CENTS         PIC 9(10) VALUE 0. *> Item amount in cents
       01 WS-RET-STUDENT        PIC X(4).        *> Returned item's student
       01 WS-RET-AMOUNT         PIC 9(6)V99 VALUE 0. *> ...and amount in dollars
       01 WS-RET-FOUND          PIC X VALUE "N". *> Reversal found flag
       01 WS-RCPT-CENTS         PIC 9(12) VALUE 0. *> Receipt amount in cents

       01 WS-DAY-IX             PIC 9(2) VALUE 0. *> Day-of-month subscript
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY      OCCURS 31 TIMES.
               10 WS-DAY-RECEIPTS   PIC 9(12).   *> Receipts posted, cents
               10 WS-DAY-DEPOSITED  PIC 9(12).   *> Counter deposits, cents
               10 WS-DAY-DEP-SEEN   PIC X(1).    *> "Y" once any deposit matched
      *>         One entry per day of the period - the cashiers'
      *>         receipts against what the bank credited for them.

       01 WS-BT-COUNT           PIC 9(4) VALUE 0. *> Batches loaded
       01 WS-BT-IX              PIC 9(4) VALUE 0. *> ...subscript
       01 WS-BT-FOUND           PIC 9(4) VALUE 0. *> Matching entry, 0 = none
       01 WS-BATCH-TABLE.
           05 WS-BT-ENTRY       OCCURS 500 TIMES.
               10 WS-BT-BATCH       PIC X(6).
               10 WS-BT-DATE        PIC X(8).
               10 WS-BT-HASH        PIC 9(12).
               10 WS-BT-HASH-KNOWN  PIC X(1).    *> "N" on rows with no totals
               10 WS-BT-DEPOSITED   PIC 9(12).   *> Lockbox deposits, cents
               10 WS-BT-DEP-SEEN    PIC X(1).
      *>         Every batch on the register - a lockbox deposit can
      *>         land in the month after its batch was posted.

       01 WS-CLAIM-COUNT        PIC 9(3) VALUE 0. *> Reversals claimed
       01 WS-CLAIM-IX           PIC 9(3) VALUE 0. *> ...subscript
       01 WS-CLAIMED            PIC X VALUE "N".  *> Row already claimed
       01 WS-CLAIM-TABLE.
           05 WS-CLAIM-KEY      OCCURS 200 TIMES PIC X(8).
      *>         BILL-KEYs of reversal rows already matched to a
      *>         returned item this run, so two returns of the same
      *>         amount need two reversals.

       01 WS-BANK-ITEMS         PIC 9(5) VALUE 0. *> Bank rows in the period
       01 WS-SKIPPED-ITEMS      PIC 9(5) VALUE 0. *> Bank rows outside it
       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0. *> Exceptions reported
       01 WS-EXCEPTION-TEXT     PIC X(22).        *> Exception class for the line
       01 WS-EXCEPTION-REF      PIC X(10).        *> Date/batch/student it concerns
       01 WS-EXPECT-CENTS       PIC 9(12) VALUE 0. *> What our books say
       01 WS-ACTUAL-CENTS       PIC 9(12) VALUE 0. *> What the bank says
       01 WS-EXPECT-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-ACTUAL-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-WORK-AMOUNT        PIC 9(10)V99 VALUE 0. *> Cents scaled to dollars

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   B A N K   D E P O S I T                     |"
           DISPLAY "|   R E C O N C I L I A T I O N                 |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE "PRGL0152" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ENTER PERIOD TO RECONCILE (YYYYMM) >>"
           ACCEPT WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "***ERROR: PERIOD MUST BE YYYYMM.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               DISPLAY "***ERROR: NO BANK FILE (bank-statement.txt) "
                   "TO RECONCILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to reconcile
               EXIT PROGRAM
           END-IF
           CLOSE BANK-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BANK DEPOSIT RECONCILIATION - PERIOD "
                      DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-RECON-LINE
           MOVE "EXCEPTION              | REFERENCE  |        " &
               "OUR BOOKS |        BANK SAYS" TO REPORT-LINE
           PERFORM WRITE-RECON-LINE

           PERFORM LOAD-RECEIPT-TOTALS
           PERFORM LOAD-BATCH-REGISTER
           PERFORM MATCH-BANK-ITEMS
           PERFORM CHECK-UNDEPOSITED-DAYS
           PERFORM CHECK-UNDEPOSITED-BATCHES

           MOVE SPACES TO REPORT-LINE
           STRING "BANK ITEMS IN PERIOD: " DELIMITED BY SIZE
                  WS-BANK-ITEMS DELIMITED BY SIZE
                  "   OUTSIDE PERIOD: " DELIMITED BY SIZE
                  WS-SKIPPED-ITEMS DELIMITED BY SIZE
                  "   EXCEPTIONS: " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-RECON-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "*** DEPOSITS PROVED - NO EXCEPTIONS ***"
                   TO REPORT-LINE
               PERFORM WRITE-RECON-LINE
           END-IF
           CLOSE REPORT-FILE

           PERFORM WRITE-RECON-LOG

           IF WS-EXCEPTION-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions found
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-RECEIPT-TOTALS - totals receipt-register.txt by day
      *> for every receipt issued inside the period.
      *>-----------------------------------------------------------
       LOAD-RECEIPT-TOTALS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 31
               MOVE 0   TO WS-DAY-RECEIPTS(WS-DAY-IX)
               MOVE 0   TO WS-DAY-DEPOSITED(WS-DAY-IX)
               MOVE "N" TO WS-DAY-DEP-SEEN(WS-DAY-IX)
           END-PERFORM

           MOVE "N" TO WS-EOF
           OPEN INPUT RECEIPT-REG-FILE
           IF WS-RCPT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ RECEIPT-REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RR-DATE(1:6) = WS-PERIOD
                               AND RR-DATE(7:2) IS NUMERIC
                               MOVE RR-DATE(7:2) TO WS-DAY-IX
                               IF WS-DAY-IX > 0 AND WS-DAY-IX < 32
                                   COMPUTE WS-RCPT-CENTS =
                                       RR-AMOUNT * 100
                                   ADD WS-RCPT-CENTS
                                       TO WS-DAY-RECEIPTS(WS-DAY-IX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-REG-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> LOAD-BATCH-REGISTER - every lockbox batch ever posted, with
      *> its control hash total where the register carries one.
      *>-----------------------------------------------------------
       LOAD-BATCH-REGISTER.
           MOVE 0   TO WS-BT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT BATCH-REG-FILE
           IF WS-PBR-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ BATCH-REG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-BT-COUNT < 500
                               ADD 1 TO WS-BT-COUNT
                               PERFORM STORE-BATCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-REG-FILE
           END-IF.

       STORE-BATCH-ENTRY.
           MOVE PBR-BATCH TO WS-BT-BATCH(WS-BT-COUNT)
           MOVE PBR-DATE  TO WS-BT-DATE(WS-BT-COUNT)
           IF PBR-HASH IS NUMERIC
               MOVE PBR-HASH TO WS-BT-HASH(WS-BT-COUNT)
               MOVE "Y"      TO WS-BT-HASH-KNOWN(WS-BT-COUNT)
           ELSE
               MOVE 0        TO WS-BT-HASH(WS-BT-COUNT)
               MOVE "N"      TO WS-BT-HASH-KNOWN(WS-BT-COUNT)
           END-IF
           MOVE 0   TO WS-BT-DEPOSITED(WS-BT-COUNT)
           MOVE "N" TO WS-BT-DEP-SEEN(WS-BT-COUNT).

      *>-----------------------------------------------------------
      *> MATCH-BANK-ITEMS - one pass over the bank file.  Counter
      *> and lockbox deposits are added onto the day or batch they
      *> pay in (proved once every item is in, since one day's
      *> takings can go to the bank in more than one bag); a
      *> returned item is checked for its reversal on the spot.
      *>-----------------------------------------------------------
       MATCH-BANK-ITEMS.
           MOVE "N" TO WS-EOF
           OPEN INPUT BANK-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ BANK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BANK-LINE NOT = SPACES
                           PERFORM MATCH-ONE-BANK-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-FILE.

       MATCH-ONE-BANK-ITEM.
           MOVE SPACES TO WS-BANK-TAG WS-BANK-DATE WS-BANK-FIELD-3
                          WS-BANK-FIELD-4 WS-BANK-FIELD-5
           UNSTRING BANK-LINE DELIMITED BY ","
               INTO WS-BANK-TAG WS-BANK-DATE WS-BANK-FIELD-3
                    WS-BANK-FIELD-4 WS-BANK-FIELD-5

           EVALUATE WS-BANK-TAG
               WHEN "DEP"
                   MOVE WS-BANK-FIELD-3(1:1) TO WS-BANK-KIND
                   MOVE WS-BANK-FIELD-4(1:8) TO WS-BANK-REF
                   IF WS-BANK-FIELD-5 IS NOT NUMERIC
                       PERFORM REPORT-BAD-BANK-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-BANK-FIELD-5 TO WS-BANK-CENTS
                   EVALUATE WS-BANK-KIND
                       WHEN "C"
                           PERFORM MATCH-COUNTER-DEPOSIT
                       WHEN "L"
                           PERFORM MATCH-LOCKBOX-DEPOSIT
                       WHEN OTHER
                           PERFORM REPORT-BAD-BANK-LINE
                   END-EVALUATE
               WHEN "RET"
                   IF WS-BANK-FIELD-4 IS NOT NUMERIC
                       PERFORM REPORT-BAD-BANK-LINE
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-BANK-DATE(1:6) NOT = WS-PERIOD
                       ADD 1 TO WS-SKIPPED-ITEMS
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-BANK-ITEMS
                   MOVE WS-BANK-FIELD-3(1:4) TO WS-RET-STUDENT
                   MOVE WS-BANK-FIELD-4 TO WS-BANK-CENTS
                   PERFORM MATCH-RETURNED-ITEM
               WHEN OTHER
                   PERFORM REPORT-BAD-BANK-LINE
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> MATCH-COUNTER-DEPOSIT - a deposit of one business day's
      *> counter takings.  A business day outside the period
      *> belongs to another month's reconciliation.
      *>-----------------------------------------------------------
       MATCH-COUNTER-DEPOSIT.
           IF WS-BANK-REF(1:6) NOT = WS-PERIOD
               OR WS-BANK-REF(7:2) IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-ITEMS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BANK-REF(7:2) TO WS-DAY-IX
           IF WS-DAY-IX < 1 OR WS-DAY-IX > 31
               PERFORM REPORT-BAD-BANK-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BANK-ITEMS
           ADD WS-BANK-CENTS TO WS-DAY-DEPOSITED(WS-DAY-IX)
           MOVE "Y" TO WS-DAY-DEP-SEEN(WS-DAY-IX).

      *>-----------------------------------------------------------
      *> MATCH-LOCKBOX-DEPOSIT - a lockbox deposit, found on the
      *> batch register by batch number.  A batch we never posted
      *> is an exception at once (when the bank date falls in the
      *> period); a known batch belongs to the month it was posted.
      *>-----------------------------------------------------------
       MATCH-LOCKBOX-DEPOSIT.
           MOVE 0 TO WS-BT-FOUND
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT OR WS-BT-FOUND > 0
               IF WS-BT-BATCH(WS-BT-IX) = WS-BANK-REF(1:6)
                   MOVE WS-BT-IX TO WS-BT-FOUND
               END-IF
           END-PERFORM

           IF WS-BT-FOUND = 0
               IF WS-BANK-DATE(1:6) NOT = WS-PERIOD
                   ADD 1 TO WS-SKIPPED-ITEMS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BANK-ITEMS
               MOVE "UNMATCHED DEPOSIT"  TO WS-EXCEPTION-TEXT
               MOVE WS-BANK-REF          TO WS-EXCEPTION-REF
               MOVE 0                    TO WS-EXPECT-CENTS
               MOVE WS-BANK-CENTS        TO WS-ACTUAL-CENTS
               PERFORM WRITE-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           IF WS-BT-DATE(WS-BT-FOUND)(1:6) NOT = WS-PERIOD
               ADD 1 TO WS-SKIPPED-ITEMS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BANK-ITEMS
           ADD WS-BANK-CENTS TO WS-BT-DEPOSITED(WS-BT-FOUND)
           MOVE "Y" TO WS-BT-DEP-SEEN(WS-BT-FOUND).

      *>-----------------------------------------------------------
      *> MATCH-RETURNED-ITEM - the bank has charged a payment back;
      *> the student's ledger must carry a reversal (R row, posted
      *> by PRGL0083) for the same amount not already matched to
      *> another returned item.
      *>-----------------------------------------------------------
       MATCH-RETURNED-ITEM.
           COMPUTE WS-RET-AMOUNT = WS-BANK-CENTS / 100
           MOVE "N" TO WS-RET-FOUND
           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS = "00"
               MOVE WS-RET-STUDENT TO BILL-STUDENT-ID
               MOVE 0              TO BILL-SEQ
               START BILLING-FILE KEY IS NOT LESS THAN BILL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BILL-EOF
               END-START
               PERFORM UNTIL WS-BILL-EOF = "Y"
                   READ BILLING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BILL-EOF
                       NOT AT END
                           IF BILL-STUDENT-ID NOT = WS-RET-STUDENT
                               MOVE "Y" TO WS-BILL-EOF
                           ELSE
                               IF BILL-TYPE = "R"
                                   AND BILL-AMOUNT = WS-RET-AMOUNT
                                   PERFORM CLAIM-REVERSAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF

           IF WS-RET-FOUND = "N"
               MOVE "RETURN NOT REVERSED" TO WS-EXCEPTION-TEXT
               MOVE WS-RET-STUDENT        TO WS-EXCEPTION-REF
               MOVE 0                     TO WS-EXPECT-CENTS
               MOVE WS-BANK-CENTS         TO WS-ACTUAL-CENTS
               PERFORM WRITE-EXCEPTION
           END-IF.

      *>-----------------------------------------------------------
      *> CLAIM-REVERSAL - takes the reversal row just read for this
      *> returned item unless an earlier one already took it.
      *>-----------------------------------------------------------
       CLAIM-REVERSAL.
           MOVE "N" TO WS-CLAIMED
           PERFORM VARYING WS-CLAIM-IX FROM 1 BY 1
               UNTIL WS-CLAIM-IX > WS-CLAIM-COUNT
               IF WS-CLAIM-KEY(WS-CLAIM-IX) = BILL-KEY
                   MOVE "Y" TO WS-CLAIMED
               END-IF
           END-PERFORM
           IF WS-CLAIMED = "N"
               MOVE "Y" TO WS-RET-FOUND
               MOVE "Y" TO WS-BILL-EOF
               IF WS-CLAIM-COUNT < 200
                   ADD 1 TO WS-CLAIM-COUNT
                   MOVE BILL-KEY TO WS-CLAIM-KEY(WS-CLAIM-COUNT)
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-UNDEPOSITED-DAYS - every day of the period: receipts
      *> issued with no deposit, a deposit with no receipts behind
      *> it, or a deposit that does not agree to the receipts.
      *>-----------------------------------------------------------
       CHECK-UNDEPOSITED-DAYS.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 31
               MOVE SPACES TO WS-EXCEPTION-TEXT
               EVALUATE TRUE
                   WHEN WS-DAY-DEP-SEEN(WS-DAY-IX) = "N"
                       AND WS-DAY-RECEIPTS(WS-DAY-IX) > 0
                       MOVE "RECEIPTS NOT DEPOSITED"
                           TO WS-EXCEPTION-TEXT
                   WHEN WS-DAY-DEP-SEEN(WS-DAY-IX) = "Y"
                       AND WS-DAY-RECEIPTS(WS-DAY-IX) = 0
                       MOVE "UNMATCHED DEPOSIT" TO WS-EXCEPTION-TEXT
                   WHEN WS-DAY-DEPOSITED(WS-DAY-IX)
                       < WS-DAY-RECEIPTS(WS-DAY-IX)
                       MOVE "SHORT DEPOSIT" TO WS-EXCEPTION-TEXT
                   WHEN WS-DAY-DEPOSITED(WS-DAY-IX)
                       > WS-DAY-RECEIPTS(WS-DAY-IX)
                       MOVE "OVER DEPOSIT" TO WS-EXCEPTION-TEXT
               END-EVALUATE
               IF WS-EXCEPTION-TEXT NOT = SPACES
                   MOVE SPACES TO WS-EXCEPTION-REF
                   STRING WS-PERIOD DELIMITED BY SIZE
                          WS-DAY-IX DELIMITED BY SIZE
                          INTO WS-EXCEPTION-REF
                   MOVE WS-DAY-RECEIPTS(WS-DAY-IX)  TO WS-EXPECT-CENTS
                   MOVE WS-DAY-DEPOSITED(WS-DAY-IX) TO WS-ACTUAL-CENTS
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> CHECK-UNDEPOSITED-BATCHES - every lockbox batch posted in
      *> the period must have reached the bank at its hash total.
      *>-----------------------------------------------------------
       CHECK-UNDEPOSITED-BATCHES.
           PERFORM VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
               IF WS-BT-DATE(WS-BT-IX)(1:6) = WS-PERIOD
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   EVALUATE TRUE
                       WHEN WS-BT-DEP-SEEN(WS-BT-IX) = "N"
                           MOVE "BATCH NOT DEPOSITED"
                               TO WS-EXCEPTION-TEXT
                       WHEN WS-BT-HASH-KNOWN(WS-BT-IX) = "N"
                           MOVE "BATCH HAS NO HASH"
                               TO WS-EXCEPTION-TEXT
                       WHEN WS-BT-DEPOSITED(WS-BT-IX)
                           < WS-BT-HASH(WS-BT-IX)
                           MOVE "SHORT DEPOSIT" TO WS-EXCEPTION-TEXT
                       WHEN WS-BT-DEPOSITED(WS-BT-IX)
                           > WS-BT-HASH(WS-BT-IX)
                           MOVE "OVER DEPOSIT" TO WS-EXCEPTION-TEXT
                   END-EVALUATE
                   IF WS-EXCEPTION-TEXT NOT = SPACES
                       MOVE SPACES TO WS-EXCEPTION-REF
                       STRING "BATCH " DELIMITED BY SIZE
                              WS-BT-BATCH(WS-BT-IX) DELIMITED BY SIZE
                              INTO WS-EXCEPTION-REF
                       MOVE WS-BT-HASH(WS-BT-IX)      TO WS-EXPECT-CENTS
                       MOVE WS-BT-DEPOSITED(WS-BT-IX) TO WS-ACTUAL-CENTS
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> REPORT-BAD-BANK-LINE - a bank line this program cannot
      *> read is itself an exception - it may be a deposit.
      *>-----------------------------------------------------------
       REPORT-BAD-BANK-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "UNREADABLE BANK LINE   | " DELIMITED BY SIZE
                  BANK-LINE DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-RECON-LINE.

      *>-----------------------------------------------------------
      *> WRITE-EXCEPTION - one exception line, both sides of the
      *> comparison shown in dollars.
      *>-----------------------------------------------------------
       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           COMPUTE WS-WORK-AMOUNT = WS-EXPECT-CENTS / 100
           MOVE WS-WORK-AMOUNT TO WS-EXPECT-DISPLAY
           COMPUTE WS-WORK-AMOUNT = WS-ACTUAL-CENTS / 100
           MOVE WS-WORK-AMOUNT TO WS-ACTUAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EXCEPTION-REF DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-EXPECT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-ACTUAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-RECON-LINE.

      *>-----------------------------------------------------------
      *> WRITE-RECON-LOG - appends this run's result to
      *> bank-recon-log.txt for the period close to consult.
      *>-----------------------------------------------------------
       WRITE-RECON-LOG.
           OPEN EXTEND RECON-LOG-FILE
           IF WS-BRL-STATUS NOT = "00"
               CLOSE RECON-LOG-FILE
               OPEN OUTPUT RECON-LOG-FILE
           END-IF
           MOVE WS-PERIOD          TO BRL-PERIOD
           MOVE WS-TODAY-FORMATTED TO BRL-RUN-DATE
           MOVE WS-NOW-TIME        TO BRL-RUN-TIME
           MOVE WS-OPERATOR-ID     TO BRL-RUN-BY
           MOVE WS-BANK-ITEMS      TO BRL-BANK-ITEMS
           MOVE WS-EXCEPTION-COUNT TO BRL-EXCEPTIONS
           WRITE BANK-RECON-LOG-RECORD
           CLOSE RECON-LOG-FILE.

      *>-----------------------------------------------------------
      *> WRITE-RECON-LINE - writes one line to the exceptions
      *> report and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-RECON-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
