       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0153.                     *> Annual tuition tax statements

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYER-FILE ASSIGN TO "tax-payer.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYER-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "student-addresses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PRINT-FILE ASSIGN TO "tax-statements-print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FILING-FILE ASSIGN TO "tuition-tax-filing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "tax-statement-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PAYER-FILE.
       01 PAYER-LINE                PIC X(150). *> The filing institution's details

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD ADDRESS-FILE.
       COPY "ADDRREC.CPY".    *> Shared student-address layout (ADDR-KEY, ...)

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE                 PIC X(100). *> One line of queued mail text

       FD PRINT-FILE.
       01 PRINT-LINE                PIC X(100). *> One line of a paper statement

       FD FILING-FILE.
       01 FILING-LINE               PIC X(250). *> One electronic-filing record

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One register line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-PAYER-STATUS      PIC XX.          *> PAYER-FILE status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status
       01 WS-BILL-STATUS       PIC XX.          *> BILLING-FILE status
       01 WS-ADDR-STATUS       PIC XX.          *> ADDRESS-FILE status
       01 WS-QUEUE-STATUS      PIC XX.          *> MAIL-QUEUE-FILE status
       01 WS-EOF               PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-ADDR-EOF          PIC X VALUE "N". *> Address-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-TODAY-YEAR        PIC 9(4).        *> ...its year

       01 WS-TAX-YEAR-KEYED    PIC X(4).        *> Year as keyed
       01 WS-TAX-YEAR          PIC 9(4).        *> Calendar year reported
       01 WS-YEAR-END          PIC X(8).        *> YYYY1231 of that year

      *> tax-payer.txt layout: one comma-delimited line naming the
      *> institution that files the statements -
      *>   <TIN>,<name>,<street address>,<city>,<state>,<zip>,<phone>
      *> It goes on every statement and heads the filing file.
       01 WS-PAYER.
           05 WS-PAYER-TIN      PIC X(10).
           05 WS-PAYER-NAME     PIC X(40).
           05 WS-PAYER-ADDRESS  PIC X(30).
           05 WS-PAYER-CITY     PIC X(20).
           05 WS-PAYER-STATE    PIC X(2).
           05 WS-PAYER-ZIP      PIC X(10).
           05 WS-PAYER-PHONE    PIC X(12).

       01 WS-PREV-STUDENT-ID   PIC X(4) VALUE SPACES. *> Group ID
       01 WS-STUDENT-NAME      PIC X(40).       *> Current student name
       01 WS-STUDENT-EMAIL     PIC X(30).       *> ...and e-mail, SPACES if none

      *>         The student's year, from the ledger rows dated in
      *>         it.  Qualified charges are the C rows other than the
      *>         penalty fees; a tuition refund (PRGW0035's REFUND,
      *>         PRGX0104's CANCEL rows) reduces them.  Payments are
      *>         the P rows other than refunds and write-offs, and
      *>         agency recoveries (A), less the reversals (R) and
      *>         credit-balance refunds (D) that handed money back.  Aid (F) is reported as
      *>         scholarships or grants, net of any unearned aid
      *>         returned on a withdrawal (T).
       01 WS-TX-CHARGES        PIC 9(8)V99 VALUE 0.  *> Qualified charges billed
       01 WS-TX-REDUCTIONS     PIC 9(8)V99 VALUE 0.  *> Tuition refunded
       01 WS-TX-PAYMENTS       PIC 9(8)V99 VALUE 0.  *> Payments received
       01 WS-TX-GIVEN-BACK     PIC 9(8)V99 VALUE 0.  *> Reversed / refunded
       01 WS-TX-AID            PIC 9(8)V99 VALUE 0.  *> Scholarships or grants
       01 WS-TX-AID-RETURNED   PIC 9(8)V99 VALUE 0.  *> ...returned on withdrawal
       01 WS-TX-NET-CHARGES    PIC 9(8)V99 VALUE 0.  *> Charges less reductions
       01 WS-TX-NET-PAYMENTS   PIC 9(8)V99 VALUE 0.  *> Payments for them
       01 WS-TX-ADJUSTMENTS    PIC 9(8)V99 VALUE 0.  *> Refunds and reversals

       01 WS-TOT-CHARGES       PIC 9(10)V99 VALUE 0. *> Filing totals
       01 WS-TOT-PAYMENTS      PIC 9(10)V99 VALUE 0.
       01 WS-TOT-AID           PIC 9(10)V99 VALUE 0.
       01 WS-TOT-ADJUSTMENTS   PIC 9(10)V99 VALUE 0.
       01 WS-CENTS-CHARGES     PIC 9(10).       *> Student amounts as filed, in cents
       01 WS-CENTS-PAYMENTS    PIC 9(10).
       01 WS-CENTS-AID         PIC 9(10).
       01 WS-CENTS-ADJUST      PIC 9(10).
       01 WS-CENTS-TOT-CHARGES  PIC 9(12).      *> Totals as filed, in cents
       01 WS-CENTS-TOT-PAYMENTS PIC 9(12).
       01 WS-CENTS-TOT-AID      PIC 9(12).
       01 WS-CENTS-TOT-ADJUST   PIC 9(12).

       01 WS-BILLING-ROWS      PIC 9(6) VALUE 0. *> Ledger rows read
       01 WS-STATEMENT-COUNT   PIC 9(5) VALUE 0. *> Statements produced
       01 WS-MAILED-COUNT      PIC 9(5) VALUE 0. *> ...queued for e-mail
       01 WS-PRINTED-COUNT     PIC 9(5) VALUE 0. *> ...for the paper run
       01 WS-NO-ADDRESS-COUNT  PIC 9(5) VALUE 0. *> With no address at year end
       01 WS-AMOUNT-DISPLAY    PIC ZZ,ZZZ,ZZ9.99. *> Amount for printing
       01 WS-TOTAL-DISPLAY     PIC Z,ZZZ,ZZZ,ZZ9.99. *> Total for printing
       01 WS-DELIVERY-NOTE     PIC X(20).        *> E-MAIL / PRINT (+ NO ADDRESS)

       01 WS-BEST-DATE         PIC X(8).        *> Latest effective date found
       01 WS-BEST-FOUND        PIC X VALUE "N". *> An address is in force
       01 WS-WANT-TYPE         PIC X(1).        *> Type pass being searched
       01 WS-BEST-ADDRESS.
           05 WS-BEST-LINE-1   PIC X(30).
           05 WS-BEST-LINE-2   PIC X(30).
           05 WS-BEST-CITY     PIC X(20).
           05 WS-BEST-STATE    PIC X(2).
           05 WS-BEST-ZIP      PIC X(10).

       01 WS-STMT-COUNT        PIC 9(2) VALUE 0. *> Statement lines built
       01 WS-STMT-IX           PIC 9(2) VALUE 0. *> ...subscript
       01 WS-STMT-TABLE.
           05 WS-STMT-LINE     OCCURS 25 TIMES PIC X(100).
      *>         One student's statement text, built once and then
      *>         sent to the mail queue or the paper print file.
       01 WS-STMT-TEXT         PIC X(100).      *> Line being added

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0153" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   T U I T I O N   T A X   S T A T E M E N T S |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           MOVE WS-TODAY-FORMATTED(1:4) TO WS-TODAY-YEAR

           *> The run belongs to January, so a blank year means the
           *> calendar year just ended.
           COMPUTE WS-TAX-YEAR = WS-TODAY-YEAR - 1
           DISPLAY "ENTER TAX YEAR (YYYY), BLANK = " WS-TAX-YEAR " >>"
           ACCEPT WS-TAX-YEAR-KEYED
           IF WS-TAX-YEAR-KEYED NOT = SPACES
               IF WS-TAX-YEAR-KEYED IS NOT NUMERIC
                   DISPLAY "***ERROR: TAX YEAR MUST BE YYYY.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   PERFORM JOB-RUN-END
                   EXIT PROGRAM
               END-IF
               MOVE WS-TAX-YEAR-KEYED TO WS-TAX-YEAR
           END-IF
           IF WS-TAX-YEAR NOT < WS-TODAY-YEAR
               DISPLAY "***ERROR: TAX YEAR " WS-TAX-YEAR " HAS NOT "
                   "ENDED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF
           MOVE SPACES TO WS-YEAR-END
           STRING WS-TAX-YEAR DELIMITED BY SIZE
                  "1231" DELIMITED BY SIZE
                  INTO WS-YEAR-END

           PERFORM LOAD-PAYER
           IF WS-PAYER-TIN = SPACES
               DISPLAY "***ERROR: NO FILER DETAILS ON tax-payer.txt "
                   "(TIN,NAME,ADDRESS,CITY,STATE,ZIP,PHONE).***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "TUITION TAX STATEMENT REGISTER - TAX YEAR "
                      DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "STU  | NAME                     |    QUALIFIED | " &
               "    PAYMENTS |  SCHOLARSHIP | SENT" TO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE

           OPEN EXTEND MAIL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               CLOSE MAIL-QUEUE-FILE
               OPEN OUTPUT MAIL-QUEUE-FILE
           END-IF
           OPEN OUTPUT PRINT-FILE
           OPEN OUTPUT FILING-FILE
           PERFORM WRITE-PAYER-RECORD

           PERFORM BUILD-STATEMENTS

           PERFORM WRITE-TOTALS-RECORD
           CLOSE FILING-FILE
           CLOSE PRINT-FILE
           CLOSE MAIL-QUEUE-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "STATEMENTS: " DELIMITED BY SIZE
                  WS-STATEMENT-COUNT DELIMITED BY SIZE
                  "   E-MAILED: " DELIMITED BY SIZE
                  WS-MAILED-COUNT DELIMITED BY SIZE
                  "   TO PRINT: " DELIMITED BY SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
                  "   NO ADDRESS: " DELIMITED BY SIZE
                  WS-NO-ADDRESS-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-TOT-CHARGES TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL QUALIFIED  " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-TOT-PAYMENTS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL PAYMENTS   " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE WS-TOT-AID TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL SCHOLARSHIP" DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE
           IF WS-PRINTED-COUNT > 0
               MOVE "(STUDENTS WITH NO E-MAIL ARE ON tax-statements-" &
                   "print.txt FOR THE POST.)" TO REPORT-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF
           CLOSE REPORT-FILE

           EVALUATE TRUE
               WHEN WS-STATEMENT-COUNT = 0
                   DISPLAY "(NO STUDENT WAS BILLED IN " WS-TAX-YEAR ".)"
                   MOVE 1 TO RETURN-CODE          *> 1 = nothing to state
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 2 TO RETURN-CODE          *> 2 = some lack an address
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE WS-BILLING-ROWS    TO WS-JOB-READ
           MOVE WS-STATEMENT-COUNT TO WS-JOB-WRITTEN
           MOVE 0                  TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-PAYER - reads the filer's details off tax-payer.txt.
      *> WS-PAYER-TIN stays SPACES if there are none.
      *>-----------------------------------------------------------
       LOAD-PAYER.
           MOVE SPACES TO WS-PAYER
           OPEN INPUT PAYER-FILE
           IF WS-PAYER-STATUS = "00"
               READ PAYER-FILE
                   NOT AT END
                       UNSTRING PAYER-LINE DELIMITED BY ","
                           INTO WS-PAYER-TIN WS-PAYER-NAME
                                WS-PAYER-ADDRESS WS-PAYER-CITY
                                WS-PAYER-STATE WS-PAYER-ZIP
                                WS-PAYER-PHONE
               END-READ
               CLOSE PAYER-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> BUILD-STATEMENTS - one pass over BILLING-FILE grouped by
      *> student (the PRGL0062 approach), totalling each student's
      *> tax year and producing a statement at each change of ID.
      *>-----------------------------------------------------------
       BUILD-STATEMENTS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-STUDENT-ID
           PERFORM CLEAR-STUDENT-YEAR
           OPEN INPUT STUDENT-FILE
           OPEN INPUT ADDRESS-FILE
           OPEN INPUT BILLING-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-STUDENT-ID NOT = SPACES
                           PERFORM FINISH-STUDENT-YEAR
                       END-IF
                   NOT AT END
                       ADD 1 TO WS-BILLING-ROWS
                       IF BILL-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           IF WS-PREV-STUDENT-ID NOT = SPACES
                               PERFORM FINISH-STUDENT-YEAR
                           END-IF
                           MOVE BILL-STUDENT-ID TO WS-PREV-STUDENT-ID
                           PERFORM CLEAR-STUDENT-YEAR
                       END-IF
                       IF BILL-DATE(1:4) = WS-TAX-YEAR
                           PERFORM ADD-ROW-TO-YEAR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BILLING-FILE
           CLOSE ADDRESS-FILE
           CLOSE STUDENT-FILE.

       CLEAR-STUDENT-YEAR.
           MOVE 0 TO WS-TX-CHARGES
           MOVE 0 TO WS-TX-REDUCTIONS
           MOVE 0 TO WS-TX-PAYMENTS
           MOVE 0 TO WS-TX-GIVEN-BACK
           MOVE 0 TO WS-TX-AID
           MOVE 0 TO WS-TX-AID-RETURNED.

      *>-----------------------------------------------------------
      *> ADD-ROW-TO-YEAR - sorts one ledger row dated in the tax
      *> year into the statement's buckets.  Late fees and the
      *> returned-cheque fee are penalties, not tuition, and a bad
      *> debt write-off is not money received.  Tuition remission
      *> is reported with scholarships and grants, net of any of
      *> it reversed, the same as aid.
      *>-----------------------------------------------------------
       ADD-ROW-TO-YEAR.
           EVALUATE BILL-TYPE
               WHEN "C"
                   IF BILL-DESC NOT = "LATE FEE"
                       AND BILL-DESC NOT = "RETURNED CHEQUE FEE"
                       ADD BILL-AMOUNT TO WS-TX-CHARGES
                   END-IF
               WHEN "P"
                   EVALUATE TRUE
                       WHEN BILL-DESC = "REFUND"
                           ADD BILL-AMOUNT TO WS-TX-REDUCTIONS
                       WHEN BILL-DESC(1:7) = "CANCEL "
                           ADD BILL-AMOUNT TO WS-TX-REDUCTIONS
                       WHEN BILL-DESC = "BAD DEBT WRITE-OFF"
                           CONTINUE
                       WHEN OTHER
                           ADD BILL-AMOUNT TO WS-TX-PAYMENTS
                   END-EVALUATE
               WHEN "A"
                   ADD BILL-AMOUNT TO WS-TX-PAYMENTS
               WHEN "R"
                   ADD BILL-AMOUNT TO WS-TX-GIVEN-BACK
               WHEN "D"
                   ADD BILL-AMOUNT TO WS-TX-GIVEN-BACK
               WHEN "F"
               WHEN "M"
                   ADD BILL-AMOUNT TO WS-TX-AID
               WHEN "T"
               WHEN "N"
                   ADD BILL-AMOUNT TO WS-TX-AID-RETURNED
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> FINISH-STUDENT-YEAR - a student billed qualified charges
      *> or awarded aid in the year gets a statement: net figures,
      *> the year-end mailing address, the statement text, the
      *> filing record and a register line.
      *>-----------------------------------------------------------
       FINISH-STUDENT-YEAR.
           IF WS-TX-CHARGES = 0 AND WS-TX-AID = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-TX-REDUCTIONS > WS-TX-CHARGES
               MOVE 0 TO WS-TX-NET-CHARGES
           ELSE
               COMPUTE WS-TX-NET-CHARGES =
                   WS-TX-CHARGES - WS-TX-REDUCTIONS
           END-IF
           IF WS-TX-AID-RETURNED > WS-TX-AID
               MOVE 0 TO WS-TX-AID
           ELSE
               SUBTRACT WS-TX-AID-RETURNED FROM WS-TX-AID
           END-IF
           IF WS-TX-GIVEN-BACK > WS-TX-PAYMENTS
               MOVE 0 TO WS-TX-NET-PAYMENTS
           ELSE
               COMPUTE WS-TX-NET-PAYMENTS =
                   WS-TX-PAYMENTS - WS-TX-GIVEN-BACK
           END-IF
           *> Only payments toward qualified charges are reported.
           IF WS-TX-NET-PAYMENTS > WS-TX-NET-CHARGES
               MOVE WS-TX-NET-CHARGES TO WS-TX-NET-PAYMENTS
           END-IF
           COMPUTE WS-TX-ADJUSTMENTS =
               WS-TX-REDUCTIONS + WS-TX-GIVEN-BACK

           MOVE WS-PREV-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT FILE)" TO WS-STUDENT-NAME
                   MOVE SPACES                  TO WS-STUDENT-EMAIL
               NOT INVALID KEY
                   MOVE F-NAME  TO WS-STUDENT-NAME
                   MOVE F-EMAIL TO WS-STUDENT-EMAIL
           END-READ

           PERFORM FIND-YEAR-END-ADDRESS
           PERFORM BUILD-STATEMENT-TEXT

           IF WS-STUDENT-EMAIL NOT = SPACES
               PERFORM QUEUE-STATEMENT-MAIL
               ADD 1 TO WS-MAILED-COUNT
               MOVE "E-MAIL" TO WS-DELIVERY-NOTE
           ELSE
               PERFORM PRINT-STATEMENT
               ADD 1 TO WS-PRINTED-COUNT
               MOVE "PRINT" TO WS-DELIVERY-NOTE
           END-IF
           IF WS-BEST-FOUND = "N"
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE SPACES TO WS-DELIVERY-NOTE(8:13)
               MOVE "NO ADDRESS" TO WS-DELIVERY-NOTE(8:10)
           END-IF

           PERFORM WRITE-STUDENT-RECORD
           ADD 1 TO WS-STATEMENT-COUNT
           ADD WS-TX-NET-CHARGES  TO WS-TOT-CHARGES
           ADD WS-TX-NET-PAYMENTS TO WS-TOT-PAYMENTS
           ADD WS-TX-AID          TO WS-TOT-AID
           ADD WS-TX-ADJUSTMENTS  TO WS-TOT-ADJUSTMENTS

           MOVE SPACES TO REPORT-LINE
           MOVE WS-PREV-STUDENT-ID    TO REPORT-LINE(1:4)
           MOVE "|"                   TO REPORT-LINE(6:1)
           MOVE WS-STUDENT-NAME(1:24) TO REPORT-LINE(8:24)
           MOVE "|"                   TO REPORT-LINE(33:1)
           MOVE WS-TX-NET-CHARGES     TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY     TO REPORT-LINE(35:13)
           MOVE "|"                   TO REPORT-LINE(49:1)
           MOVE WS-TX-NET-PAYMENTS    TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY     TO REPORT-LINE(51:13)
           MOVE "|"                   TO REPORT-LINE(65:1)
           MOVE WS-TX-AID             TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY     TO REPORT-LINE(67:13)
           MOVE "|"                   TO REPORT-LINE(81:1)
           MOVE WS-DELIVERY-NOTE      TO REPORT-LINE(83:18)
           PERFORM WRITE-REGISTER-LINE.

      *>-----------------------------------------------------------
      *> FIND-YEAR-END-ADDRESS - the mailing address in force on 31
      *> December of the tax year, falling back to the home address
      *> (the PRGH0107 rule, dated at year end instead of today).
      *>-----------------------------------------------------------
       FIND-YEAR-END-ADDRESS.
           MOVE "M" TO WS-WANT-TYPE
           PERFORM FIND-ADDRESS-IN-FORCE
           IF WS-BEST-FOUND = "N"
               MOVE "H" TO WS-WANT-TYPE
               PERFORM FIND-ADDRESS-IN-FORCE
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-ADDRESS-IN-FORCE - the WS-WANT-TYPE row for the
      *> student with the latest effective date not after year end.
      *> The key leads with student and type, so the scan starts at
      *> the first such row and stops when either changes.
      *>-----------------------------------------------------------
       FIND-ADDRESS-IN-FORCE.
           MOVE "N"    TO WS-BEST-FOUND
           MOVE SPACES TO WS-BEST-DATE
           MOVE SPACES TO WS-BEST-ADDRESS
           MOVE "N"    TO WS-ADDR-EOF

           MOVE WS-PREV-STUDENT-ID TO ADDR-STUDENT-ID
           MOVE WS-WANT-TYPE       TO ADDR-TYPE
           MOVE SPACES             TO ADDR-EFF-DATE
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ADDR-EOF
           END-START
           PERFORM UNTIL WS-ADDR-EOF = "Y"
               READ ADDRESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADDR-EOF
                   NOT AT END
                       IF ADDR-STUDENT-ID NOT = WS-PREV-STUDENT-ID
                           OR ADDR-TYPE NOT = WS-WANT-TYPE
                           MOVE "Y" TO WS-ADDR-EOF
                       ELSE
                           IF ADDR-EFF-DATE NOT > WS-YEAR-END
                               AND ADDR-EFF-DATE > WS-BEST-DATE
                               MOVE "Y" TO WS-BEST-FOUND
                               MOVE ADDR-EFF-DATE TO WS-BEST-DATE
                               MOVE ADDR-LINE-1 TO WS-BEST-LINE-1
                               MOVE ADDR-LINE-2 TO WS-BEST-LINE-2
                               MOVE ADDR-CITY   TO WS-BEST-CITY
                               MOVE ADDR-STATE  TO WS-BEST-STATE
                               MOVE ADDR-ZIP    TO WS-BEST-ZIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> BUILD-STATEMENT-TEXT - the student's statement, line by
      *> line, into WS-STMT-TABLE.
      *>-----------------------------------------------------------
       BUILD-STATEMENT-TEXT.
           MOVE 0 TO WS-STMT-COUNT

           MOVE SPACES TO WS-STMT-TEXT
           STRING "TUITION STATEMENT FOR TAX YEAR " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "  (FORM 1098-T INFORMATION)" DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE SPACES TO WS-STMT-TEXT
           STRING "FILER   : " DELIMITED BY SIZE
                  WS-PAYER-NAME DELIMITED BY SIZE
                  "  TIN " DELIMITED BY SIZE
                  WS-PAYER-TIN DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           STRING "          " DELIMITED BY SIZE
                  WS-PAYER-ADDRESS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYER-CITY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYER-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PAYER-ZIP DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           STRING "          TEL " DELIMITED BY SIZE
                  WS-PAYER-PHONE DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE SPACES TO WS-STMT-TEXT
           STRING "STUDENT : " DELIMITED BY SIZE
                  WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STUDENT-NAME DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           IF WS-BEST-FOUND = "Y"
               MOVE SPACES TO WS-STMT-TEXT
               STRING "          " DELIMITED BY SIZE
                      WS-BEST-LINE-1 DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
               IF WS-BEST-LINE-2 NOT = SPACES
                   MOVE SPACES TO WS-STMT-TEXT
                   STRING "          " DELIMITED BY SIZE
                          WS-BEST-LINE-2 DELIMITED BY SIZE
                          INTO WS-STMT-TEXT
                   PERFORM ADD-STATEMENT-LINE
               END-IF
               MOVE SPACES TO WS-STMT-TEXT
               STRING "          " DELIMITED BY SIZE
                      WS-BEST-CITY DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BEST-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-BEST-ZIP DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           ELSE
               MOVE "          (NO MAILING ADDRESS ON FILE AT YEAR END)"
                   TO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE

           MOVE WS-TX-NET-CHARGES TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-TEXT
           STRING "QUALIFIED TUITION AND RELATED EXPENSES BILLED "
                      DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE WS-TX-NET-PAYMENTS TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-TEXT
           STRING "PAYMENTS RECEIVED FOR THOSE EXPENSES          "
                      DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE WS-TX-AID TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-STMT-TEXT
           STRING "SCHOLARSHIPS OR GRANTS                        "
                      DELIMITED BY SIZE
                  WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                  INTO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           IF WS-TX-ADJUSTMENTS > 0
               MOVE WS-TX-ADJUSTMENTS TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-STMT-TEXT
               STRING "REFUNDS AND REVERSALS ALREADY DEDUCTED ABOVE "
                          DELIMITED BY SIZE
                      WS-AMOUNT-DISPLAY DELIMITED BY SIZE
                      INTO WS-STMT-TEXT
               PERFORM ADD-STATEMENT-LINE
           END-IF
           MOVE SPACES TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE "KEEP THIS STATEMENT WITH YOUR TAX RECORDS. THE SAME "
               & "FIGURES ARE FILED" TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE
           MOVE "WITH THE TAX AUTHORITY UNDER THE FILER'S TIN ABOVE."
               TO WS-STMT-TEXT
           PERFORM ADD-STATEMENT-LINE.

       ADD-STATEMENT-LINE.
           IF WS-STMT-COUNT < 25
               ADD 1 TO WS-STMT-COUNT
               MOVE WS-STMT-TEXT TO WS-STMT-LINE(WS-STMT-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> QUEUE-STATEMENT-MAIL - the statement as one message on
      *> outbound-mail-queue.txt, in the format PRGS0038 writes.
      *>-----------------------------------------------------------
       QUEUE-STATEMENT-MAIL.
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  WS-STUDENT-EMAIL DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : TUITION TAX STATEMENT " DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-STMT-COUNT
               MOVE WS-STMT-LINE(WS-STMT-IX) TO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE.

      *>-----------------------------------------------------------
      *> PRINT-STATEMENT - a student with no e-mail address gets
      *> the statement on paper, posted to the year-end address.
      *>-----------------------------------------------------------
       PRINT-STATEMENT.
           MOVE ALL "=" TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-STMT-IX FROM 1 BY 1
               UNTIL WS-STMT-IX > WS-STMT-COUNT
               MOVE WS-STMT-LINE(WS-STMT-IX) TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM.

      *>-----------------------------------------------------------
      *> tuition-tax-filing.txt layout: the electronic filing, one
      *> comma-delimited record per line, amounts as cents with no
      *> point (10 digits per student, 12 on the totals) -
      *>   P,<year>,<TIN>,<name>,<address>,<city>,<state>,<zip>,<phone>
      *>   S,<year>,<student id>,<name>,<address 1>,<address 2>,
      *>     <city>,<state>,<zip>,<qualified>,<payments>,
      *>     <scholarships>,<refunds and reversals>
      *>   T,<year>,<statement count>,<qualified>,<payments>,
      *>     <scholarships>,<refunds and reversals>
      *> The payer record leads, one S per statement follows, and
      *> the T totals close the file.
      *>-----------------------------------------------------------
       WRITE-PAYER-RECORD.
           MOVE SPACES TO FILING-LINE
           STRING "P," DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-TIN) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-ADDRESS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-CITY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PAYER-STATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-ZIP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAYER-PHONE) DELIMITED BY SIZE
                  INTO FILING-LINE
           WRITE FILING-LINE.

       WRITE-STUDENT-RECORD.
           COMPUTE WS-CENTS-CHARGES  = WS-TX-NET-CHARGES * 100
           COMPUTE WS-CENTS-PAYMENTS = WS-TX-NET-PAYMENTS * 100
           COMPUTE WS-CENTS-AID      = WS-TX-AID * 100
           COMPUTE WS-CENTS-ADJUST   = WS-TX-ADJUSTMENTS * 100
           MOVE SPACES TO FILING-LINE
           STRING "S," DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PREV-STUDENT-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STUDENT-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-LINE-1) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-LINE-2) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-CITY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-STATE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEST-ZIP) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-CHARGES DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-PAYMENTS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-AID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-ADJUST DELIMITED BY SIZE
                  INTO FILING-LINE
           WRITE FILING-LINE.

       WRITE-TOTALS-RECORD.
           COMPUTE WS-CENTS-TOT-CHARGES  = WS-TOT-CHARGES * 100
           COMPUTE WS-CENTS-TOT-PAYMENTS = WS-TOT-PAYMENTS * 100
           COMPUTE WS-CENTS-TOT-AID      = WS-TOT-AID * 100
           COMPUTE WS-CENTS-TOT-ADJUST   = WS-TOT-ADJUSTMENTS * 100
           MOVE SPACES TO FILING-LINE
           STRING "T," DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STATEMENT-COUNT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-TOT-CHARGES DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-TOT-PAYMENTS DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-TOT-AID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CENTS-TOT-ADJUST DELIMITED BY SIZE
                  INTO FILING-LINE
           WRITE FILING-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REGISTER-LINE - writes one line to the register and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REGISTER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
