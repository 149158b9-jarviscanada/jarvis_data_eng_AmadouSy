               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT AWARD-FILE ASSIGN TO "aid-awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

           SELECT WORKSHEET-FILE ASSIGN TO "aid-return-worksheet.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOUSING-APP-FILE
               ASSIGN TO "housing-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAP-KEY
               FILE STATUS IS WS-HAP-STATUS.

           SELECT REMISSION-FILE ASSIGN TO "tuition-remission.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-LED-STATUS.

           SELECT REVENUE-LEDGER-FILE ASSIGN TO "revenue-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVL-STATUS.

           SELECT ENROLL-CHANGE-FILE ASSIGN TO "enrollment-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

       FD WORKSHEET-FILE.
       01 WORKSHEET-LINE           PIC X(100).  *> One return-of-aid worksheet line

       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".  *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD ENROLL-CHANGE-FILE.
       COPY "ENCHGREC.CPY".   *> Shared enrollment-change log layout (ECH-STUDENT-ID, ...)


       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS           PIC XX.          *> Status of last STUDENT-FILE I/O
       01 WS-ROW-GROSS             PIC 9(6)V99 VALUE 0. *> One seat's gross tuition
       01 WS-SPON-SHARE            PIC 9(6)V99 VALUE 0. *> Sponsor's cut of that seat
       01 WS-SPON-CODE             PIC X(6) VALUE SPACES. *> Who covered it
       01 WS-ROW-FEES              PIC 9(6)V99 VALUE 0.
      *>         That seat's course fees and inclusive-access
      *>         materials fee, returned whole with its tuition.
       01 WS-FEE-EOF2              PIC X VALUE "N". *> Course-fee scan flag
       01 WS-MAT-DESC              PIC X(20).       *> "MATL " + course, as billed
       01 WS-SEAT-COUNT            PIC 9(3) VALUE 0. *> Ungraded seats refunded
       01 WS-SEAT-PASS             PIC X VALUE "R".
      *>         R = pricing the refund, V = posting each seat's
      *>         revenue and remission reversal behind it.
       01 WS-WDR-TERM-COUNT        PIC 9(2) VALUE 0. *> Terms courses left
       01 WS-WDR-TERM              PIC X(6) OCCURS 10 TIMES.
      *>         Each term a course was dropped or W-graded in, so
      *>         each can be re-assessed once the student is out.
       01 WS-WDR-IDX               PIC 9(2) VALUE 0. *> Subscript into it
       01 WS-WDR-FOUND             PIC X VALUE "N". *> Term already listed?
       01 WS-SPLED-EOF             PIC X VALUE "N". *> Sponsor-ledger scan flag
       01 WS-NEXT-SPLED-SEQ        PIC 9(4) VALUE 0. *> Next sponsor-ledger seq
       01 WS-TERM-STATUS           PIC XX.          *> TERM-FILE I/O status
       01 WS-W-COUNT               PIC 9(3) VALUE 0. *> Courses kept as W
       01 WS-DROPPED-COUNT         PIC 9(3) VALUE 0. *> Courses deleted outright
       01 WS-HAP-STATUS            PIC XX.          *> HOUSING-APP-FILE I/O status
       01 WS-HAP-EOF               PIC X VALUE "N". *> Housing-scan EOF flag
       01 WS-HAP-FLAGGED           PIC 9(3) VALUE 0. *> Beds flagged for checkout

       01 WS-AWARD-STATUS          PIC XX.          *> AWARD-FILE I/O status
       01 WS-AWARD-EOF             PIC X VALUE "N". *> Award-scan EOF flag
       01 WS-RTN-POSTABLE          PIC X VALUE "N". *> Billing lock held for returns
       01 WS-RTN-AWARD-COUNT       PIC 9(3) VALUE 0. *> Disbursed awards reviewed
       01 WS-RTN-START-INT         PIC 9(8).        *> Term start, day number
       01 WS-RTN-END-INT           PIC 9(8).        *> Term end, day number
       01 WS-RTN-EFF-INT           PIC 9(8).        *> Withdrawal, day number
       01 WS-RTN-DUE-INT           PIC 9(8).        *> Return deadline, day number
       01 WS-RTN-DUE-DATE          PIC 9(8).        *> ...as YYYYMMDD
       01 WS-RTN-TERM-DAYS         PIC 9(3) VALUE 0. *> Days in the term
       01 WS-RTN-DAYS-DONE         PIC 9(3) VALUE 0. *> Days completed
       01 WS-RTN-PCT               PIC 9V9999 VALUE 0. *> Share of the aid earned
       01 WS-RTN-EARNED            PIC 9(6)V99 VALUE 0. *> Earned share of an award
       01 WS-RTN-UNEARNED          PIC 9(6)V99 VALUE 0. *> Unearned share of it
       01 WS-RTN-TOTAL             PIC 9(7)V99 VALUE 0. *> Unearned aid returned
       01 WS-RTN-NOTE              PIC X(20).       *> Outcome for the worksheet
       01 WS-AWARD-BEFORE          PIC X(69).       *> Award before the return
       01 WS-RTN-AMT-DISPLAY       PIC ZZZ,ZZ9.99.  *> Amount for printing
       01 WS-RTN-DAYS-DISPLAY      PIC ZZ9.         *> Days for printing
       01 WS-RTN-PCT-DISPLAY       PIC ZZ9.99.      *> Percent for printing

      *> Past this share of the term every dollar of aid is earned -
      *> the federal 60% point.  Nothing is returned beyond it.
       01 WS-RTN-FULL-PCT          PIC 9V9999 VALUE 0.6000.
      *> Days the school has to return the funds once it knows the
      *> student has withdrawn.
       01 WS-RTN-DEADLINE-DAYS     PIC 9(3) VALUE 45.

       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "LOCKWS.CPY".     *> Fields used by the shared record-lock paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared billing-lock paragraphs
       COPY "SECCNTWS.CPY".   *> Fields used by the shared section-count paragraph
       COPY "LDROPWS.CPY".    *> Fields used by the shared CHECK-LATE-DROP paragraph
       COPY "ENCHGWS.CPY".    *> Fields used by the shared LOG-ENROLLMENT-CHANGE paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared SPOOL-REPORT-FILE paragraph
       COPY "REMITWS.CPY".    *> Fields used by the shared tuition-remission paragraphs
       COPY "REVWS.CPY".      *> Fields used by the shared POST-REVENUE-ROW paragraph
       COPY "TUITWS.CPY".     *> Fields used by the shared term-tuition assessment

       PROCEDURE DIVISION.
       BEGIN.
                       PERFORM WRITE-AUDIT-LOG
                       PERFORM WRITE-WITHDRAWAL-LOG
                       PERFORM POST-WITHDRAWAL-REFUND
                       PERFORM RETURN-UNEARNED-AID
                       PERFORM WITHDRAW-FROM-COURSES
                       PERFORM REASSESS-WITHDRAWN-TERMS
                       PERFORM FLAG-HOUSING-CHECKOUT
                       DISPLAY "<<--- ACTION COMPLETED "
                           "SUCCESSFULLY --->>"
                       MOVE 0 TO RETURN-CODE
           CLOSE WITHDRAWAL-LOG-FILE.

      *>-----------------------------------------------------------
      *> POST-WITHDRAWAL-REFUND - credits back the tuition, course
      *> fees and inclusive-access materials fee charged for every
      *> still-ungraded course this student carries on
      *> ENROLLMENT-FILE, as one lump-sum PAYMENT-type entry on
      *> BILLING-FILE.  Courses already graded this term are earned,
      *> not unearned tuition, so they are excluded from the refund.
      *> This runs before WITHDRAW-FROM-COURSES takes the student
      *> out of their sections, so the enrollment rows are still
      *> present, ungraded, to price against.
      *> The sequence-scan and write run under the same "BILL"
      *> record lock PRGL0020 takes when posting a billing entry
      *> (WRITE-REFUND-ROW below), so a concurrent posting cannot
      *> hand both sessions the same BILL-SEQ.  Still under that
      *> lock, a second pass over the seats gives each section its
      *> revenue back and takes any remission granted on the seat
      *> back off, the same as PRGX0104's section cancellation.
      *>-----------------------------------------------------------
       POST-WITHDRAWAL-REFUND.
           MOVE 0   TO WS-REFUND-AMOUNT
           MOVE 0   TO WS-SEAT-COUNT
           MOVE "R" TO WS-SEAT-PASS
           PERFORM SCAN-UNGRADED-SEATS

           IF WS-SEAT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "BILL" TO WS-LOCK-TYPE
           MOVE F-ID   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               DISPLAY "***WARNING: REFUND CREDIT NOT POSTED "
                   "FOR " F-ID " - POST MANUALLY VIA PRGL0020 "
                   "(OPTION 20).***"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-RVL-POSTED
           IF WS-REFUND-AMOUNT > 0
               PERFORM WRITE-REFUND-ROW
           ELSE
      *> The sponsor carried every seat, so nothing comes back to
      *> the student - the revenue rows stand on no billing row.
               MOVE 0   TO WS-NEXT-BILL-SEQ
               MOVE "Y" TO WS-RVL-POSTED
           END-IF

           IF WS-RVL-POSTED = "Y"
               MOVE WS-NEXT-BILL-SEQ TO WS-TRM-BILL-SEQ
               MOVE "V" TO WS-SEAT-PASS
               PERFORM SCAN-UNGRADED-SEATS
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> SCAN-UNGRADED-SEATS - one pass over the student's
      *> still-ungraded enrollment rows, each with its course
      *> record read for the credits: priced into the refund on the
      *> "R" pass, its revenue and remission reversed on the "V"
      *> pass.
      *>-----------------------------------------------------------
       SCAN-UNGRADED-SEATS.
           MOVE "N" TO WS-ENROLL-EOF
           MOVE F-ID TO EN-STUDENT-ID

                                   MOVE 0 TO C-CREDITS
                           END-READ
                           CLOSE COURSE-MASTER-FILE
                           IF WS-SEAT-PASS = "R"
                               PERFORM REFUND-ONE-SEAT
                           ELSE
                               PERFORM REVERSE-ONE-SEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE.

      *>-----------------------------------------------------------
      *> RETURN-UNEARNED-AID - the return-of-funds calculation for
      *> every award already disbursed to the student.  Aid is
      *> earned in step with the term: days completed to the
      *> effective date over the days in the term (TERM-START-DATE
      *> to TERM-END-DATE, both inclusive), all of it once past
      *> WS-RTN-FULL-PCT.  The unearned rest goes back on the ledger
      *> as a "T" debit the student now owes, and the award is
      *> marked RETURNED.  An award for a term already over was
      *> earned in full and is left alone; one for a term not yet
      *> started is unearned in full.  Everything lands on
      *> aid-return-worksheet.txt for the aid office to sign,
      *> with the date the money must be back with the fund.
      *>-----------------------------------------------------------
       RETURN-UNEARNED-AID.
           MOVE 0   TO WS-RTN-AWARD-COUNT
           MOVE 0   TO WS-RTN-TOTAL
           MOVE "N" TO WS-AWARD-EOF

           OPEN I-O AWARD-FILE
           IF WS-AWARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "BILL" TO WS-LOCK-TYPE
           MOVE F-ID   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           MOVE WS-LOCK2-HELD TO WS-RTN-POSTABLE

           MOVE F-ID       TO AWARD-STUDENT-ID
           MOVE LOW-VALUES TO AWARD-CODE
           MOVE LOW-VALUES TO AWARD-TERM
           START AWARD-FILE KEY IS NOT LESS THAN AWARD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AWARD-EOF
           END-START
           PERFORM UNTIL WS-AWARD-EOF = "Y"
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AWARD-EOF
                   NOT AT END
                       IF AWARD-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-AWARD-EOF
                       ELSE
                           IF AWARD-STATUS = "D"
                               PERFORM RETURN-ONE-AWARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AWARD-FILE

           IF WS-RTN-POSTABLE = "Y"
               PERFORM RELEASE-RECORD-LOCK
           ELSE
               IF WS-RTN-AWARD-COUNT > 0
                   DISPLAY "***WARNING: UNEARNED AID NOT POSTED FOR "
                       F-ID " - SEE aid-return-worksheet.txt AND "
                       "POST IT BY HAND.***"
               END-IF
           END-IF

           IF WS-RTN-AWARD-COUNT > 0
               PERFORM FINISH-RETURN-WORKSHEET
           END-IF.

       RETURN-ONE-AWARD.
           MOVE AWARD-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE SPACES TO TERM-START-DATE
           END-READ
           CLOSE TERM-FILE

           IF TERM-START-DATE = SPACES
               MOVE 0 TO WS-RTN-TERM-DAYS
               MOVE 0 TO WS-RTN-DAYS-DONE
               MOVE 0 TO WS-RTN-PCT
               MOVE 0 TO WS-RTN-EARNED
               MOVE 0 TO WS-RTN-UNEARNED
               MOVE "TERM NOT ON CALENDAR" TO WS-RTN-NOTE
               PERFORM WRITE-RETURN-AWARD-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RTN-START-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TERM-START-DATE))
           COMPUTE WS-RTN-END-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(TERM-END-DATE))
           COMPUTE WS-RTN-EFF-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-EFFECTIVE-DATE))
           IF WS-RTN-EFF-INT > WS-RTN-END-INT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-RTN-TERM-DAYS =
               WS-RTN-END-INT - WS-RTN-START-INT + 1
           IF WS-RTN-EFF-INT < WS-RTN-START-INT
               MOVE 0 TO WS-RTN-DAYS-DONE
           ELSE
               COMPUTE WS-RTN-DAYS-DONE =
                   WS-RTN-EFF-INT - WS-RTN-START-INT + 1
           END-IF
           COMPUTE WS-RTN-PCT ROUNDED =
               WS-RTN-DAYS-DONE / WS-RTN-TERM-DAYS
           IF WS-RTN-PCT > WS-RTN-FULL-PCT
               MOVE 1 TO WS-RTN-PCT
           END-IF
           COMPUTE WS-RTN-EARNED ROUNDED = AWARD-AMOUNT * WS-RTN-PCT
           COMPUTE WS-RTN-UNEARNED = AWARD-AMOUNT - WS-RTN-EARNED

           EVALUATE TRUE
               WHEN WS-RTN-UNEARNED = 0
                   MOVE "EARNED IN FULL" TO WS-RTN-NOTE
               WHEN WS-RTN-POSTABLE = "N"
                   MOVE "NOT POSTED - LOCKED" TO WS-RTN-NOTE
               WHEN OTHER
                   PERFORM POST-AID-RETURN
           END-EVALUATE
           PERFORM WRITE-RETURN-AWARD-LINE.

      *>-----------------------------------------------------------
      *> POST-AID-RETURN - the "T" ledger row for one award's
      *> unearned share, at the student's next free sequence and
      *> dated the withdrawal like the refund above, then the award
      *> itself marked RETURNED.
      *>-----------------------------------------------------------
       POST-AID-RETURN.
           MOVE 0   TO WS-NEXT-BILL-SEQ
           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = F-ID
                           AND BILL-SEQ NOT < WS-NEXT-BILL-SEQ
                           COMPUTE WS-NEXT-BILL-SEQ = BILL-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE

           MOVE F-ID               TO BILL-STUDENT-ID
           MOVE WS-NEXT-BILL-SEQ   TO BILL-SEQ
           MOVE "T"                TO BILL-TYPE
           MOVE WS-EFFECTIVE-DATE  TO BILL-DATE
           MOVE WS-RTN-UNEARNED    TO BILL-AMOUNT
           MOVE SPACES             TO BILL-DESC
           STRING "AID RTN " DELIMITED BY SIZE
                  AWARD-CODE DELIMITED BY SIZE
                  INTO BILL-DESC

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   CLOSE BILLING-FILE
                   MOVE "NOT POSTED - ERROR" TO WS-RTN-NOTE
                   EXIT PARAGRAPH
           END-WRITE
           CLOSE BILLING-FILE

           MOVE AID-AWARD-RECORD   TO WS-AWARD-BEFORE
           MOVE "R"                TO AWARD-STATUS
           MOVE WS-RTN-UNEARNED    TO AWARD-RETURNED-AMOUNT
           MOVE WS-TODAY-FORMATTED TO AWARD-RETURNED-DATE
           REWRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO MARK AWARD "
                       AWARD-CODE " RETURNED.***"
           END-REWRITE

           MOVE SPACES           TO WS-AUDIT-BEFORE
           MOVE SPACES           TO WS-AUDIT-AFTER
           MOVE WS-AWARD-BEFORE  TO WS-AUDIT-BEFORE(1:69)
           MOVE AID-AWARD-RECORD TO WS-AUDIT-AFTER(1:69)
           MOVE "PRGW0035"       TO AUDIT-PROGRAM
           MOVE F-ID             TO AUDIT-STUDENT-ID
           MOVE "AIDRTN"         TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           ADD WS-RTN-UNEARNED TO WS-RTN-TOTAL
           MOVE "RETURNED" TO WS-RTN-NOTE.

      *>-----------------------------------------------------------
      *> WRITE-RETURN-AWARD-LINE - one award's line on the
      *> worksheet, the heading written ahead of the first.
      *>-----------------------------------------------------------
       WRITE-RETURN-AWARD-LINE.
           IF WS-RTN-AWARD-COUNT = 0
               PERFORM START-RETURN-WORKSHEET
           END-IF
           ADD 1 TO WS-RTN-AWARD-COUNT

           MOVE SPACES TO WORKSHEET-LINE
           MOVE AWARD-CODE         TO WORKSHEET-LINE(1:8)
           MOVE AWARD-TERM         TO WORKSHEET-LINE(10:6)
           MOVE AWARD-FUND         TO WORKSHEET-LINE(17:10)
           MOVE AWARD-AMOUNT       TO WS-RTN-AMT-DISPLAY
           MOVE WS-RTN-AMT-DISPLAY TO WORKSHEET-LINE(28:10)
           MOVE WS-RTN-DAYS-DONE   TO WS-RTN-DAYS-DISPLAY
           MOVE WS-RTN-DAYS-DISPLAY TO WORKSHEET-LINE(39:3)
           MOVE "/"                TO WORKSHEET-LINE(42:1)
           MOVE WS-RTN-TERM-DAYS   TO WS-RTN-DAYS-DISPLAY
           MOVE WS-RTN-DAYS-DISPLAY TO WORKSHEET-LINE(43:3)
           COMPUTE WS-RTN-PCT-DISPLAY = WS-RTN-PCT * 100
           MOVE WS-RTN-PCT-DISPLAY TO WORKSHEET-LINE(47:6)
           MOVE WS-RTN-EARNED      TO WS-RTN-AMT-DISPLAY
           MOVE WS-RTN-AMT-DISPLAY TO WORKSHEET-LINE(54:10)
           MOVE WS-RTN-UNEARNED    TO WS-RTN-AMT-DISPLAY
           MOVE WS-RTN-AMT-DISPLAY TO WORKSHEET-LINE(65:10)
           MOVE WS-RTN-NOTE        TO WORKSHEET-LINE(76:20)
           PERFORM WRITE-WORKSHEET-LINE.

       START-RETURN-WORKSHEET.
           COMPUTE WS-RTN-DUE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))
               + WS-RTN-DEADLINE-DAYS
           COMPUTE WS-RTN-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RTN-DUE-INT)

           OPEN OUTPUT WORKSHEET-FILE
           MOVE "RETURN OF FINANCIAL AID FUNDS - WORKSHEET"
               TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING "STUDENT     : " DELIMITED BY SIZE
                  F-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-NAME DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING "ACTION      : " DELIMITED BY SIZE
                  WS-ACTION-TYPE DELIMITED BY SIZE
                  " (W=WITHDRAWAL, T=TRANSFER)   EFFECTIVE "
                  DELIMITED BY SIZE
                  WS-EFFECTIVE-DATE DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           STRING "DETERMINED  : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "   FUNDS MUST BE RETURNED BY " DELIMITED BY SIZE
                  WS-RTN-DUE-DATE DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "AWARD    TERM   FUND        DISBURSED DAYS/TERM  "
               & "EARN%     EARNED   UNEARNED OUTCOME"
               TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE.

       FINISH-RETURN-WORKSHEET.
           MOVE SPACES TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE WS-RTN-TOTAL TO WS-RTN-AMT-DISPLAY
           MOVE SPACES TO WORKSHEET-LINE
           STRING "TOTAL UNEARNED AID RETURNED : " DELIMITED BY SIZE
                  WS-RTN-AMT-DISPLAY DELIMITED BY SIZE
                  INTO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE SPACES TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "AID OFFICER SIGNATURE : ____________________________"
               TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "DATE SIGNED           : __________" TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           MOVE "DATE FUNDS RETURNED   : __________" TO WORKSHEET-LINE
           PERFORM WRITE-WORKSHEET-LINE
           CLOSE WORKSHEET-FILE

           MOVE "aid-return-worksheet.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-WORKSHEET-LINE - writes one line to the worksheet and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-WORKSHEET-LINE.
           WRITE WORKSHEET-LINE
           DISPLAY WORKSHEET-LINE.

      *>-----------------------------------------------------------
      *> FLAG-HOUSING-CHECKOUT - a student leaving still holds any
      *> bed they were assigned; flag each one for checkout with the
      *> effective date, so housing can check them out (PRGL0188)
      *> and post the prorated credit once the room is cleared.
      *>-----------------------------------------------------------
       FLAG-HOUSING-CHECKOUT.
           MOVE 0   TO WS-HAP-FLAGGED
           MOVE "N" TO WS-HAP-EOF

           OPEN I-O HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HAP-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HAP-EOF
                   NOT AT END
                       IF HAP-STUDENT-ID = F-ID AND HAP-STATUS = "A"
                           PERFORM FLAG-ONE-BED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE

           IF WS-HAP-FLAGGED > 0
               DISPLAY "*** HOUSING FLAGGED FOR CHECKOUT: "
                   WS-HAP-FLAGGED " BED(S) - SEE PRGL0188. ***"
           END-IF.

       FLAG-ONE-BED.
           MOVE "HAP"  TO WS-LOCK-TYPE
           MOVE SPACES TO WS-LOCK-KEY
           STRING HAP-TERM HAP-STUDENT-ID
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               DISPLAY "***WARNING: HOUSING FOR TERM " HAP-TERM
                   " NOT FLAGGED - CHECK OUT VIA PRGL0188.***"
               EXIT PARAGRAPH
           END-IF

           MOVE "W"               TO HAP-CHECKOUT-FLAG
           MOVE WS-EFFECTIVE-DATE TO HAP-FLAG-DATE
           MOVE "PRGW0035"        TO HAP-UPDATED-BY
           REWRITE HOUSING-APP-RECORD
               INVALID KEY
                   DISPLAY "***WARNING: HOUSING FOR TERM " HAP-TERM
                       " NOT FLAGGED - CHECK OUT VIA PRGL0188.***"
               NOT INVALID KEY
                   ADD 1 TO WS-HAP-FLAGGED
           END-REWRITE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> WITHDRAW-FROM-COURSES - takes the student out of every
      *> still-ungraded course, by the same add/drop-date rule a
      *> single drop follows (CHECK-LATE-DROP): an effective date on
      *> or before the term's add/drop date deletes the row, a later
      *> one keeps it with grade "W".  Either way the seat is freed
      *> on the section count; PRGW0058's sweep fills it from the
      *> waiting list.
      *>-----------------------------------------------------------
       WITHDRAW-FROM-COURSES.
           MOVE 0   TO WS-W-COUNT
           MOVE 0   TO WS-DROPPED-COUNT
           MOVE "N" TO WS-ENROLL-EOF

           MOVE "ENROLL" TO WS-LOCK-TYPE
           MOVE F-ID     TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               DISPLAY "***WARNING: COURSES NOT DROPPED FOR " F-ID
                   " - REMOVE THEM VIA PRGE0012 (OPTION 12).***"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ENROLLMENT-FILE
           PERFORM UNTIL WS-ENROLL-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID = F-ID AND EN-GRADE = SPACES
                           PERFORM WITHDRAW-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE

           PERFORM RELEASE-RECORD-LOCK

           DISPLAY "*** COURSES DROPPED: " WS-DROPPED-COUNT
               "   KEPT AS W: " WS-W-COUNT " ***".

       WITHDRAW-ONE-COURSE.
           MOVE EN-TERM           TO WS-LATE-DROP-TERM
           MOVE WS-EFFECTIVE-DATE TO WS-LATE-DROP-DATE
           PERFORM CHECK-LATE-DROP

           IF WS-LATE-DROP = "Y"
               MOVE "W" TO EN-GRADE
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD THE W FOR "
                           EN-COURSE "***"
                       EXIT PARAGRAPH
               END-REWRITE
               ADD 1 TO WS-W-COUNT
           ELSE
               DELETE ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO DROP " EN-COURSE
                           "***"
                       EXIT PARAGRAPH
               END-DELETE
               ADD 1 TO WS-DROPPED-COUNT
           END-IF

           MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
           PERFORM LOG-ENROLLMENT-CHANGE

           MOVE EN-COURSE  TO WS-SEC-COURSE
           MOVE EN-SECTION TO WS-SEC-SECTION
           MOVE -1         TO WS-SEC-DELTA
           PERFORM ADJUST-SECTION-COUNT

           MOVE "N" TO WS-WDR-FOUND
           PERFORM VARYING WS-WDR-IDX FROM 1 BY 1
                   UNTIL WS-WDR-IDX > WS-WDR-TERM-COUNT
               IF WS-WDR-TERM(WS-WDR-IDX) = EN-TERM
                   MOVE "Y" TO WS-WDR-FOUND
               END-IF
           END-PERFORM
           IF WS-WDR-FOUND = "N" AND WS-WDR-TERM-COUNT < 10
               ADD 1 TO WS-WDR-TERM-COUNT
               MOVE EN-TERM TO WS-WDR-TERM(WS-WDR-TERM-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> REASSESS-WITHDRAWN-TERMS - each seat was credited back at
      *> credits times the rate, so every term the student left a
      *> course in is re-priced from the band on what is left
      *> (usually nothing), taking back any block adjustment -
      *> the seats kept as W were refunded whole, so they leave the
      *> band with the rest.  A term whose billing row is locked is
      *> caught up by the nightly re-assessment (PRGL0162).
      *>-----------------------------------------------------------
       REASSESS-WITHDRAWN-TERMS.
           PERFORM VARYING WS-WDR-IDX FROM 1 BY 1
                   UNTIL WS-WDR-IDX > WS-WDR-TERM-COUNT
               MOVE F-ID                   TO WS-TUIT-STUDENT
               MOVE WS-WDR-TERM(WS-WDR-IDX) TO WS-TUIT-TERM
               MOVE WS-EFFECTIVE-DATE      TO WS-TUIT-DATE
               MOVE "Y"                    TO WS-TUIT-W-REFUNDED
               PERFORM ASSESS-TERM-TUITION
           END-PERFORM.

      *>-----------------------------------------------------------
      *> REFUND-ONE-SEAT - one still-ungraded seat's worth of the
      *> refund: the student's share of its tuition and all of its
      *> fees rolled into the lump sum, and the sponsor's share
      *> reversed onto the sponsor ledger.
      *>-----------------------------------------------------------
       REFUND-ONE-SEAT.
           PERFORM PRICE-ONE-SEAT

           IF WS-SPON-SHARE > 0
               PERFORM POST-SPONSOR-REVERSAL
           END-IF

           ADD 1 TO WS-SEAT-COUNT
           COMPUTE WS-REFUND-AMOUNT =
               WS-REFUND-AMOUNT
               + (WS-ROW-GROSS - WS-SPON-SHARE)
               + WS-ROW-FEES.

      *>-----------------------------------------------------------
      *> PRICE-ONE-SEAT - what one seat was billed: tuition at the
      *> rate in force on its enrollment date (the rate it was
      *> billed at, see CAPVAL's charge posting), split with the
      *> student's sponsor for that term the same way the charge
      *> was, plus the section's flat course fees in force that
      *> day and the materials fee billed with it.  The materials
      *> fee is read off the ledger row ("MATL " and the course, on
      *> the enrollment date), not the list - the list may have
      *> been repriced since.
      *>-----------------------------------------------------------
       PRICE-ONE-SEAT.
           MOVE EN-ENROLL-DATE TO WS-FEE-ASOF-DATE
           PERFORM GET-EFFECTIVE-RATE
           IF WS-FEE-RATE-FOUND = "N"
           END-READ
           CLOSE SPONSORSHIP-FILE

           MOVE 0   TO WS-ROW-FEES
           MOVE "N" TO WS-FEE-EOF2
           OPEN INPUT FEE-FILE
           PERFORM UNTIL WS-FEE-EOF2 = "Y"
               READ FEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FEE-EOF2
                   NOT AT END
                       IF FEE-TYPE = "C"
                           AND FEE-COURSE = EN-COURSE
                           AND FEE-SECTION = EN-SECTION
                           AND FEE-EFF-DATE NOT > EN-ENROLL-DATE
                           ADD FEE-AMOUNT TO WS-ROW-FEES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE

           MOVE SPACES TO WS-MAT-DESC
           STRING "MATL " DELIMITED BY SIZE
                  EN-COURSE DELIMITED BY SIZE
                  INTO WS-MAT-DESC
           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = EN-STUDENT-ID
                           AND BILL-TYPE = "C"
                           AND BILL-DESC = WS-MAT-DESC
                           AND BILL-DATE = EN-ENROLL-DATE
                           ADD BILL-AMOUNT TO WS-ROW-FEES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> REVERSE-ONE-SEAT - behind the refund row just posted, the
      *> section gives back the whole seat's gross tuition, sponsor's
      *> share included ("D"), and its fees apart ("E"); and, as the
      *> whole seat came back, the whole of any remission granted
      *> on it comes back off.  Nothing was remitted on a seat the
      *> student paid nothing toward, so no refund row means no
      *> remission to reverse.
      *>-----------------------------------------------------------
       REVERSE-ONE-SEAT.
           PERFORM PRICE-ONE-SEAT

           MOVE F-ID              TO WS-RVL-STUDENT
           MOVE EN-TERM           TO WS-RVL-TERM
           MOVE EN-COURSE         TO WS-RVL-COURSE
           MOVE EN-SECTION        TO WS-RVL-SECTION
           MOVE WS-EFFECTIVE-DATE TO WS-RVL-POST-DATE
           MOVE WS-NEXT-BILL-SEQ  TO WS-RVL-BILL-SEQ
           MOVE "D"               TO WS-RVL-KIND
           MOVE C-CREDITS         TO WS-RVL-CREDITS
           MOVE WS-ROW-GROSS      TO WS-RVL-AMOUNT
           PERFORM POST-REVENUE-ROW
           MOVE "E"               TO WS-RVL-KIND
           MOVE 0                 TO WS-RVL-CREDITS
           MOVE WS-ROW-FEES       TO WS-RVL-AMOUNT
           PERFORM POST-REVENUE-ROW

           IF WS-REFUND-AMOUNT > 0
               MOVE F-ID              TO WS-TRM-STUDENT
               MOVE EN-TERM           TO WS-TRM-TERM
               MOVE EN-COURSE         TO WS-TRM-COURSE
               MOVE EN-SECTION        TO WS-TRM-SECTION
               MOVE EN-ENROLL-DATE    TO WS-TRM-ENROLL-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-TRM-POST-DATE
               MOVE 100               TO WS-TRM-BACK-PCT
               PERFORM REVERSE-SEAT-REMISSION
           END-IF.

      *>-----------------------------------------------------------
      *> POST-SPONSOR-REVERSAL - the sponsor's share of one
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO POST REFUND.***"
               NOT INVALID KEY
                   MOVE "Y" TO WS-RVL-POSTED
                   DISPLAY "*** REFUND CREDIT POSTED: "
                       BILL-AMOUNT " ***"
           END-WRITE
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "LOCKVAL.CPY".    *> Shared record-lock paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared billing-lock paragraphs
       COPY "SECCNTVAL.CPY".  *> Shared section-count maintenance paragraph
       COPY "LDROPVAL.CPY".   *> Shared late-drop (W grade) rule
       COPY "ENCHGVAL.CPY".   *> Shared enrollment-change log paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "REMITVAL.CPY".   *> Shared tuition-remission paragraphs
       COPY "REVVAL.CPY".     *> Shared revenue-ledger posting paragraph
       COPY "TUITVAL.CPY".    *> Shared term-tuition assessment paragraph
