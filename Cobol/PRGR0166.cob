       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0166.                     *> Period balance roll-forward

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT GL-EXTRACT-FILE ASSIGN TO "gl-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "period-rollforward-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD BALANCE-FILE.
       COPY "PERBALREC.CPY".  *> Shared period-balance snapshot layout (PBL-KEY, ...)

       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE           PIC X(40).  *> One GL extract row (PRGH0073)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One printed report line

       WORKING-STORAGE SECTION.
       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-PBL-STATUS         PIC XX.          *> BALANCE-FILE status
       01 WS-GL-STATUS          PIC XX.          *> GL-EXTRACT-FILE status
       01 WS-EOF                PIC X VALUE "N". *> Scan EOF flag
       01 WS-OPERATOR-ID        PIC X(8) VALUE SPACES. *> Logged-in user
       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-PERIOD             PIC X(6).        *> YYYYMM rolled forward
       01 WS-PRIOR-PERIOD       PIC X(6).        *> ...and the month before it
       01 WS-PRIOR-YEAR         PIC 9(4).        *> Prior month's year
       01 WS-PRIOR-MONTH        PIC 9(2).        *> ...and month

      *> BILL-TYPEs in report order: the six debits first, then the
      *> four credits - the same split the statements use.
       01 WS-TYPE-CODES         PIC X(10) VALUE "CRDWTNPAFM".
       01 WS-TYPE-IX            PIC 9(2) VALUE 0. *> Type subscript
       01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY       OCCURS 10 TIMES.
               10 WS-TY-ROWS        PIC 9(6).     *> Ledger rows in the period
               10 WS-TY-LEDGER      PIC 9(9)V99.  *> ...and their total
               10 WS-TY-GL          PIC 9(9)V99.  *> What the GL extract carried
       01 WS-TY-NAME            PIC X(20).       *> Type's description
       01 WS-TY-SIDE            PIC X(2).        *> DR or CR

       01 WS-LEDGER-ROWS        PIC 9(7) VALUE 0. *> Billing rows read
       01 WS-WRITE-OFFS         PIC 9(9)V99 VALUE 0. *> BAD DEBT WRITE-OFF P rows
       01 WS-OPENING            PIC S9(9)V99 VALUE 0. *> Rebuilt from the ledger
       01 WS-MOVEMENT           PIC S9(9)V99 VALUE 0. *> Debits less credits
       01 WS-CLOSING            PIC S9(9)V99 VALUE 0. *> Opening plus movement
       01 WS-DIFFERENCE         PIC S9(9)V99 VALUE 0. *> Any compared pair
       01 WS-GL-FOUND           PIC X VALUE "N". *> GL extract on file
       01 WS-GL-CENTS           PIC 9(10) VALUE 0. *> GL row amount, cents
       01 WS-GL-AMOUNT          PIC 9(8)V99 VALUE 0. *> ...in dollars

       01 WS-PRIOR-FOUND        PIC X VALUE "N". *> Prior month snapshotted
       01 WS-PRIOR-CLOSING      PIC S9(9)V99 VALUE 0. *> ...at this balance
       01 WS-PRIOR-CLOSED-DATE  PIC X(8) VALUE SPACES.
       01 WS-THIS-FOUND         PIC X VALUE "N". *> This month snapshotted
       01 WS-THIS-CLOSING       PIC S9(9)V99 VALUE 0. *> ...at this balance
       01 WS-THIS-CLOSED-DATE   PIC X(8) VALUE SPACES.
       01 WS-SNAP-AMOUNT        PIC S9(9)V99 VALUE 0. *> Signed PBL-BALANCE

       01 WS-STU-ID             PIC X(4) VALUE SPACES. *> Student being proved
       01 WS-STU-OPENING        PIC S9(8)V99 VALUE 0. *> Student's opening
       01 WS-STU-CLOSING        PIC S9(8)V99 VALUE 0. *> ...and closing
       01 WS-STU-SIGNED         PIC S9(8)V99 VALUE 0. *> One row, signed
       01 WS-STU-DIFF-COUNT     PIC 9(5) VALUE 0. *> Students out of step

       01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0. *> Exceptions reported
       01 WS-FLAG               PIC X(3).        *> "***" on a difference

       01 WS-ROWS-DISPLAY       PIC ZZZZZ9.
       01 WS-AMT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-GL-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-DISPLAY        PIC ---,---,--9.99.
       01 WS-SNAP-DISPLAY       PIC ---,---,--9.99.
       01 WS-DIFF-DISPLAY       PIC ---,---,--9.99.

       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   P E R I O D   B A L A N C E                 |"
           DISPLAY "|   R O L L - F O R W A R D                     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGR0166" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ENTER PERIOD TO ROLL FORWARD (YYYYMM) >>"
           ACCEPT WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC
               OR WS-PERIOD(5:2) < "01" OR WS-PERIOD(5:2) > "12"
               DISPLAY "***ERROR: PERIOD MUST BE YYYYMM.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           MOVE WS-PERIOD(1:4) TO WS-PRIOR-YEAR
           MOVE WS-PERIOD(5:2) TO WS-PRIOR-MONTH
           IF WS-PRIOR-MONTH = 1
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF
           MOVE WS-PRIOR-YEAR  TO WS-PRIOR-PERIOD(1:4)
           MOVE WS-PRIOR-MONTH TO WS-PRIOR-PERIOD(5:2)

           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 10
               MOVE 0 TO WS-TY-ROWS(WS-TYPE-IX)
               MOVE 0 TO WS-TY-LEDGER(WS-TYPE-IX)
               MOVE 0 TO WS-TY-GL(WS-TYPE-IX)
           END-PERFORM

           PERFORM LOAD-SNAPSHOT-TOTALS
           PERFORM LOAD-LEDGER-MOVEMENTS
           PERFORM LOAD-GL-MOVEMENTS

           IF WS-LEDGER-ROWS = 0 AND WS-PRIOR-FOUND = "N"
               AND WS-THIS-FOUND = "N"
               DISPLAY "*** NO BILLING ROWS OR BALANCE SNAPSHOTS TO "
                   "ROLL FORWARD. ***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing found
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD BALANCE ROLL-FORWARD - PERIOD "
                      DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "   RUN " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           PERFORM PRINT-OPENING-PROOF
           PERFORM PRINT-MOVEMENTS
           PERFORM PRINT-CLOSING-PROOF
           PERFORM PROVE-STUDENTS

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BILLING ROWS READ: " DELIMITED BY SIZE
                  WS-LEDGER-ROWS DELIMITED BY SIZE
                  "   STUDENTS OUT OF STEP: " DELIMITED BY SIZE
                  WS-STU-DIFF-COUNT DELIMITED BY SIZE
                  "   EXCEPTIONS: " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           IF WS-EXCEPTION-COUNT = 0
               MOVE "*** ROLL-FORWARD PROVED - NO EXCEPTIONS ***"
                   TO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE "period-rollforward-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-EXCEPTION-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions found
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SNAPSHOT-TOTALS - the grand-total rows PRGL0085 left
      *> on period-balance.txt when it closed the prior month and
      *> this one.  A month never closed has no snapshot.
      *>-----------------------------------------------------------
       LOAD-SNAPSHOT-TOTALS.
           OPEN INPUT BALANCE-FILE
           IF WS-PBL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PRIOR-PERIOD TO PBL-PERIOD
           MOVE SPACES          TO PBL-STUDENT-ID
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PRIOR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRIOR-FOUND
                   PERFORM SET-SNAPSHOT-AMOUNT
                   MOVE WS-SNAP-AMOUNT  TO WS-PRIOR-CLOSING
                   MOVE PBL-CLOSED-DATE TO WS-PRIOR-CLOSED-DATE
           END-READ

           MOVE WS-PERIOD TO PBL-PERIOD
           MOVE SPACES    TO PBL-STUDENT-ID
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-THIS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-THIS-FOUND
                   PERFORM SET-SNAPSHOT-AMOUNT
                   MOVE WS-SNAP-AMOUNT  TO WS-THIS-CLOSING
                   MOVE PBL-CLOSED-DATE TO WS-THIS-CLOSED-DATE
           END-READ
           CLOSE BALANCE-FILE.

      *>-----------------------------------------------------------
      *> LOAD-LEDGER-MOVEMENTS - rebuilds the opening balance from
      *> every billing row dated before the period, and totals the
      *> rows dated inside it by BILL-TYPE.
      *>-----------------------------------------------------------
       LOAD-LEDGER-MOVEMENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LEDGER-ROWS
                       PERFORM FIND-TYPE-ENTRY
                       EVALUATE TRUE
                           WHEN WS-TYPE-IX > 10
                               PERFORM ADD-BALANCE-FORWARD
                           WHEN BILL-DATE(1:6) < WS-PERIOD
                               IF WS-TYPE-IX > 6
                                   SUBTRACT BILL-AMOUNT FROM WS-OPENING
                               ELSE
                                   ADD BILL-AMOUNT TO WS-OPENING
                               END-IF
                           WHEN BILL-DATE(1:6) = WS-PERIOD
                               ADD 1 TO WS-TY-ROWS(WS-TYPE-IX)
                               ADD BILL-AMOUNT
                                   TO WS-TY-LEDGER(WS-TYPE-IX)
                               IF BILL-TYPE = "P"
                                   AND BILL-DESC = "BAD DEBT WRITE-OFF"
                                   ADD BILL-AMOUNT TO WS-WRITE-OFFS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> ADD-BALANCE-FORWARD - a B or K row stands in for the rows
      *> the fiscal-year archive (PRGK0177) took off the ledger, so
      *> it belongs in the opening balance of every later period.
      *> It is never movement: the archive dates it on the last day
      *> of a closed year.
      *>-----------------------------------------------------------
       ADD-BALANCE-FORWARD.
           IF BILL-DATE(1:6) < WS-PERIOD
               IF BILL-TYPE = "B"
                   ADD BILL-AMOUNT TO WS-OPENING
               END-IF
               IF BILL-TYPE = "K"
                   SUBTRACT BILL-AMOUNT FROM WS-OPENING
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> LOAD-GL-MOVEMENTS - totals the date/type rows of the last
      *> GL extract (PRGH0073) dated inside the period, by type.
      *> The detail rows end at the TRAILER line; the department
      *> segment after it carries no dates and is not read.
      *>-----------------------------------------------------------
       LOAD-GL-MOVEMENTS.
           MOVE "N" TO WS-GL-FOUND
           MOVE "N" TO WS-EOF
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-GL-FOUND
           PERFORM UNTIL WS-EOF = "Y"
               READ GL-EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GL-EXTRACT-LINE(1:7) = "TRAILER"
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF GL-EXTRACT-LINE(1:6) = WS-PERIOD
                               AND GL-EXTRACT-LINE(10:10) IS NUMERIC
                               PERFORM ADD-GL-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-FILE.

      *>-----------------------------------------------------------
      *> ADD-GL-ROW - one GL extract row into its type's total.
      *> The amount is ten digits of cents, no decimal point.
      *>-----------------------------------------------------------
       ADD-GL-ROW.
           MOVE GL-EXTRACT-LINE(10:10) TO WS-GL-CENTS
           COMPUTE WS-GL-AMOUNT = WS-GL-CENTS / 100
           MOVE 1 TO WS-TYPE-IX
           PERFORM UNTIL WS-TYPE-IX > 10
               OR WS-TYPE-CODES(WS-TYPE-IX:1) = GL-EXTRACT-LINE(9:1)
               ADD 1 TO WS-TYPE-IX
           END-PERFORM
           IF WS-TYPE-IX NOT > 10
               ADD WS-GL-AMOUNT TO WS-TY-GL(WS-TYPE-IX)
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-TYPE-ENTRY - WS-TYPE-IX for BILL-TYPE, 11 when the
      *> type is not one the balance counts.
      *>-----------------------------------------------------------
       FIND-TYPE-ENTRY.
           MOVE 1 TO WS-TYPE-IX
           PERFORM UNTIL WS-TYPE-IX > 10
               OR WS-TYPE-CODES(WS-TYPE-IX:1) = BILL-TYPE
               ADD 1 TO WS-TYPE-IX
           END-PERFORM.

      *>-----------------------------------------------------------
      *> PRINT-OPENING-PROOF - the opening balance rebuilt from the
      *> ledger against the prior month's closing snapshot.
      *>-----------------------------------------------------------
       PRINT-OPENING-PROOF.
           MOVE WS-OPENING TO WS-BAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "OPENING BALANCE - LEDGER BEFORE " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  WS-BAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           IF WS-PRIOR-FOUND = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "*** NO BALANCE SNAPSHOT FOR " DELIMITED BY SIZE
                      WS-PRIOR-PERIOD DELIMITED BY SIZE
                      " - PRIOR PERIOD NOT CLOSED (PRGL0085) ***"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFFERENCE = WS-OPENING - WS-PRIOR-CLOSING
           PERFORM SET-DIFFERENCE-FLAG
           MOVE WS-PRIOR-CLOSING TO WS-SNAP-DISPLAY
           MOVE WS-DIFFERENCE    TO WS-DIFF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PRIOR CLOSE " DELIMITED BY SIZE
                  WS-PRIOR-PERIOD DELIMITED BY SIZE
                  " - SNAPSHOT OF " DELIMITED BY SIZE
                  WS-PRIOR-CLOSED-DATE DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-SNAP-DISPLAY DELIMITED BY SIZE
                  "   DIFFERENCE " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE.

      *>-----------------------------------------------------------
      *> PRINT-MOVEMENTS - the period's ledger movement by
      *> BILL-TYPE, each against what the GL extract carried for
      *> the same dates.
      *>-----------------------------------------------------------
       PRINT-MOVEMENTS.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           MOVE "TYPE | MOVEMENT             | DR/CR |   ROWS | " &
               "        LEDGER |     GL EXTRACT |     DIFFERENCE"
               TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           IF WS-GL-FOUND = "N"
               MOVE "*** NO GL EXTRACT ON FILE (gl-extract.txt) - " &
                   "MOVEMENTS NOT COMPARED TO THE GL ***"
                   TO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF

           MOVE 0 TO WS-MOVEMENT
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
                   UNTIL WS-TYPE-IX > 10
               PERFORM PRINT-TYPE-LINE
               IF WS-TYPE-IX > 6
                   SUBTRACT WS-TY-LEDGER(WS-TYPE-IX) FROM WS-MOVEMENT
               ELSE
                   ADD WS-TY-LEDGER(WS-TYPE-IX) TO WS-MOVEMENT
               END-IF
           END-PERFORM

           MOVE WS-MOVEMENT TO WS-BAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "NET MOVEMENT (DEBITS LESS CREDITS)"
                      DELIMITED BY SIZE
                  "                 " DELIMITED BY SIZE
                  WS-BAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE.

      *>-----------------------------------------------------------
      *> PRINT-TYPE-LINE - one BILL-TYPE's line of the movement
      *> table.  The GL difference is only judged when there is an
      *> extract to judge it against.
      *>-----------------------------------------------------------
       PRINT-TYPE-LINE.
           PERFORM SET-TYPE-NAME
           MOVE WS-TY-ROWS(WS-TYPE-IX)   TO WS-ROWS-DISPLAY
           MOVE WS-TY-LEDGER(WS-TYPE-IX) TO WS-AMT-DISPLAY
           MOVE WS-TY-GL(WS-TYPE-IX)     TO WS-GL-DISPLAY
           COMPUTE WS-DIFFERENCE = WS-TY-LEDGER(WS-TYPE-IX)
               - WS-TY-GL(WS-TYPE-IX)
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           IF WS-GL-FOUND = "Y"
               PERFORM SET-DIFFERENCE-FLAG
           ELSE
               MOVE SPACES TO WS-FLAG
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING WS-TYPE-CODES(WS-TYPE-IX:1) DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-TY-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-TY-SIDE DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-ROWS-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-AMT-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-GL-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           *> Write-offs post as P rows; show how much of the P
           *> total they are, so the controller's roll-forward
           *> lines can be read straight off the report.
           IF WS-TYPE-CODES(WS-TYPE-IX:1) = "P" AND WS-WRITE-OFFS > 0
               MOVE WS-WRITE-OFFS TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "     |   OF WHICH BAD DEBT WRITE-OFF" &
                          "            " DELIMITED BY SIZE
                      WS-AMT-DISPLAY DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> SET-TYPE-NAME - description and side for WS-TYPE-IX.
      *>-----------------------------------------------------------
       SET-TYPE-NAME.
           EVALUATE WS-TYPE-CODES(WS-TYPE-IX:1)
               WHEN "C"
                   MOVE "CHARGES"               TO WS-TY-NAME
               WHEN "R"
                   MOVE "PAYMENT REVERSALS"     TO WS-TY-NAME
               WHEN "D"
                   MOVE "CREDIT REFUNDS PAID"   TO WS-TY-NAME
               WHEN "W"
                   MOVE "WRITE-OFFS RECOVERED"  TO WS-TY-NAME
               WHEN "T"
                   MOVE "AID RETURNED"          TO WS-TY-NAME
               WHEN "N"
                   MOVE "REMISSION REVERSED"    TO WS-TY-NAME
               WHEN "P"
                   MOVE "PAYMENTS"              TO WS-TY-NAME
               WHEN "A"
                   MOVE "AGENCY RECOVERIES"     TO WS-TY-NAME
               WHEN "F"
                   MOVE "FINANCIAL AID"         TO WS-TY-NAME
               WHEN "M"
                   MOVE "TUITION REMISSION"     TO WS-TY-NAME
           END-EVALUATE
           IF WS-TYPE-IX > 6
               MOVE "CR" TO WS-TY-SIDE
           ELSE
               MOVE "DR" TO WS-TY-SIDE
           END-IF.

      *>-----------------------------------------------------------
      *> PRINT-CLOSING-PROOF - opening plus movement against the
      *> snapshot this month was closed on.
      *>-----------------------------------------------------------
       PRINT-CLOSING-PROOF.
           COMPUTE WS-CLOSING = WS-OPENING + WS-MOVEMENT
           MOVE WS-CLOSING TO WS-BAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING BALANCE - OPENING PLUS MOVEMENT"
                      DELIMITED BY SIZE
                  "            " DELIMITED BY SIZE
                  WS-BAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           IF WS-THIS-FOUND = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "(PERIOD " DELIMITED BY SIZE
                      WS-PERIOD DELIMITED BY SIZE
                      " IS NOT CLOSED - NO CLOSING SNAPSHOT YET)"
                          DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFFERENCE = WS-CLOSING - WS-THIS-CLOSING
           PERFORM SET-DIFFERENCE-FLAG
           MOVE WS-THIS-CLOSING TO WS-SNAP-DISPLAY
           MOVE WS-DIFFERENCE   TO WS-DIFF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PERIOD CLOSE " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " - SNAPSHOT OF " DELIMITED BY SIZE
                  WS-THIS-CLOSED-DATE DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-SNAP-DISPLAY DELIMITED BY SIZE
                  "   DIFFERENCE " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE.

      *>-----------------------------------------------------------
      *> PROVE-STUDENTS - repeats both proofs student by student
      *> against the snapshot rows, listing every student whose
      *> rebuilt opening or closing no longer matches what the
      *> books held at close - the rows behind any difference
      *> above.  A student with no snapshot row had no balance.
      *>-----------------------------------------------------------
       PROVE-STUDENTS.
           IF WS-PRIOR-FOUND = "N" AND WS-THIS-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           MOVE "STUDENT | PROOF   |         LEDGER |       SNAPSHOT" &
               " |     DIFFERENCE" TO REPORT-LINE
           PERFORM WRITE-ROLL-LINE

           OPEN INPUT BALANCE-FILE
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-STU-ID
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = WS-STU-ID
                           IF WS-STU-ID NOT = SPACES
                               PERFORM CHECK-STUDENT-PROOF
                           END-IF
                           MOVE BILL-STUDENT-ID TO WS-STU-ID
                           MOVE 0 TO WS-STU-OPENING
                           MOVE 0 TO WS-STU-CLOSING
                       END-IF
                       PERFORM ADD-STUDENT-ENTRY
               END-READ
           END-PERFORM
           IF WS-STU-ID NOT = SPACES
               PERFORM CHECK-STUDENT-PROOF
           END-IF
           IF WS-BILL-STATUS NOT = "35"
               CLOSE BILLING-FILE
           END-IF
           CLOSE BALANCE-FILE

           IF WS-STU-DIFF-COUNT = 0
               MOVE "(EVERY STUDENT AGREES WITH THE SNAPSHOTS)"
                   TO REPORT-LINE
               PERFORM WRITE-ROLL-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> ADD-STUDENT-ENTRY - one billing row into the student's
      *> opening (dated before the period) and closing (dated
      *> before the period ends).
      *>-----------------------------------------------------------
       ADD-STUDENT-ENTRY.
           PERFORM FIND-TYPE-ENTRY
           IF WS-TYPE-IX > 10 OR BILL-DATE(1:6) > WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-TYPE-IX > 6
               COMPUTE WS-STU-SIGNED = 0 - BILL-AMOUNT
           ELSE
               MOVE BILL-AMOUNT TO WS-STU-SIGNED
           END-IF
           IF BILL-DATE(1:6) < WS-PERIOD
               ADD WS-STU-SIGNED TO WS-STU-OPENING
           END-IF
           ADD WS-STU-SIGNED TO WS-STU-CLOSING.

      *>-----------------------------------------------------------
      *> CHECK-STUDENT-PROOF - the finished student against the
      *> prior month's and this month's snapshot rows.
      *>-----------------------------------------------------------
       CHECK-STUDENT-PROOF.
           IF WS-PRIOR-FOUND = "Y"
               MOVE WS-PRIOR-PERIOD TO PBL-PERIOD
               MOVE WS-STU-ID       TO PBL-STUDENT-ID
               PERFORM READ-STUDENT-SNAPSHOT
               COMPUTE WS-DIFFERENCE = WS-STU-OPENING - WS-SNAP-AMOUNT
               IF WS-DIFFERENCE NOT = 0
                   MOVE WS-STU-OPENING TO WS-BAL-DISPLAY
                   MOVE "OPENING" TO WS-TY-NAME
                   PERFORM PRINT-STUDENT-DIFFERENCE
               END-IF
           END-IF

           IF WS-THIS-FOUND = "Y"
               MOVE WS-PERIOD TO PBL-PERIOD
               MOVE WS-STU-ID TO PBL-STUDENT-ID
               PERFORM READ-STUDENT-SNAPSHOT
               COMPUTE WS-DIFFERENCE = WS-STU-CLOSING - WS-SNAP-AMOUNT
               IF WS-DIFFERENCE NOT = 0
                   MOVE WS-STU-CLOSING TO WS-BAL-DISPLAY
                   MOVE "CLOSING" TO WS-TY-NAME
                   PERFORM PRINT-STUDENT-DIFFERENCE
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> READ-STUDENT-SNAPSHOT - the snapshot row at PBL-KEY into
      *> WS-SNAP-AMOUNT, zero when the student has none.
      *>-----------------------------------------------------------
       READ-STUDENT-SNAPSHOT.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO WS-SNAP-AMOUNT
               NOT INVALID KEY
                   PERFORM SET-SNAPSHOT-AMOUNT
           END-READ.

      *>-----------------------------------------------------------
      *> PRINT-STUDENT-DIFFERENCE - one student line; the ledger
      *> figure is already in WS-BAL-DISPLAY.
      *>-----------------------------------------------------------
       PRINT-STUDENT-DIFFERENCE.
           MOVE WS-SNAP-AMOUNT TO WS-SNAP-DISPLAY
           MOVE WS-DIFFERENCE  TO WS-DIFF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-STU-ID DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-TY-NAME(1:7) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-BAL-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-SNAP-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DIFF-DISPLAY DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ROLL-LINE
           ADD 1 TO WS-STU-DIFF-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT.

      *>-----------------------------------------------------------
      *> SET-SNAPSHOT-AMOUNT - PBL-BALANCE and its sign byte into
      *> the signed WS-SNAP-AMOUNT.
      *>-----------------------------------------------------------
       SET-SNAPSHOT-AMOUNT.
           IF PBL-SIGN = "-"
               COMPUTE WS-SNAP-AMOUNT = 0 - PBL-BALANCE
           ELSE
               MOVE PBL-BALANCE TO WS-SNAP-AMOUNT
           END-IF.

      *>-----------------------------------------------------------
      *> SET-DIFFERENCE-FLAG - "***" and one more exception when
      *> WS-DIFFERENCE is not zero.
      *>-----------------------------------------------------------
       SET-DIFFERENCE-FLAG.
           IF WS-DIFFERENCE = 0
               MOVE SPACES TO WS-FLAG
           ELSE
               MOVE "***" TO WS-FLAG
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-ROLL-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-ROLL-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
