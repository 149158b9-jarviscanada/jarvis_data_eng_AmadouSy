       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0177.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "prgk0177-archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT FORWARD-FILE ASSIGN TO "prgk0177-forward.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FWD-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "billing-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "billing-archive-proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE          PIC X(45).   *> One archived ledger row, BILLREC image

      *> The forward work file is laid out field for field against
      *> BILLREC.CPY, the way PRGY0141 lays out an OLD- record, so a
      *> B or K row can be built without touching the ledger's own
      *> record area mid-scan.
       FD FORWARD-FILE.
       01  FORWARD-RECORD.
           05  FWD-STUDENT-ID          PIC X(4).
           05  FWD-SEQ                 PIC 9(4).
           05  FWD-TYPE                PIC X(1).
           05  FWD-AMOUNT              PIC 9(6)V99.
           05  FWD-DATE                PIC X(8).
           05  FWD-DESC                PIC X(20).

       FD CATALOG-FILE.
       01 CATALOG-LINE.
           05 CAT-SEGMENT       PIC X(40).
           05 FILLER            PIC X(1).
           05 CAT-OLDEST        PIC X(8).
           05 FILLER            PIC X(1).
           05 CAT-NEWEST        PIC X(8).
           05 FILLER            PIC X(42).
      *> billing-archive-catalog.txt: one line per archived fiscal
      *> year in PRGK0119's fixed columns - archive file name (40),
      *> then space-separated oldest date, newest date and row
      *> count - so PRGQ0044 can pull the years back in for a full
      *> history.

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(80).   *> One proof-report line

       WORKING-STORAGE SECTION.
       01 WS-BILL-STATUS       PIC XX.               *> Status of last BILLING-FILE I/O
       01 WS-PERIOD-STATUS     PIC XX.               *> Status of last PERIOD-FILE I/O
       01 WS-ARCH-STATUS       PIC XX.               *> ARCHIVE-FILE I/O status
       01 WS-FWD-STATUS        PIC XX.               *> FORWARD-FILE I/O status
       01 WS-CAT-STATUS        PIC XX.               *> CATALOG-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-FY-END            PIC X(6).             *> Last month of the fiscal year, YYYYMM
       01 WS-FY-END-DATE       PIC X(8).             *> Last day of that month, YYYYMMDD
       01 WS-ARCHIVE-NAME      PIC X(40).            *> billing-archive-FYyyyymm.txt
       01 WS-TODAY-PERIOD      PIC X(6).             *> Current month, YYYYMM
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPEN-PERIOD       PIC X(6) VALUE SPACES. *> First month found not closed
       01 WS-LAST-CLOSED       PIC X(6) VALUE SPACES. *> Last month confirmed closed
       01 WS-ALREADY-DONE      PIC X VALUE "N".      *> Fiscal year already catalogued
       01 WS-SIGNED-AMOUNT     PIC S9(6)V99.         *> Row amount, debits +, credits -
       01 WS-OLDEST            PIC X(8) VALUE "99999999". *> Oldest archived date
       01 WS-NEWEST            PIC X(8) VALUE "00000000". *> Newest archived date
       01 WS-CARRY-STUDENT     PIC X(4) VALUE SPACES. *> Student being carried forward
       01 WS-CARRY-SEQ         PIC 9(4).             *> Their first archived sequence
       01 WS-CARRY-NET         PIC S9(8)V99 VALUE 0. *> Net of their archived rows
       01 WS-CARRY-LIMIT       PIC S9(8)V99 VALUE 999999.99.
      *>         Largest net a BILL-AMOUNT can hold.
       01 WS-OVER-LIMIT        PIC 9(5) VALUE 0.     *> Students over that net
      *> Control totals - the ledger before and after, and the
      *> rows that moved in each direction.  The proof passes only
      *> when every one of them reconciles.
       01 WS-BEFORE-COUNT      PIC 9(7) VALUE 0.
       01 WS-BEFORE-NET        PIC S9(9)V99 VALUE 0.
       01 WS-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
       01 WS-ARCHIVED-NET      PIC S9(9)V99 VALUE 0.
       01 WS-FORWARD-COUNT     PIC 9(7) VALUE 0.
       01 WS-FORWARD-NET       PIC S9(9)V99 VALUE 0.
       01 WS-AFTER-COUNT       PIC 9(7) VALUE 0.
       01 WS-AFTER-NET         PIC S9(9)V99 VALUE 0.
       01 WS-REREAD-COUNT      PIC 9(7) VALUE 0.
       01 WS-REREAD-NET        PIC S9(9)V99 VALUE 0.
       01 WS-EXPECTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-POST-ERRORS       PIC 9(5) VALUE 0.     *> Failed DELETEs and WRITEs
       01 WS-PROOF-OK          PIC X VALUE "Y".      *> "Y" if every total reconciles
       01 WS-COUNT-DISPLAY     PIC Z,ZZZ,ZZ9.        *> Row count for printing
       01 WS-NET-DISPLAY       PIC ---,---,--9.99.   *> Net amount for printing
       01 WS-PROOF-LABEL       PIC X(30).            *> Proof-line caption
       01 WS-SYS-CMD           PIC X(120).           *> Shell command text
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| FISCAL-YEAR BILLING ARCHIVE                   |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS MOVES EVERY billing-ledger.txt ROW DATED IN "
               "OR BEFORE THE"
           DISPLAY "LAST MONTH OF A FISCAL YEAR TO THAT YEAR'S ARCHIVE "
               "FILE, AND LEAVES"
           DISPLAY "ONE BALANCE-FORWARD ROW PER STUDENT IN THEIR PLACE."
           DISPLAY "EVERY MONTH UP TO THE YEAR END MUST ALREADY BE "
               "CLOSED (PRGL0085)."
           DISPLAY "RUN IT WHEN NO ONE IS POSTING TO THE LEDGER."

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           MOVE WS-TODAY-FORMATTED(1:6) TO WS-TODAY-PERIOD

           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL WS-DATE-VALID = "Y"
               DISPLAY "LAST MONTH OF THE FISCAL YEAR (YYYYMM) >>"
               ACCEPT WS-FY-END
               MOVE SPACES TO WS-VALIDATE-DATE
               STRING WS-FY-END "01" DELIMITED BY SIZE
                   INTO WS-VALIDATE-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID = "Y"
                   AND WS-FY-END NOT < WS-TODAY-PERIOD
                   DISPLAY "***ERROR: THAT MONTH IS NOT OVER YET.***"
                   MOVE "N" TO WS-DATE-VALID
               ELSE
                   IF WS-DATE-VALID = "N"
                       DISPLAY "***ERROR: INVALID MONTH.***"
                   END-IF
               END-IF
           END-PERFORM

      *> VALIDATE-DATE leaves the length of the month behind, which
      *> is the day every balance-forward row is dated.
           MOVE SPACES TO WS-FY-END-DATE
           STRING WS-FY-END WS-DAYS-IN-MONTH DELIMITED BY SIZE
               INTO WS-FY-END-DATE

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "billing-archive-FY" WS-FY-END ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME

           PERFORM CHECK-CATALOG
           IF WS-ALREADY-DONE = "Y"
               DISPLAY "***ERROR: FISCAL YEAR " WS-FY-END
                   " IS ALREADY ARCHIVED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           PERFORM CHECK-PERIODS-CLOSED
           IF WS-OPEN-PERIOD NOT = SPACES
               DISPLAY "***ERROR: PERIOD " WS-OPEN-PERIOD
                   " IS NOT CLOSED - CLOSE IT FIRST.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF
           IF WS-ARCHIVED-COUNT = 0
               DISPLAY "(NO LEDGER ROWS DATED IN OR BEFORE " WS-FY-END
                   ")"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to do
               EXIT PROGRAM
           END-IF

           DISPLAY WS-ARCHIVED-COUNT " ROW(S) WILL MOVE TO "
               FUNCTION TRIM(WS-ARCHIVE-NAME) ". PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "ARCHIVE NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "PRGK0177"             TO WS-BACKUP-PROGRAM
           MOVE "billing-ledger.txt"   TO WS-BACKUP-SOURCE
           MOVE "billing-ledger-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE

           MOVE "rm -f prgk0177-archive.txt prgk0177-forward.txt"
               TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           PERFORM EXTRACT-ARCHIVE-ROWS
           IF WS-OVER-LIMIT > 0
               DISPLAY "***ERROR: " WS-OVER-LIMIT " STUDENT(S) NET "
                   "MORE THAN ONE ROW CAN CARRY - NOTHING CHANGED.***"
               MOVE "rm -f prgk0177-archive.txt prgk0177-forward.txt"
                   TO WS-SYS-CMD
               CALL "SYSTEM" USING WS-SYS-CMD
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions
               EXIT PROGRAM
           END-IF

           PERFORM POST-BALANCE-FORWARD
           PERFORM PROVE-CONTROL-TOTALS
           PERFORM WRITE-PROOF-REPORT

           IF WS-PROOF-OK = "N"
               MOVE SPACES TO WS-SYS-CMD
               STRING "cp " FUNCTION TRIM(WS-BACKUP-FILENAME)
                   " billing-ledger.txt ; rm -f prgk0177-archive.txt"
                   " prgk0177-forward.txt"
                   DELIMITED BY SIZE INTO WS-SYS-CMD
               CALL "SYSTEM" USING WS-SYS-CMD
               DISPLAY "***ERROR: CONTROL TOTALS DO NOT RECONCILE - "
                   "LEDGER RESTORED FROM "
                   FUNCTION TRIM(WS-BACKUP-FILENAME) ".***"
               DISPLAY "SEE billing-archive-proof.txt."
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions
               EXIT PROGRAM
           END-IF

      *> The archived rows take the fiscal year's name, and the
      *> catalog learns it - the same shell file-shuffle PRGK0119
      *> uses for the audit log.
           MOVE SPACES TO WS-SYS-CMD
           STRING "mv prgk0177-archive.txt "
               FUNCTION TRIM(WS-ARCHIVE-NAME)
               " ; rm -f prgk0177-forward.txt"
               DELIMITED BY SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           OPEN EXTEND CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               CLOSE CATALOG-FILE
               OPEN OUTPUT CATALOG-FILE
           END-IF
           MOVE SPACES TO CATALOG-LINE
           STRING WS-ARCHIVE-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLDEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEWEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVED-COUNT DELIMITED BY SIZE
                  INTO CATALOG-LINE
           WRITE CATALOG-LINE
           CLOSE CATALOG-FILE

           DISPLAY "*** " WS-ARCHIVED-COUNT " ROW(S) ARCHIVED TO "
               FUNCTION TRIM(WS-ARCHIVE-NAME) "; " WS-FORWARD-COUNT
               " BALANCE-FORWARD ROW(S) POSTED. ***"
           DISPLAY "*** PROOF WRITTEN TO billing-archive-proof.txt ***"

           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CHECK-CATALOG - a fiscal year is archived once; a second
      *> run would fold its balance-forward rows into themselves
      *> under the same archive name.
      *>-----------------------------------------------------------
       CHECK-CATALOG.
           MOVE "N" TO WS-ALREADY-DONE
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CAT-SEGMENT = WS-ARCHIVE-NAME
                           MOVE "Y" TO WS-ALREADY-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

      *>-----------------------------------------------------------
      *> CHECK-PERIODS-CLOSED - the year-end month itself, and the
      *> month of every row that would be archived, must be CLOSED
      *> on accounting-periods.txt: a row still open to adjustment
      *> cannot be folded into a balance forward.  Counts the rows
      *> that would move, so an empty year stops here.
      *>-----------------------------------------------------------
       CHECK-PERIODS-CLOSED.
           MOVE SPACES TO WS-OPEN-PERIOD
           MOVE SPACES TO WS-LAST-CLOSED
           MOVE 0      TO WS-ARCHIVED-COUNT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               MOVE WS-FY-END TO WS-OPEN-PERIOD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FY-END TO PER-PERIOD
           PERFORM CHECK-ONE-PERIOD

           MOVE "N" TO WS-EOF
           OPEN INPUT BILLING-FILE
           IF WS-BILL-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y" OR WS-OPEN-PERIOD NOT = SPACES
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-DATE(1:6) NOT > WS-FY-END
                           ADD 1 TO WS-ARCHIVED-COUNT
                           IF BILL-DATE(1:6) NOT = WS-LAST-CLOSED
                               MOVE BILL-DATE(1:6) TO PER-PERIOD
                               PERFORM CHECK-ONE-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           CLOSE PERIOD-FILE.

      *>-----------------------------------------------------------
      *> CHECK-ONE-PERIOD - PER-PERIOD must be on file as CLOSED.
      *>-----------------------------------------------------------
       CHECK-ONE-PERIOD.
           READ PERIOD-FILE
               INVALID KEY
                   MOVE PER-PERIOD TO WS-OPEN-PERIOD
               NOT INVALID KEY
                   IF PER-STATUS = "C"
                       MOVE PER-PERIOD TO WS-LAST-CLOSED
                   ELSE
                       MOVE PER-PERIOD TO WS-OPEN-PERIOD
                   END-IF
           END-READ.

      *>-----------------------------------------------------------
      *> EXTRACT-ARCHIVE-ROWS - pass 1.  Copies every row dated in
      *> or before the year end to the archive work file and, since
      *> the ledger reads in STUDENT + SEQUENCE order, nets each
      *> student's archived rows on a control break into the B or
      *> K row that will replace them.  Takes the before totals of
      *> the whole ledger on the way.
      *>-----------------------------------------------------------
       EXTRACT-ARCHIVE-ROWS.
           MOVE 0   TO WS-ARCHIVED-COUNT
           MOVE 0   TO WS-ARCHIVED-NET
           MOVE 0   TO WS-FORWARD-COUNT
           MOVE 0   TO WS-FORWARD-NET
           MOVE 0   TO WS-BEFORE-COUNT
           MOVE 0   TO WS-BEFORE-NET
           MOVE 0   TO WS-OVER-LIMIT
           MOVE SPACES TO WS-CARRY-STUDENT
           MOVE "N" TO WS-EOF
           OPEN INPUT BILLING-FILE
           OPEN OUTPUT ARCHIVE-FILE
           OPEN OUTPUT FORWARD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SIGN-BILL-AMOUNT
                       ADD 1 TO WS-BEFORE-COUNT
                       ADD WS-SIGNED-AMOUNT TO WS-BEFORE-NET
                       IF BILL-DATE(1:6) NOT > WS-FY-END
                           PERFORM ARCHIVE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           PERFORM FLUSH-CARRY-FORWARD
           CLOSE BILLING-FILE
           CLOSE ARCHIVE-FILE
           CLOSE FORWARD-FILE.

      *>-----------------------------------------------------------
      *> ARCHIVE-ONE-ROW - the current row goes to the archive and
      *> into its student's carried-forward net.
      *>-----------------------------------------------------------
       ARCHIVE-ONE-ROW.
           IF BILL-STUDENT-ID NOT = WS-CARRY-STUDENT
               PERFORM FLUSH-CARRY-FORWARD
               MOVE BILL-STUDENT-ID TO WS-CARRY-STUDENT
               MOVE BILL-SEQ        TO WS-CARRY-SEQ
               MOVE 0               TO WS-CARRY-NET
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-CARRY-NET

           MOVE BILLING-RECORD TO ARCHIVE-LINE
           WRITE ARCHIVE-LINE
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-ARCHIVED-NET
           IF BILL-DATE < WS-OLDEST
               MOVE BILL-DATE TO WS-OLDEST
           END-IF
           IF BILL-DATE > WS-NEWEST
               MOVE BILL-DATE TO WS-NEWEST
           END-IF.

      *>-----------------------------------------------------------
      *> FLUSH-CARRY-FORWARD - writes the finished student's B
      *> (owes) or K (in credit) row to the forward work file, on
      *> the first sequence number the archive frees.  A student
      *> whose archived rows net to zero gets no row at all.
      *>-----------------------------------------------------------
       FLUSH-CARRY-FORWARD.
           IF WS-CARRY-STUDENT = SPACES OR WS-CARRY-NET = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION ABS(WS-CARRY-NET) > WS-CARRY-LIMIT
               ADD 1 TO WS-OVER-LIMIT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FORWARD-RECORD
           MOVE WS-CARRY-STUDENT TO FWD-STUDENT-ID
           MOVE WS-CARRY-SEQ     TO FWD-SEQ
           IF WS-CARRY-NET > 0
               MOVE "B" TO FWD-TYPE
           ELSE
               MOVE "K" TO FWD-TYPE
           END-IF
           MOVE FUNCTION ABS(WS-CARRY-NET) TO FWD-AMOUNT
           MOVE WS-FY-END-DATE TO FWD-DATE
           STRING "BALANCE FWD " WS-FY-END DELIMITED BY SIZE
               INTO FWD-DESC
           WRITE FORWARD-RECORD
           ADD 1 TO WS-FORWARD-COUNT
           ADD WS-CARRY-NET TO WS-FORWARD-NET.

      *>-----------------------------------------------------------
      *> POST-BALANCE-FORWARD - pass 2.  Deletes every archived row
      *> from the ledger by key, then writes the balance-forward
      *> rows into the keys that frees.
      *>-----------------------------------------------------------
       POST-BALANCE-FORWARD.
           MOVE 0   TO WS-POST-ERRORS
           OPEN I-O BILLING-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-LINE(1:8) TO BILL-KEY
                       DELETE BILLING-FILE RECORD
                           INVALID KEY
                               ADD 1 TO WS-POST-ERRORS
                       END-DELETE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT FORWARD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ FORWARD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE FORWARD-RECORD TO BILLING-RECORD
                       WRITE BILLING-RECORD
                           INVALID KEY
                               ADD 1 TO WS-POST-ERRORS
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE FORWARD-FILE

           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> PROVE-CONTROL-TOTALS - pass 3.  Re-reads the ledger and the
      *> archive file as they now stand.  The ledger must hold
      *> exactly the rows it had, less those archived, plus the
      *> balance-forward rows; its net must not have moved by a
      *> cent; the archive must hold every row and every cent that
      *> left; and the balance-forward rows must carry that same
      *> net.
      *>-----------------------------------------------------------
       PROVE-CONTROL-TOTALS.
           MOVE 0   TO WS-AFTER-COUNT
           MOVE 0   TO WS-AFTER-NET
           MOVE "N" TO WS-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM SIGN-BILL-AMOUNT
                       ADD 1 TO WS-AFTER-COUNT
                       ADD WS-SIGNED-AMOUNT TO WS-AFTER-NET
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE

           MOVE 0   TO WS-REREAD-COUNT
           MOVE 0   TO WS-REREAD-NET
           MOVE "N" TO WS-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE ARCHIVE-LINE TO BILLING-RECORD
                       PERFORM SIGN-BILL-AMOUNT
                       ADD 1 TO WS-REREAD-COUNT
                       ADD WS-SIGNED-AMOUNT TO WS-REREAD-NET
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE

           COMPUTE WS-EXPECTED-COUNT = WS-BEFORE-COUNT
               - WS-ARCHIVED-COUNT + WS-FORWARD-COUNT

           MOVE "Y" TO WS-PROOF-OK
           IF WS-AFTER-COUNT NOT = WS-EXPECTED-COUNT
               OR WS-AFTER-NET NOT = WS-BEFORE-NET
               OR WS-REREAD-COUNT NOT = WS-ARCHIVED-COUNT
               OR WS-REREAD-NET NOT = WS-ARCHIVED-NET
               OR WS-FORWARD-NET NOT = WS-ARCHIVED-NET
               OR WS-POST-ERRORS > 0
               MOVE "N" TO WS-PROOF-OK
           END-IF.

      *>-----------------------------------------------------------
      *> SIGN-BILL-AMOUNT - BILL-AMOUNT as a signed figure, debits
      *> positive and credits negative, by the same type split
      *> PRGR0021 uses for balance due.
      *>-----------------------------------------------------------
       SIGN-BILL-AMOUNT.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
               WHEN "B"
                   MOVE BILL-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN OTHER
                   COMPUTE WS-SIGNED-AMOUNT = 0 - BILL-AMOUNT
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> WRITE-PROOF-REPORT - the control totals, side by side, for
      *> finance to file with the year-end close.
      *>-----------------------------------------------------------
       WRITE-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "     FISCAL-YEAR BILLING ARCHIVE - CONTROL PROOF"
               TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FISCAL YEAR ENDING " WS-FY-END
               "   RUN " WS-TODAY-FORMATTED
               "   ARCHIVE " FUNCTION TRIM(WS-ARCHIVE-NAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE

           MOVE "LEDGER ROWS BEFORE"         TO WS-PROOF-LABEL
           MOVE WS-BEFORE-COUNT              TO WS-COUNT-DISPLAY
           MOVE WS-BEFORE-NET                TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "  LESS ROWS ARCHIVED"       TO WS-PROOF-LABEL
           MOVE WS-ARCHIVED-COUNT            TO WS-COUNT-DISPLAY
           MOVE WS-ARCHIVED-NET              TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "  PLUS BALANCE-FORWARD ROWS" TO WS-PROOF-LABEL
           MOVE WS-FORWARD-COUNT             TO WS-COUNT-DISPLAY
           MOVE WS-FORWARD-NET               TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "LEDGER ROWS EXPECTED"       TO WS-PROOF-LABEL
           MOVE WS-EXPECTED-COUNT            TO WS-COUNT-DISPLAY
           MOVE WS-BEFORE-NET                TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "LEDGER ROWS AFTER"          TO WS-PROOF-LABEL
           MOVE WS-AFTER-COUNT               TO WS-COUNT-DISPLAY
           MOVE WS-AFTER-NET                 TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "ARCHIVE FILE ROWS"          TO WS-PROOF-LABEL
           MOVE WS-REREAD-COUNT              TO WS-COUNT-DISPLAY
           MOVE WS-REREAD-NET                TO WS-NET-DISPLAY
           PERFORM WRITE-TOTAL-LINE

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PROOF-OK = "Y"
               MOVE "PROOF: IN BALANCE - ARCHIVE KEPT" TO REPORT-LINE
           ELSE
               STRING "PROOF: OUT OF BALANCE (" WS-POST-ERRORS
                   " POSTING ERROR(S)) - LEDGER RESTORED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM WRITE-PROOF-LINE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-TOTAL-LINE - one caption, row count and net amount.
      *>-----------------------------------------------------------
       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-PROOF-LABEL DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "   NET " DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PROOF-LINE.

      *>-----------------------------------------------------------
      *> WRITE-PROOF-LINE - writes one line to the proof report and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-PROOF-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
