       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0155.                     *> Agency remittance posting

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "agency-remittance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "agency-placements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGP-KEY
               FILE STATUS IS WS-AGP-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REMIT-LOG-FILE ASSIGN TO "agency-remittance-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMLOG-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "accounting-periods.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "agency-remittance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-LINE                PIC X(60).  *> One agency remittance line

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD AGENCY-FILE.
       COPY "AGENCYREC.CPY".  *> Shared agency-placement layout (AGP-KEY, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD REMIT-LOG-FILE.
       01 REMIT-LOG-RECORD.
           05 RML-AGENCY               PIC X(6).    *> Agency remitting
           05 RML-REMITTANCE           PIC X(10).   *> Agency's remittance number
           05 RML-DATE                 PIC X(8).    *> Posted YYYYMMDD
           05 RML-GROSS                PIC 9(8)V99. *> Gross recovered posted
           05 RML-COMMISSION           PIC 9(8)V99. *> Commission retained

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD REPORT-FILE.
       01 REPORT-LINE                PIC X(80).  *> One report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-INPUT-STATUS       PIC XX.          *> INPUT-FILE status
       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-AGP-STATUS         PIC XX.          *> AGENCY-FILE status
       01 WS-HOLD-STATUS        PIC XX.          *> HOLD-FILE status
       01 WS-REMLOG-STATUS      PIC XX.          *> REMIT-LOG-FILE status
       01 WS-PERIOD-STATUS      PIC XX.          *> PERIOD-FILE status
       01 WS-EOF                PIC X VALUE "N". *> Input-scan EOF flag
       01 WS-BILL-EOF           PIC X VALUE "N". *> Billing-scan EOF flag
       01 WS-AGP-EOF            PIC X VALUE "N". *> Placement-scan EOF flag
       01 WS-REMLOG-EOF         PIC X VALUE "N". *> Log-scan EOF flag
       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD

      *> agency-remittance.txt layout: what the agency sends back
      *> with its cheque, comma delimited.  A header line
      *> "HDR,<agency>,<remittance number>,<item count>", then one
      *> line per account collected on -
      *>   <student id>,<date collected YYYYMMDD>,
      *>   <gross collected, cents>,<commission retained, cents>
      *> Amounts are 10 digits of cents with no decimal point, as
      *> on payment-batch.txt.  Every account must be placed with
      *> the agency on the header; the remittance number is checked
      *> against agency-remittance-log.txt so the same remittance
      *> is never credited twice.
       01 WS-REC-TAG             PIC X(3).         *> "HDR" line tag
       01 WS-HDR-AGENCY          PIC X(6).         *> Agency from the header
       01 WS-HDR-REMITTANCE      PIC X(10).        *> Remittance number
       01 WS-HDR-COUNT-X         PIC X(5).         *> Item count as sent
       01 WS-HDR-COUNT           PIC 9(5) VALUE 0. *> Item count from the header
       01 WS-CALC-COUNT          PIC 9(5) VALUE 0. *> Detail lines actually counted
       01 WS-REM-ID              PIC X(4).         *> Student collected on
       01 WS-REM-DATE            PIC X(8).         *> Date collected
       01 WS-REM-GROSS-X         PIC X(10).        *> Gross cents as sent
       01 WS-REM-COMM-X          PIC X(10).        *> Commission cents as sent
       01 WS-REM-GROSS-CENTS     PIC 9(10).
       01 WS-REM-COMM-CENTS      PIC 9(10).
       01 WS-REM-GROSS           PIC 9(6)V99.      *> Gross collected
       01 WS-REM-COMM            PIC 9(6)V99.      *> Commission retained
       01 WS-REM-NET             PIC 9(6)V99.      *> What the school received
       01 WS-REM-OK              PIC X VALUE "N".  *> "Y" once the file is sound
       01 WS-DUP-REMIT           PIC X VALUE "N".  *> Remittance already posted
       01 WS-REJECT-REASON       PIC X(30).        *> Why a line did not post

       01 WS-AGP-FOUND           PIC X VALUE "N".  *> Active placement found
       01 WS-AGP-KEY-SAVE        PIC X(12).        *> Key of that placement
       01 WS-AGP-BEFORE          PIC X(68).        *> Placement before update
       01 WS-NEXT-SEQ            PIC 9(4) VALUE 0. *> Next billing sequence
       01 WS-WRITTEN-OFF         PIC 9(6)V99 VALUE 0. *> BAD DEBT WRITE-OFF rows
       01 WS-WO-RECOVERED        PIC 9(6)V99 VALUE 0. *> W rows already posted
       01 WS-WO-AMOUNT           PIC 9(6)V99 VALUE 0. *> W row for this line
       01 WS-POST-OK             PIC X VALUE "N".  *> Ledger rows written
       01 WS-PAID-IN-FULL        PIC X VALUE "N".  *> Placement now recovered

       01 WS-READ-COUNT          PIC 9(5) VALUE 0. *> Lines read
       01 WS-POSTED-COUNT        PIC 9(5) VALUE 0. *> Lines posted
       01 WS-REJECT-COUNT        PIC 9(5) VALUE 0. *> Lines rejected
       01 WS-CLOSED-COUNT        PIC 9(5) VALUE 0. *> Placements paid in full
       01 WS-TOTAL-GROSS         PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-COMM          PIC 9(8)V99 VALUE 0.
       01 WS-TOTAL-NET           PIC 9(8)V99 VALUE 0.

       01 WS-GROSS-DISPLAY       PIC ZZZ,ZZ9.99.
       01 WS-COMM-DISPLAY        PIC ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.

       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "AUDITWS.CPY".     *> Fields used by the shared WRITE-AUDIT-LOG paragraph

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGL0155" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A G E N C Y   R E M I T T A N C E           |"
           DISPLAY "|             P O S T I N G                     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "     AGENCY REMITTANCE POSTING RUN" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM PREVALIDATE-REMITTANCE
           IF WS-REM-OK = "N"
               CLOSE REPORT-FILE
               IF WS-INPUT-STATUS NOT = "00"
                   MOVE 1 TO RETURN-CODE          *> 1 = no file
               ELSE
                   MOVE 3 TO RETURN-CODE          *> 3 = controls failed
               END-IF
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE "STU  DATE        GROSS   COMMISSION          NET" &
                "  RESULT" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT INPUT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF INPUT-LINE(1:4) NOT = "HDR,"
                           AND INPUT-LINE NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM POST-ONE-REMITTANCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE

           PERFORM RECORD-REMITTANCE-IN-LOG

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-GROSS TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "GROSS RECOVERED POSTED:   " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-COMM TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "COMMISSION RETAINED:      " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NET TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "NET DUE FROM AGENCY:      " DELIMITED BY SIZE
                  WS-TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LINES READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "   POSTED: " DELIMITED BY SIZE
                  WS-POSTED-COUNT DELIMITED BY SIZE
                  "   REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "   PAID IN FULL: " DELIMITED BY SIZE
                  WS-CLOSED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           CLOSE REPORT-FILE

           DISPLAY "*** " WS-POSTED-COUNT " OF " WS-READ-COUNT
               " LINE(S) POSTED. SEE agency-remittance-report.txt. ***"

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to post
           ELSE
               IF WS-REJECT-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 2 TO RETURN-CODE          *> 2 = some rejected
               END-IF
           END-IF

           MOVE WS-READ-COUNT   TO WS-JOB-READ
           MOVE WS-POSTED-COUNT TO WS-JOB-WRITTEN
           MOVE WS-REJECT-COUNT TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> PREVALIDATE-REMITTANCE - first pass over the file (the
      *> PRGL0069 approach): the header must be there, the line
      *> count must agree with it, and the remittance number must
      *> never have been posted for this agency before.
      *>-----------------------------------------------------------
       PREVALIDATE-REMITTANCE.
           MOVE "N" TO WS-REM-OK
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-CALC-COUNT

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               MOVE "NO agency-remittance.txt TO POST" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           READ INPUT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
           END-READ

           IF WS-EOF = "Y" OR INPUT-LINE(1:4) NOT = "HDR,"
               MOVE "REMITTANCE REJECTED - NO HEADER LINE"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE INPUT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-REC-TAG
           MOVE SPACES TO WS-HDR-AGENCY
           MOVE SPACES TO WS-HDR-REMITTANCE
           MOVE SPACES TO WS-HDR-COUNT-X
           UNSTRING INPUT-LINE DELIMITED BY ","
               INTO WS-REC-TAG WS-HDR-AGENCY WS-HDR-REMITTANCE
                    WS-HDR-COUNT-X
           MOVE 0 TO WS-HDR-COUNT
           IF FUNCTION TRIM(WS-HDR-COUNT-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-HDR-COUNT-X) TO WS-HDR-COUNT
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF INPUT-LINE NOT = SPACES
                           ADD 1 TO WS-CALC-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           MOVE "N" TO WS-EOF

           EVALUATE TRUE
               WHEN WS-HDR-AGENCY = SPACES
                   OR WS-HDR-REMITTANCE = SPACES
                   MOVE "REMITTANCE REJECTED - HEADER NAMES NO "
                       & "AGENCY OR NUMBER" TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN WS-CALC-COUNT NOT = WS-HDR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "REMITTANCE REJECTED - LINE COUNT IS "
                          DELIMITED BY SIZE
                          WS-CALC-COUNT DELIMITED BY SIZE
                          ", HEADER SAYS " DELIMITED BY SIZE
                          WS-HDR-COUNT DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM CHECK-REMITTANCE-LOG
                   IF WS-DUP-REMIT = "Y"
                       MOVE SPACES TO REPORT-LINE
                       STRING "REMITTANCE REJECTED - "
                              DELIMITED BY SIZE
                              WS-HDR-AGENCY DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-HDR-REMITTANCE DELIMITED BY SIZE
                              " WAS ALREADY POSTED"
                              DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   ELSE
                       MOVE "Y" TO WS-REM-OK
                       MOVE SPACES TO REPORT-LINE
                       STRING "AGENCY " DELIMITED BY SIZE
                              WS-HDR-AGENCY DELIMITED BY SIZE
                              "  REMITTANCE " DELIMITED BY SIZE
                              WS-HDR-REMITTANCE DELIMITED BY SIZE
                              " - POSTING" DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> CHECK-REMITTANCE-LOG - has this agency's remittance number
      *> been posted before?  A new installation has no log yet.
      *>-----------------------------------------------------------
       CHECK-REMITTANCE-LOG.
           MOVE "N" TO WS-DUP-REMIT
           MOVE "N" TO WS-REMLOG-EOF
           OPEN INPUT REMIT-LOG-FILE
           IF WS-REMLOG-STATUS = "00"
               PERFORM UNTIL WS-REMLOG-EOF = "Y"
                   READ REMIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-REMLOG-EOF
                       NOT AT END
                           IF RML-AGENCY = WS-HDR-AGENCY
                               AND RML-REMITTANCE = WS-HDR-REMITTANCE
                               MOVE "Y" TO WS-DUP-REMIT
                               MOVE "Y" TO WS-REMLOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMIT-LOG-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> RECORD-REMITTANCE-IN-LOG - notes the remittance just
      *> posted, with what it came to, so it is refused next time.
      *>-----------------------------------------------------------
       RECORD-REMITTANCE-IN-LOG.
           OPEN EXTEND REMIT-LOG-FILE
           IF WS-REMLOG-STATUS NOT = "00"
               CLOSE REMIT-LOG-FILE
               OPEN OUTPUT REMIT-LOG-FILE
           END-IF
           MOVE WS-HDR-AGENCY      TO RML-AGENCY
           MOVE WS-HDR-REMITTANCE  TO RML-REMITTANCE
           MOVE WS-TODAY-FORMATTED TO RML-DATE
           MOVE WS-TOTAL-GROSS     TO RML-GROSS
           MOVE WS-TOTAL-COMM      TO RML-COMMISSION
           WRITE REMIT-LOG-RECORD
           CLOSE REMIT-LOG-FILE.

      *>-----------------------------------------------------------
      *> POST-ONE-REMITTANCE - parses one line, checks it against
      *> the account's active placement, posts it onto the ledger
      *> and the placement, and reports the outcome either way.
      *>-----------------------------------------------------------
       POST-ONE-REMITTANCE.
      *> Reset the receiving fields first - UNSTRING leaves any
      *> receiver past the last delimiter untouched.
           MOVE SPACES TO WS-REM-ID
           MOVE SPACES TO WS-REM-DATE
           MOVE SPACES TO WS-REM-GROSS-X
           MOVE SPACES TO WS-REM-COMM-X
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0      TO WS-REM-GROSS
           MOVE 0      TO WS-REM-COMM
           UNSTRING INPUT-LINE DELIMITED BY ","
               INTO WS-REM-ID WS-REM-DATE WS-REM-GROSS-X
                    WS-REM-COMM-X

           IF WS-REM-GROSS-X IS NOT NUMERIC
               OR WS-REM-COMM-X IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE WS-REM-GROSS-X TO WS-REM-GROSS-CENTS
               MOVE WS-REM-COMM-X  TO WS-REM-COMM-CENTS
               COMPUTE WS-REM-GROSS = WS-REM-GROSS-CENTS / 100
               COMPUTE WS-REM-COMM  = WS-REM-COMM-CENTS / 100
               EVALUATE TRUE
                   WHEN WS-REM-GROSS = 0
                       MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
                   WHEN WS-REM-COMM > WS-REM-GROSS
                       MOVE "COMMISSION EXCEEDS GROSS"
                           TO WS-REJECT-REASON
                   WHEN WS-REM-DATE IS NOT NUMERIC
                       MOVE "BAD DATE" TO WS-REJECT-REASON
                   WHEN OTHER
                       PERFORM FIND-ACTIVE-PLACEMENT
                       IF WS-AGP-FOUND = "N"
                           MOVE "NOT PLACED WITH THIS AGENCY"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-REM-DATE TO WS-PERIOD-DATE
                           PERFORM CHECK-PERIOD-OPEN
                           IF WS-PERIOD-OPEN = "N"
                               MOVE "ACCOUNTING PERIOD CLOSED"
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON = SPACES
      *> The same "BILL" record lock every ledger posting takes,
      *> held across the sequence scan and both writes.
               MOVE "BILL"    TO WS-LOCK-TYPE
               MOVE WS-REM-ID TO WS-LOCK-KEY
               PERFORM ACQUIRE-RECORD-LOCK
               IF WS-LOCK2-HELD = "Y"
                   PERFORM SCAN-STUDENT-LEDGER
                   PERFORM WRITE-RECOVERY-ROWS
                   PERFORM RELEASE-RECORD-LOCK
                   IF WS-POST-OK = "N"
                       MOVE "UNABLE TO POST" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE "RECORD LOCKED" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM UPDATE-PLACEMENT
           END-IF

           COMPUTE WS-REM-NET = WS-REM-GROSS - WS-REM-COMM
           MOVE WS-REM-GROSS TO WS-GROSS-DISPLAY
           MOVE WS-REM-COMM  TO WS-COMM-DISPLAY
           MOVE WS-REM-NET   TO WS-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-REM-GROSS TO WS-TOTAL-GROSS
               ADD WS-REM-COMM  TO WS-TOTAL-COMM
               ADD WS-REM-NET   TO WS-TOTAL-NET
               IF WS-PAID-IN-FULL = "Y"
                   MOVE "POSTED - PAID IN FULL" TO WS-REJECT-REASON
               ELSE
                   MOVE "POSTED" TO WS-REJECT-REASON
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           STRING WS-REM-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REM-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GROSS-DISPLAY DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-COMM-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> FIND-ACTIVE-PLACEMENT - the student's active placement, if
      *> it is with the agency on the header.  The key leads with
      *> the student, so the scan starts at their first placement.
      *>-----------------------------------------------------------
       FIND-ACTIVE-PLACEMENT.
           MOVE "N" TO WS-AGP-FOUND
           MOVE "N" TO WS-AGP-EOF
           OPEN INPUT AGENCY-FILE
           IF WS-AGP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REM-ID TO AGP-STUDENT-ID
           MOVE SPACES    TO AGP-PLACED-DATE
           START AGENCY-FILE KEY IS NOT LESS THAN AGP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AGP-EOF
           END-START
           PERFORM UNTIL WS-AGP-EOF = "Y"
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AGP-EOF
                   NOT AT END
                       IF AGP-STUDENT-ID NOT = WS-REM-ID
                           MOVE "Y" TO WS-AGP-EOF
                       ELSE
                           IF AGP-STATUS = "P"
                               AND AGP-AGENCY = WS-HDR-AGENCY
                               MOVE "Y" TO WS-AGP-FOUND
                               MOVE AGP-KEY TO WS-AGP-KEY-SAVE
                               MOVE "Y" TO WS-AGP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-FILE.

      *>-----------------------------------------------------------
      *> SCAN-STUDENT-LEDGER - one pass over the student's rows for
      *> the next BILL-SEQ (the PRGL0020 approach) and for how much
      *> of the account is still written off: BAD DEBT WRITE-OFF
      *> rows less the W rows already reinstating them.
      *>-----------------------------------------------------------
       SCAN-STUDENT-LEDGER.
           MOVE 0   TO WS-NEXT-SEQ
           MOVE 0   TO WS-WRITTEN-OFF
           MOVE 0   TO WS-WO-RECOVERED
           MOVE "N" TO WS-BILL-EOF

           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-REM-ID
                           IF BILL-SEQ NOT < WS-NEXT-SEQ
                               COMPUTE WS-NEXT-SEQ = BILL-SEQ + 1
                           END-IF
                           IF BILL-TYPE = "P"
                               AND BILL-DESC = "BAD DEBT WRITE-OFF"
                               ADD BILL-AMOUNT TO WS-WRITTEN-OFF
                           END-IF
                           IF BILL-TYPE = "W"
                               ADD BILL-AMOUNT TO WS-WO-RECOVERED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> WRITE-RECOVERY-ROWS - money recovered goes first against
      *> whatever is still written off: a W row reinstates that much
      *> of the write-off, then the A row credits the gross amount.
      *> On a written-off account the two cancel and the balance
      *> stays at nil; any excess pays down the open balance.  The
      *> commission never touches the ledger - the student owes the
      *> gross, and the agency keeps its share out of it.
      *>-----------------------------------------------------------
       WRITE-RECOVERY-ROWS.
           MOVE "N" TO WS-POST-OK
           MOVE 0   TO WS-WO-AMOUNT
           IF WS-WO-RECOVERED < WS-WRITTEN-OFF
               COMPUTE WS-WO-AMOUNT = WS-WRITTEN-OFF - WS-WO-RECOVERED
               IF WS-WO-AMOUNT > WS-REM-GROSS
                   MOVE WS-REM-GROSS TO WS-WO-AMOUNT
               END-IF
           END-IF

           OPEN I-O BILLING-FILE
           IF WS-WO-AMOUNT > 0
               MOVE WS-REM-ID    TO BILL-STUDENT-ID
               MOVE WS-NEXT-SEQ  TO BILL-SEQ
               MOVE "W"          TO BILL-TYPE
               MOVE WS-WO-AMOUNT TO BILL-AMOUNT
               MOVE WS-REM-DATE  TO BILL-DATE
               MOVE SPACES       TO BILL-DESC
               STRING "WO RECOVERY " DELIMITED BY SIZE
                      WS-HDR-AGENCY DELIMITED BY SIZE
                      INTO BILL-DESC
               WRITE BILLING-RECORD
                   INVALID KEY
                       CLOSE BILLING-FILE
                       EXIT PARAGRAPH
               END-WRITE
               ADD 1 TO WS-NEXT-SEQ
           END-IF

           MOVE WS-REM-ID    TO BILL-STUDENT-ID
           MOVE WS-NEXT-SEQ  TO BILL-SEQ
           MOVE "A"          TO BILL-TYPE
           MOVE WS-REM-GROSS TO BILL-AMOUNT
           MOVE WS-REM-DATE  TO BILL-DATE
           MOVE SPACES       TO BILL-DESC
           STRING "AGENCY " DELIMITED BY SIZE
                  WS-HDR-AGENCY DELIMITED BY SIZE
                  INTO BILL-DESC
           WRITE BILLING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-POST-OK
           END-WRITE
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> UPDATE-PLACEMENT - adds the line into the placement's
      *> recovered and commission totals.  Once the agency has
      *> recovered everything it was placed with, the placement is
      *> recalled as paid in full and the collections hold lifted.
      *>-----------------------------------------------------------
       UPDATE-PLACEMENT.
           MOVE "N" TO WS-PAID-IN-FULL
           OPEN I-O AGENCY-FILE
           MOVE WS-AGP-KEY-SAVE TO AGP-KEY
           READ AGENCY-FILE
               INVALID KEY
                   CLOSE AGENCY-FILE
                   EXIT PARAGRAPH
           END-READ
           MOVE AGENCY-PLACEMENT-RECORD TO WS-AGP-BEFORE
           ADD WS-REM-GROSS TO AGP-RECOVERED
           ADD WS-REM-COMM  TO AGP-COMMISSION
           IF AGP-RECOVERED NOT < AGP-PLACED-AMOUNT
               MOVE "R"                TO AGP-STATUS
               MOVE WS-TODAY-FORMATTED TO AGP-RECALL-DATE
               MOVE "P"                TO AGP-RECALL-REASON
               MOVE "Y"                TO WS-PAID-IN-FULL
           END-IF
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-PAID-IN-FULL
           END-REWRITE
           CLOSE AGENCY-FILE

           MOVE SPACES                  TO WS-AUDIT-BEFORE
           MOVE SPACES                  TO WS-AUDIT-AFTER
           MOVE WS-AGP-BEFORE           TO WS-AUDIT-BEFORE(1:68)
           MOVE AGENCY-PLACEMENT-RECORD TO WS-AUDIT-AFTER(1:68)
           MOVE "PRGL0155"              TO AUDIT-PROGRAM
           MOVE WS-REM-ID               TO AUDIT-STUDENT-ID
           MOVE "RECOVERY"              TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           IF WS-PAID-IN-FULL = "Y"
               ADD 1 TO WS-CLOSED-COUNT
               PERFORM RELEASE-COLLECTIONS-HOLD
           END-IF.

      *>-----------------------------------------------------------
      *> RELEASE-COLLECTIONS-HOLD - lifts the financial hold
      *> PRGL0154 placed with the account.  A financial hold placed
      *> for any other reason is left for PRGH0077.
      *>-----------------------------------------------------------
       RELEASE-COLLECTIONS-HOLD.
           MOVE WS-REM-ID TO HOLD-STUDENT-ID
           MOVE "F"       TO HOLD-TYPE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ HOLD-FILE
               INVALID KEY
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
           END-READ
           IF HOLD-RELEASE-DATE NOT = SPACES
               OR HOLD-REASON(1:20) NOT = "COLLECTIONS - AGENCY"
               CLOSE HOLD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-FORMATTED TO HOLD-RELEASE-DATE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CLOSE HOLD-FILE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE HOLD-FILE

           MOVE SPACES      TO WS-AUDIT-BEFORE
           MOVE SPACES      TO WS-AUDIT-AFTER
           MOVE HOLD-RECORD TO WS-AUDIT-AFTER(1:59)
           MOVE "PRGL0155"  TO AUDIT-PROGRAM
           MOVE WS-REM-ID   TO AUDIT-STUDENT-ID
           MOVE "UNHOLD"    TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "AUDITVAL.CPY".    *> Shared audit-log append paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
