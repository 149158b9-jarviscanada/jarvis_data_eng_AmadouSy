       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0187.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSING-APP-FILE
               ASSIGN TO "housing-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAP-KEY
               FILE STATUS IS WS-HAP-STATUS.

           SELECT BED-FILE ASSIGN TO "residence-beds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BED-KEY
               FILE STATUS IS WS-BED-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "housing-assignments.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD BED-FILE.
       COPY "BEDREC.CPY".     *> Shared residence bed layout (BED-KEY, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One assignment report line

       SD SORT-WORK-FILE.
       01 SR-APPLICANT-RECORD.
           05 SR-APPLIED-DATE        PIC X(8).
           05 SR-STUDENT-ID          PIC X(4).

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph
       COPY "FEEWS.CPY".      *> Fields used by the shared fee-schedule paragraphs
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       01 WS-HAP-STATUS        PIC XX.               *> HOUSING-APP-FILE I/O status
       01 WS-BED-STATUS        PIC XX.               *> BED-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.               *> FEE-FILE I/O status
       01 WS-BILL-STATUS       PIC XX.               *> BILLING-FILE I/O status
       01 WS-PERIOD-STATUS     PIC XX.               *> PERIOD-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Sort / scan EOF flag
       01 WS-BED-EOF           PIC X VALUE "N".      *> Bed-scan EOF flag
       01 WS-HAP-EOF           PIC X VALUE "N".      *> Occupancy-scan EOF flag
       01 WS-BILL-EOF          PIC X VALUE "N".      *> Billing-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-NEXT-SEQ          PIC 9(4) VALUE 0.     *> Next billing sequence

       01 WS-HA-TERM           PIC X(6).             *> Term being assigned
       01 WS-HA-TERM-START     PIC X(8).             *> Its first day - the rate date
       01 WS-HA-TERM-END       PIC X(8).             *> Its last day

      *> The applicant being placed, re-read from the file under its
      *> lock so a cancellation keyed since the sort is honoured.
       01 WS-APP-FOUND         PIC X VALUE "N".      *> Still pending on file
       01 WS-APP-STUDENT       PIC X(4).
       01 WS-APP-GENDER        PIC X(1).
       01 WS-APP-HALL-1        PIC X(4).
       01 WS-APP-HALL-2        PIC X(4).
       01 WS-APP-RATE          PIC X(4).
       01 WS-APP-ROOMMATE      PIC X(4).

      *> One pass of the bed search: SPACES in a criterion means any.
       01 WS-SRCH-HALL         PIC X(4).
       01 WS-SRCH-ROOM         PIC X(4).
       01 WS-SRCH-RATE         PIC X(4).
       01 WS-BED-FOUND         PIC X VALUE "N".      *> "Y" once a bed is chosen
       01 WS-BED-TAKEN         PIC X VALUE "N".      *> Bed already assigned for the term
       01 WS-PICK-HALL         PIC X(4).             *> Bed chosen
       01 WS-PICK-ROOM         PIC X(4).
       01 WS-PICK-BED          PIC X(1).
       01 WS-PICK-RATE-CODE    PIC X(4).
       01 WS-PICK-HOW          PIC X(10).            *> Which preference placed them
       01 WS-MATE-HALL         PIC X(4).             *> Roommate's assigned room
       01 WS-MATE-ROOM         PIC X(4).

       01 WS-HOUSING-DESC      PIC X(20).            *> BILL-DESC of the charge
       01 WS-REASON            PIC X(40).            *> Why an applicant was not placed
       01 WS-PLACED            PIC X VALUE "N".      *> Outcome for the applicant

       01 WS-SAVE-LOCK-TYPE    PIC X(6).             *> Applicant's "HAP" lock, saved
       01 WS-SAVE-LOCK-KEY     PIC X(15).            *> around the "BILL" lock
       01 WS-SAVE-LOCK-HELD    PIC X.

       01 WS-READ-COUNT        PIC 9(5) VALUE 0.     *> Applicants considered
       01 WS-ASSIGNED-COUNT    PIC 9(5) VALUE 0.     *> Placed and charged
       01 WS-WAIT-COUNT        PIC 9(5) VALUE 0.     *> No suitable bed - "W"
       01 WS-REJECT-COUNT      PIC 9(5) VALUE 0.     *> Not placed for another reason
       01 WS-SKIP-COUNT        PIC 9(5) VALUE 0.     *> Changed since the sort
       01 WS-TOTAL-CHARGED     PIC 9(8)V99 VALUE 0.  *> Housing charges posted

       01 WS-AMOUNT-DISPLAY    PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGL0187" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   H O U S I N G   A S S I G N M E N T   R U N |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM >>"
           ACCEPT WS-HA-TERM
           IF WS-HA-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-HA-TERM
           END-IF

           MOVE SPACES TO WS-HA-TERM-START
           IF WS-HA-TERM NOT = SPACES
               OPEN INPUT TERM-FILE
               MOVE WS-HA-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-START-DATE TO WS-HA-TERM-START
                       MOVE TERM-END-DATE   TO WS-HA-TERM-END
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-HA-TERM-START = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           *> Every charge this run posts is dated today, so one
           *> check covers them all - a closed month stops the run
           *> before a single applicant is placed.
           MOVE WS-TODAY-FORMATTED TO WS-PERIOD-DATE
           PERFORM CHECK-PERIOD-OPEN
           IF WS-PERIOD-OPEN = "N"
               DISPLAY "***ERROR: ACCOUNTING PERIOD "
                   WS-TODAY-FORMATTED(1:6)
                   " IS CLOSED - NO HOUSING CHARGES CAN POST.***"
               MOVE 6 TO RETURN-CODE              *> 6 = period closed
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN INPUT BED-FILE
           IF WS-BED-STATUS NOT = "00"
               DISPLAY "***ERROR: NO BEDS ON FILE (PRGC0185).***"
               MOVE 1 TO RETURN-CODE              *> 1 = none
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF
           CLOSE BED-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     HOUSING ASSIGNMENT RUN - TERM " WS-HA-TERM
               "  (" WS-HA-TERM-START " TO " WS-HA-TERM-END ")"
               "  RUN " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STUD  APPLIED   OUTCOME   BED          RATE  "
               & "    CHARGE  BY / REASON" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           *> First come, first served: earliest application first,
           *> student ID breaking a tie.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-APPLIED-DATE SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS ASSIGN-APPLICANTS

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICANTS: " WS-READ-COUNT
               "   ASSIGNED: " WS-ASSIGNED-COUNT
               "   WAITING: " WS-WAIT-COUNT
               "   NOT PLACED: " WS-REJECT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CHARGED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "HOUSING CHARGES POSTED: " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE

           MOVE "housing-assignments.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** " WS-ASSIGNED-COUNT " OF " WS-READ-COUNT
               " APPLICANT(S) ASSIGNED. SEE housing-assignments.txt."
               " ***"

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to do
           ELSE
               IF WS-WAIT-COUNT > 0 OR WS-REJECT-COUNT > 0
                   MOVE 2 TO RETURN-CODE          *> 2 = some not placed
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-READ-COUNT     TO WS-JOB-READ
           MOVE WS-ASSIGNED-COUNT TO WS-JOB-WRITTEN
           COMPUTE WS-JOB-REJECTED = WS-WAIT-COUNT + WS-REJECT-COUNT
           MOVE WS-SKIP-COUNT     TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - every application for the term still
      *> waiting for a bed: new ones, and those no bed could be
      *> found for last time.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HA-TERM TO HAP-TERM
           MOVE LOW-VALUES TO HAP-STUDENT-ID
           START HOUSING-APP-FILE KEY IS NOT LESS THAN HAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HAP-TERM NOT = WS-HA-TERM
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF HAP-STATUS = "P" OR HAP-STATUS = "W"
                               MOVE HAP-APPLIED-DATE TO SR-APPLIED-DATE
                               MOVE HAP-STUDENT-ID   TO SR-STUDENT-ID
                               RELEASE SR-APPLICANT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE.

       ASSIGN-APPLICANTS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PLACE-ONE-APPLICANT
               END-RETURN
           END-PERFORM.

      *>-----------------------------------------------------------
      *> PLACE-ONE-APPLICANT - finds the applicant a bed, posts the
      *> term's housing charge and marks the application assigned,
      *> all under the application's "HAP" lock so a cancellation
      *> cannot cross the placement.
      *>-----------------------------------------------------------
       PLACE-ONE-APPLICANT.
           MOVE "N"    TO WS-PLACED
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-PICK-HALL
           MOVE SPACES TO WS-PICK-ROOM
           MOVE SPACES TO WS-PICK-BED
           MOVE SPACES TO WS-PICK-RATE-CODE
           MOVE SPACES TO WS-PICK-HOW
           MOVE 0      TO WS-FEE-RATE

           MOVE "HAP"          TO WS-LOCK-TYPE
           MOVE SPACES         TO WS-LOCK-KEY
           STRING WS-HA-TERM SR-STUDENT-ID
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               ADD 1 TO WS-REJECT-COUNT
               MOVE "APPLICATION LOCKED - TRY NEXT RUN" TO WS-REASON
               PERFORM REPORT-APPLICANT
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-APPLICANT
           IF WS-APP-FOUND = "N"
               ADD 1 TO WS-SKIP-COUNT
               MOVE "CANCELLED OR PLACED SINCE THE RUN BEGAN"
                   TO WS-REASON
               PERFORM REPORT-APPLICANT
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-BED-FOR-APPLICANT
           IF WS-BED-FOUND = "N"
               ADD 1 TO WS-WAIT-COUNT
               MOVE "NO SUITABLE BED OPEN" TO WS-REASON
               PERFORM MARK-APPLICANT-WAITING
               PERFORM REPORT-APPLICANT
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           *> The term's housing charge is the bed's rate code as it
           *> stood on the first day of the term.
           MOVE WS-PICK-RATE-CODE TO WS-FEE-HOUSING-CODE
           MOVE WS-HA-TERM-START  TO WS-FEE-ASOF-DATE
           PERFORM GET-HOUSING-RATE
           IF WS-FEE-RATE-FOUND = "N" OR WS-FEE-RATE = 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-REASON
               STRING "NO HOUSING RATE IN FORCE FOR "
                   WS-PICK-RATE-CODE DELIMITED BY SIZE INTO WS-REASON
               PERFORM REPORT-APPLICANT
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOCK-TYPE  TO WS-SAVE-LOCK-TYPE
           MOVE WS-LOCK-KEY   TO WS-SAVE-LOCK-KEY
           MOVE WS-LOCK2-HELD TO WS-SAVE-LOCK-HELD

      *> The same "BILL" record lock PRGL0020 takes when posting a
      *> billing entry, held across the sequence scan and the write.
           MOVE "BILL"         TO WS-LOCK-TYPE
           MOVE WS-APP-STUDENT TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "Y"
               PERFORM FIND-NEXT-SEQUENCE
               PERFORM POST-HOUSING-CHARGE
               PERFORM RELEASE-RECORD-LOCK
           ELSE
               MOVE "LEDGER LOCKED - TRY NEXT RUN" TO WS-REASON
           END-IF

           MOVE WS-SAVE-LOCK-TYPE TO WS-LOCK-TYPE
           MOVE WS-SAVE-LOCK-KEY  TO WS-LOCK-KEY
           MOVE WS-SAVE-LOCK-HELD TO WS-LOCK2-HELD

           IF WS-PLACED = "Y"
               PERFORM MARK-APPLICANT-ASSIGNED
               ADD 1 TO WS-ASSIGNED-COUNT
               ADD WS-FEE-RATE TO WS-TOTAL-CHARGED
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           PERFORM REPORT-APPLICANT
           PERFORM RELEASE-RECORD-LOCK.

       READ-APPLICANT.
           MOVE "N" TO WS-APP-FOUND
           OPEN INPUT HOUSING-APP-FILE
           MOVE WS-HA-TERM    TO HAP-TERM
           MOVE SR-STUDENT-ID TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HAP-STATUS = "P" OR HAP-STATUS = "W"
                       MOVE "Y"             TO WS-APP-FOUND
                       MOVE HAP-STUDENT-ID  TO WS-APP-STUDENT
                       MOVE HAP-GENDER      TO WS-APP-GENDER
                       MOVE HAP-PREF-HALL-1 TO WS-APP-HALL-1
                       MOVE HAP-PREF-HALL-2 TO WS-APP-HALL-2
                       MOVE HAP-PREF-RATE   TO WS-APP-RATE
                       MOVE HAP-ROOMMATE    TO WS-APP-ROOMMATE
                   END-IF
           END-READ
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> FIND-BED-FOR-APPLICANT - tries the applicant's wishes in
      *> order, stopping at the first open bed:
      *>   1. the requested roommate's room, once they are placed;
      *>   2. first-choice hall, then second-choice hall, then any
      *>      hall - each at the preferred rate code;
      *>   3. any open bed at any rate.
      *>-----------------------------------------------------------
       FIND-BED-FOR-APPLICANT.
           MOVE "N" TO WS-BED-FOUND

           IF WS-APP-ROOMMATE NOT = SPACES
               PERFORM FIND-ROOMMATE-ROOM
               IF WS-MATE-HALL NOT = SPACES
                   MOVE WS-MATE-HALL TO WS-SRCH-HALL
                   MOVE WS-MATE-ROOM TO WS-SRCH-ROOM
                   MOVE SPACES       TO WS-SRCH-RATE
                   PERFORM SEARCH-BEDS
                   IF WS-BED-FOUND = "Y"
                       MOVE "ROOMMATE" TO WS-PICK-HOW
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           MOVE SPACES      TO WS-SRCH-ROOM
           MOVE WS-APP-RATE TO WS-SRCH-RATE
           IF WS-APP-HALL-1 NOT = SPACES
               MOVE WS-APP-HALL-1 TO WS-SRCH-HALL
               PERFORM SEARCH-BEDS
               IF WS-BED-FOUND = "Y"
                   MOVE "1ST HALL" TO WS-PICK-HOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-APP-HALL-2 NOT = SPACES
               MOVE WS-APP-HALL-2 TO WS-SRCH-HALL
               PERFORM SEARCH-BEDS
               IF WS-BED-FOUND = "Y"
                   MOVE "2ND HALL" TO WS-PICK-HOW
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-SRCH-HALL
           PERFORM SEARCH-BEDS
           IF WS-BED-FOUND = "Y"
               IF WS-APP-RATE NOT = SPACES
                   MOVE "RATE PREF" TO WS-PICK-HOW
               ELSE
                   MOVE "ANY BED" TO WS-PICK-HOW
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-APP-RATE NOT = SPACES
               MOVE SPACES TO WS-SRCH-RATE
               PERFORM SEARCH-BEDS
               IF WS-BED-FOUND = "Y"
                   MOVE "ANY BED" TO WS-PICK-HOW
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-ROOMMATE-ROOM - the hall and room the requested
      *> roommate holds for the term, or SPACES if they have none
      *> (yet).  A roommate placed later in the run finds this
      *> applicant's room instead, if they asked for it too.
      *>-----------------------------------------------------------
       FIND-ROOMMATE-ROOM.
           MOVE SPACES TO WS-MATE-HALL
           MOVE SPACES TO WS-MATE-ROOM
           OPEN INPUT HOUSING-APP-FILE
           MOVE WS-HA-TERM      TO HAP-TERM
           MOVE WS-APP-ROOMMATE TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HAP-STATUS = "A"
                       MOVE HAP-HALL TO WS-MATE-HALL
                       MOVE HAP-ROOM TO WS-MATE-ROOM
                   END-IF
           END-READ
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> SEARCH-BEDS - first bed in key order that is in service,
      *> matches WS-SRCH-HALL / ROOM / RATE where they are given,
      *> suits the applicant's gender, and nobody holds for the
      *> term.  An all-gender bed suits anyone; an applicant who
      *> asked for all-gender housing ("X") matches no M or F bed.
      *>-----------------------------------------------------------
       SEARCH-BEDS.
           MOVE "N" TO WS-BED-FOUND
           MOVE "N" TO WS-BED-EOF

           OPEN INPUT BED-FILE
           MOVE LOW-VALUES TO BED-KEY
           IF WS-SRCH-HALL NOT = SPACES
               MOVE WS-SRCH-HALL TO BED-HALL
           END-IF
           START BED-FILE KEY IS NOT LESS THAN BED-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BED-EOF
           END-START
           PERFORM UNTIL WS-BED-EOF = "Y"
               READ BED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BED-EOF
                   NOT AT END
                       IF WS-SRCH-HALL NOT = SPACES
                           AND BED-HALL NOT = WS-SRCH-HALL
                           MOVE "Y" TO WS-BED-EOF
                       ELSE
                           PERFORM CHECK-ONE-BED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BED-FILE.

       CHECK-ONE-BED.
           IF BED-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-SRCH-ROOM NOT = SPACES AND BED-ROOM NOT = WS-SRCH-ROOM
               EXIT PARAGRAPH
           END-IF
           IF WS-SRCH-RATE NOT = SPACES
               AND BED-RATE-CODE NOT = WS-SRCH-RATE
               EXIT PARAGRAPH
           END-IF
           IF BED-GENDER NOT = "A" AND BED-GENDER NOT = WS-APP-GENDER
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BED-TAKEN
           IF WS-BED-TAKEN = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y"           TO WS-BED-FOUND
           MOVE "Y"           TO WS-BED-EOF
           MOVE BED-HALL      TO WS-PICK-HALL
           MOVE BED-ROOM      TO WS-PICK-ROOM
           MOVE BED-NO        TO WS-PICK-BED
           MOVE BED-RATE-CODE TO WS-PICK-RATE-CODE.

      *>-----------------------------------------------------------
      *> CHECK-BED-TAKEN - is there an assigned application for the
      *> term naming this bed?  That row is the occupancy record;
      *> a checked-out student's row ("O") frees the bed again.
      *>-----------------------------------------------------------
       CHECK-BED-TAKEN.
           MOVE "N" TO WS-BED-TAKEN
           MOVE "N" TO WS-HAP-EOF
           OPEN INPUT HOUSING-APP-FILE
           MOVE WS-HA-TERM TO HAP-TERM
           MOVE LOW-VALUES TO HAP-STUDENT-ID
           START HOUSING-APP-FILE KEY IS NOT LESS THAN HAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HAP-EOF
           END-START
           PERFORM UNTIL WS-HAP-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HAP-EOF
                   NOT AT END
                       IF HAP-TERM NOT = WS-HA-TERM
                           MOVE "Y" TO WS-HAP-EOF
                       ELSE
                           IF HAP-STATUS = "A"
                               AND HAP-HALL = BED-HALL
                               AND HAP-ROOM = BED-ROOM
                               AND HAP-BED  = BED-NO
                               MOVE "Y" TO WS-BED-TAKEN
                               MOVE "Y" TO WS-HAP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> FIND-NEXT-SEQUENCE - same approach as PRGL0020: scan this
      *> student's existing billing rows for one past the highest
      *> sequence on file.
      *>-----------------------------------------------------------
       FIND-NEXT-SEQUENCE.
           MOVE 0   TO WS-NEXT-SEQ
           MOVE "N" TO WS-BILL-EOF

           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-APP-STUDENT
                           AND BILL-SEQ NOT < WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = BILL-SEQ + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> POST-HOUSING-CHARGE - the term's housing as a CHARGE row
      *> naming the bed, so the ledger ties back to the room.
      *>-----------------------------------------------------------
       POST-HOUSING-CHARGE.
           MOVE SPACES TO WS-HOUSING-DESC
           STRING "HOUSING " WS-PICK-HALL " " WS-PICK-ROOM WS-PICK-BED
               DELIMITED BY SIZE INTO WS-HOUSING-DESC

           MOVE WS-APP-STUDENT     TO BILL-STUDENT-ID
           MOVE WS-NEXT-SEQ        TO BILL-SEQ
           MOVE "C"                TO BILL-TYPE
           MOVE WS-FEE-RATE        TO BILL-AMOUNT
           MOVE WS-TODAY-FORMATTED TO BILL-DATE
           MOVE WS-HOUSING-DESC    TO BILL-DESC

           OPEN I-O BILLING-FILE
           WRITE BILLING-RECORD
               INVALID KEY
                   MOVE "UNABLE TO POST THE HOUSING CHARGE"
                       TO WS-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-PLACED
           END-WRITE
           CLOSE BILLING-FILE.

       MARK-APPLICANT-ASSIGNED.
           OPEN I-O HOUSING-APP-FILE
           MOVE WS-HA-TERM     TO HAP-TERM
           MOVE WS-APP-STUDENT TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "A"                TO HAP-STATUS
                   MOVE WS-PICK-HALL       TO HAP-HALL
                   MOVE WS-PICK-ROOM       TO HAP-ROOM
                   MOVE WS-PICK-BED        TO HAP-BED
                   MOVE WS-PICK-RATE-CODE  TO HAP-RATE-CODE
                   MOVE WS-FEE-RATE        TO HAP-CHARGE
                   MOVE WS-NEXT-SEQ        TO HAP-CHARGE-SEQ
                   MOVE WS-TODAY-FORMATTED TO HAP-ASSIGNED-DATE
                   MOVE SPACES             TO HAP-CHECKOUT-FLAG
                   MOVE SPACES             TO HAP-FLAG-DATE
                   MOVE SPACES             TO HAP-CHECKOUT-DATE
                   MOVE 0                  TO HAP-CREDIT
                   MOVE "PRGL0187"         TO HAP-UPDATED-BY
                   REWRITE HOUSING-APP-RECORD
           END-READ
           CLOSE HOUSING-APP-FILE.

       MARK-APPLICANT-WAITING.
           OPEN I-O HOUSING-APP-FILE
           MOVE WS-HA-TERM     TO HAP-TERM
           MOVE WS-APP-STUDENT TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "W"        TO HAP-STATUS
                   MOVE "PRGL0187" TO HAP-UPDATED-BY
                   REWRITE HOUSING-APP-RECORD
           END-READ
           CLOSE HOUSING-APP-FILE.

       REPORT-APPLICANT.
           MOVE SPACES TO REPORT-LINE
           IF WS-PLACED = "Y"
               MOVE WS-FEE-RATE TO WS-AMOUNT-DISPLAY
               STRING SR-STUDENT-ID "  " SR-APPLIED-DATE
                   "  ASSIGNED  " WS-PICK-HALL "-" WS-PICK-ROOM "-"
                   WS-PICK-BED "  " WS-PICK-RATE-CODE "  "
                   WS-AMOUNT-DISPLAY "  " WS-PICK-HOW
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               IF WS-REASON = "NO SUITABLE BED OPEN"
                   STRING SR-STUDENT-ID "  " SR-APPLIED-DATE
                       "  WAITING   " WS-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING SR-STUDENT-ID "  " SR-APPLIED-DATE
                       "  NOT PLACED " WS-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "FEEVAL.CPY".     *> Shared fee-schedule paragraphs
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
