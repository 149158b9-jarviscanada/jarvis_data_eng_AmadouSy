               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ACADEMIC-SUMMARY-FILE
               ASSIGN TO "academic-summary.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACS-STUDENT-ID
               FILE STATUS IS WS-ACSUM-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
           SELECT REPORT-FILE ASSIGN TO "registration-hold-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD ACADEMIC-SUMMARY-FILE.
       COPY "ACSUMREC.CPY".   *> Shared academic-summary layout (ACS-STUDENT-ID, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout
       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(80).  *> One report line

       WORKING-STORAGE SECTION.

       01 WS-FILE-STATUS        PIC XX.          *> STUDENT-FILE status
       01 WS-ACSUM-STATUS       PIC XX.          *> ACADEMIC-SUMMARY-FILE I/O status
       01 WS-BILL-STATUS        PIC XX.          *> BILLING-FILE status
       01 WS-EOF                PIC X VALUE "N". *> Student-scan EOF flag
       01 WS-BILL-EOF           PIC X VALUE "N". *> Per-student billing EOF

       01 WS-POINTS-EARNED       PIC 9(5)V99 VALUE 0. *> Sum points
       01 WS-CREDITS-GRADED      PIC 9(4) VALUE 0.    *> Graded credits
       01 WS-GPA                 PIC 9V99 VALUE 0.    *> Computed GPA
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT STUDENT-FILE
           OPEN INPUT ACADEMIC-SUMMARY-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "--------------------------------------------------" &
           PERFORM WRITE-HOLD-LINE

           CLOSE STUDENT-FILE
           CLOSE ACADEMIC-SUMMARY-FILE
           CLOSE REPORT-FILE

           IF WS-HOLD-COUNT = 0
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> COMPUTE-GPA-HOLD - takes the current student's graded
      *> credits and cumulative GPA off their maintained academic
      *> summary (ACSUMREC.CPY) and sets WS-ON-PROBATION using the
      *> same GPA and minimum-credits thresholds PRGR0055 applies.
      *> A student with no summary row (or no file yet - PRGK0179
      *> builds it) reads as no grades posted.
      *>-----------------------------------------------------------
       COMPUTE-GPA-HOLD.
           MOVE 0   TO WS-POINTS-EARNED
           MOVE 0   TO WS-CREDITS-GRADED
           MOVE 0   TO WS-GPA
           MOVE "N" TO WS-ON-PROBATION

           MOVE F-ID TO ACS-STUDENT-ID
           MOVE 0    TO ACS-QUALITY-POINTS
           MOVE 0    TO ACS-GPA-CREDITS
           MOVE 0    TO ACS-CUM-GPA
           READ ACADEMIC-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE ACS-QUALITY-POINTS TO WS-POINTS-EARNED
           MOVE ACS-GPA-CREDITS    TO WS-CREDITS-GRADED

           IF WS-CREDITS-GRADED >= WS-MIN-CREDITS
               MOVE ACS-CUM-GPA TO WS-GPA
               IF WS-GPA < WS-PROBATION-GPA
                   MOVE "Y" TO WS-ON-PROBATION
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> COMPUTE-OPEN-BALANCE - sums charges less payments for the
      *> current student's rows on BILLING-FILE, repositioned to the
                           EVALUATE BILL-TYPE
                               WHEN "C"
                               WHEN "R"
                               WHEN "D"
                               WHEN "W"
                               WHEN "T"
                               WHEN "N"
                               WHEN "B"
                                   ADD BILL-AMOUNT TO WS-BALANCE
                               WHEN "P"
                               WHEN "A"
                               WHEN "F"
                               WHEN "M"
                               WHEN "K"
                                   SUBTRACT BILL-AMOUNT FROM WS-BALANCE
                           END-EVALUATE
                       END-IF
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

