               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-AWARD-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

       FD COA-BUDGET-FILE.
       COPY "COAREC.CPY".     *> Shared cost-of-attendance budget layout (COA-KEY, ...)

       FD COA-ASSIGN-FILE.
       COPY "COAASGREC.CPY".  *> Shared budget-assignment layout (CASG-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-AWARD-STATUS      PIC XX.               *> Status of last AWARD-FILE I/O
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-AWARD-EOF         PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Awards listed
       01 WS-COA-STATUS        PIC XX.               *> COA-BUDGET-FILE I/O status
       01 WS-CASG-STATUS       PIC XX.               *> COA-ASSIGN-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.               *> FEE-FILE I/O status
       01 WS-STUDENT-CAMPUS    PIC X(3).             *> Student's campus, for the budget
       01 WS-NEW-AWARD         PIC X(69).            *> Award being entered
       01 WS-COA-OK            PIC X VALUE "N".      *> Award fits the budget
       01 WS-AMT-DISPLAY       PIC ZZZ,ZZ9.99.       *> Amount for display

       COPY "COAWS.CPY".      *> Fields used by the shared cost-of-attendance paragraphs
       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE F-CAMPUS TO WS-STUDENT-CAMPUS
           END-READ
           CLOSE STUDENT-FILE

           MOVE "O"                TO AWARD-STATUS
           MOVE WS-TODAY-FORMATTED TO AWARD-ENTERED-DATE
           MOVE SPACES             TO AWARD-DISBURSED-DATE
           MOVE 0                  TO AWARD-RETURNED-AMOUNT
           MOVE SPACES             TO AWARD-RETURNED-DATE

           MOVE "AWARD"       TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           END-IF

           OPEN I-O AWARD-FILE
           PERFORM CHECK-COST-OF-ATTENDANCE
           IF WS-COA-OK = "N"
               CLOSE AWARD-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           WRITE AID-AWARD-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: THAT AWARD/TERM IS ALREADY ON "

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> CHECK-COST-OF-ATTENDANCE - the new offer plus every live
      *> award already on file for the term must fit inside the
      *> student's cost-of-attendance budget (PRGF0160).  A student
      *> with no budget for the term cannot be awarded until one is
      *> assigned.  Runs under the AWARD lock with AWARD-FILE open,
      *> so two offers keyed at once cannot both squeeze in.
      *>-----------------------------------------------------------
       CHECK-COST-OF-ATTENDANCE.
           MOVE "N"               TO WS-COA-OK
           MOVE AID-AWARD-RECORD  TO WS-NEW-AWARD
           MOVE WS-STUDENT-ID     TO WS-COA-STUDENT
           MOVE AWARD-TERM        TO WS-COA-TERM
           MOVE WS-STUDENT-CAMPUS TO WS-COA-CAMPUS
           PERFORM GET-STUDENT-BUDGET
           IF WS-COA-FOUND NOT = "Y"
               IF WS-COA-FOUND = "A"
                   DISPLAY "***ERROR: NO COST-OF-ATTENDANCE BUDGET "
                       "ASSIGNED FOR " WS-COA-TERM " - ASSIGN ONE "
                       "VIA PRGF0160 (OPTION 160).***"
               ELSE
                   DISPLAY "***ERROR: BUDGET " WS-COA-CATEGORY
                       " HAS NO ROW FOR " WS-COA-TERM
                       " - SET IT UP VIA PRGF0160.***"
               END-IF
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           PERFORM SUM-TERM-AWARDS
           MOVE WS-NEW-AWARD TO AID-AWARD-RECORD

           IF WS-COA-AWARDED + AWARD-AMOUNT > WS-COA-TOTAL
               DISPLAY "***ERROR: OVER-AWARD - THIS OFFER WOULD TAKE "
                   "AID PAST THE COST OF ATTENDANCE.***"
               MOVE WS-COA-TOTAL TO WS-AMT-DISPLAY
               DISPLAY "    BUDGET " WS-COA-CATEGORY " FOR "
                   WS-COA-TERM "   : " WS-AMT-DISPLAY
               MOVE WS-COA-AWARDED TO WS-AMT-DISPLAY
               DISPLAY "    ALREADY AWARDED      : " WS-AMT-DISPLAY
               IF WS-COA-AWARDED < WS-COA-TOTAL
                   COMPUTE WS-AMT-DISPLAY =
                       WS-COA-TOTAL - WS-COA-AWARDED
               ELSE
                   MOVE 0 TO WS-AMT-DISPLAY
               END-IF
               DISPLAY "    MOST THAT CAN BE ADDED: " WS-AMT-DISPLAY
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-COA-OK.

      *>-----------------------------------------------------------
      *> ACCEPT-AWARD - flips an OFFERED award to ACCEPTED so the
      *> disbursement batch picks it up on its next run.

           PERFORM RELEASE-RECORD-LOCK.

       COPY "COAVAL.CPY".     *> Shared cost-of-attendance paragraphs
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
