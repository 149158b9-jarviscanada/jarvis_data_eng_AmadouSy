       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGL0156.                     *> Recall an account from a collection agency

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

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

           SELECT RECALL-FILE ASSIGN TO "agency-recall-file.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECALL-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD AGENCY-FILE.
       COPY "AGENCYREC.CPY".  *> Shared agency-placement layout (AGP-KEY, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD RECALL-FILE.
       01 RECALL-LINE              PIC X(40).
      *>         One recall notice for the agency, comma delimited -
      *>         RCL,<agency>,<student id>,<recall date>,<reason>
      *>         with the reason D, P or O as on AGP-RECALL-REASON.
      *>         Appended to until it is sent and cleared down.

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-AGP-STATUS        PIC XX.               *> AGENCY-FILE I/O status
       01 WS-HOLD-STATUS       PIC XX.               *> HOLD-FILE I/O status
       01 WS-RECALL-STATUS     PIC XX.               *> RECALL-FILE I/O status
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N".      *> Student/placement found flag
       01 WS-STUDENT-NAME      PIC X(40).            *> Name of the student entered
       01 WS-AGP-EOF           PIC X VALUE "N".      *> Placement-scan EOF flag
       01 WS-AGP-KEY-SAVE      PIC X(12).            *> Key of the active placement
       01 WS-AGP-BEFORE        PIC X(68).            *> Placement before the recall
       01 WS-REASON            PIC X(1).             *> D, P or O
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OUTSTANDING       PIC S9(6)V99 VALUE 0. *> Placed less recovered
       01 WS-AMOUNT-DISPLAY    PIC ZZZ,ZZ9.99-.      *> Amount for display

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   R E C A L L   F R O M   A G E N C Y         |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ
           CLOSE STUDENT-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           PERFORM FIND-ACTIVE-PLACEMENT
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: " WS-STUDENT-ID
                   " IS NOT PLACED WITH AN AGENCY.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           COMPUTE WS-OUTSTANDING = AGP-PLACED-AMOUNT - AGP-RECOVERED
           DISPLAY "-------------------------------------------------"
           DISPLAY "STUDENT  : " WS-STUDENT-ID " " WS-STUDENT-NAME
           DISPLAY "AGENCY   : " AGP-AGENCY "   PLACED " AGP-PLACED-DATE
               " BY " AGP-PLACED-BY
           MOVE AGP-PLACED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "PLACED   : " WS-AMOUNT-DISPLAY
           MOVE AGP-RECOVERED TO WS-AMOUNT-DISPLAY
           DISPLAY "RECOVERED: " WS-AMOUNT-DISPLAY
           MOVE WS-OUTSTANDING TO WS-AMOUNT-DISPLAY
           DISPLAY "WITH AGENCY: " WS-AMOUNT-DISPLAY
           DISPLAY "-------------------------------------------------"

           DISPLAY "RECALL REASON - D=DISPUTED, P=PAID IN FULL, "
               "O=OTHER >>"
           ACCEPT WS-REASON
           IF WS-REASON NOT = "D" AND WS-REASON NOT = "P"
               AND WS-REASON NOT = "O"
               DISPLAY "***ERROR: INVALID RECALL REASON.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "RECALL THIS ACCOUNT FROM " AGP-AGENCY "? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "RECALL CANCELLED."
               MOVE 2 TO RETURN-CODE              *> 2 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "AGENCY"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PROGRAM
           END-IF

           PERFORM RECALL-PLACEMENT
           PERFORM RELEASE-RECORD-LOCK

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> FIND-ACTIVE-PLACEMENT - the student's one active (status P)
      *> placement.  The key leads with the student, so the scan
      *> starts at their first placement.
      *>-----------------------------------------------------------
       FIND-ACTIVE-PLACEMENT.
           MOVE "N" TO WS-FOUND
           MOVE "N" TO WS-AGP-EOF
           OPEN INPUT AGENCY-FILE
           IF WS-AGP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STUDENT-ID TO AGP-STUDENT-ID
           MOVE SPACES        TO AGP-PLACED-DATE
           START AGENCY-FILE KEY IS NOT LESS THAN AGP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AGP-EOF
           END-START
           PERFORM UNTIL WS-AGP-EOF = "Y"
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AGP-EOF
                   NOT AT END
                       IF AGP-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-AGP-EOF
                       ELSE
                           IF AGP-STATUS = "P"
                               MOVE "Y" TO WS-FOUND
                               MOVE AGP-KEY TO WS-AGP-KEY-SAVE
                               MOVE "Y" TO WS-AGP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-FILE.

      *>-----------------------------------------------------------
      *> RECALL-PLACEMENT - brings the account back in house: the
      *> placement is stamped recalled, the agency is told on
      *> agency-recall-file.txt, and on a paid-in-full recall the
      *> collections hold comes off.  A disputed or otherwise
      *> recalled account keeps its hold until the balance is dealt
      *> with in house (PRGH0077 releases it then).
      *>-----------------------------------------------------------
       RECALL-PLACEMENT.
           OPEN I-O AGENCY-FILE
           MOVE WS-AGP-KEY-SAVE TO AGP-KEY
           READ AGENCY-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR AGP-STATUS NOT = "P"
               CLOSE AGENCY-FILE
               DISPLAY "***ERROR: PLACEMENT NO LONGER ACTIVE.***"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE AGENCY-PLACEMENT-RECORD TO WS-AGP-BEFORE
           MOVE "R"                TO AGP-STATUS
           MOVE WS-TODAY-FORMATTED TO AGP-RECALL-DATE
           MOVE WS-REASON          TO AGP-RECALL-REASON
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   CLOSE AGENCY-FILE
                   DISPLAY "***ERROR: UNABLE TO RECALL PLACEMENT.***"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE AGENCY-FILE

           MOVE SPACES                  TO WS-AUDIT-BEFORE
           MOVE SPACES                  TO WS-AUDIT-AFTER
           MOVE WS-AGP-BEFORE           TO WS-AUDIT-BEFORE(1:68)
           MOVE AGENCY-PLACEMENT-RECORD TO WS-AUDIT-AFTER(1:68)
           MOVE "PRGL0156"              TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID           TO AUDIT-STUDENT-ID
           MOVE "RECALL"                TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           OPEN EXTEND RECALL-FILE
           IF WS-RECALL-STATUS NOT = "00"
               CLOSE RECALL-FILE
               OPEN OUTPUT RECALL-FILE
           END-IF
           MOVE SPACES TO RECALL-LINE
           STRING "RCL," DELIMITED BY SIZE
                  FUNCTION TRIM(AGP-AGENCY) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-STUDENT-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  INTO RECALL-LINE
           WRITE RECALL-LINE
           CLOSE RECALL-FILE

           IF WS-REASON = "P"
               PERFORM RELEASE-COLLECTIONS-HOLD
           END-IF

           DISPLAY "*** ACCOUNT RECALLED FROM " AGP-AGENCY
               ". SEND agency-recall-file.txt TO THE AGENCY. ***"
           MOVE 0 TO RETURN-CODE.

      *>-----------------------------------------------------------
      *> RELEASE-COLLECTIONS-HOLD - lifts the financial hold
      *> PRGL0154 placed with the account.  A financial hold placed
      *> for any other reason is left for PRGH0077.
      *>-----------------------------------------------------------
       RELEASE-COLLECTIONS-HOLD.
           MOVE WS-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE "F"           TO HOLD-TYPE
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
           DISPLAY "*** COLLECTIONS HOLD RELEASED. ***"

           MOVE SPACES        TO WS-AUDIT-BEFORE
           MOVE SPACES        TO WS-AUDIT-AFTER
           MOVE HOLD-RECORD   TO WS-AUDIT-AFTER(1:59)
           MOVE "PRGL0156"    TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID TO AUDIT-STUDENT-ID
           MOVE "UNHOLD"      TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG.

       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
