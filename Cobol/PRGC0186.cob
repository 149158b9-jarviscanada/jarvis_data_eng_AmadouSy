       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0186.                         *> Program name

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

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD BED-FILE.
       COPY "BEDREC.CPY".     *> Shared residence bed layout (BED-KEY, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-HAP-STATUS        PIC XX.               *> HOUSING-APP-FILE I/O status
       01 WS-BED-STATUS        PIC XX.               *> BED-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=apply, C=cancel, L=list
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0186". *> Logged-in user, for HAP-UPDATED-BY
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-APP-TERM          PIC X(6).             *> Term keyed
       01 WS-APP-STUDENT       PIC X(4).             *> Student keyed
       01 WS-FOUND             PIC X VALUE "N".      *> Lookup result
       01 WS-HAP-FOUND         PIC X VALUE "N".      *> Application already on file
       01 WS-CHECK-HALL        PIC X(4).             *> Hall being validated
       01 WS-EOF               PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-BED-DISPLAY       PIC X(11).            *> Hall-room-bed for printing

      *> The application as keyed, held apart from the record area
      *> while the halls and roommate are looked up.
       01 WS-NEW-GENDER        PIC X(1).
       01 WS-NEW-HALL-1        PIC X(4).
       01 WS-NEW-HALL-2        PIC X(4).
       01 WS-NEW-RATE          PIC X(4).
       01 WS-NEW-ROOMMATE      PIC X(4).

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   H O U S I N G   A P P L I C A T I O N S     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "APPLY, CANCEL OR LIST APPLICATIONS? (A/C/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM APPLY-FOR-HOUSING
               WHEN "C"
                   PERFORM CANCEL-APPLICATION
               WHEN "L"
                   PERFORM LIST-APPLICATIONS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> APPLY-FOR-HOUSING - keys one student's application for a
      *> term.  A pending or waiting application can be keyed over
      *> to change its preferences (it keeps its original date and
      *> so its place in line); a cancelled one starts again as a
      *> new application.  An assigned student is refused.
      *>-----------------------------------------------------------
       APPLY-FOR-HOUSING.
           PERFORM ACCEPT-APP-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT STUDENT-FILE
           MOVE WS-APP-STUDENT TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE STUDENT-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           IF F-STATUS NOT = "A"
               DISPLAY "***ERROR: STUDENT IS NOT ACTIVE (STATUS "
                   F-STATUS ").***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STUDENT: " F-NAME

           DISPLAY "ENTER HOUSING GENDER (M, F, OR X = ALL-GENDER "
               "HOUSING ONLY) >>"
           ACCEPT WS-NEW-GENDER
           MOVE FUNCTION UPPER-CASE(WS-NEW-GENDER) TO WS-NEW-GENDER
           IF WS-NEW-GENDER NOT = "M" AND WS-NEW-GENDER NOT = "F"
               AND WS-NEW-GENDER NOT = "X"
               DISPLAY "***ERROR: GENDER MUST BE M, F OR X.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER FIRST-CHOICE HALL, OR BLANK FOR ANY >>"
           ACCEPT WS-NEW-HALL-1
           MOVE FUNCTION UPPER-CASE(WS-NEW-HALL-1) TO WS-NEW-HALL-1
           MOVE WS-NEW-HALL-1 TO WS-CHECK-HALL
           PERFORM CHECK-HALL-EXISTS
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO BEDS ON FILE IN HALL "
                   WS-NEW-HALL-1 ".***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER SECOND-CHOICE HALL, OR BLANK FOR ANY >>"
           ACCEPT WS-NEW-HALL-2
           MOVE FUNCTION UPPER-CASE(WS-NEW-HALL-2) TO WS-NEW-HALL-2
           MOVE WS-NEW-HALL-2 TO WS-CHECK-HALL
           PERFORM CHECK-HALL-EXISTS
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO BEDS ON FILE IN HALL "
                   WS-NEW-HALL-2 ".***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER PREFERRED RATE CODE (ROOM TYPE), OR BLANK "
               "FOR ANY >>"
           ACCEPT WS-NEW-RATE
           MOVE FUNCTION UPPER-CASE(WS-NEW-RATE) TO WS-NEW-RATE

           DISPLAY "ENTER REQUESTED ROOMMATE'S STUDENT ID, OR BLANK "
               "FOR NONE >>"
           ACCEPT WS-NEW-ROOMMATE
           IF WS-NEW-ROOMMATE NOT = SPACES
               IF WS-NEW-ROOMMATE = WS-APP-STUDENT
                   DISPLAY "***ERROR: A STUDENT CANNOT REQUEST "
                       "THEMSELVES.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT STUDENT-FILE
               MOVE WS-NEW-ROOMMATE TO F-ID
               READ STUDENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE STUDENT-FILE
               IF WS-FOUND = "N"
                   DISPLAY "***ERROR: ROOMMATE STUDENT ID NOT "
                       "FOUND.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "HAP"          TO WS-LOCK-TYPE
           MOVE SPACES         TO WS-LOCK-KEY
           STRING WS-APP-TERM WS-APP-STUDENT
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

      *> The first application ever keyed creates the file.
           OPEN I-O HOUSING-APP-FILE
           IF WS-HAP-STATUS = "35"
               OPEN OUTPUT HOUSING-APP-FILE
               CLOSE HOUSING-APP-FILE
               OPEN I-O HOUSING-APP-FILE
           END-IF

           MOVE WS-APP-TERM    TO HAP-TERM
           MOVE WS-APP-STUDENT TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   MOVE "N" TO WS-HAP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-HAP-FOUND
           END-READ

           IF WS-HAP-FOUND = "Y"
               AND (HAP-STATUS = "A" OR HAP-STATUS = "O")
               DISPLAY "***ERROR: STUDENT ALREADY HAS A BED FOR THIS "
                   "TERM (" HAP-HALL " " HAP-ROOM " " HAP-BED
                   ").***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate
               CLOSE HOUSING-APP-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           IF WS-HAP-FOUND = "N" OR HAP-STATUS = "X"
               MOVE SPACES             TO HOUSING-APP-RECORD
               MOVE WS-APP-TERM        TO HAP-TERM
               MOVE WS-APP-STUDENT     TO HAP-STUDENT-ID
               MOVE WS-TODAY-FORMATTED TO HAP-APPLIED-DATE
               MOVE 0                  TO HAP-CHARGE
               MOVE 0                  TO HAP-CHARGE-SEQ
               MOVE 0                  TO HAP-CREDIT
           END-IF
           MOVE "P"             TO HAP-STATUS
           MOVE WS-NEW-GENDER   TO HAP-GENDER
           MOVE WS-NEW-HALL-1   TO HAP-PREF-HALL-1
           MOVE WS-NEW-HALL-2   TO HAP-PREF-HALL-2
           MOVE WS-NEW-RATE     TO HAP-PREF-RATE
           MOVE WS-NEW-ROOMMATE TO HAP-ROOMMATE
           MOVE WS-OPERATOR-ID  TO HAP-UPDATED-BY

           IF WS-HAP-FOUND = "Y"
               REWRITE HOUSING-APP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO UPDATE "
                           "APPLICATION.***"
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** APPLICATION UPDATED - PENDING "
                           "ASSIGNMENT. ***"
                       MOVE 0 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE HOUSING-APP-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO WRITE "
                           "APPLICATION.***"
                       MOVE 2 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** APPLICATION RECEIVED - PENDING "
                           "ASSIGNMENT. ***"
                       MOVE 0 TO RETURN-CODE
               END-WRITE
           END-IF
           CLOSE HOUSING-APP-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> CANCEL-APPLICATION - withdraws an application not yet
      *> placed.  A student already in a bed is checked out
      *> instead (PRGL0188), so the charge is credited properly.
      *>-----------------------------------------------------------
       CANCEL-APPLICATION.
           PERFORM ACCEPT-APP-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "HAP"          TO WS-LOCK-TYPE
           MOVE SPACES         TO WS-LOCK-KEY
           STRING WS-APP-TERM WS-APP-STUDENT
               DELIMITED BY SIZE INTO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               DISPLAY "***ERROR: NO APPLICATIONS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APP-TERM    TO HAP-TERM
           MOVE WS-APP-STUDENT TO HAP-STUDENT-ID
           READ HOUSING-APP-FILE
               INVALID KEY
                   DISPLAY "***ERROR: NO APPLICATION FOR THAT STUDENT "
                       "AND TERM.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   EVALUATE HAP-STATUS
                       WHEN "P"
                       WHEN "W"
                           MOVE "X"            TO HAP-STATUS
                           MOVE WS-OPERATOR-ID TO HAP-UPDATED-BY
                           REWRITE HOUSING-APP-RECORD
                               INVALID KEY
                                   MOVE 2 TO RETURN-CODE
                               NOT INVALID KEY
                                   DISPLAY "*** APPLICATION "
                                       "CANCELLED. ***"
                                   MOVE 0 TO RETURN-CODE
                           END-REWRITE
                       WHEN "A"
                           DISPLAY "***ERROR: STUDENT IS ASSIGNED TO "
                               HAP-HALL " " HAP-ROOM " " HAP-BED
                               " - CHECK OUT THROUGH PRGL0188.***"
                           MOVE 6 TO RETURN-CODE  *> 6 = conflict
                       WHEN OTHER
                           DISPLAY "***ERROR: APPLICATION IS ALREADY "
                               "CLOSED (STATUS " HAP-STATUS ").***"
                           MOVE 6 TO RETURN-CODE  *> 6 = conflict
                   END-EVALUATE
           END-READ
           CLOSE HOUSING-APP-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-APP-KEY - the term, which must be on the term
      *> calendar, and the student.
      *>-----------------------------------------------------------
       ACCEPT-APP-KEY.
           MOVE 0 TO RETURN-CODE

           DISPLAY "ENTER TERM CODE (6 CHARS, E.G. 2026FA) >>"
           ACCEPT WS-APP-TERM
           OPEN INPUT TERM-FILE
           MOVE WS-APP-TERM TO TERM-CODE
           READ TERM-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE TERM-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-APP-STUDENT.

      *>-----------------------------------------------------------
      *> CHECK-HALL-EXISTS - WS-FOUND "Y" when WS-CHECK-HALL is
      *> blank or has at least one bed on residence-beds.txt.
      *>-----------------------------------------------------------
       CHECK-HALL-EXISTS.
           MOVE "Y" TO WS-FOUND
           IF WS-CHECK-HALL = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           OPEN INPUT BED-FILE
           IF WS-BED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES    TO BED-KEY
           MOVE WS-CHECK-HALL TO BED-HALL
           START BED-FILE KEY IS NOT LESS THAN BED-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ BED-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BED-HALL = WS-CHECK-HALL
                               MOVE "Y" TO WS-FOUND
                           END-IF
                   END-READ
           END-START
           CLOSE BED-FILE.

      *>-----------------------------------------------------------
      *> LIST-APPLICATIONS - every application for a term, in
      *> student order, with where each one stands.
      *>-----------------------------------------------------------
       LIST-APPLICATIONS.
           DISPLAY "ENTER TERM CODE TO LIST (6 CHARS) >>"
           ACCEPT WS-APP-TERM

           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "STUD | APPLIED  | G | HALL1 | HALL2 | RATE | MATE"
               " | ST | BED"
           DISPLAY "-----------------------------------------------"
               "--------------------"

           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS = "00"
               MOVE WS-APP-TERM TO HAP-TERM
               MOVE LOW-VALUES  TO HAP-STUDENT-ID
               START HOUSING-APP-FILE KEY IS NOT LESS THAN HAP-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ HOUSING-APP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF HAP-TERM NOT = WS-APP-TERM
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM LIST-ONE-APPLICATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOUSING-APP-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO APPLICATIONS FOR THAT TERM.)"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               DISPLAY "TOTAL APPLICATIONS: " WS-LIST-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-APPLICATION.
           MOVE SPACES TO WS-BED-DISPLAY
           IF HAP-HALL NOT = SPACES
               STRING HAP-HALL "-" HAP-ROOM "-" HAP-BED
                   DELIMITED BY SIZE INTO WS-BED-DISPLAY
           END-IF
           DISPLAY HAP-STUDENT-ID " | " HAP-APPLIED-DATE " | "
               HAP-GENDER " | " HAP-PREF-HALL-1 "  | "
               HAP-PREF-HALL-2 "  | " HAP-PREF-RATE " | "
               HAP-ROOMMATE " | " HAP-STATUS "  | " WS-BED-DISPLAY
           ADD 1 TO WS-LIST-COUNT.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
