       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0201.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIALS-FILE ASSIGN TO "course-materials.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-KEY
               FILE STATUS IS WS-MAT-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MATERIALS-FILE.
       COPY "MATLREC.CPY".    *> Shared course-materials layout (MAT-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS        PIC XX.               *> MATERIALS-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-ACTION            PIC X.                *> S=set, D=delete, L=list
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0201". *> Logged-in user, for MAT-UPDATED-BY
       01 WS-TERM              PIC X(6).             *> Term keyed
       01 WS-TERM-END          PIC X(8).             *> ...its last day
       01 WS-COURSE            PIC X(15).            *> Course keyed
       01 WS-SECTION           PIC X(2).             *> Section keyed
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Items listed
       01 WS-SEAT-COUNT        PIC 9(4) VALUE 0.     *> Seats already granted in the section

      *> One item as keyed.
       01 WS-ISBN-RAW          PIC X(20).            *> ISBN as keyed, hyphens and all
       01 WS-ISBN              PIC X(13).            *> ...digits only
       01 WS-ISBN-LEN          PIC 9(2) VALUE 0.     *> ...how many
       01 WS-ISBN-OK           PIC X VALUE "N".      *> Check digit agrees
       01 WS-ISBN-IX           PIC 9(2) VALUE 0.     *> Scratch subscripts
       01 WS-ISBN-DIGIT        PIC 9 VALUE 0.
       01 WS-ISBN-SUM          PIC 9(4) VALUE 0.
       01 WS-TITLE             PIC X(40).
       01 WS-AUTHOR            PIC X(25).
       01 WS-REQUIRED          PIC X(1).             *> R/O
       01 WS-PRICE-RAW         PIC X(10).            *> Price as keyed
       01 WS-PRICE             PIC 9(4)V99 VALUE 0.
       01 WS-INCLUSIVE         PIC X(1).             *> Y/N
       01 WS-OLD-INCLUSIVE     PIC X VALUE "N".      *> Row being replaced was billed

      *> List totals.
       01 WS-REQ-TOTAL         PIC 9(6)V99 VALUE 0.  *> Required, bought by the student
       01 WS-OPT-TOTAL         PIC 9(6)V99 VALUE 0.  *> Optional
       01 WS-IA-TOTAL          PIC 9(6)V99 VALUE 0.  *> Inclusive-access fee per seat
       01 WS-PRICE-EDIT        PIC Z,ZZ9.99.
       01 WS-TOTAL-EDIT        PIC ZZZ,ZZ9.99.
       01 WS-LIST-TITLE        PIC X(30).

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEWS.CPY".    *> Fields used by the shared instructor-scope paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   C O U R S E   M A T E R I A L S             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGC0201" TO WS-SCOPE-PROGRAM
           PERFORM LOAD-SECTION-SCOPE
           IF WS-SCOPE-USER NOT = SPACES
               MOVE WS-SCOPE-USER TO WS-OPERATOR-ID
           END-IF

           PERFORM ACCEPT-SECTION
           IF RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF

           DISPLAY "SET AN ITEM, DELETE AN ITEM OR LIST THE SECTION? "
               "(S/D/L) >>"
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM SET-MATERIAL
               WHEN "D"
                   PERFORM DELETE-MATERIAL
               WHEN "L"
                   PERFORM LIST-MATERIALS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ACCEPT-SECTION - term, course and section.  The term must
      *> be on the calendar and the section on the course master;
      *> an instructor login may only keep the lists of its own
      *> sections.
      *>-----------------------------------------------------------
       ACCEPT-SECTION.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER TERM CODE >>"
           ACCEPT WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM

           MOVE SPACES TO WS-TERM-END
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
               MOVE WS-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-END-DATE TO WS-TERM-END
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-TERM = SPACES OR WS-TERM-END = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE ACADEMIC CALENDAR."
                   "***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER COURSE CODE >>"
           ACCEPT WS-COURSE
           MOVE FUNCTION UPPER-CASE(WS-COURSE) TO WS-COURSE
           DISPLAY "ENTER SECTION >>"
           ACCEPT WS-SECTION
           MOVE FUNCTION UPPER-CASE(WS-SECTION) TO WS-SECTION

           MOVE WS-COURSE  TO WS-SCOPE-COURSE
           MOVE WS-SECTION TO WS-SCOPE-SECTION
           PERFORM CHECK-SECTION-SCOPE
           IF WS-SCOPE-OK = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = not authorized
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COURSE  TO C-CODE
           MOVE WS-SECTION TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS = "00"
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       MOVE "23" TO WS-COURSE-STATUS
               END-READ
               CLOSE COURSE-MASTER-FILE
           END-IF
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "***ERROR: " WS-COURSE "/" WS-SECTION
                   " IS NOT ON THE COURSE MASTER.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " C-CODE "/" C-SECTION " " C-DESC.

      *>-----------------------------------------------------------
      *> SET-MATERIAL - adds an item to the section's list, or
      *> rewrites the item with the same ISBN.  A term already over
      *> is closed to changes - its seats were billed long ago.
      *>-----------------------------------------------------------
       SET-MATERIAL.
           IF WS-TERM-END < WS-TODAY-FORMATTED
               DISPLAY "***ERROR: TERM " WS-TERM " HAS ENDED - ITS "
                   "ADOPTIONS ARE CLOSED.***"
               MOVE 6 TO RETURN-CODE              *> 6 = term closed
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-ISBN
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER TITLE (MAX 40 CHARS) >>"
           ACCEPT WS-TITLE
           MOVE FUNCTION UPPER-CASE(WS-TITLE) TO WS-TITLE
           IF WS-TITLE = SPACES
               DISPLAY "***ERROR: TITLE IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER AUTHOR (MAX 25 CHARS, BLANK = NONE) >>"
           ACCEPT WS-AUTHOR
           MOVE FUNCTION UPPER-CASE(WS-AUTHOR) TO WS-AUTHOR

           DISPLAY "REQUIRED OR OPTIONAL? (R/O, BLANK = R) >>"
           ACCEPT WS-REQUIRED
           MOVE FUNCTION UPPER-CASE(WS-REQUIRED) TO WS-REQUIRED
           IF WS-REQUIRED = SPACE
               MOVE "R" TO WS-REQUIRED
           END-IF
           IF WS-REQUIRED NOT = "R" AND WS-REQUIRED NOT = "O"
               DISPLAY "***ERROR: MUST BE R OR O.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER STUDENT PRICE (E.G. 89.95) >>"
           ACCEPT WS-PRICE-RAW
           IF WS-PRICE-RAW = SPACES
               OR FUNCTION TEST-NUMVAL(WS-PRICE-RAW) NOT = 0
               DISPLAY "***ERROR: PRICE MUST BE AN AMOUNT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-PRICE-RAW) < 0
               OR FUNCTION NUMVAL(WS-PRICE-RAW) > 9999.99
               DISPLAY "***ERROR: PRICE MUST BE 0.00 TO 9999.99.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PRICE = FUNCTION NUMVAL(WS-PRICE-RAW)

           DISPLAY "INCLUDED IN THE INCLUSIVE-ACCESS MATERIALS FEE? "
               "(Y/N, BLANK = N) >>"
           ACCEPT WS-INCLUSIVE
           MOVE FUNCTION UPPER-CASE(WS-INCLUSIVE) TO WS-INCLUSIVE
           IF WS-INCLUSIVE = SPACE
               MOVE "N" TO WS-INCLUSIVE
           END-IF
           IF WS-INCLUSIVE NOT = "Y" AND WS-INCLUSIVE NOT = "N"
               DISPLAY "***ERROR: MUST BE Y OR N.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
      *> Everyone in the section is billed for an inclusive-access
      *> item, so it can only be one every student must have.
           IF WS-INCLUSIVE = "Y"
               AND (WS-REQUIRED = "O" OR WS-PRICE = 0)
               DISPLAY "***ERROR: AN INCLUSIVE-ACCESS ITEM MUST BE "
                   "REQUIRED AND PRICED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "MATL"    TO WS-LOCK-TYPE
           MOVE WS-COURSE TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

      *> The first item ever keyed creates the file.
           OPEN I-O MATERIALS-FILE
           IF WS-MAT-STATUS = "35"
               OPEN OUTPUT MATERIALS-FILE
               CLOSE MATERIALS-FILE
               OPEN I-O MATERIALS-FILE
           END-IF

           MOVE "N"        TO WS-OLD-INCLUSIVE
           MOVE WS-TERM    TO MAT-TERM
           MOVE WS-COURSE  TO MAT-COURSE
           MOVE WS-SECTION TO MAT-SECTION
           MOVE WS-ISBN    TO MAT-ISBN
           READ MATERIALS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MAT-INCLUSIVE TO WS-OLD-INCLUSIVE
           END-READ

           MOVE WS-TERM            TO MAT-TERM
           MOVE WS-COURSE          TO MAT-COURSE
           MOVE WS-SECTION         TO MAT-SECTION
           MOVE WS-ISBN            TO MAT-ISBN
           MOVE WS-TITLE           TO MAT-TITLE
           MOVE WS-AUTHOR          TO MAT-AUTHOR
           MOVE WS-REQUIRED        TO MAT-REQUIRED
           MOVE WS-PRICE           TO MAT-PRICE
           MOVE WS-INCLUSIVE       TO MAT-INCLUSIVE
           MOVE WS-TODAY-FORMATTED TO MAT-UPDATED-DATE
           MOVE WS-OPERATOR-ID     TO MAT-UPDATED-BY
           WRITE COURSE-MATERIAL-RECORD
               INVALID KEY
                   REWRITE COURSE-MATERIAL-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE "
                               "ITEM.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** ITEM REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** ITEM ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE MATERIALS-FILE

           PERFORM RELEASE-RECORD-LOCK

           IF RETURN-CODE = 0
               AND (WS-INCLUSIVE = "Y" OR WS-OLD-INCLUSIVE = "Y")
               PERFORM WARN-SEATS-BILLED
           END-IF.

      *>-----------------------------------------------------------
      *> DELETE-MATERIAL - takes an item off the section's list.
      *>-----------------------------------------------------------
       DELETE-MATERIAL.
           IF WS-TERM-END < WS-TODAY-FORMATTED
               DISPLAY "***ERROR: TERM " WS-TERM " HAS ENDED - ITS "
                   "ADOPTIONS ARE CLOSED.***"
               MOVE 6 TO RETURN-CODE              *> 6 = term closed
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-ISBN
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "MATL"    TO WS-LOCK-TYPE
           MOVE WS-COURSE TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-OLD-INCLUSIVE
           OPEN I-O MATERIALS-FILE
           IF WS-MAT-STATUS NOT = "00"
               DISPLAY "***ERROR: NO MATERIALS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM    TO MAT-TERM
           MOVE WS-COURSE  TO MAT-COURSE
           MOVE WS-SECTION TO MAT-SECTION
           MOVE WS-ISBN    TO MAT-ISBN
           READ MATERIALS-FILE
               INVALID KEY
                   DISPLAY "***ERROR: ITEM NOT ON THE SECTION'S LIST."
                       "***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   MOVE MAT-INCLUSIVE TO WS-OLD-INCLUSIVE
                   DELETE MATERIALS-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO DELETE "
                               "ITEM.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** ITEM DELETED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE MATERIALS-FILE

           PERFORM RELEASE-RECORD-LOCK

           IF RETURN-CODE = 0 AND WS-OLD-INCLUSIVE = "Y"
               PERFORM WARN-SEATS-BILLED
           END-IF.

      *>-----------------------------------------------------------
      *> ACCEPT-ISBN - an ISBN-13 or ISBN-10, hyphens and spaces
      *> dropped, whose check digit agrees - a mistyped ISBN is the
      *> wrong book on the bookstore's order.
      *>-----------------------------------------------------------
       ACCEPT-ISBN.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER ISBN (10 OR 13 DIGITS, HYPHENS OPTIONAL) >>"
           ACCEPT WS-ISBN-RAW
           MOVE FUNCTION UPPER-CASE(WS-ISBN-RAW) TO WS-ISBN-RAW

           MOVE SPACES TO WS-ISBN
           MOVE 0      TO WS-ISBN-LEN
           PERFORM VARYING WS-ISBN-IX FROM 1 BY 1
               UNTIL WS-ISBN-IX > 20
               IF WS-ISBN-RAW(WS-ISBN-IX:1) NOT = "-"
                   AND WS-ISBN-RAW(WS-ISBN-IX:1) NOT = SPACE
                   IF WS-ISBN-LEN < 13
                       ADD 1 TO WS-ISBN-LEN
                       MOVE WS-ISBN-RAW(WS-ISBN-IX:1)
                           TO WS-ISBN(WS-ISBN-LEN:1)
                   ELSE
                       MOVE 99 TO WS-ISBN-LEN
                   END-IF
               END-IF
           END-PERFORM

           MOVE "N" TO WS-ISBN-OK
           EVALUATE WS-ISBN-LEN
               WHEN 13
                   PERFORM CHECK-ISBN-13
               WHEN 10
                   PERFORM CHECK-ISBN-10
           END-EVALUATE
           IF WS-ISBN-OK = "N"
               DISPLAY "***ERROR: NOT A VALID ISBN-10 OR ISBN-13.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-ISBN-13 - digits weighted 1,3,1,3... sum to a
      *> multiple of 10.
      *>-----------------------------------------------------------
       CHECK-ISBN-13.
           IF WS-ISBN(1:13) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-IX FROM 1 BY 1
               UNTIL WS-ISBN-IX > 13
               MOVE WS-ISBN(WS-ISBN-IX:1) TO WS-ISBN-DIGIT
               IF FUNCTION MOD(WS-ISBN-IX, 2) = 0
                   COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                       + WS-ISBN-DIGIT * 3
               ELSE
                   ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
               END-IF
           END-PERFORM
           IF FUNCTION MOD(WS-ISBN-SUM, 10) = 0
               MOVE "Y" TO WS-ISBN-OK
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-ISBN-10 - digits weighted 10 down to 1 (a final X
      *> counting 10) sum to a multiple of 11.
      *>-----------------------------------------------------------
       CHECK-ISBN-10.
           IF WS-ISBN(1:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-ISBN(10:1) IS NOT NUMERIC
               AND WS-ISBN(10:1) NOT = "X"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ISBN-SUM
           PERFORM VARYING WS-ISBN-IX FROM 1 BY 1
               UNTIL WS-ISBN-IX > 9
               MOVE WS-ISBN(WS-ISBN-IX:1) TO WS-ISBN-DIGIT
               COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                   + WS-ISBN-DIGIT * (11 - WS-ISBN-IX)
           END-PERFORM
           IF WS-ISBN(10:1) = "X"
               ADD 10 TO WS-ISBN-SUM
           ELSE
               MOVE WS-ISBN(10:1) TO WS-ISBN-DIGIT
               ADD WS-ISBN-DIGIT TO WS-ISBN-SUM
           END-IF
           IF FUNCTION MOD(WS-ISBN-SUM, 11) = 0
               MOVE "Y" TO WS-ISBN-OK
           END-IF.

      *>-----------------------------------------------------------
      *> WARN-SEATS-BILLED - the materials fee is billed as each
      *> seat is granted, so a change to an inclusive-access item
      *> reaches only seats granted from now on.  Says how many
      *> already hold one, for the bursar to adjust by hand.
      *>-----------------------------------------------------------
       WARN-SEATS-BILLED.
           MOVE 0   TO WS-SEAT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-TERM = WS-TERM
                           AND EN-COURSE = WS-COURSE
                           AND EN-SECTION = WS-SECTION
                           ADD 1 TO WS-SEAT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           IF WS-SEAT-COUNT > 0
               DISPLAY "***WARNING: " WS-SEAT-COUNT " SEAT(S) IN "
                   "THIS SECTION WERE BILLED BEFORE THIS CHANGE"
               DISPLAY "   - ADJUST THEIR MATERIALS FEE VIA PRGL0020 "
                   "(OPTION 20).***"
           END-IF.

      *>-----------------------------------------------------------
      *> LIST-MATERIALS - the section's list for the term, with
      *> what a student pays for the required items, the optional
      *> ones, and the inclusive-access fee billed per seat.
      *>-----------------------------------------------------------
       LIST-MATERIALS.
           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT
           MOVE 0   TO WS-REQ-TOTAL
           MOVE 0   TO WS-OPT-TOTAL
           MOVE 0   TO WS-IA-TOTAL

           DISPLAY "ISBN          | TITLE                          | "
               "R/O |    PRICE | INCL"
           DISPLAY "-----------------------------------------------"
               "------------------------"

           OPEN INPUT MATERIALS-FILE
           IF WS-MAT-STATUS = "00"
               MOVE WS-TERM    TO MAT-TERM
               MOVE WS-COURSE  TO MAT-COURSE
               MOVE WS-SECTION TO MAT-SECTION
               MOVE LOW-VALUES TO MAT-ISBN
               START MATERIALS-FILE KEY IS NOT LESS THAN MAT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ MATERIALS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF MAT-TERM NOT = WS-TERM
                               OR MAT-COURSE NOT = WS-COURSE
                               OR MAT-SECTION NOT = WS-SECTION
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM LIST-ONE-MATERIAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIALS-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO MATERIALS ADOPTED FOR THIS SECTION.)"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               DISPLAY "TOTAL ITEMS: " WS-LIST-COUNT
               MOVE WS-REQ-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  REQUIRED, BOUGHT BY THE STUDENT: "
                   WS-TOTAL-EDIT
               MOVE WS-OPT-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  OPTIONAL:                        "
                   WS-TOTAL-EDIT
               MOVE WS-IA-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "  INCLUSIVE-ACCESS FEE PER SEAT:   "
                   WS-TOTAL-EDIT
               MOVE 0 TO RETURN-CODE
           END-IF.

       LIST-ONE-MATERIAL.
           ADD 1 TO WS-LIST-COUNT
           EVALUATE TRUE
               WHEN MAT-INCLUSIVE = "Y"
                   ADD MAT-PRICE TO WS-IA-TOTAL
               WHEN MAT-REQUIRED = "R"
                   ADD MAT-PRICE TO WS-REQ-TOTAL
               WHEN OTHER
                   ADD MAT-PRICE TO WS-OPT-TOTAL
           END-EVALUATE
           MOVE MAT-TITLE TO WS-LIST-TITLE
           MOVE MAT-PRICE TO WS-PRICE-EDIT
           DISPLAY MAT-ISBN " | " WS-LIST-TITLE " |  "
               MAT-REQUIRED "  | " WS-PRICE-EDIT " |  "
               MAT-INCLUSIVE.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "AUDITVAL.CPY".   *> Shared WRITE-AUDIT-LOG paragraph
       COPY "SCOPEVAL.CPY".   *> Shared instructor-scope paragraphs
