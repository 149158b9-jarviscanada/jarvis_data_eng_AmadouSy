       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0202.  *> Bookstore order feed

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIALS-FILE ASSIGN TO "course-materials.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MAT-KEY
               FILE STATUS IS WS-MAT-STATUS.

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

           SELECT WAITLIST-FILE ASSIGN TO "course-waitlist.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT FEED-FILE ASSIGN TO "bookstore-order-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MATERIALS-FILE.
       COPY "MATLREC.CPY".    *> Shared course-materials layout (MAT-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD WAITLIST-FILE.
       COPY "WAITLISTREC.CPY". *> Shared waiting-list layout (WL-KEY, ...)

       FD FEED-FILE.
       01 FEED-LINE             PIC X(100).   *> One fixed-width feed row

       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS        PIC XX.          *> MATERIALS-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-WAITLIST-STATUS   PIC XX.          *> WAITLIST-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(8).        *> Current time, HHMMSSss
       01 WS-RUN-STAMP         PIC X(14).       *> This run, YYYYMMDDHHMMSS
       01 WS-TERM              PIC X(6).        *> Term ordered for
       01 WS-TERM-FOUND        PIC X VALUE "N". *> ...is on the calendar
       01 WS-CURRENT-TERM      PIC X(6).        *> Term the waiting lists are for

      *> Head count per section for the term: seats held (a "W"
      *> is not a reader) and, for the term the waiting lists
      *> belong to, students queued - each a likely seat and a
      *> likely book.
       01 WS-SC-USED           PIC 9(4) VALUE 0.
       01 WS-SC-IX             PIC 9(4) VALUE 0.
       01 WS-SC-FOUND          PIC 9(4) VALUE 0.
       01 WS-SC-FULL           PIC X VALUE "N". *> Table overflowed
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 1000 TIMES.
               10 WS-SC-COURSE      PIC X(15).
               10 WS-SC-SECTION     PIC X(2).
               10 WS-SC-ENROLLED    PIC 9(4).
               10 WS-SC-WAITING     PIC 9(4).
               10 WS-SC-ADOPTED     PIC X(1).
       01 WS-KEY-COURSE        PIC X(15).       *> Section being looked up
       01 WS-KEY-SECTION       PIC X(2).

       01 WS-ITEMS-READ        PIC 9(6) VALUE 0. *> Adoption rows for the term
       01 WS-ORDER-TOTAL       PIC 9(7) VALUE 0. *> Copies ordered, all items
       01 WS-NO-LIST-COUNT     PIC 9(4) VALUE 0. *> Sections with students, no list

      *> Feed layouts - one header, a detail per adopted item per
      *> section, one trailer.  Order quantity is the section's
      *> seats held plus its waiting list; the bookstore applies
      *> its own sell-through to optional items.
       01 WS-BOOK-HEADER.
           05 WS-BKH-TYPE          PIC X(1)  VALUE "H".
           05 WS-BKH-FEED-ID       PIC X(10) VALUE "BOOKORDER".
           05 WS-BKH-CREATED       PIC X(14).
           05 WS-BKH-TERM          PIC X(6).
           05 FILLER               PIC X(69) VALUE SPACES.
       01 WS-BOOK-DETAIL.
           05 WS-BKD-TYPE          PIC X(1)  VALUE "D".
           05 WS-BKD-TERM          PIC X(6).
           05 WS-BKD-COURSE        PIC X(15).
           05 WS-BKD-SECTION       PIC X(2).
           05 WS-BKD-ISBN          PIC X(13).
           05 WS-BKD-TITLE         PIC X(30).
           05 WS-BKD-REQUIRED      PIC X(1).     *> R/O
           05 WS-BKD-INCLUSIVE     PIC X(1).     *> Y = inclusive access
           05 WS-BKD-PRICE         PIC 9(4)V99.
           05 WS-BKD-ENROLLED      PIC 9(4).
           05 WS-BKD-WAITING       PIC 9(4).
           05 WS-BKD-ORDER-QTY     PIC 9(5).
           05 FILLER               PIC X(12) VALUE SPACES.
       01 WS-BOOK-TRAILER.
           05 WS-BKT-TYPE          PIC X(1)  VALUE "T".
           05 WS-BKT-DETAIL-COUNT  PIC 9(6)  VALUE 0.
           05 WS-BKT-ORDER-TOTAL   PIC 9(7)  VALUE 0.
           05 FILLER               PIC X(86) VALUE SPACES.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   B O O K S T O R E   O R D E R   F E E D     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-FORMATTED WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           DISPLAY "ENTER TERM CODE TO ORDER FOR >>"
           ACCEPT WS-TERM
           MOVE FUNCTION UPPER-CASE(WS-TERM) TO WS-TERM

           MOVE "N" TO WS-TERM-FOUND
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
               MOVE WS-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TERM-FOUND
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-TERM = SPACES OR WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE ACADEMIC CALENDAR.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           PERFORM GET-CURRENT-TERM
           MOVE WS-TERM-CURRENT TO WS-CURRENT-TERM

           PERFORM LOAD-SECTION-COUNTS

           OPEN OUTPUT FEED-FILE
           MOVE WS-RUN-STAMP   TO WS-BKH-CREATED
           MOVE WS-TERM        TO WS-BKH-TERM
           MOVE WS-BOOK-HEADER TO FEED-LINE
           WRITE FEED-LINE

           PERFORM SEND-ADOPTIONS

           MOVE WS-ORDER-TOTAL  TO WS-BKT-ORDER-TOTAL
           MOVE WS-BOOK-TRAILER TO FEED-LINE
           WRITE FEED-LINE
           CLOSE FEED-FILE

           DISPLAY "*** " WS-BKT-DETAIL-COUNT " ITEM(S), "
               WS-ORDER-TOTAL " COPIES, WRITTEN TO "
               "bookstore-order-feed.txt. ***"
           PERFORM SHOW-SECTIONS-WITHOUT-LIST
           IF WS-SC-FULL = "Y"
               DISPLAY "***WARNING: MORE THAN 1000 SECTIONS IN THE "
                   "TERM - HEAD COUNTS PAST THAT ARE MISSING.***"
           END-IF

           IF WS-BKT-DETAIL-COUNT = 0
               DISPLAY "(NO MATERIALS ADOPTED FOR " WS-TERM ".)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to send
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SECTION-COUNTS - one pass over the enrollments for the
      *> term's seats, and, when the term is the current one, one
      *> over the waiting lists (they carry no term of their own -
      *> they are always for the sections running now).
      *>-----------------------------------------------------------
       LOAD-SECTION-COUNTS.
           MOVE 0   TO WS-SC-USED
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLL-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF EN-TERM = WS-TERM AND EN-GRADE NOT = "W"
                               MOVE EN-COURSE  TO WS-KEY-COURSE
                               MOVE EN-SECTION TO WS-KEY-SECTION
                               PERFORM FIND-SECTION-ENTRY
                               IF WS-SC-FOUND > 0
                                   ADD 1 TO WS-SC-ENROLLED(WS-SC-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF

           IF WS-TERM NOT = WS-CURRENT-TERM
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           OPEN INPUT WAITLIST-FILE
           IF WS-WAITLIST-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ WAITLIST-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE WL-COURSE  TO WS-KEY-COURSE
                           MOVE WL-SECTION TO WS-KEY-SECTION
                           PERFORM FIND-SECTION-ENTRY
                           IF WS-SC-FOUND > 0
                               ADD 1 TO WS-SC-WAITING(WS-SC-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-SECTION-ENTRY - WS-KEY-COURSE/WS-KEY-SECTION's entry
      *> in the head-count table into WS-SC-FOUND, added empty when
      *> new (0 when the table is full).
      *>-----------------------------------------------------------
       FIND-SECTION-ENTRY.
           MOVE 0 TO WS-SC-FOUND
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-USED OR WS-SC-FOUND > 0
               IF WS-SC-COURSE(WS-SC-IX) = WS-KEY-COURSE
                   AND WS-SC-SECTION(WS-SC-IX) = WS-KEY-SECTION
                   MOVE WS-SC-IX TO WS-SC-FOUND
               END-IF
           END-PERFORM
           IF WS-SC-FOUND > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-USED NOT < 1000
               MOVE "Y" TO WS-SC-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-USED
           MOVE WS-SC-USED     TO WS-SC-FOUND
           MOVE WS-KEY-COURSE  TO WS-SC-COURSE(WS-SC-FOUND)
           MOVE WS-KEY-SECTION TO WS-SC-SECTION(WS-SC-FOUND)
           MOVE 0              TO WS-SC-ENROLLED(WS-SC-FOUND)
           MOVE 0              TO WS-SC-WAITING(WS-SC-FOUND)
           MOVE "N"            TO WS-SC-ADOPTED(WS-SC-FOUND).

      *>-----------------------------------------------------------
      *> SEND-ADOPTIONS - a detail row per item adopted for the
      *> term, its order quantity the section's head count.
      *>-----------------------------------------------------------
       SEND-ADOPTIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT MATERIALS-FILE
           IF WS-MAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TERM    TO MAT-TERM
           MOVE LOW-VALUES TO MAT-COURSE
           MOVE LOW-VALUES TO MAT-SECTION
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
                           MOVE "Y" TO WS-EOF
                       ELSE
                           ADD 1 TO WS-ITEMS-READ
                           PERFORM SEND-ONE-ADOPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MATERIALS-FILE.

       SEND-ONE-ADOPTION.
           MOVE MAT-COURSE  TO WS-KEY-COURSE
           MOVE MAT-SECTION TO WS-KEY-SECTION
           PERFORM FIND-SECTION-ENTRY

           MOVE MAT-TERM      TO WS-BKD-TERM
           MOVE MAT-COURSE    TO WS-BKD-COURSE
           MOVE MAT-SECTION   TO WS-BKD-SECTION
           MOVE MAT-ISBN      TO WS-BKD-ISBN
           MOVE MAT-TITLE     TO WS-BKD-TITLE
           MOVE MAT-REQUIRED  TO WS-BKD-REQUIRED
           MOVE MAT-INCLUSIVE TO WS-BKD-INCLUSIVE
           MOVE MAT-PRICE     TO WS-BKD-PRICE
           IF WS-SC-FOUND > 0
               MOVE "Y" TO WS-SC-ADOPTED(WS-SC-FOUND)
               MOVE WS-SC-ENROLLED(WS-SC-FOUND) TO WS-BKD-ENROLLED
               MOVE WS-SC-WAITING(WS-SC-FOUND)  TO WS-BKD-WAITING
           ELSE
               MOVE 0 TO WS-BKD-ENROLLED
               MOVE 0 TO WS-BKD-WAITING
           END-IF
           COMPUTE WS-BKD-ORDER-QTY = WS-BKD-ENROLLED + WS-BKD-WAITING
           ADD WS-BKD-ORDER-QTY TO WS-ORDER-TOTAL
           ADD 1 TO WS-BKT-DETAIL-COUNT

           MOVE WS-BOOK-DETAIL TO FEED-LINE
           WRITE FEED-LINE.

      *>-----------------------------------------------------------
      *> SHOW-SECTIONS-WITHOUT-LIST - sections holding students
      *> for the term with nothing adopted: either no book is used,
      *> or the adoption never reached the list - worth a call to
      *> the department before the term starts.
      *>-----------------------------------------------------------
       SHOW-SECTIONS-WITHOUT-LIST.
           MOVE 0 TO WS-NO-LIST-COUNT
           PERFORM VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-USED
               IF WS-SC-ADOPTED(WS-SC-IX) = "N"
                   AND WS-SC-ENROLLED(WS-SC-IX) > 0
                   IF WS-NO-LIST-COUNT = 0
                       DISPLAY "SECTIONS WITH STUDENTS BUT NO "
                           "MATERIALS LIST:"
                   END-IF
                   ADD 1 TO WS-NO-LIST-COUNT
                   DISPLAY "  " WS-SC-COURSE(WS-SC-IX) "/"
                       WS-SC-SECTION(WS-SC-IX) "  "
                       WS-SC-ENROLLED(WS-SC-IX) " ENROLLED"
               END-IF
           END-PERFORM.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
