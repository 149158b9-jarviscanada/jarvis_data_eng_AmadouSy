           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
       WORKING-STORAGE SECTION.
       01 WS-DEGREE-STATUS     PIC XX.               *> Status of last DEGREE-FILE I/O
       01 WS-COURSE-STATUS     PIC XX.               *> Status of last COURSE-MASTER I/O
       01 WS-ACTION            PIC X.                *> A=add, C=copy forward, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Duplicate-code flag
       01 WS-REQ-IX            PIC 9(2) VALUE 0.     *> Required-course subscript
       01 WS-REQ-INPUT         PIC X(15).            *> Required course as keyed
       01 WS-DEG-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Programs listed
       01 WS-YEAR-INPUT        PIC X(4).             *> Catalog year as keyed
       01 WS-TO-YEAR           PIC X(4).             *> Copy-forward target year
       01 WS-YEAR-NUM          PIC 9(4).             *> Year arithmetic
       01 WS-AMEND-INPUT       PIC X(16).            *> +COURSE / -COURSE as keyed
       01 WS-AMEND-DONE        PIC X VALUE "N".      *> Amendments finished flag
       01 WS-MIN-INPUT         PIC X(3).             *> Elective minimum as keyed
       01 WS-SLOT-FOUND        PIC X VALUE "N".      *> Table slot located flag

       COPY "CATYRWS.CPY".    *> Fields used by the shared GET-CATALOG-YEAR paragraph

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

           DISPLAY "|   M S                                         |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "ADD A PROGRAM, COPY ONE CATALOG YEAR FORWARD, OR "
               "LIST THEM? (A/C/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-PROGRAM
               WHEN "C"
                   PERFORM COPY-PROGRAM-FORWARD
               WHEN "L"
                   PERFORM LIST-PROGRAMS
               WHEN OTHER
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-PROGRAM - keys in one degree program for one catalog
      *> year: code, year, name, the elective-credit minimum and up
      *> to ten required courses, each validated against the course
      *> master (any section).
      *>-----------------------------------------------------------
       ADD-PROGRAM.
           PERFORM GET-CATALOG-YEAR
           DISPLAY "ENTER PROGRAM CODE (MAX 6 CHARS) >>"
           ACCEPT DEG-CODE
           DISPLAY "ENTER CATALOG YEAR (YYYY), OR BLANK FOR "
               WS-CAT-CURRENT-YEAR " >>"
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT = SPACES
               MOVE WS-CAT-CURRENT-YEAR TO WS-YEAR-INPUT
           END-IF
           IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "***ERROR: CATALOG YEAR MUST BE 4 DIGITS.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-INPUT TO DEG-CATALOG-YEAR

           OPEN I-O DEGREE-FILE

           END-READ

           IF WS-FOUND = "Y"
               DISPLAY "***ERROR: PROGRAM CODE ALREADY EXISTS FOR "
                   "THAT CATALOG YEAR.***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate key
               CLOSE DEGREE-FILE
               EXIT PARAGRAPH
           END-PERFORM

           MOVE "DEGREE"  TO WS-LOCK-TYPE
           MOVE DEG-KEY   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               CLOSE DEGREE-FILE
           CLOSE DEGREE-FILE.

      *>-----------------------------------------------------------
      *> LIST-PROGRAMS - every program and catalog year with its
      *> requirements.
      *>-----------------------------------------------------------
       LIST-PROGRAMS.
           MOVE "N" TO WS-DEG-EOF
                   AT END
                       MOVE "Y" TO WS-DEG-EOF
                   NOT AT END
                       DISPLAY "PROGRAM " DEG-CODE " CATALOG "
                           DEG-CATALOG-YEAR " - " DEG-NAME
                           " (ELECTIVE MIN " DEG-ELECTIVE-MIN
                           " CR)"
                       PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               MOVE 0 TO RETURN-CODE
           END-IF.

      *>-----------------------------------------------------------
      *> COPY-PROGRAM-FORWARD - starts a new catalog year's
      *> requirements as a copy of an existing year's, then lets
      *> the department amend the copy before it is written.  The
      *> year copied from is never touched, so students who came in
      *> under it keep being audited against it.
      *>-----------------------------------------------------------
       COPY-PROGRAM-FORWARD.
           DISPLAY "ENTER PROGRAM CODE (MAX 6 CHARS) >>"
           ACCEPT DEG-CODE
           DISPLAY "ENTER CATALOG YEAR TO COPY FROM (YYYY) >>"
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT IS NOT NUMERIC
               DISPLAY "***ERROR: CATALOG YEAR MUST BE 4 DIGITS.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE WS-YEAR-INPUT TO WS-YEAR-NUM
           ADD 1 TO WS-YEAR-NUM
           MOVE WS-YEAR-NUM TO WS-TO-YEAR
           DISPLAY "ENTER CATALOG YEAR TO COPY TO, OR BLANK FOR "
               WS-TO-YEAR " >>"
           ACCEPT WS-YEAR-INPUT
           IF WS-YEAR-INPUT NOT = SPACES
               IF WS-YEAR-INPUT IS NOT NUMERIC
                   DISPLAY "***ERROR: CATALOG YEAR MUST BE 4 "
                       "DIGITS.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-YEAR-INPUT TO WS-TO-YEAR
           END-IF
           COMPUTE WS-YEAR-NUM = WS-YEAR-NUM - 1
           MOVE WS-YEAR-NUM TO DEG-CATALOG-YEAR

           OPEN I-O DEGREE-FILE
           READ DEGREE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO SUCH PROGRAM AND CATALOG YEAR.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               CLOSE DEGREE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TO-YEAR TO DEG-CATALOG-YEAR
           READ DEGREE-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "Y"
               DISPLAY "***ERROR: PROGRAM CODE ALREADY EXISTS FOR "
                   "THAT CATALOG YEAR.***"
               MOVE 2 TO RETURN-CODE              *> 2 = duplicate key
               CLOSE DEGREE-FILE
               EXIT PARAGRAPH
           END-IF

      *> The failed READ leaves the record area undefined, so the
      *> source year is read back in before it is amended.
           MOVE WS-YEAR-NUM TO DEG-CATALOG-YEAR
           READ DEGREE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-TO-YEAR TO DEG-CATALOG-YEAR

           DISPLAY "COPYING " DEG-CODE " - " DEG-NAME " TO CATALOG "
               "YEAR " WS-TO-YEAR
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10
               IF DEG-REQ-COURSE(WS-REQ-IX) NOT = SPACES
                   DISPLAY "  REQUIRES " DEG-REQ-COURSE(WS-REQ-IX)
               END-IF
           END-PERFORM

           DISPLAY "ELECTIVE MINIMUM IS " DEG-ELECTIVE-MIN
               " - NEW MINIMUM, OR BLANK TO KEEP >>"
           ACCEPT WS-MIN-INPUT
           IF WS-MIN-INPUT NOT = SPACES
               COMPUTE DEG-ELECTIVE-MIN = FUNCTION NUMVAL(WS-MIN-INPUT)
           END-IF

           MOVE "N" TO WS-AMEND-DONE
           PERFORM UNTIL WS-AMEND-DONE = "Y"
               DISPLAY "+COURSE TO ADD A REQUIREMENT, -COURSE TO "
                   "REMOVE ONE, OR BLANK TO FINISH >>"
               ACCEPT WS-AMEND-INPUT
               EVALUATE WS-AMEND-INPUT(1:1)
                   WHEN "+"
                       PERFORM ADD-COPIED-REQUIREMENT
                   WHEN "-"
                       PERFORM REMOVE-COPIED-REQUIREMENT
                   WHEN SPACE
                       MOVE "Y" TO WS-AMEND-DONE
                   WHEN OTHER
                       DISPLAY "***ERROR: START WITH + OR -.***"
               END-EVALUATE
           END-PERFORM

           MOVE "DEGREE"  TO WS-LOCK-TYPE
           MOVE DEG-KEY   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               CLOSE DEGREE-FILE
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           WRITE DEGREE-PROGRAM-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: PROGRAM CODE ALREADY EXISTS FOR "
                       "THAT CATALOG YEAR.***"
                   MOVE 2 TO RETURN-CODE          *> 2 = duplicate key
               NOT INVALID KEY
                   DISPLAY "*** CATALOG YEAR " WS-TO-YEAR
                       " REQUIREMENTS ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE

           PERFORM RELEASE-RECORD-LOCK

           CLOSE DEGREE-FILE.

      *>-----------------------------------------------------------
      *> ADD-COPIED-REQUIREMENT - "+COURSE": validated against the
      *> course master and put in the first free slot.
      *>-----------------------------------------------------------
       ADD-COPIED-REQUIREMENT.
           MOVE WS-AMEND-INPUT(2:15) TO WS-REQ-INPUT
           MOVE WS-REQ-INPUT TO C-CODE
           MOVE "01"         TO C-SECTION
           OPEN INPUT COURSE-MASTER-FILE
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE COURSE-MASTER-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: UNKNOWN COURSE CODE - NOT ADDED.***"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10 OR WS-SLOT-FOUND = "Y"
               IF DEG-REQ-COURSE(WS-REQ-IX) = SPACES
                   MOVE WS-REQ-INPUT TO DEG-REQ-COURSE(WS-REQ-IX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND = "N"
               DISPLAY "***ERROR: ALL TEN REQUIREMENT SLOTS ARE "
                   "USED - REMOVE ONE FIRST.***"
           END-IF.

      *>-----------------------------------------------------------
      *> REMOVE-COPIED-REQUIREMENT - "-COURSE": blanks its slot.
      *>-----------------------------------------------------------
       REMOVE-COPIED-REQUIREMENT.
           MOVE WS-AMEND-INPUT(2:15) TO WS-REQ-INPUT
           MOVE "N" TO WS-SLOT-FOUND
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > 10
               IF DEG-REQ-COURSE(WS-REQ-IX) = WS-REQ-INPUT
                   MOVE SPACES TO DEG-REQ-COURSE(WS-REQ-IX)
                   MOVE "Y" TO WS-SLOT-FOUND
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND = "N"
               DISPLAY "***ERROR: " WS-REQ-INPUT " IS NOT A "
                   "REQUIREMENT.***"
           END-IF.

       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
