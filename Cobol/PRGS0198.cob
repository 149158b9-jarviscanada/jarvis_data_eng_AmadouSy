       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0198.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ENROLLMENT-FILE ASSIGN TO "student-course.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS WS-ENROLL-STATUS.

           SELECT COURSE-MASTER-FILE ASSIGN TO "course-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS C-KEY
               FILE STATUS IS WS-COURSE-STATUS.

           SELECT ROOM-FILE ASSIGN TO "rooms.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.

           SELECT NEW-QUEUE-FILE ASSIGN TO "prgs0198-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECIPIENT-FILE ASSIGN TO "prgs0198-recip.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIP-STATUS.

           SELECT CALL-LIST-FILE ASSIGN TO "broadcast-call-list.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BROADCAST-LOG-FILE ASSIGN TO "broadcast-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-ROOM, ...)

       FD ROOM-FILE.
       COPY "ROOMREC.CPY".    *> Shared room master layout (ROOM-CODE, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE             PIC X(100). *> One line of queued mail text

       FD NEW-QUEUE-FILE.
       01 NEW-QUEUE-LINE        PIC X(100). *> Rebuilt queue, urgent mail first

       FD RECIPIENT-FILE.
       01 RECIPIENT-RECORD.
           05 RCP-ID                PIC X(4).
           05 RCP-NAME              PIC X(40).
           05 RCP-PHONE             PIC X(12).
           05 RCP-EMAIL             PIC X(30).
           05 RCP-MAILABLE          PIC X(1).    *> Y = usable email address
      *> One active student selected, once however many of the
      *> chosen sections they sit in - the scratch the message and
      *> the call list are both written from.

       FD CALL-LIST-FILE.
       01 CALL-LINE             PIC X(100).   *> One phone call-list line

       FD BROADCAST-LOG-FILE.
       COPY "BCASTREC.CPY".   *> Shared urgent-broadcast log layout (BC-DATE, ...)

       SD SORT-WORK-FILE.
       01 SR-BCAST-RECORD.
           05 SR-ID                 PIC X(4).    *> Student picked up by the selection

       WORKING-STORAGE SECTION.
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-ROOM-STATUS       PIC XX.          *> ROOM-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-QUEUE-STATUS      PIC XX.          *> MAIL-QUEUE-FILE I/O status
       01 WS-RECIP-STATUS      PIC XX.          *> RECIPIENT-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(6).        *> HHMMSS
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Signed-on user, from the session
       01 CONFIRMATION         PIC X.           *> User confirmation (Y/N)

       01 WS-SELECT-TYPE       PIC X VALUE SPACE.
      *>         C = course section, R = room, B = building,
      *>         K = campus, P = degree program, A = all active.
       01 WS-SELECT-VALUE      PIC X(20) VALUE SPACES. *> Code keyed for the type
       01 WS-SELECT-COURSE     PIC X(15) VALUE SPACES. *> C: course code
       01 WS-SELECT-SECTION    PIC X(2) VALUE SPACES.  *> C: section, blank = all
       01 WS-SELECT-DESC       PIC X(60) VALUE SPACES. *> Population, for the screen/list

      *> Sections whose students make up the population for C, R
      *> and B - one entry per course-master row picked.
       01 WS-SEC-COUNT         PIC 9(3) VALUE 0.
       01 WS-SEC-IX            PIC 9(3) VALUE 0.
       01 WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
               10 WS-SEC-COURSE     PIC X(15).
               10 WS-SEC-SECTION    PIC X(2).
       01 WS-SEC-FULL          PIC X VALUE "N". *> Table overflowed

      *> B: the rooms in the chosen building.
       01 WS-BLDG-COUNT        PIC 9(3) VALUE 0.
       01 WS-BLDG-IX           PIC 9(3) VALUE 0.
       01 WS-BLDG-TABLE.
           05 WS-BLDG-ROOM OCCURS 200 TIMES PIC X(6).
       01 WS-BUILDING          PIC X(15) VALUE SPACES. *> Building, upper case

       01 WS-ROOM-MATCH        PIC X VALUE "N". *> Section meets in a chosen room
       01 WS-SEC-MATCH         PIC X VALUE "N". *> Enrollment is in a chosen section
       01 WS-DAY-LETTERS       PIC X(7) VALUE "UMTWRFS".
      *>         Weekday letters as C-MEETING-DAY carries them,
      *>         Sunday first - INTEGER-OF-DATE day 1 was a Monday,
      *>         so MOD 7 + 1 picks the letter (as PRGC0182).
       01 WS-DAY-INT           PIC 9(7) VALUE 0.
       01 WS-DAY-LETTER        PIC X VALUE SPACE. *> Today's weekday letter
       01 WS-DAY-TALLY         PIC 9(2) VALUE 0.

       01 WS-LAST-ID           PIC X(4) VALUE SPACES. *> De-duplication, sorted IDs
       01 WS-AT-COUNT          PIC 9(2) VALUE 0.      *> "@" signs in the address
       01 WS-SELECTED-COUNT    PIC 9(5) VALUE 0.      *> Active students selected
       01 WS-INACTIVE-COUNT    PIC 9(5) VALUE 0.      *> Picked up but not active
       01 WS-MAIL-COUNT        PIC 9(5) VALUE 0.      *> With a usable email
       01 WS-CALL-COUNT        PIC 9(5) VALUE 0.      *> For the phone call list

       01 WS-SUBJECT           PIC X(60) VALUE SPACES. *> Message subject
       01 WS-BODY-COUNT        PIC 9(2) VALUE 0.
       01 WS-BODY-IX           PIC 9(2) VALUE 0.
       01 WS-BODY-INPUT        PIC X(70) VALUE SPACES.
       01 WS-BODY-DONE         PIC X VALUE "N".
       01 WS-BODY-TABLE.
           05 WS-BODY-LINE OCCURS 10 TIMES PIC X(70).

      *> Queue rebuild - urgent messages already waiting, then this
      *> broadcast, then the routine mail, so the dispatcher reaches
      *> every urgent notice before any letter.
       01 WS-MAIL-SEPARATOR    PIC X(80) VALUE ALL "-".
       01 WS-COPY-URGENT       PIC X VALUE "N". *> Pass copies urgent (Y) or routine (N)
       01 WS-MSG-URGENT        PIC X VALUE "N". *> Message being copied is urgent
       01 WS-SEP-PENDING       PIC X VALUE "N". *> Separator read, priority not yet seen
       01 WS-SYS-CMD           PIC X(120).      *> Shell command text

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   U R G E N T   B R O A D C A S T             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "SEND TO: C=COURSE SECTION, R=ROOM, B=BUILDING "
               "(CLASSES MEETING THERE TODAY),"
           DISPLAY "         K=CAMPUS, P=DEGREE PROGRAM, "
               "A=ALL ACTIVE STUDENTS >>"
           ACCEPT WS-SELECT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-SELECT-TYPE) TO WS-SELECT-TYPE

           PERFORM GET-SELECTION-VALUE
           IF RETURN-CODE NOT = 0
               EXIT PROGRAM
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-ID
               INPUT PROCEDURE IS SELECT-RECIPIENTS
               OUTPUT PROCEDURE IS WRITE-RECIPIENTS

           DISPLAY "POPULATION: " FUNCTION TRIM(WS-SELECT-DESC)
           DISPLAY "*** " WS-SELECTED-COUNT " ACTIVE STUDENT(S): "
               WS-MAIL-COUNT " BY EMAIL, " WS-CALL-COUNT
               " FOR THE PHONE CALL LIST. ***"
           IF WS-INACTIVE-COUNT > 0
               DISPLAY "(" WS-INACTIVE-COUNT " STUDENT(S) NOT ACTIVE "
                   "- LEFT OUT.)"
           END-IF
           IF WS-SEC-FULL = "Y"
               DISPLAY "***WARNING: MORE THAN 300 SECTIONS MATCHED - "
                   "ONLY THE FIRST 300 ARE COVERED.***"
           END-IF

           IF WS-SELECTED-COUNT = 0
               DISPLAY "NO ACTIVE STUDENTS IN THAT POPULATION - "
                   "NOTHING SENT."
               PERFORM REMOVE-RECIPIENT-SCRATCH
               MOVE 1 TO RETURN-CODE              *> 1 = nobody to reach
               EXIT PROGRAM
           END-IF

           PERFORM GET-MESSAGE-TEXT
           IF RETURN-CODE NOT = 0
               PERFORM REMOVE-RECIPIENT-SCRATCH
               EXIT PROGRAM
           END-IF

           DISPLAY "SEND THIS URGENT MESSAGE TO " WS-SELECTED-COUNT
               " STUDENT(S)? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "BROADCAST NOT CONFIRMED - NOTHING SENT."
               PERFORM REMOVE-RECIPIENT-SCRATCH
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           PERFORM REBUILD-MAIL-QUEUE
           PERFORM WRITE-CALL-LIST
           PERFORM WRITE-BROADCAST-LOG
           PERFORM REMOVE-RECIPIENT-SCRATCH

           DISPLAY "*** " WS-MAIL-COUNT " URGENT MESSAGE(S) QUEUED "
               "AHEAD OF ROUTINE MAIL. ***"
           IF WS-CALL-COUNT > 0
               DISPLAY "*** " WS-CALL-COUNT " STUDENT(S) TO PHONE - "
                   "SEE broadcast-call-list.txt. ***"
               MOVE 2 TO RETURN-CODE              *> 2 = call list to work
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> GET-SELECTION-VALUE - the code for the population type,
      *> checked as far as it can be before anything is selected.
      *> C, R and B build the section table the enrollment scan
      *> works from.  RETURN-CODE 3 when the type or value is bad.
      *>-----------------------------------------------------------
       GET-SELECTION-VALUE.
           MOVE 0 TO RETURN-CODE
           EVALUATE WS-SELECT-TYPE
               WHEN "C"
                   DISPLAY "ENTER COURSE CODE >>"
                   ACCEPT WS-SELECT-COURSE
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-COURSE)
                       TO WS-SELECT-COURSE
                   DISPLAY "ENTER SECTION (BLANK = EVERY SECTION) >>"
                   ACCEPT WS-SELECT-SECTION
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-SECTION)
                       TO WS-SELECT-SECTION
                   PERFORM LOAD-COURSE-SECTIONS
                   IF WS-SEC-COUNT = 0
                       DISPLAY "***ERROR: NO SUCH COURSE/SECTION ON "
                           "THE COURSE MASTER.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PARAGRAPH
                   END-IF
                   STRING WS-SELECT-COURSE DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          WS-SELECT-SECTION DELIMITED BY SIZE
                          INTO WS-SELECT-VALUE
                   STRING "STUDENTS IN " DELIMITED BY SIZE
                          WS-SELECT-VALUE DELIMITED BY SIZE
                          INTO WS-SELECT-DESC
               WHEN "R"
                   DISPLAY "ENTER ROOM CODE >>"
                   ACCEPT WS-SELECT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-VALUE)
                       TO WS-SELECT-VALUE
                   MOVE WS-SELECT-VALUE TO ROOM-CODE
                   OPEN INPUT ROOM-FILE
                   READ ROOM-FILE
                       INVALID KEY
                           MOVE "23" TO WS-ROOM-STATUS
                   END-READ
                   CLOSE ROOM-FILE
                   IF WS-ROOM-STATUS NOT = "00"
                       DISPLAY "***ERROR: ROOM " WS-SELECT-VALUE
                           " IS NOT ON rooms.txt.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO WS-BLDG-COUNT
                   MOVE WS-SELECT-VALUE TO WS-BLDG-ROOM(1)
                   STRING "CLASSES MEETING TODAY IN ROOM "
                          DELIMITED BY SIZE
                          WS-SELECT-VALUE DELIMITED BY SIZE
                          INTO WS-SELECT-DESC
                   PERFORM LOAD-TODAYS-SECTIONS
               WHEN "B"
                   DISPLAY "ENTER BUILDING >>"
                   ACCEPT WS-SELECT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-VALUE)
                       TO WS-SELECT-VALUE
                   MOVE WS-SELECT-VALUE TO WS-BUILDING
                   PERFORM LOAD-BUILDING-ROOMS
                   IF WS-BLDG-COUNT = 0
                       DISPLAY "***ERROR: NO ROOMS ON rooms.txt IN "
                           "BUILDING " FUNCTION TRIM(WS-BUILDING)
                           ".***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PARAGRAPH
                   END-IF
                   STRING "CLASSES MEETING TODAY IN "
                          DELIMITED BY SIZE
                          WS-BUILDING DELIMITED BY SIZE
                          INTO WS-SELECT-DESC
                   PERFORM LOAD-TODAYS-SECTIONS
               WHEN "K"
                   DISPLAY "ENTER CAMPUS CODE (BLANK = MAIN CAMPUS) >>"
                   ACCEPT WS-SELECT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-VALUE)
                       TO WS-SELECT-VALUE
                   IF WS-SELECT-VALUE = SPACES
                       MOVE "STUDENTS AT THE MAIN CAMPUS"
                           TO WS-SELECT-DESC
                   ELSE
                       STRING "STUDENTS AT CAMPUS " DELIMITED BY SIZE
                              WS-SELECT-VALUE DELIMITED BY SIZE
                              INTO WS-SELECT-DESC
                   END-IF
               WHEN "P"
                   DISPLAY "ENTER DEGREE PROGRAM CODE >>"
                   ACCEPT WS-SELECT-VALUE
                   MOVE FUNCTION UPPER-CASE(WS-SELECT-VALUE)
                       TO WS-SELECT-VALUE
                   IF WS-SELECT-VALUE = SPACES
                       DISPLAY "***ERROR: A PROGRAM CODE IS "
                           "REQUIRED.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PARAGRAPH
                   END-IF
                   STRING "STUDENTS IN PROGRAM " DELIMITED BY SIZE
                          WS-SELECT-VALUE DELIMITED BY SIZE
                          INTO WS-SELECT-DESC
               WHEN "A"
                   MOVE SPACES TO WS-SELECT-VALUE
                   MOVE "ALL ACTIVE STUDENTS" TO WS-SELECT-DESC
               WHEN OTHER
                   DISPLAY "***ERROR: CHOOSE C, R, B, K, P OR A.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> LOAD-COURSE-SECTIONS - C: the section keyed, or every
      *> section of the course when none was.
      *>-----------------------------------------------------------
       LOAD-COURSE-SECTIONS.
           MOVE 0   TO WS-SEC-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF C-CODE = WS-SELECT-COURSE
                           AND (WS-SELECT-SECTION = SPACES
                               OR C-SECTION = WS-SELECT-SECTION)
                           PERFORM ADD-SECTION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE.

      *>-----------------------------------------------------------
      *> LOAD-BUILDING-ROOMS - B: every room on rooms.txt whose
      *> building matches, ignoring case.
      *>-----------------------------------------------------------
       LOAD-BUILDING-ROOMS.
           MOVE 0   TO WS-BLDG-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT ROOM-FILE
           IF WS-ROOM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ ROOM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(ROOM-BUILDING)
                           = WS-BUILDING
                           AND WS-BLDG-COUNT < 200
                           ADD 1 TO WS-BLDG-COUNT
                           MOVE ROOM-CODE
                               TO WS-BLDG-ROOM(WS-BLDG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROOM-FILE.

      *>-----------------------------------------------------------
      *> LOAD-TODAYS-SECTIONS - R and B: the sections in one of the
      *> chosen rooms whose meeting days include today.  Outside a
      *> term nothing is meeting, so nothing is picked.
      *>-----------------------------------------------------------
       LOAD-TODAYS-SECTIONS.
           MOVE 0 TO WS-SEC-COUNT
           PERFORM GET-CURRENT-TERM
           IF WS-TERM-CURRENT = SPACES
               DISPLAY "(NO TERM IS IN PROGRESS TODAY - NO CLASSES "
                   "ARE MEETING.)"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))
           MOVE WS-DAY-LETTERS(FUNCTION MOD(WS-DAY-INT, 7) + 1:1)
               TO WS-DAY-LETTER

           MOVE "N" TO WS-EOF
           OPEN INPUT COURSE-MASTER-FILE
           IF WS-COURSE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE 0 TO WS-DAY-TALLY
                       INSPECT C-MEETING-DAY TALLYING WS-DAY-TALLY
                           FOR ALL WS-DAY-LETTER
                       IF WS-DAY-TALLY > 0 AND C-ROOM NOT = SPACES
                           MOVE "N" TO WS-ROOM-MATCH
                           PERFORM VARYING WS-BLDG-IX FROM 1 BY 1
                               UNTIL WS-BLDG-IX > WS-BLDG-COUNT
                               IF C-ROOM = WS-BLDG-ROOM(WS-BLDG-IX)
                                   MOVE "Y" TO WS-ROOM-MATCH
                               END-IF
                           END-PERFORM
                           IF WS-ROOM-MATCH = "Y"
                               PERFORM ADD-SECTION-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COURSE-MASTER-FILE.

       ADD-SECTION-ENTRY.
           IF WS-SEC-COUNT < 300
               ADD 1 TO WS-SEC-COUNT
               MOVE C-CODE    TO WS-SEC-COURSE(WS-SEC-COUNT)
               MOVE C-SECTION TO WS-SEC-SECTION(WS-SEC-COUNT)
           ELSE
               MOVE "Y" TO WS-SEC-FULL
           END-IF.

      *>-----------------------------------------------------------
      *> SELECT-RECIPIENTS - sort input procedure.  C, R and B
      *> release every student holding a live seat (not withdrawn)
      *> this term in one of the chosen sections - with no term in
      *> progress, any seat not yet graded; K, P and A
      *> release every matching student on the master.  Duplicates
      *> and inactive students are dealt with on the way out.
      *>-----------------------------------------------------------
       SELECT-RECIPIENTS.
           MOVE "N" TO WS-EOF
           IF WS-SELECT-TYPE = "C" OR WS-SELECT-TYPE = "R"
               OR WS-SELECT-TYPE = "B"
               IF WS-SEC-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               IF WS-SELECT-TYPE = "C"
                   PERFORM GET-CURRENT-TERM
               END-IF
               OPEN INPUT ENROLLMENT-FILE
               IF WS-ENROLL-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ENROLLMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF (EN-TERM = WS-TERM-CURRENT
                                   AND EN-GRADE NOT = "W")
                               OR (WS-TERM-CURRENT = SPACES
                                   AND EN-GRADE = SPACES)
                               PERFORM MATCH-ENROLLMENT-SECTION
                               IF WS-SEC-MATCH = "Y"
                                   MOVE EN-STUDENT-ID TO SR-ID
                                   RELEASE SR-BCAST-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           ELSE
               OPEN INPUT STUDENT-FILE
               IF WS-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STUDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-SELECT-TYPE = "A"
                               OR (WS-SELECT-TYPE = "K"
                                   AND F-CAMPUS = WS-SELECT-VALUE)
                               OR (WS-SELECT-TYPE = "P"
                                   AND F-PROGRAM = WS-SELECT-VALUE)
                               MOVE F-ID TO SR-ID
                               RELEASE SR-BCAST-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF.

       MATCH-ENROLLMENT-SECTION.
           MOVE "N" TO WS-SEC-MATCH
           PERFORM VARYING WS-SEC-IX FROM 1 BY 1
               UNTIL WS-SEC-IX > WS-SEC-COUNT OR WS-SEC-MATCH = "Y"
               IF EN-COURSE = WS-SEC-COURSE(WS-SEC-IX)
                   AND EN-SECTION = WS-SEC-SECTION(WS-SEC-IX)
                   MOVE "Y" TO WS-SEC-MATCH
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> WRITE-RECIPIENTS - sort output procedure.  Each student
      *> once, active students only, sorted out by whether the
      *> email address on file can take mail - the same test the
      *> dispatcher (PRGS0110) applies: not blank and holding "@".
      *>-----------------------------------------------------------
       WRITE-RECIPIENTS.
           MOVE "N"    TO WS-EOF
           MOVE SPACES TO WS-LAST-ID
           OPEN OUTPUT RECIPIENT-FILE
           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SR-ID NOT = WS-LAST-ID
                           MOVE SR-ID TO WS-LAST-ID
                           PERFORM WRITE-ONE-RECIPIENT
                       END-IF
               END-RETURN
           END-PERFORM
           CLOSE STUDENT-FILE
           CLOSE RECIPIENT-FILE.

       WRITE-ONE-RECIPIENT.
           MOVE SR-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF F-STATUS NOT = "A"
               ADD 1 TO WS-INACTIVE-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SELECTED-COUNT
           MOVE F-ID    TO RCP-ID
           MOVE F-NAME  TO RCP-NAME
           MOVE F-PHONE TO RCP-PHONE
           MOVE F-EMAIL TO RCP-EMAIL
           MOVE 0 TO WS-AT-COUNT
           INSPECT F-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF F-EMAIL NOT = SPACES AND WS-AT-COUNT > 0
               MOVE "Y" TO RCP-MAILABLE
               ADD 1 TO WS-MAIL-COUNT
           ELSE
               MOVE "N" TO RCP-MAILABLE
               ADD 1 TO WS-CALL-COUNT
           END-IF
           WRITE RECIPIENT-RECORD.

      *>-----------------------------------------------------------
      *> GET-MESSAGE-TEXT - the subject and up to 10 body lines,
      *> one per prompt, a blank line ending the body.  RETURN-CODE
      *> 3 when either is left empty.
      *>-----------------------------------------------------------
       GET-MESSAGE-TEXT.
           MOVE 0 TO RETURN-CODE
           DISPLAY "ENTER SUBJECT >>"
           ACCEPT WS-SUBJECT
           IF WS-SUBJECT = SPACES
               DISPLAY "***ERROR: A SUBJECT IS REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER THE MESSAGE, ONE LINE (70 CHARACTERS) AT A "
               "TIME, UP TO 10 LINES;"
           DISPLAY "A BLANK LINE ENDS IT."
           MOVE 0   TO WS-BODY-COUNT
           MOVE "N" TO WS-BODY-DONE
           PERFORM UNTIL WS-BODY-DONE = "Y"
               MOVE SPACES TO WS-BODY-INPUT
               DISPLAY "LINE >>"
               ACCEPT WS-BODY-INPUT
               IF WS-BODY-INPUT = SPACES
                   MOVE "Y" TO WS-BODY-DONE
               ELSE
                   ADD 1 TO WS-BODY-COUNT
                   MOVE WS-BODY-INPUT TO WS-BODY-LINE(WS-BODY-COUNT)
                   IF WS-BODY-COUNT = 10
                       MOVE "Y" TO WS-BODY-DONE
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BODY-COUNT = 0
               DISPLAY "***ERROR: THE MESSAGE HAS NO TEXT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> REBUILD-MAIL-QUEUE - writes the queue out again with this
      *> broadcast ahead of every routine message: urgent messages
      *> already waiting first (they were sent earlier), then one
      *> message per student with a usable address, then the
      *> routine mail in its original order.  An urgent message
      *> carries a PRIORITY line straight after its separator, so
      *> each message is told apart from the line following the
      *> separator without buffering it.  The shell swaps the new
      *> queue in, as PRGS0110 does.
      *>-----------------------------------------------------------
       REBUILD-MAIL-QUEUE.
           OPEN OUTPUT NEW-QUEUE-FILE

           MOVE "Y" TO WS-COPY-URGENT
           PERFORM COPY-QUEUE-PASS

           MOVE "N" TO WS-EOF
           OPEN INPUT RECIPIENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ RECIPIENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RCP-MAILABLE = "Y"
                           PERFORM QUEUE-ONE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIPIENT-FILE

           MOVE "N" TO WS-COPY-URGENT
           PERFORM COPY-QUEUE-PASS

           CLOSE NEW-QUEUE-FILE

           MOVE "mv prgs0198-queue.txt outbound-mail-queue.txt"
               TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD.

      *>-----------------------------------------------------------
      *> COPY-QUEUE-PASS - one read of the existing queue, copying
      *> the urgent messages (WS-COPY-URGENT "Y") or the routine
      *> ones ("N").  Anything ahead of the first separator counts
      *> as routine.  No queue yet means nothing to copy.
      *>-----------------------------------------------------------
       COPY-QUEUE-PASS.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-MSG-URGENT
           MOVE "N" TO WS-SEP-PENDING
           OPEN INPUT MAIL-QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ MAIL-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COPY-ONE-QUEUE-LINE
               END-READ
           END-PERFORM
           IF WS-SEP-PENDING = "Y" AND WS-COPY-URGENT = "N"
               MOVE WS-MAIL-SEPARATOR TO NEW-QUEUE-LINE
               WRITE NEW-QUEUE-LINE
           END-IF
           CLOSE MAIL-QUEUE-FILE.

       COPY-ONE-QUEUE-LINE.
           IF MAIL-LINE = WS-MAIL-SEPARATOR
               IF WS-SEP-PENDING = "Y" AND WS-COPY-URGENT = "N"
                   MOVE WS-MAIL-SEPARATOR TO NEW-QUEUE-LINE
                   WRITE NEW-QUEUE-LINE
               END-IF
               MOVE "Y" TO WS-SEP-PENDING
               EXIT PARAGRAPH
           END-IF

           IF WS-SEP-PENDING = "Y"
               MOVE "N" TO WS-SEP-PENDING
               IF MAIL-LINE(1:16) = "PRIORITY: URGENT"
                   MOVE "Y" TO WS-MSG-URGENT
               ELSE
                   MOVE "N" TO WS-MSG-URGENT
               END-IF
               IF WS-MSG-URGENT = WS-COPY-URGENT
                   MOVE WS-MAIL-SEPARATOR TO NEW-QUEUE-LINE
                   WRITE NEW-QUEUE-LINE
               END-IF
           END-IF

           IF WS-MSG-URGENT = WS-COPY-URGENT
               MOVE MAIL-LINE TO NEW-QUEUE-LINE
               WRITE NEW-QUEUE-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> QUEUE-ONE-MESSAGE - the broadcast for one student, in the
      *> envelope PRGS0038/PRGS0109 write, marked urgent.
      *>-----------------------------------------------------------
       QUEUE-ONE-MESSAGE.
           MOVE WS-MAIL-SEPARATOR TO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE
           MOVE "PRIORITY: URGENT" TO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE
           MOVE SPACES TO NEW-QUEUE-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  RCP-EMAIL    DELIMITED BY SIZE
                  INTO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE
           MOVE SPACES TO NEW-QUEUE-LINE
           STRING "SUBJECT : " DELIMITED BY SIZE
                  WS-SUBJECT   DELIMITED BY SIZE
                  INTO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE
           MOVE SPACES TO NEW-QUEUE-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE
           MOVE SPACES TO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE

           PERFORM VARYING WS-BODY-IX FROM 1 BY 1
               UNTIL WS-BODY-IX > WS-BODY-COUNT
               MOVE WS-BODY-LINE(WS-BODY-IX) TO NEW-QUEUE-LINE
               WRITE NEW-QUEUE-LINE
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO NEW-QUEUE-LINE
           WRITE NEW-QUEUE-LINE.

      *>-----------------------------------------------------------
      *> WRITE-CALL-LIST - the students the broadcast cannot reach
      *> by email, with the phone number to call them on, spooled
      *> like any other report.  Written (with a "none" line) even
      *> when everyone had an address, so the list on hand is never
      *> a stale one from an earlier broadcast.
      *>-----------------------------------------------------------
       WRITE-CALL-LIST.
           OPEN OUTPUT CALL-LIST-FILE
           MOVE SPACES TO CALL-LINE
           STRING "URGENT BROADCAST PHONE CALL LIST - "
                  DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  INTO CALL-LINE
           WRITE CALL-LINE
           MOVE SPACES TO CALL-LINE
           STRING "POPULATION: " DELIMITED BY SIZE
                  WS-SELECT-DESC DELIMITED BY SIZE
                  INTO CALL-LINE
           WRITE CALL-LINE
           MOVE SPACES TO CALL-LINE
           STRING "SUBJECT   : " DELIMITED BY SIZE
                  WS-SUBJECT DELIMITED BY SIZE
                  INTO CALL-LINE
           WRITE CALL-LINE
           MOVE "READ EACH STUDENT THE MESSAGE BELOW - THEY HAVE NO "
               & "USABLE EMAIL ON FILE." TO CALL-LINE
           WRITE CALL-LINE
           MOVE SPACES TO CALL-LINE
           WRITE CALL-LINE
           PERFORM VARYING WS-BODY-IX FROM 1 BY 1
               UNTIL WS-BODY-IX > WS-BODY-COUNT
               MOVE SPACES TO CALL-LINE
               STRING "    " DELIMITED BY SIZE
                      WS-BODY-LINE(WS-BODY-IX) DELIMITED BY SIZE
                      INTO CALL-LINE
               WRITE CALL-LINE
           END-PERFORM
           MOVE SPACES TO CALL-LINE
           WRITE CALL-LINE
           MOVE "ID   NAME                                     PHONE"
               TO CALL-LINE
           WRITE CALL-LINE
           MOVE "---- ---------------------------------------- "
               & "------------------" TO CALL-LINE
           WRITE CALL-LINE

           MOVE "N" TO WS-EOF
           OPEN INPUT RECIPIENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ RECIPIENT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RCP-MAILABLE = "N"
                           MOVE SPACES TO CALL-LINE
                           MOVE RCP-ID   TO CALL-LINE(1:4)
                           MOVE RCP-NAME TO CALL-LINE(6:40)
                           IF RCP-PHONE = SPACES
                               MOVE "NO PHONE ON FILE"
                                   TO CALL-LINE(47:18)
                           ELSE
                               MOVE RCP-PHONE TO CALL-LINE(47:12)
                           END-IF
                           WRITE CALL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECIPIENT-FILE

           IF WS-CALL-COUNT = 0
               MOVE "(NONE - EVERY STUDENT WAS EMAILED.)" TO CALL-LINE
               WRITE CALL-LINE
           END-IF
           CLOSE CALL-LIST-FILE

           MOVE "broadcast-call-list.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-BROADCAST-LOG - one row on broadcast-log.txt for
      *> the broadcast just sent.
      *>-----------------------------------------------------------
       WRITE-BROADCAST-LOG.
           MOVE WS-TODAY-FORMATTED TO BC-DATE
           MOVE WS-NOW-TIME        TO BC-TIME
           MOVE WS-OPERATOR-ID     TO BC-USER
           MOVE WS-SELECT-TYPE     TO BC-SELECT-TYPE
           MOVE WS-SELECT-VALUE    TO BC-SELECT-VALUE
           MOVE WS-SUBJECT         TO BC-SUBJECT
           MOVE WS-SELECTED-COUNT  TO BC-SELECTED
           MOVE WS-MAIL-COUNT      TO BC-EMAILED
           MOVE WS-CALL-COUNT      TO BC-CALL-LIST
           OPEN EXTEND BROADCAST-LOG-FILE
           WRITE BROADCAST-LOG-RECORD
           CLOSE BROADCAST-LOG-FILE.

       REMOVE-RECIPIENT-SCRATCH.
           MOVE "rm -f prgs0198-recip.txt" TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
