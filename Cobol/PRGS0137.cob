       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGS0137.                         *> Enrollment verification letter

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT ESTAT-PARM-FILE
               ASSIGN TO "enrollment-status-parms.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-PARM-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "letter-templates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT VERIFY-FILE ASSIGN TO "enrollment-verifications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VER-SERIAL
               FILE STATUS IS WS-VER-STATUS.

           SELECT ID-CONTROL-FILE ASSIGN TO "id-control.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LETTER-FILE ASSIGN TO "enrollment-letter.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-DESC, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD ESTAT-PARM-FILE.
       01 ESTAT-PARM-LINE       PIC X(40).    *> One status-threshold line

       FD TEMPLATE-FILE.
       01 TEMPLATE-LINE         PIC X(80).
      *> letter-templates.txt layout: see LETTERVAL.CPY.  Body lines
      *> here may carry &NAME&, &ID&, &DATE&, &TERM&, &TERMDESC&,
      *> &TERMSTART&, &TERMEND&, &STATUS&, &CREDITS&, &SERIAL&,
      *> &REQUESTER& and &DESTINATION&, and a body line of just
      *> &COURSELIST& expands to one line per course counted.

       FD VERIFY-FILE.
       COPY "VERIFREC.CPY".   *> Shared verification-log layout (VER-SERIAL, ...)

       FD ID-CONTROL-FILE.
       COPY "IDCTLREC.CPY".   *> Next-available-ID control record

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD LETTER-FILE.
       01 LETTER-LINE           PIC X(100).   *> One printed letter line

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-VER-STATUS        PIC XX.          *> VERIFY-FILE I/O status
       01 WS-CTL-STATUS        PIC XX.          *> ID-CONTROL I/O status
       01 WS-CTL-FOUND         PIC X VALUE "N". *> Control row exists flag
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Signed-on user
       01 WS-STUDENT-ID        PIC X(4).        *> Student being verified
       01 WS-FOUND             PIC X VALUE "N". *> Student found flag
       01 WS-TERM              PIC X(6).        *> Term being certified
       01 WS-TERM-FOUND        PIC X VALUE "N". *> Term on the calendar
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-SERIAL            PIC 9(6) VALUE 0. *> Serial drawn for this letter
       01 WS-REQUESTED-BY      PIC X(25).       *> Who asked for the letter
       01 WS-DESTINATION       PIC X(30).       *> Where it is going
       01 WS-EOF               PIC X VALUE "N". *> Course-list scan EOF flag
       01 WS-CREDITS-DISPLAY   PIC ZZ9.
       01 CONFIRMATION         PIC X.           *> User confirmation (Y/N)

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "ESTATWS.CPY".    *> Fields used by the shared GET-ENROLLMENT-STATUS paragraph
       COPY "LETTERWS.CPY".   *> Fields used by the shared letter-template paragraphs
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| ENROLLMENT VERIFICATION LETTER                 |"
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           DISPLAY "ENTER STUDENT ID (MAX 4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
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
               EXIT PROGRAM
           END-IF

           *> Verifying enrollment to a third party is exactly what a
           *> privacy block forbids, unless the student has signed a
           *> release for this request.
           MOVE WS-STUDENT-ID TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           IF WS-PRIV-BLOCKED = "Y"
               PERFORM SHOW-PRIVACY-BANNER
               DISPLAY "HAS THE STUDENT SIGNED A RELEASE FOR THIS "
                   "LETTER? (Y/N) >>"
               ACCEPT CONFIRMATION
               IF CONFIRMATION NOT = "Y" AND CONFIRMATION NOT = "y"
                   DISPLAY "***ERROR: NO LETTER - STUDENT HAS A "
                       "PRIVACY BLOCK ON FILE.***"
                   MOVE 5 TO RETURN-CODE          *> 5 = not authorized
                   EXIT PROGRAM
               END-IF
           END-IF

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM ("
               WS-TERM-CURRENT ") >>"
           ACCEPT WS-TERM
           IF WS-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-TERM
           END-IF

           MOVE "N" TO WS-TERM-FOUND
           IF WS-TERM NOT = SPACES
               MOVE WS-TERM TO TERM-CODE
               OPEN INPUT TERM-FILE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TERM-FOUND
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-TERM-FOUND = "N"
               DISPLAY "***ERROR: TERM " WS-TERM
                   " IS NOT ON THE CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           MOVE WS-STUDENT-ID TO WS-EST-STUDENT
           MOVE WS-TERM       TO WS-EST-TERM
           PERFORM GET-ENROLLMENT-STATUS

           DISPLAY " "
           DISPLAY "STUDENT: " F-ID " - " F-NAME
           IF F-STATUS NOT = "A"
               DISPLAY "***NOTE: STUDENT STATUS IS " F-STATUS
                   ", NOT ACTIVE.***"
           END-IF
           DISPLAY "TERM " WS-TERM ": " WS-EST-CREDITS " CREDITS - "
               WS-EST-STATUS-NAME

           DISPLAY "TEMPLATE CODE, OR BLANK FOR ENRLVER >>"
           ACCEPT WS-TPL-CODE
           IF WS-TPL-CODE = SPACES
               MOVE "ENRLVER" TO WS-TPL-CODE
           END-IF
           PERFORM LOAD-TEMPLATE
           IF WS-TPL-FOUND = "N"
               DISPLAY "***ERROR: TEMPLATE " WS-TPL-CODE " NOT "
                   "FOUND ON letter-templates.txt.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           DISPLAY "REQUESTED BY (MAX 25 CHARS) >>"
           ACCEPT WS-REQUESTED-BY
           DISPLAY "DESTINATION (MAX 30 CHARS) >>"
           ACCEPT WS-DESTINATION
           IF WS-REQUESTED-BY = SPACES
               DISPLAY "***ERROR: A VERIFICATION MUST NAME WHO "
                   "ASKED FOR IT.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "ISSUE THE LETTER? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y" AND CONFIRMATION NOT = "y"
               DISPLAY "*** NO LETTER ISSUED. ***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing issued
               EXIT PROGRAM
           END-IF

           PERFORM DRAW-VERIFICATION-SERIAL
           IF WS-SERIAL = 0
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PROGRAM
           END-IF

           PERFORM PRINT-VERIFICATION-LETTER
           PERFORM LOG-VERIFICATION

           DISPLAY "*** VERIFICATION " WS-SERIAL " ISSUED - LETTER "
               "IS ON enrollment-letter.txt. ***"
           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> DRAW-VERIFICATION-SERIAL - the next serial from the "VSER"
      *> control row, read-bump-rewrite under a lock (the PRGQ0052
      *> "TSER" idiom).  WS-SERIAL stays 0 when the lock is held
      *> elsewhere.
      *>-----------------------------------------------------------
       DRAW-VERIFICATION-SERIAL.
           MOVE 0 TO WS-SERIAL
           MOVE "CTRL" TO WS-LOCK-TYPE
           MOVE "VSER" TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               DISPLAY "***ERROR: VERIFICATION SERIAL COUNTER "
                   "LOCKED - TRY AGAIN SHORTLY.***"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ID-CONTROL-FILE
           MOVE "VSER" TO CTL-KEY
           READ ID-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CTL-FOUND
                   MOVE 1 TO CTL-NEXT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-CTL-FOUND
           END-READ

           MOVE CTL-NEXT-ID TO WS-SERIAL
           ADD 1 TO CTL-NEXT-ID

           IF WS-CTL-FOUND = "Y"
               REWRITE ID-CONTROL-RECORD
           ELSE
               WRITE ID-CONTROL-RECORD
           END-IF
           CLOSE ID-CONTROL-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> PRINT-VERIFICATION-LETTER - merges the template into
      *> enrollment-letter.txt, echoing it to the screen.
      *>-----------------------------------------------------------
       PRINT-VERIFICATION-LETTER.
           MOVE "NAME"             TO WS-TPL-SET-NAME
           MOVE F-NAME             TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "ID"               TO WS-TPL-SET-NAME
           MOVE F-ID               TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "DATE"             TO WS-TPL-SET-NAME
           MOVE WS-TODAY-FORMATTED TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERM"             TO WS-TPL-SET-NAME
           MOVE WS-TERM            TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERMDESC"         TO WS-TPL-SET-NAME
           MOVE TERM-DESC          TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERMSTART"        TO WS-TPL-SET-NAME
           MOVE TERM-START-DATE    TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERMEND"          TO WS-TPL-SET-NAME
           MOVE TERM-END-DATE      TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "STATUS"           TO WS-TPL-SET-NAME
           MOVE WS-EST-STATUS-NAME TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE WS-EST-CREDITS     TO WS-CREDITS-DISPLAY
           MOVE "CREDITS"          TO WS-TPL-SET-NAME
           MOVE FUNCTION TRIM(WS-CREDITS-DISPLAY) TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "SERIAL"           TO WS-TPL-SET-NAME
           MOVE WS-SERIAL          TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "REQUESTER"        TO WS-TPL-SET-NAME
           MOVE WS-REQUESTED-BY    TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "DESTINATION"      TO WS-TPL-SET-NAME
           MOVE WS-DESTINATION     TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN

           OPEN OUTPUT LETTER-FILE
           PERFORM VARYING WS-TPL-IX FROM 1 BY 1
               UNTIL WS-TPL-IX > WS-TPL-LINES
               IF WS-TPL-BODY-LINE(WS-TPL-IX) = "&COURSELIST&"
                   PERFORM WRITE-COURSE-LIST
               ELSE
                   PERFORM MERGE-ONE-LINE
                   MOVE WS-MERGED-LINE TO LETTER-LINE
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           CLOSE LETTER-FILE.

      *>-----------------------------------------------------------
      *> WRITE-COURSE-LIST - the &COURSELIST& body line expands to
      *> one line per course counted toward the status: the term's
      *> rows, less withdrawals and audits.
      *>-----------------------------------------------------------
       WRITE-COURSE-LIST.
           MOVE "N" TO WS-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           MOVE WS-STUDENT-ID TO EN-STUDENT-ID
           MOVE LOW-VALUES    TO EN-COURSE
           MOVE LOW-VALUES    TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           IF EN-TERM = WS-TERM
                               AND EN-GRADE NOT = "W"
                               AND EN-BASIS NOT = "A"
                               PERFORM WRITE-ONE-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER-FILE
           MOVE "N" TO WS-EOF.

      *>-----------------------------------------------------------
      *> WRITE-ONE-COURSE - one course line of the letter.
      *>-----------------------------------------------------------
       WRITE-ONE-COURSE.
           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO C-DESC
                   MOVE 0      TO C-CREDITS
           END-READ
           MOVE C-CREDITS TO WS-CREDITS-DISPLAY
           MOVE SPACES TO LETTER-LINE
           STRING "  " DELIMITED BY SIZE
                  EN-COURSE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  C-DESC DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CREDITS-DISPLAY DELIMITED BY SIZE
                  " CREDITS" DELIMITED BY SIZE
                  INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE.

      *>-----------------------------------------------------------
      *> LOG-VERIFICATION - the verification-log row for the letter
      *> just printed.
      *>-----------------------------------------------------------
       LOG-VERIFICATION.
           MOVE WS-SERIAL          TO VER-SERIAL
           MOVE WS-STUDENT-ID      TO VER-STUDENT-ID
           MOVE WS-TERM            TO VER-TERM
           MOVE WS-EST-STATUS      TO VER-STATUS
           MOVE WS-EST-CREDITS     TO VER-CREDITS
           MOVE WS-REQUESTED-BY    TO VER-REQUESTED-BY
           MOVE WS-DESTINATION     TO VER-DESTINATION
           MOVE WS-TODAY-FORMATTED TO VER-ISSUE-DATE
           MOVE WS-OPERATOR-ID     TO VER-ISSUED-BY
           MOVE WS-TPL-CODE        TO VER-TEMPLATE

           OPEN I-O VERIFY-FILE
           IF WS-VER-STATUS = "35"
               OPEN OUTPUT VERIFY-FILE
           END-IF
           WRITE VERIFICATION-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO LOG VERIFICATION "
                       WS-SERIAL ".***"
           END-WRITE
           CLOSE VERIFY-FILE.

      *>-----------------------------------------------------------
      *> WRITE-LETTER-LINE - writes one line of the letter and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           DISPLAY LETTER-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "ESTATVAL.CPY".   *> Shared enrollment-status paragraph
       COPY "LETTERVAL.CPY".  *> Shared letter-template paragraphs
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
