       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0138.                         *> Clearinghouse enrollment-status submission

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

           SELECT CH-STATUS-FILE ASSIGN TO "clearinghouse-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-STUDENT-ID
               FILE STATUS IS WS-CHS-STATUS.

           SELECT SUBMIT-FILE ASSIGN TO "clearinghouse-submit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GRAD-APP-FILE ASSIGN TO "graduation-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GA-KEY
               FILE STATUS IS WS-GA-STATUS.

           SELECT CONFER-FILE ASSIGN TO "degree-conferrals.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONF-KEY
               FILE STATUS IS WS-CONF-STATUS.

           SELECT CH-CONTROL-FILE ASSIGN TO "clearinghouse-control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-CREDITS, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD ESTAT-PARM-FILE.
       01 ESTAT-PARM-LINE       PIC X(40).    *> One status-threshold line

       FD CH-STATUS-FILE.
       COPY "CHSTATREC.CPY".  *> Shared last-sent status layout (CHS-STUDENT-ID, ...)

       FD SUBMIT-FILE.
       01 SUBMIT-LINE           PIC X(120).   *> One fixed-width submission row

       FD GRAD-APP-FILE.
       COPY "GRADAPREC.CPY".  *> Shared graduation application layout (GA-KEY, ...)

       FD CONFER-FILE.
       COPY "CONFERREC.CPY".  *> Shared degree-conferral layout (CONF-KEY, ...)

       FD CH-CONTROL-FILE.
       01 CH-CONTROL-LINE       PIC X(40).    *> The school's clearinghouse code

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-CHS-STATUS        PIC XX.          *> CH-STATUS-FILE I/O status
       01 WS-CHC-STATUS        PIC XX.          *> CH-CONTROL-FILE I/O status
       01 WS-GA-STATUS         PIC XX.          *> GRAD-APP-FILE I/O status
       01 WS-CONF-STATUS       PIC XX.          *> CONFER-FILE I/O status
       01 WS-GRAD-EOF          PIC X VALUE "N". *> Application/conferral scan flag
       01 WS-GRAD-TERM         PIC X(6).        *> Expected term of a pending application
       01 WS-EOF               PIC X VALUE "N". *> Student scan EOF flag
       01 WS-TERM              PIC X(6).        *> Term being reported
       01 WS-TERM-FOUND        PIC X VALUE "N". *> Term on the calendar
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-MODE              PIC X VALUE "F". *> F = full file, C = changes only
       01 WS-CHS-FOUND         PIC X VALUE "N". *> Student was reported before
       01 WS-SEND              PIC X VALUE "N". *> This student goes on the file
       01 WS-CH-STATUS         PIC X(1).        *> Status to report
       01 WS-CH-EFFECTIVE      PIC X(8).        *> ...and its effective date
       01 WS-GRAD-YEAR         PIC 9(4).        *> Anticipated graduation year
       01 WS-SKIPPED-COUNT     PIC 9(6) VALUE 0. *> Students left off the file
      *> clearinghouse-control.txt layout: one line holding the
      *> school code the clearinghouse assigned us, carried on the
      *> header.  Nothing is sent without it.
       01 WS-CH-SCHOOL-CODE    PIC X(6) VALUE SPACES.
      *> Normal program length, in years, from admission (F-INSERT-
      *> DATE) to anticipated graduation, which falls on 31 May -
      *> used only when the student has neither a pending
      *> application to graduate nor a conferral on file.
       01 WS-CH-PROGRAM-YEARS  PIC 9(1) VALUE 4.

      *> Submission layouts - one header, a detail per student, one
      *> trailer balancing the details by status.
       01 WS-CH-HEADER.
           05 WS-CHH-TYPE          PIC X(1)  VALUE "H".
           05 WS-CHH-SCHOOL-CODE   PIC X(6).
           05 WS-CHH-FILE-TYPE     PIC X(1).     *> F = full, C = changes only
           05 WS-CHH-TERM          PIC X(6).
           05 WS-CHH-TERM-START    PIC X(8).
           05 WS-CHH-TERM-END      PIC X(8).
           05 WS-CHH-CREATED       PIC X(8).
           05 FILLER               PIC X(82) VALUE SPACES.
       01 WS-CH-DETAIL.
           05 WS-CHD-TYPE          PIC X(1)  VALUE "D".
           05 WS-CHD-STUDENT-ID    PIC X(4).
           05 WS-CHD-NAME          PIC X(40).
           05 WS-CHD-BIRTHDATE     PIC X(8).
           05 WS-CHD-STATUS        PIC X(1).
           05 WS-CHD-EFFECTIVE     PIC X(8).
           05 WS-CHD-ANTIC-GRAD    PIC X(8).
           05 WS-CHD-TERM          PIC X(6).
           05 WS-CHD-CREDITS       PIC 9(3).
           05 WS-CHD-PROGRAM       PIC X(6).
           05 WS-CHD-CAMPUS        PIC X(3).
           05 WS-CHD-PREV-STATUS   PIC X(1).     *> Status last sent, SPACE if first
           05 WS-CHD-DIR-BLOCK     PIC X(1).     *> Y = privacy block, no directory release
           05 FILLER               PIC X(30) VALUE SPACES.
       01 WS-CH-TRAILER.
           05 WS-CHT-TYPE          PIC X(1)  VALUE "T".
           05 WS-CHT-DETAIL-COUNT  PIC 9(6)  VALUE 0.
           05 WS-CHT-FULL-COUNT    PIC 9(6)  VALUE 0.
           05 WS-CHT-THREEQ-COUNT  PIC 9(6)  VALUE 0.
           05 WS-CHT-HALF-COUNT    PIC 9(6)  VALUE 0.
           05 WS-CHT-LESS-COUNT    PIC 9(6)  VALUE 0.
           05 WS-CHT-WITHDRAWN-COUNT PIC 9(6) VALUE 0.
           05 WS-CHT-GRADUATED-COUNT PIC 9(6) VALUE 0.
           05 WS-CHT-LEAVE-COUNT   PIC 9(6)  VALUE 0.
           05 FILLER               PIC X(71) VALUE SPACES.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "ESTATWS.CPY".    *> Fields used by the shared GET-ENROLLMENT-STATUS paragraph
       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| CLEARINGHOUSE ENROLLMENT-STATUS SUBMISSION     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM LOAD-SCHOOL-CODE
           IF WS-CH-SCHOOL-CODE = SPACES
               DISPLAY "***ERROR: NO SCHOOL CODE ON "
                   "clearinghouse-control.txt - NOTHING SENT.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
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

           DISPLAY "F = FULL FILE, C = CHANGES SINCE THE LAST "
               "SUBMISSION ONLY >>"
           ACCEPT WS-MODE
           IF WS-MODE = "c"
               MOVE "C" TO WS-MODE
           END-IF
           IF WS-MODE NOT = "C"
               MOVE "F" TO WS-MODE
           END-IF

           OPEN I-O CH-STATUS-FILE
           IF WS-CHS-STATUS = "35"
               OPEN OUTPUT CH-STATUS-FILE
               CLOSE CH-STATUS-FILE
               OPEN I-O CH-STATUS-FILE
           END-IF

           OPEN OUTPUT SUBMIT-FILE
           MOVE WS-CH-SCHOOL-CODE  TO WS-CHH-SCHOOL-CODE
           MOVE WS-MODE            TO WS-CHH-FILE-TYPE
           MOVE WS-TERM            TO WS-CHH-TERM
           MOVE TERM-START-DATE    TO WS-CHH-TERM-START
           MOVE TERM-END-DATE      TO WS-CHH-TERM-END
           MOVE WS-TODAY-FORMATTED TO WS-CHH-CREATED
           MOVE WS-CH-HEADER TO SUBMIT-LINE
           WRITE SUBMIT-LINE

           OPEN INPUT STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-STUDENT
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           MOVE WS-CH-TRAILER TO SUBMIT-LINE
           WRITE SUBMIT-LINE
           CLOSE SUBMIT-FILE
           CLOSE CH-STATUS-FILE

           DISPLAY "*** " WS-CHT-DETAIL-COUNT " STUDENT(S) WRITTEN TO "
               "clearinghouse-submit.txt, " WS-SKIPPED-COUNT
               " LEFT OFF. ***"
           DISPLAY "    FULL " WS-CHT-FULL-COUNT
               "  3/4 " WS-CHT-THREEQ-COUNT
               "  HALF " WS-CHT-HALF-COUNT
               "  LESS " WS-CHT-LESS-COUNT
           DISPLAY "    WITHDRAWN " WS-CHT-WITHDRAWN-COUNT
               "  GRADUATED " WS-CHT-GRADUATED-COUNT
               "  LEAVE " WS-CHT-LEAVE-COUNT

           IF WS-CHT-DETAIL-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to send
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SCHOOL-CODE - reads our clearinghouse school code off
      *> clearinghouse-control.txt.  WS-CH-SCHOOL-CODE stays SPACES
      *> if there is none.
      *>-----------------------------------------------------------
       LOAD-SCHOOL-CODE.
           MOVE SPACES TO WS-CH-SCHOOL-CODE
           OPEN INPUT CH-CONTROL-FILE
           IF WS-CHC-STATUS = "00"
               READ CH-CONTROL-FILE
                   NOT AT END
                       MOVE FUNCTION TRIM(CH-CONTROL-LINE)
                           TO WS-CH-SCHOOL-CODE
               END-READ
               CLOSE CH-CONTROL-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> REPORT-ONE-STUDENT - works out the status to report and
      *> decides whether the student goes on this file.
      *>
      *> An active student reports the term's load (F/Q/H/L) from
      *> GET-ENROLLMENT-STATUS, effective the term start; one with
      *> nothing that term and never reported before has nothing
      *> to tell the clearinghouse yet.  F-STATUS transitions map
      *> to the clearinghouse's codes effective the day the master
      *> was updated: W stays W, a transfer-out is reported as a
      *> withdrawal, G stays G and a leave of absence is A.
      *>
      *> The full file sends every active student plus any status
      *> not already reported; change-only sends only students
      *> whose status differs from what was last sent.
      *>-----------------------------------------------------------
       REPORT-ONE-STUDENT.
           MOVE F-ID TO CHS-STUDENT-ID
           READ CH-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CHS-FOUND
                   MOVE SPACES TO CHS-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHS-FOUND
           END-READ

           MOVE 0 TO WS-EST-CREDITS
           EVALUATE F-STATUS
               WHEN "W"
               WHEN "T"
                   MOVE "W" TO WS-CH-STATUS
                   MOVE F-UPDATE-DATE TO WS-CH-EFFECTIVE
               WHEN "G"
                   MOVE "G" TO WS-CH-STATUS
                   MOVE F-UPDATE-DATE TO WS-CH-EFFECTIVE
               WHEN "L"
                   MOVE "A" TO WS-CH-STATUS
                   MOVE F-UPDATE-DATE TO WS-CH-EFFECTIVE
               WHEN OTHER
                   MOVE F-ID    TO WS-EST-STUDENT
                   MOVE WS-TERM TO WS-EST-TERM
                   PERFORM GET-ENROLLMENT-STATUS
                   MOVE WS-EST-STATUS TO WS-CH-STATUS
                   MOVE WS-CHH-TERM-START TO WS-CH-EFFECTIVE
           END-EVALUATE

           MOVE "N" TO WS-SEND
           IF WS-CH-STATUS NOT = CHS-STATUS
               MOVE "Y" TO WS-SEND
           END-IF
           IF WS-MODE = "F" AND F-STATUS = "A"
               MOVE "Y" TO WS-SEND
           END-IF
           IF F-STATUS = "A" AND WS-EST-CREDITS = 0
               AND WS-CHS-FOUND = "N"
               MOVE "N" TO WS-SEND
           END-IF

           IF WS-SEND = "N"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-DETAIL-ROW

           MOVE WS-CH-STATUS       TO CHS-STATUS
           MOVE WS-CH-EFFECTIVE    TO CHS-EFFECTIVE-DATE
           MOVE WS-TERM            TO CHS-TERM
           MOVE WS-TODAY-FORMATTED TO CHS-SUBMIT-DATE
           IF WS-CHS-FOUND = "Y"
               REWRITE CH-STATUS-RECORD
           ELSE
               MOVE F-ID TO CHS-STUDENT-ID
               WRITE CH-STATUS-RECORD
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-DETAIL-ROW - one student's detail row, counted into
      *> the trailer.
      *>-----------------------------------------------------------
       WRITE-DETAIL-ROW.
           MOVE F-ID            TO WS-CHD-STUDENT-ID
           MOVE F-NAME          TO WS-CHD-NAME
           MOVE F-BIRTHDATE     TO WS-CHD-BIRTHDATE
           MOVE WS-CH-STATUS    TO WS-CHD-STATUS
           MOVE WS-CH-EFFECTIVE TO WS-CHD-EFFECTIVE
           MOVE WS-TERM         TO WS-CHD-TERM
           MOVE WS-EST-CREDITS  TO WS-CHD-CREDITS
           MOVE F-PROGRAM       TO WS-CHD-PROGRAM
           MOVE F-CAMPUS        TO WS-CHD-CAMPUS
           MOVE CHS-STATUS      TO WS-CHD-PREV-STATUS

      *> Enrollment reporting to the clearinghouse goes on under a
      *> privacy block, but flagged, so the clearinghouse withholds
      *> the student from the verifications it answers for us.
           MOVE F-ID TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           IF WS-PRIV-BLOCKED = "Y"
               MOVE "Y" TO WS-CHD-DIR-BLOCK
           ELSE
               MOVE SPACE TO WS-CHD-DIR-BLOCK
           END-IF

           PERFORM FIND-ANTICIPATED-GRAD

           MOVE WS-CH-DETAIL TO SUBMIT-LINE
           WRITE SUBMIT-LINE
           ADD 1 TO WS-CHT-DETAIL-COUNT

           EVALUATE WS-CH-STATUS
               WHEN "F" ADD 1 TO WS-CHT-FULL-COUNT
               WHEN "Q" ADD 1 TO WS-CHT-THREEQ-COUNT
               WHEN "H" ADD 1 TO WS-CHT-HALF-COUNT
               WHEN "L" ADD 1 TO WS-CHT-LESS-COUNT
               WHEN "W" ADD 1 TO WS-CHT-WITHDRAWN-COUNT
               WHEN "G" ADD 1 TO WS-CHT-GRADUATED-COUNT
               WHEN "A" ADD 1 TO WS-CHT-LEAVE-COUNT
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> FIND-ANTICIPATED-GRAD - the graduation date on the detail
      *> row.  A graduate reports the date the degree was conferred
      *> (degree-conferrals.txt); anyone else with a pending
      *> application to graduate reports the end of the term they
      *> applied for (the earliest, if more than one is pending).
      *> Only when neither is on file is it estimated from the
      *> admission year.
      *>-----------------------------------------------------------
       FIND-ANTICIPATED-GRAD.
           MOVE SPACES TO WS-CHD-ANTIC-GRAD

           IF F-STATUS = "G"
               PERFORM FIND-CONFERRAL-DATE
           ELSE
               PERFORM FIND-PENDING-GRAD-TERM
           END-IF

           IF WS-CHD-ANTIC-GRAD = SPACES
               AND F-INSERT-DATE(1:4) IS NUMERIC
               MOVE F-INSERT-DATE(1:4) TO WS-GRAD-YEAR
               ADD WS-CH-PROGRAM-YEARS TO WS-GRAD-YEAR
               STRING WS-GRAD-YEAR "0531" DELIMITED BY SIZE
                   INTO WS-CHD-ANTIC-GRAD
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-CONFERRAL-DATE - the latest conferral on file for the
      *> student, whichever degree it was.
      *>-----------------------------------------------------------
       FIND-CONFERRAL-DATE.
           OPEN INPUT CONFER-FILE
           IF WS-CONF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO WS-GRAD-EOF
           MOVE F-ID       TO CONF-STUDENT-ID
           MOVE LOW-VALUES TO CONF-DEG-CODE
           START CONFER-FILE KEY IS NOT LESS THAN CONF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GRAD-EOF
           END-START
           PERFORM UNTIL WS-GRAD-EOF = "Y"
               READ CONFER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GRAD-EOF
                   NOT AT END
                       IF CONF-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-GRAD-EOF
                       ELSE
                           IF WS-CHD-ANTIC-GRAD = SPACES
                               OR CONF-DATE > WS-CHD-ANTIC-GRAD
                               MOVE CONF-DATE TO WS-CHD-ANTIC-GRAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFER-FILE.

      *>-----------------------------------------------------------
      *> FIND-PENDING-GRAD-TERM - the end date of the expected term
      *> on the student's pending application to graduate.
      *>-----------------------------------------------------------
       FIND-PENDING-GRAD-TERM.
           OPEN INPUT GRAD-APP-FILE
           IF WS-GA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N"        TO WS-GRAD-EOF
           MOVE F-ID       TO GA-STUDENT-ID
           MOVE LOW-VALUES TO GA-DEG-CODE
           START GRAD-APP-FILE KEY IS NOT LESS THAN GA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GRAD-EOF
           END-START
           PERFORM UNTIL WS-GRAD-EOF = "Y"
               READ GRAD-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GRAD-EOF
                   NOT AT END
                       IF GA-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-GRAD-EOF
                       ELSE
                           IF GA-STATUS = "P"
                               MOVE GA-EXPECTED-TERM TO WS-GRAD-TERM
                               PERFORM TAKE-GRAD-TERM-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRAD-APP-FILE.

       TAKE-GRAD-TERM-END.
           MOVE WS-GRAD-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CHD-ANTIC-GRAD = SPACES
                       OR TERM-END-DATE < WS-CHD-ANTIC-GRAD
                       MOVE TERM-END-DATE TO WS-CHD-ANTIC-GRAD
                   END-IF
           END-READ
           CLOSE TERM-FILE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "ESTATVAL.CPY".   *> Shared enrollment-status paragraph
       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
