       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0169.  *> LMS roster delta feed

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

           SELECT SNAPSHOT-FILE ASSIGN TO "lms-roster-snapshot.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMS-KEY
               FILE STATUS IS WS-LMS-STATUS.

           SELECT FEED-FILE ASSIGN TO "lms-roster-delta.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-INSTRUCTOR, ...)

       FD SNAPSHOT-FILE.
       COPY "LMSSNAPREC.CPY". *> Shared LMS roster snapshot layout (LMS-KEY, ...)

       FD FEED-FILE.
       01 FEED-LINE             PIC X(140).   *> One fixed-width feed row

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.          *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.          *> COURSE-MASTER-FILE I/O status
       01 WS-LMS-STATUS        PIC XX.          *> SNAPSHOT-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-SNAP-FOUND        PIC X VALUE "N". *> Row was on the snapshot
       01 WS-RUN-FOUND         PIC X VALUE "N". *> Run-control row exists
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(8).        *> Current time, HHMMSSss
       01 WS-RUN-STAMP         PIC X(14).       *> This run, YYYYMMDDHHMMSS
       01 WS-PREV-STAMP        PIC X(14) VALUE SPACES. *> Last completed run
       01 WS-ENROLL-ROWS       PIC 9(6) VALUE 0. *> Enrollment rows compared

      *> One enrollment row's place on the roster tonight, and what
      *> the LMS was last told about it.
       01 WS-NEW-STATE         PIC X(1).        *> A / W / L, see LMSSNAPREC
       01 WS-CUR-INSTRUCTOR    PIC X(4).        *> Section's instructor now
       01 WS-EVENT             PIC X(1).        *> Action to send, SPACE = none
       01 WS-OLD-SECTION       PIC X(2).        *> Section swapped out of

      *> Enrollment rows the LMS had on a section that are gone from
      *> student-course.txt tonight.  Each is a drop, unless the same
      *> student turns up tonight on another section of the same
      *> course - then the two are one section swap.  Past the
      *> table's size a drop goes out straight away, unpaired.
       01 WS-DROP-COUNT        PIC 9(3) VALUE 0. *> Vanished rows held
       01 WS-DROP-IX           PIC 9(3) VALUE 0. *> ...subscript
       01 WS-DROP-MAX          PIC 9(3) VALUE 500.
       01 WS-DROP-TABLE.
           05 WS-DROP-ENTRY    OCCURS 500 TIMES.
               10 WS-DROP-STUDENT     PIC X(4).
               10 WS-DROP-COURSE      PIC X(15).
               10 WS-DROP-SECTION     PIC X(2).
               10 WS-DROP-TERM        PIC X(6).
               10 WS-DROP-INSTRUCTOR  PIC X(4).
               10 WS-DROP-PAIRED      PIC X(1).

      *> Feed layouts - one header, a detail per change, one trailer
      *> balancing the details by action.  A header with no
      *> previous-run stamp (file type F) is the first feed, which
      *> sends every section's instructor and every active
      *> enrollment as an add; after that (file type C) only
      *> changes.  Detail actions:
      *>   A = ADD (new to the section, or back from leave)
      *>   D = DROP       S = SECTION SWAP (old section given)
      *>   W = WITHDRAWN  L = LEAVE OF ABSENCE
      *>   I = INSTRUCTOR (re)ASSIGNED - section row, no student
       01 WS-LMS-HEADER.
           05 WS-LMH-TYPE          PIC X(1)  VALUE "H".
           05 WS-LMH-FEED-ID       PIC X(10) VALUE "LMSROSTER".
           05 WS-LMH-FILE-TYPE     PIC X(1).     *> F = first/full, C = changes
           05 WS-LMH-CREATED       PIC X(14).
           05 WS-LMH-CHANGES-SINCE PIC X(14).    *> SPACES on the first feed
           05 FILLER               PIC X(100) VALUE SPACES.
       01 WS-LMS-DETAIL.
           05 WS-LMD-TYPE          PIC X(1)  VALUE "D".
           05 WS-LMD-ACTION        PIC X(1).
           05 WS-LMD-STUDENT-ID    PIC X(4).
           05 WS-LMD-NAME          PIC X(40).
           05 WS-LMD-EMAIL         PIC X(30).
           05 WS-LMD-COURSE        PIC X(15).
           05 WS-LMD-SECTION       PIC X(2).
           05 WS-LMD-OLD-SECTION   PIC X(2).     *> S only
           05 WS-LMD-INSTRUCTOR    PIC X(4).
           05 WS-LMD-OLD-INSTR     PIC X(4).     *> I only
           05 WS-LMD-TERM          PIC X(6).
           05 WS-LMD-EFFECTIVE     PIC X(8).
           05 FILLER               PIC X(23) VALUE SPACES.
       01 WS-LMS-TRAILER.
           05 WS-LMT-TYPE          PIC X(1)  VALUE "T".
           05 WS-LMT-DETAIL-COUNT  PIC 9(6)  VALUE 0.
           05 WS-LMT-ADD-COUNT     PIC 9(6)  VALUE 0.
           05 WS-LMT-DROP-COUNT    PIC 9(6)  VALUE 0.
           05 WS-LMT-SWAP-COUNT    PIC 9(6)  VALUE 0.
           05 WS-LMT-WITHDRAW-COUNT PIC 9(6) VALUE 0.
           05 WS-LMT-LEAVE-COUNT   PIC 9(6)  VALUE 0.
           05 WS-LMT-INSTR-COUNT   PIC 9(6)  VALUE 0.
           05 FILLER               PIC X(97) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGH0169" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   L M S   R O S T E R   D E L T A   F E E D   |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-FORMATTED WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           OPEN I-O SNAPSHOT-FILE
           IF WS-LMS-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE
               OPEN I-O SNAPSHOT-FILE
           END-IF
           IF WS-LMS-STATUS NOT = "00"
               DISPLAY "***ERROR: UNABLE TO OPEN lms-roster-snapshot"
                   ".txt.***"
               MOVE 3 TO RETURN-CODE
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           MOVE SPACES TO LMS-KEY
           MOVE "R"    TO LMS-ROW-TYPE
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE "N" TO WS-RUN-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-RUN-FOUND
                   MOVE LMS-SEEN-STAMP TO WS-PREV-STAMP
           END-READ

           OPEN INPUT STUDENT-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           OPEN OUTPUT FEED-FILE

           IF WS-RUN-FOUND = "Y"
               MOVE "C" TO WS-LMH-FILE-TYPE
           ELSE
               MOVE "F" TO WS-LMH-FILE-TYPE
           END-IF
           MOVE WS-RUN-STAMP  TO WS-LMH-CREATED
           MOVE WS-PREV-STAMP TO WS-LMH-CHANGES-SINCE
           MOVE WS-LMS-HEADER TO FEED-LINE
           WRITE FEED-LINE

           *> Instructors first, so the adds below carry the
           *> section's instructor as it stands tonight.
           PERFORM COMPARE-SECTIONS
           PERFORM COLLECT-VANISHED-ROWS
           PERFORM COMPARE-ENROLLMENTS
           PERFORM SEND-UNPAIRED-DROPS

           MOVE WS-LMS-TRAILER TO FEED-LINE
           WRITE FEED-LINE

           *> The run only counts as the new "changes since" point
           *> once the whole feed is written.
           MOVE SPACES       TO LMS-SNAPSHOT-RECORD
           MOVE "R"          TO LMS-ROW-TYPE
           MOVE WS-RUN-STAMP TO LMS-SEEN-STAMP
           IF WS-RUN-FOUND = "Y"
               REWRITE LMS-SNAPSHOT-RECORD
           ELSE
               WRITE LMS-SNAPSHOT-RECORD
           END-IF

           CLOSE FEED-FILE
           CLOSE COURSE-MASTER-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE SNAPSHOT-FILE

           DISPLAY "*** " WS-LMT-DETAIL-COUNT " CHANGE(S) WRITTEN TO "
               "lms-roster-delta.txt. ***"
           DISPLAY "    ADDS " WS-LMT-ADD-COUNT
               "  DROPS " WS-LMT-DROP-COUNT
               "  SWAPS " WS-LMT-SWAP-COUNT
           DISPLAY "    WITHDRAWN " WS-LMT-WITHDRAW-COUNT
               "  LEAVE " WS-LMT-LEAVE-COUNT
               "  INSTRUCTOR " WS-LMT-INSTR-COUNT

           IF WS-LMT-DETAIL-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = no changes
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-ENROLL-ROWS      TO WS-JOB-READ
           MOVE WS-LMT-DETAIL-COUNT TO WS-JOB-WRITTEN
           MOVE 0                   TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> COMPARE-SECTIONS - every section on course-master.txt
      *> against the instructor last sent for it.  A section new
      *> to the snapshot is sent too when it has an instructor, so
      *> the LMS learns who teaches it.
      *>-----------------------------------------------------------
       COMPARE-SECTIONS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM COMPARE-ONE-SECTION
               END-READ
           END-PERFORM.

       COMPARE-ONE-SECTION.
           MOVE SPACES    TO LMS-KEY
           MOVE "C"       TO LMS-ROW-TYPE
           MOVE C-CODE    TO LMS-COURSE
           MOVE C-SECTION TO LMS-SECTION
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE "N" TO WS-SNAP-FOUND
                   MOVE SPACES TO LMS-INSTRUCTOR
               NOT INVALID KEY
                   MOVE "Y" TO WS-SNAP-FOUND
           END-READ

           IF C-INSTRUCTOR NOT = LMS-INSTRUCTOR
               PERFORM CLEAR-DETAIL
               MOVE "I"            TO WS-LMD-ACTION
               MOVE C-CODE         TO WS-LMD-COURSE
               MOVE C-SECTION      TO WS-LMD-SECTION
               MOVE C-INSTRUCTOR   TO WS-LMD-INSTRUCTOR
               MOVE LMS-INSTRUCTOR TO WS-LMD-OLD-INSTR
               PERFORM WRITE-DETAIL-ROW
           END-IF

           MOVE C-INSTRUCTOR TO LMS-INSTRUCTOR
           MOVE WS-RUN-STAMP TO LMS-SEEN-STAMP
           IF WS-SNAP-FOUND = "Y"
               REWRITE LMS-SNAPSHOT-RECORD
           ELSE
               MOVE SPACES    TO LMS-KEY
               MOVE "C"       TO LMS-ROW-TYPE
               MOVE C-CODE    TO LMS-COURSE
               MOVE C-SECTION TO LMS-SECTION
               MOVE SPACES    TO LMS-STATE
               MOVE SPACES    TO LMS-TERM
               WRITE LMS-SNAPSHOT-RECORD
           END-IF.

      *>-----------------------------------------------------------
      *> COLLECT-VANISHED-ROWS - every enrollment row on the
      *> snapshot that is no longer on student-course.txt comes off
      *> the snapshot.  One the LMS still had on the section is
      *> held as a drop; one already sent as withdrawn or on leave
      *> has nothing left to tell.
      *>-----------------------------------------------------------
       COLLECT-VANISHED-ROWS.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO LMS-KEY
           MOVE "E"    TO LMS-ROW-TYPE
           START SNAPSHOT-FILE KEY IS NOT LESS THAN LMS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ SNAPSHOT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF LMS-ROW-TYPE NOT = "E"
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM CHECK-ONE-VANISHED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-VANISHED.
           MOVE LMS-STUDENT-ID TO EN-STUDENT-ID
           MOVE LMS-COURSE     TO EN-COURSE
           MOVE LMS-SECTION    TO EN-SECTION
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF LMS-STATE = "A"
               IF WS-DROP-COUNT < WS-DROP-MAX
                   ADD 1 TO WS-DROP-COUNT
                   MOVE LMS-STUDENT-ID
                       TO WS-DROP-STUDENT(WS-DROP-COUNT)
                   MOVE LMS-COURSE  TO WS-DROP-COURSE(WS-DROP-COUNT)
                   MOVE LMS-SECTION TO WS-DROP-SECTION(WS-DROP-COUNT)
                   MOVE LMS-TERM    TO WS-DROP-TERM(WS-DROP-COUNT)
                   MOVE LMS-INSTRUCTOR
                       TO WS-DROP-INSTRUCTOR(WS-DROP-COUNT)
                   MOVE "N" TO WS-DROP-PAIRED(WS-DROP-COUNT)
               ELSE
                   PERFORM CLEAR-DETAIL
                   MOVE "D"            TO WS-LMD-ACTION
                   MOVE LMS-STUDENT-ID TO WS-LMD-STUDENT-ID
                   MOVE LMS-COURSE     TO WS-LMD-COURSE
                   MOVE LMS-SECTION    TO WS-LMD-SECTION
                   MOVE LMS-INSTRUCTOR TO WS-LMD-INSTRUCTOR
                   MOVE LMS-TERM       TO WS-LMD-TERM
                   PERFORM FILL-DETAIL-STUDENT
                   PERFORM WRITE-DETAIL-ROW
               END-IF
           END-IF

           DELETE SNAPSHOT-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *>-----------------------------------------------------------
      *> COMPARE-ENROLLMENTS - every row on student-course.txt
      *> against what the LMS was last told about it.
      *>-----------------------------------------------------------
       COMPARE-ENROLLMENTS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO EN-KEY
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ENROLL-ROWS
                       PERFORM COMPARE-ONE-ENROLLMENT
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> COMPARE-ONE-ENROLLMENT - works out where the row stands
      *> tonight: W for a W grade, or a student no longer active
      *> (withdrawn, transferred, graduated or off file); L for a
      *> student on leave, whom PRGH0061's roster already leaves
      *> off; otherwise A.  A row new to the snapshot is an add (or
      *> the new half of a swap) when active; a known row is sent
      *> again whenever its state moves.
      *>-----------------------------------------------------------
       COMPARE-ONE-ENROLLMENT.
           MOVE "A" TO WS-NEW-STATE
           MOVE EN-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-RECORD
                   MOVE "W" TO WS-NEW-STATE
               NOT INVALID KEY
                   IF F-STATUS = "L"
                       MOVE "L" TO WS-NEW-STATE
                   ELSE
                       IF F-STATUS NOT = "A"
                           MOVE "W" TO WS-NEW-STATE
                       END-IF
                   END-IF
           END-READ
           IF EN-GRADE = "W"
               MOVE "W" TO WS-NEW-STATE
           END-IF

           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CUR-INSTRUCTOR
               NOT INVALID KEY
                   MOVE C-INSTRUCTOR TO WS-CUR-INSTRUCTOR
           END-READ

           MOVE "E"           TO LMS-ROW-TYPE
           MOVE EN-STUDENT-ID TO LMS-STUDENT-ID
           MOVE EN-COURSE     TO LMS-COURSE
           MOVE EN-SECTION    TO LMS-SECTION
           READ SNAPSHOT-FILE
               INVALID KEY
                   MOVE "N" TO WS-SNAP-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-SNAP-FOUND
           END-READ

           MOVE SPACES TO WS-EVENT
           MOVE SPACES TO WS-OLD-SECTION
           IF WS-SNAP-FOUND = "N"
               IF WS-NEW-STATE = "A"
                   MOVE "A" TO WS-EVENT
                   PERFORM FIND-SWAPPED-SECTION
               END-IF
           ELSE
               IF LMS-STATE NOT = WS-NEW-STATE
                   MOVE WS-NEW-STATE TO WS-EVENT
               END-IF
           END-IF

           IF WS-EVENT NOT = SPACES
               PERFORM CLEAR-DETAIL
               MOVE WS-EVENT          TO WS-LMD-ACTION
               MOVE EN-STUDENT-ID     TO WS-LMD-STUDENT-ID
               MOVE F-NAME            TO WS-LMD-NAME
               MOVE F-EMAIL           TO WS-LMD-EMAIL
               MOVE EN-COURSE         TO WS-LMD-COURSE
               MOVE EN-SECTION        TO WS-LMD-SECTION
               MOVE WS-OLD-SECTION    TO WS-LMD-OLD-SECTION
               MOVE WS-CUR-INSTRUCTOR TO WS-LMD-INSTRUCTOR
               MOVE EN-TERM           TO WS-LMD-TERM
               PERFORM WRITE-DETAIL-ROW
           END-IF

           MOVE WS-NEW-STATE      TO LMS-STATE
           MOVE EN-TERM           TO LMS-TERM
           MOVE WS-CUR-INSTRUCTOR TO LMS-INSTRUCTOR
           MOVE WS-RUN-STAMP      TO LMS-SEEN-STAMP
           IF WS-SNAP-FOUND = "Y"
               REWRITE LMS-SNAPSHOT-RECORD
           ELSE
               MOVE "E"           TO LMS-ROW-TYPE
               MOVE EN-STUDENT-ID TO LMS-STUDENT-ID
               MOVE EN-COURSE     TO LMS-COURSE
               MOVE EN-SECTION    TO LMS-SECTION
               WRITE LMS-SNAPSHOT-RECORD
           END-IF.

      *>-----------------------------------------------------------
      *> FIND-SWAPPED-SECTION - a new active row whose student
      *> dropped another section of the same course tonight is a
      *> section swap, not an add and a drop.
      *>-----------------------------------------------------------
       FIND-SWAPPED-SECTION.
           PERFORM VARYING WS-DROP-IX FROM 1 BY 1
               UNTIL WS-DROP-IX > WS-DROP-COUNT
                  OR WS-EVENT = "S"
               IF WS-DROP-PAIRED(WS-DROP-IX) = "N"
                   AND WS-DROP-STUDENT(WS-DROP-IX) = EN-STUDENT-ID
                   AND WS-DROP-COURSE(WS-DROP-IX) = EN-COURSE
                   MOVE "Y" TO WS-DROP-PAIRED(WS-DROP-IX)
                   MOVE "S" TO WS-EVENT
                   MOVE WS-DROP-SECTION(WS-DROP-IX) TO WS-OLD-SECTION
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> SEND-UNPAIRED-DROPS - the held drops no swap claimed.
      *>-----------------------------------------------------------
       SEND-UNPAIRED-DROPS.
           PERFORM VARYING WS-DROP-IX FROM 1 BY 1
               UNTIL WS-DROP-IX > WS-DROP-COUNT
               IF WS-DROP-PAIRED(WS-DROP-IX) = "N"
                   PERFORM CLEAR-DETAIL
                   MOVE "D" TO WS-LMD-ACTION
                   MOVE WS-DROP-STUDENT(WS-DROP-IX)
                       TO WS-LMD-STUDENT-ID
                   MOVE WS-DROP-COURSE(WS-DROP-IX)  TO WS-LMD-COURSE
                   MOVE WS-DROP-SECTION(WS-DROP-IX) TO WS-LMD-SECTION
                   MOVE WS-DROP-INSTRUCTOR(WS-DROP-IX)
                       TO WS-LMD-INSTRUCTOR
                   MOVE WS-DROP-TERM(WS-DROP-IX)    TO WS-LMD-TERM
                   PERFORM FILL-DETAIL-STUDENT
                   PERFORM WRITE-DETAIL-ROW
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> FILL-DETAIL-STUDENT - name and e-mail of the student on
      *> the detail row being built.
      *>-----------------------------------------------------------
       FILL-DETAIL-STUDENT.
           MOVE WS-LMD-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE F-NAME  TO WS-LMD-NAME
                   MOVE F-EMAIL TO WS-LMD-EMAIL
           END-READ.

       CLEAR-DETAIL.
           MOVE SPACES TO WS-LMD-ACTION WS-LMD-STUDENT-ID WS-LMD-NAME
                          WS-LMD-EMAIL WS-LMD-COURSE WS-LMD-SECTION
                          WS-LMD-OLD-SECTION WS-LMD-INSTRUCTOR
                          WS-LMD-OLD-INSTR WS-LMD-TERM
           MOVE WS-TODAY-FORMATTED TO WS-LMD-EFFECTIVE.

      *>-----------------------------------------------------------
      *> WRITE-DETAIL-ROW - one change's detail row, counted into
      *> the trailer.
      *>-----------------------------------------------------------
       WRITE-DETAIL-ROW.
           MOVE WS-LMS-DETAIL TO FEED-LINE
           WRITE FEED-LINE
           ADD 1 TO WS-LMT-DETAIL-COUNT

           EVALUATE WS-LMD-ACTION
               WHEN "A" ADD 1 TO WS-LMT-ADD-COUNT
               WHEN "D" ADD 1 TO WS-LMT-DROP-COUNT
               WHEN "S" ADD 1 TO WS-LMT-SWAP-COUNT
               WHEN "W" ADD 1 TO WS-LMT-WITHDRAW-COUNT
               WHEN "L" ADD 1 TO WS-LMT-LEAVE-COUNT
               WHEN "I" ADD 1 TO WS-LMT-INSTR-COUNT
           END-EVALUATE.

       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
