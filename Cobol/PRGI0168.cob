       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGI0168.  *> Admissions decision feed load

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "admissions-decisions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

           SELECT RETURN-FILE ASSIGN TO "admissions-return.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ID-CONTROL-FILE ASSIGN TO "id-control.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "archive-students.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-FILE ASSIGN TO "student-addresses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-KEY
               FILE STATUS IS WS-ADDR-STATUS.

           SELECT DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-DEGREE-STATUS.

           SELECT LOCATION-FILE ASSIGN TO "campuses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-STATUS.

           SELECT REPORT-FILE ASSIGN TO "admissions-load-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       01 INPUT-LINE                PIC X(300). *> One admitted applicant

       FD RETURN-FILE.
       01 RETURN-LINE               PIC X(80).  *> One decision answered

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ID-CONTROL-FILE.
       COPY "IDCTLREC.CPY".   *> Next-available-student-ID control record

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE             PIC X(160).  *> One archived student row

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD ADDRESS-FILE.
       COPY "ADDRREC.CPY".    *> Shared student-address layout (ADDR-KEY, ...)

       FD DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-program layout (DEG-CODE, ...)

       FD LOCATION-FILE.
       COPY "LOCREC.CPY".     *> Shared campus/location layout (LOC-CODE, LOC-NAME)

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(100). *> One report line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-INPUT-STATUS      PIC XX.          *> INPUT-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-CTL-STATUS        PIC XX.          *> ID-CONTROL-FILE I/O status
       01 WS-ADDR-STATUS       PIC XX.          *> ADDRESS-FILE I/O status
       01 WS-DEGREE-STATUS     PIC XX.          *> DEGREE-FILE I/O status
       01 WS-LOC-STATUS        PIC XX.          *> LOCATION-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Input-scan EOF flag
       01 WS-STUDENT-EOF       PIC X VALUE "N". *> Duplicate-scan EOF flag
       01 WS-CTL-FOUND         PIC X VALUE "N". *> Control record already exists?
       01 WS-NEW-STUDENT-ID    PIC X(4).        *> ID assigned under the CTRL lock
       01 WS-ID-FREE           PIC X VALUE "N". *> "Y" once the candidate ID is unused
       01 WS-ID-ASSIGNED       PIC X VALUE "N". *> "Y" once an ID was handed out
       01 WS-ARCHIVE-EOF       PIC X VALUE "N". *> Archive-scan EOF flag
       01 WS-ARCHIVE-FOUND     PIC X VALUE "N". *> Candidate ID found on the archive?
       01 WS-DUP-FOUND         PIC X VALUE "N". *> Applicant already a student?
       01 WS-DUP-ID            PIC X(4).        *> ...and the ID they are under
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD

      *> admissions-decisions.txt layout: one admitted applicant per
      *> line, comma delimited, the same UNSTRING-by-comma idiom
      *> PRGA0146's evaluation ingest uses -
      *>   APPLICANT NUMBER, NAME, BIRTHDATE (YYYYMMDD), PROGRAM,
      *>   CAMPUS, PHONE, E-MAIL, ADDRESS LINE 1, ADDRESS LINE 2,
      *>   CITY, STATE, ZIP, EMERGENCY CONTACT NAME, EMERGENCY
      *>   CONTACT PHONE
      *> PROGRAM and CAMPUS may be empty (undeclared / main campus),
      *> as they may be when PRGI0002 keys a student by hand; a code
      *> that IS sent has to be on file.  ADDRESS LINE 1 empty means
      *> no home address came with the decision, and an empty
      *> contact name means no emergency contact row is written.
       01 WS-IN-APPLICANT       PIC X(10).
       01 WS-IN-NAME            PIC X(40).
       01 WS-IN-BIRTHDATE       PIC X(8).
       01 WS-IN-PROGRAM         PIC X(6).
       01 WS-IN-CAMPUS          PIC X(3).
       01 WS-IN-PHONE           PIC X(12).
       01 WS-IN-EMAIL           PIC X(30).
       01 WS-IN-ADDR-1          PIC X(30).
       01 WS-IN-ADDR-2          PIC X(30).
       01 WS-IN-CITY            PIC X(20).
       01 WS-IN-STATE           PIC X(2).
       01 WS-IN-ZIP             PIC X(10).
       01 WS-IN-CONTACT-NAME    PIC X(25).
       01 WS-IN-CONTACT-PHONE   PIC X(12).

      *> admissions-return.txt layout: one line per applicant read,
      *> comma delimited the same way -
      *>   APPLICANT NUMBER, DECISION, STUDENT ID, REASON
      *> DECISION is A (student created), D (already a student - the
      *> existing ID is returned) or R (rejected, no ID, REASON
      *> says why), so admissions can match every applicant they
      *> sent to the ID we hold them under.
       01 WS-RESULT             PIC X(1).        *> A / D / R
       01 WS-RESULT-ID          PIC X(4).        *> ID returned to admissions
       01 WS-REJECT-REASON      PIC X(30).       *> Why a line was not loaded

       01 WS-READ-COUNT         PIC 9(5) VALUE 0. *> Applicants read
       01 WS-CREATED-COUNT      PIC 9(5) VALUE 0. *> Student records created
       01 WS-DUP-COUNT          PIC 9(5) VALUE 0. *> Already on file
       01 WS-REJECT-COUNT       PIC 9(5) VALUE 0. *> Applicants rejected
       01 WS-ADDRESS-COUNT      PIC 9(5) VALUE 0. *> Address rows written

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AGEWS.CPY".      *> Fields used by the shared VALIDATE-MIN-AGE paragraph
       COPY "BACKUPWS.CPY".   *> Fields used by the shared BACKUP-STUDENT-FILE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "LOCKWS.CPY".     *> Fields used by the shared ACQUIRE/RELEASE-STUDENT-LOCK paragraphs
       COPY "CATYRWS.CPY".    *> Fields used by the shared catalog-year paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGI0168" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A D M I S S I O N S   D E C I S I O N       |"
           DISPLAY "|             F E E D   L O A D                 |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           MOVE WS-TODAY-FORMATTED TO WS-AGE-TODAY

           *> Newly admitted students are declared under the catalog
           *> year in force today, the same as one keyed by hand.
           PERFORM GET-CATALOG-YEAR

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ADMISSIONS DECISION FEED LOAD - " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ADMIT-LINE

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-STATUS NOT = "00"
               MOVE "NO admissions-decisions.txt TO LOAD"
                   TO REPORT-LINE
               PERFORM WRITE-ADMIT-LINE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to load
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           *> Snapshot today's file before anything is written to it.
           MOVE "PRGI0168" TO WS-BACKUP-PROGRAM
           PERFORM BACKUP-STUDENT-FILE

           OPEN I-O ADDRESS-FILE
           IF WS-ADDR-STATUS = "35"
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF

           OPEN OUTPUT RETURN-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ INPUT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF INPUT-LINE NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM LOAD-ONE-APPLICANT
                           PERFORM WRITE-RETURN-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INPUT-FILE
           CLOSE RETURN-FILE
           CLOSE ADDRESS-FILE

           MOVE SPACES TO REPORT-LINE
           STRING "READ: " DELIMITED BY SIZE
                  WS-READ-COUNT DELIMITED BY SIZE
                  "   CREATED: " DELIMITED BY SIZE
                  WS-CREATED-COUNT DELIMITED BY SIZE
                  "   ALREADY ON FILE: " DELIMITED BY SIZE
                  WS-DUP-COUNT DELIMITED BY SIZE
                  "   REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "   ADDRESSES: " DELIMITED BY SIZE
                  WS-ADDRESS-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ADMIT-LINE
           MOVE "(ASSIGNED IDS ARE ON admissions-return.txt FOR THE "
               & "ADMISSIONS OFFICE.)" TO REPORT-LINE
           PERFORM WRITE-ADMIT-LINE
           CLOSE REPORT-FILE

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to load
           ELSE
               IF WS-REJECT-COUNT = 0 AND WS-DUP-COUNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 2 TO RETURN-CODE          *> 2 = exceptions
               END-IF
           END-IF

           MOVE WS-READ-COUNT    TO WS-JOB-READ
           MOVE WS-CREATED-COUNT TO WS-JOB-WRITTEN
           COMPUTE WS-JOB-REJECTED = WS-REJECT-COUNT + WS-DUP-COUNT
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-ONE-APPLICANT - parses one admitted applicant and puts
      *> it through the same checks PRGI0002 puts a keyed student
      *> through: a real birthdate, old enough to enroll, a program
      *> on degree-programs.txt and a campus on campuses.txt.  An
      *> applicant who is already an active student under the same
      *> name and birthdate (PRGF0025's duplicate rule) gets that
      *> ID back rather than a second record.  Otherwise the next
      *> ID is assigned, the student written and audited, and the
      *> home address and emergency contact loaded.
      *>-----------------------------------------------------------
       LOAD-ONE-APPLICANT.
           MOVE "R"    TO WS-RESULT
           MOVE SPACES TO WS-RESULT-ID
           MOVE SPACES TO WS-REJECT-REASON

           MOVE SPACES TO WS-IN-APPLICANT WS-IN-NAME WS-IN-BIRTHDATE
                          WS-IN-PROGRAM WS-IN-CAMPUS WS-IN-PHONE
                          WS-IN-EMAIL WS-IN-ADDR-1 WS-IN-ADDR-2
                          WS-IN-CITY WS-IN-STATE WS-IN-ZIP
                          WS-IN-CONTACT-NAME WS-IN-CONTACT-PHONE
           UNSTRING INPUT-LINE DELIMITED BY ","
               INTO WS-IN-APPLICANT WS-IN-NAME WS-IN-BIRTHDATE
                    WS-IN-PROGRAM WS-IN-CAMPUS WS-IN-PHONE
                    WS-IN-EMAIL WS-IN-ADDR-1 WS-IN-ADDR-2
                    WS-IN-CITY WS-IN-STATE WS-IN-ZIP
                    WS-IN-CONTACT-NAME WS-IN-CONTACT-PHONE

           IF WS-IN-APPLICANT = SPACES
               MOVE "NO APPLICANT NUMBER" TO WS-REJECT-REASON
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-NAME = SPACES
               MOVE "NAME MISSING" TO WS-REJECT-REASON
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-BIRTHDATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               MOVE "INVALID BIRTHDATE" TO WS-REJECT-REASON
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BIRTHDATE TO WS-AGE-BIRTHDATE
           PERFORM VALIDATE-MIN-AGE
           IF WS-AGE-ELIGIBLE = "N"
               MOVE "UNDER MINIMUM AGE" TO WS-REJECT-REASON
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF

           IF WS-IN-PROGRAM NOT = SPACES
               MOVE WS-IN-PROGRAM       TO WS-CAT-PROGRAM
               MOVE WS-CAT-CURRENT-YEAR TO WS-CAT-YEAR
               PERFORM FIND-CATALOG-REQUIREMENTS
               IF WS-CAT-FOUND = "N"
                   MOVE "UNKNOWN PROGRAM CODE" TO WS-REJECT-REASON
                   PERFORM REJECT-APPLICANT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-IN-CAMPUS NOT = SPACES
               MOVE WS-IN-CAMPUS TO LOC-CODE
               OPEN INPUT LOCATION-FILE
               READ LOCATION-FILE
                   INVALID KEY
                       MOVE "UNKNOWN CAMPUS CODE" TO WS-REJECT-REASON
               END-READ
               CLOSE LOCATION-FILE
               IF WS-REJECT-REASON NOT = SPACES
                   PERFORM REJECT-APPLICANT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM FIND-EXISTING-STUDENT
           IF WS-DUP-FOUND = "Y"
               MOVE "D"       TO WS-RESULT
               MOVE WS-DUP-ID TO WS-RESULT-ID
               MOVE "ALREADY AN ACTIVE STUDENT" TO WS-REJECT-REASON
               ADD 1 TO WS-DUP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "ON FILE AS " DELIMITED BY SIZE
                      WS-DUP-ID DELIMITED BY SIZE
                      ": " DELIMITED BY SIZE
                      INPUT-LINE(1:60) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-ADMIT-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-NEXT-ID
           IF WS-ID-ASSIGNED = "N"
               MOVE "ID CONTROL RECORD LOCKED" TO WS-REJECT-REASON
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES              TO STUDENT-RECORD
           MOVE WS-NEW-STUDENT-ID   TO F-ID
           MOVE WS-IN-NAME          TO F-NAME
           MOVE WS-IN-BIRTHDATE     TO F-BIRTHDATE
           MOVE WS-TODAY-FORMATTED  TO F-INSERT-DATE
           MOVE "00000000"          TO F-UPDATE-DATE
           MOVE "A"                 TO F-STATUS
           MOVE WS-IN-PHONE         TO F-PHONE
           MOVE WS-IN-EMAIL         TO F-EMAIL
           MOVE WS-IN-PROGRAM       TO F-PROGRAM
           MOVE WS-IN-CAMPUS        TO F-CAMPUS
           IF WS-IN-PROGRAM NOT = SPACES
               MOVE WS-CAT-CURRENT-YEAR TO F-CATALOG-YEAR
           END-IF

           OPEN I-O STUDENT-FILE
           WRITE STUDENT-RECORD
               INVALID KEY
                   MOVE "STUDENT ID ALREADY EXISTS"
                       TO WS-REJECT-REASON
           END-WRITE
           CLOSE STUDENT-FILE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-APPLICANT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES          TO WS-AUDIT-BEFORE
           MOVE STUDENT-RECORD  TO WS-AUDIT-AFTER
           MOVE "PRGI0168"      TO AUDIT-PROGRAM
           MOVE F-ID            TO AUDIT-STUDENT-ID
           MOVE "INSERT"        TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           MOVE "A"         TO WS-RESULT
           MOVE F-ID        TO WS-RESULT-ID
           ADD 1 TO WS-CREATED-COUNT

           PERFORM WRITE-APPLICANT-ADDRESS

           MOVE SPACES TO REPORT-LINE
           STRING "CREATED " DELIMITED BY SIZE
                  F-ID DELIMITED BY SIZE
                  " FOR APPLICANT " DELIMITED BY SIZE
                  WS-IN-APPLICANT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  F-NAME DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ADMIT-LINE.

      *>-----------------------------------------------------------
      *> FIND-EXISTING-STUDENT - PRGF0025's duplicate rule: an
      *> ACTIVE student with the same name and the same birthdate.
      *> Students created earlier in this run are on the file by
      *> now, so an applicant sent twice in one feed is caught too.
      *>-----------------------------------------------------------
       FIND-EXISTING-STUDENT.
           MOVE "N"    TO WS-DUP-FOUND
           MOVE SPACES TO WS-DUP-ID
           MOVE "N"    TO WS-STUDENT-EOF
           OPEN INPUT STUDENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-STUDENT-EOF = "Y" OR WS-DUP-FOUND = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STUDENT-EOF
                   NOT AT END
                       IF F-STATUS = "A"
                           AND F-NAME = WS-IN-NAME
                           AND F-BIRTHDATE = WS-IN-BIRTHDATE
                           MOVE "Y"  TO WS-DUP-FOUND
                           MOVE F-ID TO WS-DUP-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE.

      *>-----------------------------------------------------------
      *> ASSIGN-NEXT-ID - hands out the next student ID from the
      *> control record under the "CTRL" lock, skipping any ID still
      *> on archive-students.txt, exactly as PRGI0002 does, so a
      *> feed load and an operator adding a student at the same
      *> time cannot land on the same ID.
      *>-----------------------------------------------------------
       ASSIGN-NEXT-ID.
           MOVE "N" TO WS-ID-ASSIGNED
           MOVE "CTRL" TO F-ID
           PERFORM ACQUIRE-STUDENT-LOCK
           IF WS-LOCK-HELD = "N"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ID-CONTROL-FILE
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT ID-CONTROL-FILE
               CLOSE ID-CONTROL-FILE
               OPEN I-O ID-CONTROL-FILE
           END-IF

           MOVE "CTRL" TO CTL-KEY
           READ ID-CONTROL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CTL-FOUND
                   MOVE 1 TO CTL-NEXT-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-CTL-FOUND
           END-READ

           MOVE "N" TO WS-ID-FREE
           PERFORM UNTIL WS-ID-FREE = "Y"
               MOVE CTL-NEXT-ID TO WS-NEW-STUDENT-ID
               ADD 1 TO CTL-NEXT-ID
               PERFORM CHECK-ARCHIVE-FOR-ID
               IF WS-ARCHIVE-FOUND = "N"
                   MOVE "Y" TO WS-ID-FREE
               END-IF
           END-PERFORM

           IF WS-CTL-FOUND = "Y"
               REWRITE ID-CONTROL-RECORD
           ELSE
               WRITE ID-CONTROL-RECORD
           END-IF

           CLOSE ID-CONTROL-FILE
           MOVE "CTRL" TO F-ID
           PERFORM RELEASE-STUDENT-LOCK
           MOVE "Y" TO WS-ID-ASSIGNED.

      *>-----------------------------------------------------------
      *> CHECK-ARCHIVE-FOR-ID - sequential scan of archive-students.txt
      *> for a row whose old ID matches WS-NEW-STUDENT-ID, so the
      *> control-record assignment loop can skip past it.
      *>-----------------------------------------------------------
       CHECK-ARCHIVE-FOR-ID.
           MOVE "N" TO WS-ARCHIVE-EOF
           MOVE "N" TO WS-ARCHIVE-FOUND
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL WS-ARCHIVE-EOF = "Y" OR WS-ARCHIVE-FOUND = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF ARCHIVE-LINE(1:4) = WS-NEW-STUDENT-ID
                           MOVE "Y" TO WS-ARCHIVE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

      *>-----------------------------------------------------------
      *> WRITE-APPLICANT-ADDRESS - the home address (type H) and,
      *> when one was sent, the emergency contact (type E) go on
      *> student-addresses.txt effective today, the rows PRGO0106
      *> would have added by hand.
      *>-----------------------------------------------------------
       WRITE-APPLICANT-ADDRESS.
           IF WS-IN-ADDR-1 NOT = SPACES
               MOVE SPACES             TO STUDENT-ADDRESS-RECORD
               MOVE F-ID               TO ADDR-STUDENT-ID
               MOVE "H"                TO ADDR-TYPE
               MOVE WS-TODAY-FORMATTED TO ADDR-EFF-DATE
               MOVE WS-IN-ADDR-1       TO ADDR-LINE-1
               MOVE WS-IN-ADDR-2       TO ADDR-LINE-2
               MOVE WS-IN-CITY         TO ADDR-CITY
               MOVE WS-IN-STATE        TO ADDR-STATE
               MOVE WS-IN-ZIP          TO ADDR-ZIP
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDRESS-COUNT
               END-WRITE
           END-IF

           IF WS-IN-CONTACT-NAME NOT = SPACES
               MOVE SPACES              TO STUDENT-ADDRESS-RECORD
               MOVE F-ID                TO ADDR-STUDENT-ID
               MOVE "E"                 TO ADDR-TYPE
               MOVE WS-TODAY-FORMATTED  TO ADDR-EFF-DATE
               MOVE WS-IN-CONTACT-NAME  TO ADDR-CONTACT-NAME
               MOVE WS-IN-CONTACT-PHONE TO ADDR-CONTACT-PHONE
               WRITE STUDENT-ADDRESS-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-ADDRESS-COUNT
               END-WRITE
           END-IF.

      *>-----------------------------------------------------------
      *> REJECT-APPLICANT - logs one applicant that was not loaded,
      *> and why; the same reason goes back on the return file.
      *>-----------------------------------------------------------
       REJECT-APPLICANT.
           MOVE "R" TO WS-RESULT
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED (" DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  "): " DELIMITED BY SIZE
                  INPUT-LINE(1:60) DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-ADMIT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-RETURN-LINE - answers one applicant on
      *> admissions-return.txt.
      *>-----------------------------------------------------------
       WRITE-RETURN-LINE.
           MOVE SPACES TO RETURN-LINE
           STRING WS-IN-APPLICANT DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RESULT DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RESULT-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY "  "
                  INTO RETURN-LINE
           WRITE RETURN-LINE.

      *>-----------------------------------------------------------
      *> WRITE-ADMIT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-ADMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "AGEVAL.CPY".     *> Shared minimum-age-eligibility paragraph
       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "LOCKVAL.CPY".    *> Shared ACQUIRE/RELEASE-STUDENT-LOCK paragraphs
       COPY "CATYRVAL.CPY".   *> Shared catalog-year paragraphs
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
