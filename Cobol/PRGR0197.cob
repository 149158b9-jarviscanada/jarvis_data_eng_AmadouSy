       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0197.  *> Ad hoc report writer over the student master

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

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

           SELECT DEFINITION-FILE ASSIGN TO "report-definitions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.

           SELECT SCHED-PARM-FILE ASSIGN TO "scheduler-parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "adhoc-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CSV-FILE ASSIGN TO "adhoc-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD ENROLLMENT-FILE.
       COPY "ENROLLREC.CPY".  *> Shared enrollment record layout (EN-KEY, ...)

       FD COURSE-MASTER-FILE.
       COPY "COURSEREC.CPY".  *> Shared course master layout (C-CODE, C-CREDITS, ...)

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD DEFINITION-FILE.
       01 DEFINITION-LINE       PIC X(160).
      *> report-definitions.txt layout: one element of one report
      *> per comma-delimited line - report ID, line type (H header,
      *> F field, W filter, S sort, B break) and that type's
      *> arguments.  Lines starting with * are comments.  The file's
      *> own header comment documents every type and field name.

       FD SCHED-PARM-FILE.
       01 SCHED-PARM-LINE       PIC X(20).    *> Report ID handed over by PRGK0118

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(132).   *> One printed report line

       FD CSV-FILE.
       01 CSV-LINE              PIC X(600).   *> One quoted-CSV row

      *> One selected student: the sort key built from the
      *> definition's S fields (ID last, so equal keys still come
      *> out in a steady order), the master record itself and the
      *> joined figures worked out for it on the way in.
       SD SORT-WORK-FILE.
       01 SR-ADHOC-RECORD.
           05 SR-KEY.
               10 SR-KEY-PART        PIC X(40) OCCURS 3 TIMES.
               10 SR-KEY-ID          PIC X(4).
           05 SR-STUDENT             PIC X(150).
           05 SR-AGE                 PIC 9(3).
           05 SR-AGE-KNOWN           PIC X(1).
           05 SR-SECTIONS            PIC 9(3).
           05 SR-CREDITS             PIC 9(4).
           05 SR-BALANCE             PIC S9(7)V99.

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "AGEWS.CPY".      *> Fields used by the shared VALIDATE-MIN-AGE paragraph
       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-ENROLL-STATUS     PIC XX.               *> ENROLLMENT-FILE I/O status
       01 WS-COURSE-STATUS     PIC XX.               *> COURSE-MASTER I/O status
       01 WS-BILL-STATUS       PIC XX.               *> BILLING-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-DEF-STATUS        PIC XX.               *> DEFINITION-FILE I/O status
       01 WS-PARM-STATUS       PIC XX.               *> SCHED-PARM-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Main scan EOF flag
       01 WS-SCAN-EOF          PIC X VALUE "N".      *> Per-student scan EOF flag
       01 WS-ENROLL-OPEN       PIC X VALUE "N".      *> Enrollment file could be read
       01 WS-BILL-OPEN         PIC X VALUE "N".      *> Ledger could be read
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-CLEANUP-CMD       PIC X(80).            *> Shell command text

      *> The report being run.  WS-UNATTENDED is "Y" when PRGK0118
      *> called this with a report ID - nobody is at the screen to
      *> answer a prompt, so none is asked.
       01 WS-UNATTENDED        PIC X VALUE "N".
       01 WS-RPT-ID            PIC X(8) VALUE SPACES.
       01 WS-RPT-TITLE         PIC X(60) VALUE SPACES.
       01 WS-RPT-OUTPUT        PIC X VALUE SPACES.   *> S, R or C
       01 WS-RPT-TERM          PIC X(6) VALUE SPACES. *> Term for SECTIONS/CREDITS
       01 WS-OUT-RAW           PIC X VALUE SPACES.   *> Output as keyed
       01 WS-DEF-FOUND         PIC X VALUE "N".      *> Any line for the ID
       01 WS-DEF-ERRORS        PIC 9(3) VALUE 0.     *> Lines refused
       01 WS-DEF-MSG           PIC X(60).            *> Why a line was refused
       01 WS-ID-BAD            PIC X VALUE "N".      *> ID has a character
                                                     *> a file name cannot
       01 WS-ID-SPACE          PIC X VALUE "N".      *> Space seen in the ID
       01 WS-NEED-AGE          PIC X VALUE "N".      *> AGE used anywhere
       01 WS-NEED-ENROLL       PIC X VALUE "N".      *> SECTIONS/CREDITS used
       01 WS-NEED-BILL         PIC X VALUE "N".      *> BALANCE used

      *> One definition line taken apart.
       01 WS-D-ID              PIC X(8).
       01 WS-D-TYPE            PIC X(1).
       01 WS-D-ARG1            PIC X(60).
       01 WS-D-ARG2            PIC X(40).
       01 WS-D-ARG3            PIC X(40).
       01 WS-D-ARG4            PIC X(40).

      *> The fields a definition may name.  Type A = text,
      *> N = number, T = number subtotalled at a break,
      *> M = money subtotalled at a break.  The width is the
      *> printed width of the value itself.
       01 WS-FIELD-CATALOG.
           05 FILLER PIC X(15) VALUE "ID          A04".
           05 FILLER PIC X(15) VALUE "NAME        A40".
           05 FILLER PIC X(15) VALUE "BIRTHDATE   A08".
           05 FILLER PIC X(15) VALUE "AGE         N03".
           05 FILLER PIC X(15) VALUE "COURSE      A15".
           05 FILLER PIC X(15) VALUE "INSERT-DATE A08".
           05 FILLER PIC X(15) VALUE "UPDATE-DATE A08".
           05 FILLER PIC X(15) VALUE "STATUS      A01".
           05 FILLER PIC X(15) VALUE "PHONE       A12".
           05 FILLER PIC X(15) VALUE "EMAIL       A30".
           05 FILLER PIC X(15) VALUE "PROGRAM     A06".
           05 FILLER PIC X(15) VALUE "CAMPUS      A03".
           05 FILLER PIC X(15) VALUE "CATALOG-YEARA04".
           05 FILLER PIC X(15) VALUE "RETURN-DATE A08".
           05 FILLER PIC X(15) VALUE "SECTIONS    T03".
           05 FILLER PIC X(15) VALUE "CREDITS     T04".
           05 FILLER PIC X(15) VALUE "BALANCE     M15".
       01 WS-FIELD-TABLE REDEFINES WS-FIELD-CATALOG.
           05 WS-FLD OCCURS 17 TIMES.
               10 WS-FLD-NAME       PIC X(12).
               10 WS-FLD-TYPE       PIC X(1).
               10 WS-FLD-WIDTH      PIC 9(2).
       01 WS-FLD-MAX           PIC 9(2) VALUE 17.
       01 WS-LOOK-NAME         PIC X(12).            *> Field name to look up
       01 WS-LOOK-IX           PIC 9(2).             *> Its catalog entry, 0 = none

      *> Columns, in print order.
       01 WS-COL-COUNT         PIC 9(2) VALUE 0.
       01 WS-COL-TABLE.
           05 WS-COL OCCURS 12 TIMES.
               10 WS-COL-FIELD      PIC 9(2).
               10 WS-COL-POS        PIC 9(3).
               10 WS-COL-LEN        PIC 9(2).
       01 WS-LINE-WIDTH        PIC 9(3) VALUE 0.     *> Printed line width
       01 WS-NAME-LEN          PIC 9(2).             *> Heading width
       01 WS-RULE-LEN          PIC 9(3).             *> Width of a rule line

      *> Filters - all must hold.
       01 WS-FLT-COUNT         PIC 9(2) VALUE 0.
       01 WS-FLT-TABLE.
           05 WS-FLT OCCURS 10 TIMES.
               10 WS-FLT-FIELD      PIC 9(2).
               10 WS-FLT-OP         PIC X(2).
               10 WS-FLT-VALUE1     PIC X(40).
               10 WS-FLT-VALUE2     PIC X(40).
               10 WS-FLT-NUM1       PIC S9(7)V99.
               10 WS-FLT-NUM2       PIC S9(7)V99.
               10 WS-FLT-LEN1       PIC 9(2).

      *> Sort fields, major first, and the control breaks on them.
       01 WS-SRT-COUNT         PIC 9(1) VALUE 0.
       01 WS-SRT-TABLE.
           05 WS-SRT-FIELD         PIC 9(2) OCCURS 3 TIMES.
       01 WS-BRK-COUNT         PIC 9(1) VALUE 0.
       01 WS-BRK-TABLE.
           05 WS-BRK OCCURS 3 TIMES.
               10 WS-BRK-FIELD      PIC 9(2).
               10 WS-BRK-VALUE      PIC X(40).
       01 WS-CHG-LEVEL         PIC 9(1).             *> Outermost break that changed
       01 WS-LVL               PIC 9(1).             *> Break level being printed
       01 WS-FIRST-ROW         PIC X VALUE "Y".

      *> Row counts and column subtotals per break level - level 4
      *> is the whole report.
       01 WS-ACC-TABLE.
           05 WS-ACC OCCURS 4 TIMES.
               10 WS-ACC-ROWS       PIC 9(6).
               10 WS-ACC-SUM        PIC S9(9)V99 OCCURS 12 TIMES.

      *> The student in hand and the figures joined to them.
       01 WS-J-AGE             PIC 9(3) VALUE 0.
       01 WS-J-AGE-KNOWN       PIC X VALUE "N".
       01 WS-J-SECTIONS        PIC 9(3) VALUE 0.
       01 WS-J-CREDITS         PIC 9(4) VALUE 0.
       01 WS-J-BALANCE         PIC S9(7)V99 VALUE 0.
       01 WS-SIGNED-AMOUNT     PIC S9(7)V99.

      *> One field of the student in hand, every way it is used.
       01 WS-GF-IX             PIC 9(2).             *> Catalog entry wanted
       01 WS-FV-TEXT           PIC X(40).            *> As printed
       01 WS-FV-NUM            PIC S9(7)V99.         *> As a number (N/T/M)
       01 WS-FV-SORT           PIC X(40).            *> As it sorts
       01 WS-FV-CSV            PIC X(40).            *> As exported
       01 WS-SORT-NUM-GRP.
           05 WS-SORT-NUM          PIC 9(9)V99.
       01 WS-SORT-NUM-TEXT REDEFINES WS-SORT-NUM-GRP PIC X(11).
       01 WS-AGE-EDIT          PIC ZZ9.
       01 WS-SEAT-EDIT         PIC ZZ9.
       01 WS-CREDIT-EDIT       PIC ZZZ9.
       01 WS-MONEY-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-MONEY-CSV         PIC -(9)9.99.
       01 WS-SUM-INT-EDIT      PIC Z(7)9.
       01 WS-COUNT-EDIT        PIC ZZZ,ZZ9.

      *> Filter test.
       01 WS-FX                PIC 9(2).             *> Filter being tested
       01 WS-CMP-TEXT          PIC X(40).
       01 WS-CMP-HIT           PIC X.
       01 WS-ROW-PASSES        PIC X.
       01 WS-TALLY             PIC 9(3).

       01 WS-CX                PIC 9(2).             *> Column subscript
       01 WS-IX                PIC 9(2).             *> Work subscript
       01 WS-START-POS         PIC 9(3).             *> Where a value lands
       01 WS-CSV-PTR           PIC 9(3).             *> STRING pointer into CSV-LINE
       01 WS-OUT-LINE          PIC X(132).           *> Line being built

       01 WS-READ-COUNT        PIC 9(6) VALUE 0.     *> Students read
       01 WS-SELECTED-COUNT    PIC 9(6) VALUE 0.     *> Passed every filter
       01 WS-PRINTED-COUNT     PIC 9(6) VALUE 0.     *> Rows printed/exported
       01 WS-WITHHELD-COUNT    PIC 9(6) VALUE 0.     *> Left off the CSV - privacy block

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGR0197" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           PERFORM READ-SCHEDULER-PARM

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|    A D   H O C   R E P O R T   W R I T E R    |"
           DISPLAY "+-----------------------------------------------+"

           IF WS-UNATTENDED = "N"
               DISPLAY "ENTER REPORT ID, OR BLANK TO LIST THE REPORTS "
                   "DEFINED >>"
               ACCEPT WS-RPT-ID
               MOVE FUNCTION UPPER-CASE(WS-RPT-ID) TO WS-RPT-ID
               IF WS-RPT-ID = SPACES
                   PERFORM LIST-DEFINITIONS
                   DISPLAY "ENTER REPORT ID >>"
                   ACCEPT WS-RPT-ID
                   MOVE FUNCTION UPPER-CASE(WS-RPT-ID) TO WS-RPT-ID
                   IF WS-RPT-ID = SPACES
                       DISPLAY "NO REPORT CHOSEN."
                       MOVE 1 TO RETURN-CODE  *> 1 = nothing to do
                       PERFORM JOB-RUN-END
                       EXIT PROGRAM
                   END-IF
               END-IF
           ELSE
               DISPLAY "PRGR0197: RUNNING REPORT " WS-RPT-ID
                   " FOR THE SCHEDULER."
           END-IF

           PERFORM CHECK-REPORT-ID
           IF WS-ID-BAD = "Y"
               DISPLAY "***ERROR: REPORT ID " WS-RPT-ID " MAY HOLD "
                   "ONLY LETTERS, DIGITS AND HYPHENS.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           PERFORM LOAD-DEFINITION
           IF WS-DEF-FOUND = "N"
               DISPLAY "***ERROR: REPORT " WS-RPT-ID " IS NOT DEFINED "
                   "ON report-definitions.txt.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF
           IF WS-DEF-ERRORS > 0
               DISPLAY "*** " WS-DEF-ERRORS " ERROR(S) IN THE "
                   "DEFINITION OF " WS-RPT-ID " - NOT RUN. ***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           IF WS-UNATTENDED = "N"
               DISPLAY "OUTPUT: S=SCREEN, R=SPOOLED REPORT, C=CSV - "
                   "BLANK FOR " WS-RPT-OUTPUT " >>"
               ACCEPT WS-OUT-RAW
               MOVE FUNCTION UPPER-CASE(WS-OUT-RAW) TO WS-OUT-RAW
               IF WS-OUT-RAW NOT = SPACES
                   IF WS-OUT-RAW NOT = "S" AND WS-OUT-RAW NOT = "R"
                       AND WS-OUT-RAW NOT = "C"
                       DISPLAY "***ERROR: OUTPUT MUST BE S, R OR C.***"
                       MOVE 3 TO RETURN-CODE  *> 3 = invalid input
                       PERFORM JOB-RUN-END
                       EXIT PROGRAM
                   END-IF
                   MOVE WS-OUT-RAW TO WS-RPT-OUTPUT
               END-IF
           ELSE
      *> A scheduled run has nobody watching the screen, so a
      *> screen report is spooled instead.
               IF WS-RPT-OUTPUT = "S"
                   MOVE "R" TO WS-RPT-OUTPUT
               END-IF
           END-IF

           IF WS-RPT-OUTPUT NOT = "C" AND WS-LINE-WIDTH > 132
               DISPLAY "***ERROR: THE COLUMNS OF " WS-RPT-ID " COME TO "
                   WS-LINE-WIDTH " CHARACTERS - MORE THAN A 132 "
                   "COLUMN PAGE.  DROP A FIELD OR RUN IT AS CSV.***"
               MOVE 3 TO RETURN-CODE          *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           IF WS-NEED-ENROLL = "Y" AND WS-RPT-TERM = SPACES
               PERFORM GET-CURRENT-TERM
               MOVE WS-TERM-CURRENT TO WS-RPT-TERM
               IF WS-RPT-TERM = SPACES
                   DISPLAY "***WARNING: NO TERM IS IN PROGRESS TODAY - "
                       "SECTIONS AND CREDITS WILL ALL BE ZERO.***"
               END-IF
           END-IF

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS SELECT-STUDENTS
               OUTPUT PROCEDURE IS PRINT-ADHOC

           EVALUATE WS-RPT-OUTPUT
               WHEN "R"
                   MOVE "adhoc-report.txt" TO WS-SPOOL-SOURCE
                   PERFORM SPOOL-REPORT-FILE
                   DISPLAY "*** " WS-PRINTED-COUNT " STUDENT(S) - "
                       "REPORT WRITTEN TO adhoc-report.txt. ***"
               WHEN "C"
      *> Each report keeps its own copy of the export, so two
      *> definitions scheduled the same night do not overwrite
      *> each other's file.
                   MOVE SPACES TO WS-CLEANUP-CMD
                   STRING "cp adhoc-report.csv adhoc-"
                       FUNCTION TRIM(WS-RPT-ID) ".csv"
                       DELIMITED BY SIZE INTO WS-CLEANUP-CMD
                   CALL "SYSTEM" USING WS-CLEANUP-CMD
                   DISPLAY "*** " WS-PRINTED-COUNT " STUDENT(S) "
                       "EXPORTED TO adhoc-"
                       FUNCTION TRIM(WS-RPT-ID) ".csv. ***"
                   IF WS-WITHHELD-COUNT > 0
                       DISPLAY "    " WS-WITHHELD-COUNT " LEFT OFF "
                           "UNDER A PRIVACY BLOCK."
                   END-IF
               WHEN OTHER
                   DISPLAY "*** " WS-PRINTED-COUNT " STUDENT(S). ***"
           END-EVALUATE

           IF WS-PRINTED-COUNT = 0
               MOVE 1 TO RETURN-CODE          *> 1 = nothing selected
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           MOVE WS-READ-COUNT    TO WS-JOB-READ
           MOVE WS-PRINTED-COUNT TO WS-JOB-WRITTEN
           MOVE 0                TO WS-JOB-REJECTED
           COMPUTE WS-JOB-SKIPPED = WS-READ-COUNT - WS-PRINTED-COUNT
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> READ-SCHEDULER-PARM - PRGK0118 leaves the report ID from
      *> the schedule line on scheduler-parm.txt before calling.
      *> It is emptied as soon as it is read so a later run from
      *> the menu can never pick up a stale one.
      *>-----------------------------------------------------------
       READ-SCHEDULER-PARM.
           MOVE "N" TO WS-UNATTENDED
           OPEN INPUT SCHED-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ SCHED-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SCHED-PARM-LINE NOT = SPACES
                       MOVE "Y" TO WS-UNATTENDED
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(SCHED-PARM-LINE))
                           TO WS-RPT-ID
                   END-IF
           END-READ
           CLOSE SCHED-PARM-FILE
           IF WS-UNATTENDED = "Y"
               OPEN OUTPUT SCHED-PARM-FILE
               CLOSE SCHED-PARM-FILE
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-REPORT-ID - the ID becomes part of the CSV file
      *> name, so it is held to letters, digits and hyphens with
      *> no embedded space.
      *>-----------------------------------------------------------
       CHECK-REPORT-ID.
           MOVE "N" TO WS-ID-BAD
           MOVE "N" TO WS-ID-SPACE
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 8
               IF WS-RPT-ID(WS-IX:1) = SPACE
                   MOVE "Y" TO WS-ID-SPACE
               ELSE
                   IF WS-ID-SPACE = "Y"
                       MOVE "Y" TO WS-ID-BAD
                   END-IF
                   IF WS-RPT-ID(WS-IX:1) IS NOT ALPHABETIC-UPPER
                       AND WS-RPT-ID(WS-IX:1) IS NOT NUMERIC
                       AND WS-RPT-ID(WS-IX:1) NOT = "-"
                       MOVE "Y" TO WS-ID-BAD
                   END-IF
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> LIST-DEFINITIONS - every report's ID and title, from its
      *> H line.
      *>-----------------------------------------------------------
       LIST-DEFINITIONS.
           MOVE "N" TO WS-EOF
           OPEN INPUT DEFINITION-FILE
           IF WS-DEF-STATUS NOT = "00"
               DISPLAY "(NO report-definitions.txt - NO REPORTS "
                   "DEFINED)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REPORT    TITLE"
           PERFORM UNTIL WS-EOF = "Y"
               READ DEFINITION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DEFINITION-LINE(1:1) NOT = "*"
                           AND DEFINITION-LINE NOT = SPACES
                           PERFORM SPLIT-DEFINITION-LINE
                           IF WS-D-TYPE = "H"
                               DISPLAY WS-D-ID "  " WS-D-ARG1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFINITION-FILE.

      *>-----------------------------------------------------------
      *> LOAD-DEFINITION - every line for WS-RPT-ID, checked as it
      *> is taken in.  A line that names an unknown field or
      *> operator is reported and counted, and the report is not
      *> run, rather than quietly printing something else.
      *>-----------------------------------------------------------
       LOAD-DEFINITION.
           MOVE "N" TO WS-DEF-FOUND
           MOVE 0   TO WS-DEF-ERRORS
           MOVE 0   TO WS-COL-COUNT
           MOVE 0   TO WS-FLT-COUNT
           MOVE 0   TO WS-SRT-COUNT
           MOVE 0   TO WS-BRK-COUNT
           MOVE "R" TO WS-RPT-OUTPUT
           MOVE "N" TO WS-EOF
           OPEN INPUT DEFINITION-FILE
           IF WS-DEF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEFINITION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DEFINITION-LINE(1:1) NOT = "*"
                           AND DEFINITION-LINE NOT = SPACES
                           PERFORM SPLIT-DEFINITION-LINE
                           IF WS-D-ID = WS-RPT-ID
                               MOVE "Y" TO WS-DEF-FOUND
                               PERFORM TAKE-DEFINITION-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEFINITION-FILE

           IF WS-DEF-FOUND = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-COL-COUNT = 0
               MOVE "NO F (FIELD) LINES - NOTHING TO PRINT"
                   TO WS-DEF-MSG
               PERFORM REPORT-DEFINITION-ERROR
           END-IF

      *> A break subtotals a run of equal values, which only exists
      *> when the break field is sorted on, outside any finer sort.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-BRK-COUNT
               IF WS-IX > WS-SRT-COUNT
                   OR WS-BRK-FIELD(WS-IX) NOT = WS-SRT-FIELD(WS-IX)
                   MOVE "B FIELDS MUST BE THE FIRST S FIELDS, IN ORDER"
                       TO WS-DEF-MSG
                   PERFORM REPORT-DEFINITION-ERROR
               END-IF
           END-PERFORM

      *> Lay the columns out two spaces apart, each as wide as the
      *> wider of its heading and its value.
           MOVE 0 TO WS-LINE-WIDTH
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FLD-NAME(WS-GF-IX)))
               IF WS-NAME-LEN > WS-FLD-WIDTH(WS-GF-IX)
                   MOVE WS-NAME-LEN TO WS-COL-LEN(WS-CX)
               ELSE
                   MOVE WS-FLD-WIDTH(WS-GF-IX) TO WS-COL-LEN(WS-CX)
               END-IF
               IF WS-CX = 1
                   MOVE 1 TO WS-COL-POS(WS-CX)
               ELSE
                   COMPUTE WS-COL-POS(WS-CX) = WS-LINE-WIDTH + 3
               END-IF
               COMPUTE WS-LINE-WIDTH = WS-COL-POS(WS-CX)
                   + WS-COL-LEN(WS-CX) - 1
           END-PERFORM.

       SPLIT-DEFINITION-LINE.
           MOVE SPACES TO WS-D-ID
           MOVE SPACES TO WS-D-TYPE
           MOVE SPACES TO WS-D-ARG1
           MOVE SPACES TO WS-D-ARG2
           MOVE SPACES TO WS-D-ARG3
           MOVE SPACES TO WS-D-ARG4
           UNSTRING DEFINITION-LINE DELIMITED BY ","
               INTO WS-D-ID WS-D-TYPE WS-D-ARG1 WS-D-ARG2
                    WS-D-ARG3 WS-D-ARG4
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-D-ID))
               TO WS-D-ID
           MOVE FUNCTION UPPER-CASE(WS-D-TYPE) TO WS-D-TYPE
           MOVE FUNCTION TRIM(WS-D-ARG1) TO WS-D-ARG1
           MOVE FUNCTION TRIM(WS-D-ARG2) TO WS-D-ARG2
           MOVE FUNCTION TRIM(WS-D-ARG3) TO WS-D-ARG3
           MOVE FUNCTION TRIM(WS-D-ARG4) TO WS-D-ARG4.

      *>-----------------------------------------------------------
      *> TAKE-DEFINITION-LINE - one H, F, W, S or B line of the
      *> report being run.
      *>-----------------------------------------------------------
       TAKE-DEFINITION-LINE.
           EVALUATE WS-D-TYPE
               WHEN "H"
                   MOVE WS-D-ARG1 TO WS-RPT-TITLE
                   MOVE FUNCTION UPPER-CASE(WS-D-ARG2(1:1))
                       TO WS-RPT-OUTPUT
                   IF WS-RPT-OUTPUT = SPACE
                       MOVE "R" TO WS-RPT-OUTPUT
                   END-IF
                   IF WS-RPT-OUTPUT NOT = "S"
                       AND WS-RPT-OUTPUT NOT = "R"
                       AND WS-RPT-OUTPUT NOT = "C"
                       MOVE "OUTPUT MUST BE S, R OR C" TO WS-DEF-MSG
                       PERFORM REPORT-DEFINITION-ERROR
                   END-IF
                   MOVE FUNCTION UPPER-CASE(WS-D-ARG3(1:6))
                       TO WS-RPT-TERM
               WHEN "F"
                   PERFORM FIND-DEFINITION-FIELD
                   IF WS-LOOK-IX > 0
                       IF WS-COL-COUNT = 12
                           MOVE "MORE THAN 12 F (FIELD) LINES"
                               TO WS-DEF-MSG
                           PERFORM REPORT-DEFINITION-ERROR
                       ELSE
                           ADD 1 TO WS-COL-COUNT
                           MOVE WS-LOOK-IX TO WS-COL-FIELD(WS-COL-COUNT)
                       END-IF
                   END-IF
               WHEN "W"
                   PERFORM FIND-DEFINITION-FIELD
                   IF WS-LOOK-IX > 0
                       IF WS-FLT-COUNT = 10
                           MOVE "MORE THAN 10 W (FILTER) LINES"
                               TO WS-DEF-MSG
                           PERFORM REPORT-DEFINITION-ERROR
                       ELSE
                           PERFORM TAKE-FILTER-LINE
                       END-IF
                   END-IF
               WHEN "S"
                   PERFORM FIND-DEFINITION-FIELD
                   IF WS-LOOK-IX > 0
                       IF WS-SRT-COUNT = 3
                           MOVE "MORE THAN 3 S (SORT) LINES"
                               TO WS-DEF-MSG
                           PERFORM REPORT-DEFINITION-ERROR
                       ELSE
                           ADD 1 TO WS-SRT-COUNT
                           MOVE WS-LOOK-IX TO WS-SRT-FIELD(WS-SRT-COUNT)
                       END-IF
                   END-IF
               WHEN "B"
                   PERFORM FIND-DEFINITION-FIELD
                   IF WS-LOOK-IX > 0
                       IF WS-BRK-COUNT = 3
                           MOVE "MORE THAN 3 B (BREAK) LINES"
                               TO WS-DEF-MSG
                           PERFORM REPORT-DEFINITION-ERROR
                       ELSE
                           ADD 1 TO WS-BRK-COUNT
                           MOVE WS-LOOK-IX TO WS-BRK-FIELD(WS-BRK-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "LINE TYPE MUST BE H, F, W, S OR B"
                       TO WS-DEF-MSG
                   PERFORM REPORT-DEFINITION-ERROR
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> FIND-DEFINITION-FIELD - WS-D-ARG1 against the field
      *> catalog; an unknown name is a definition error.  A known
      *> one marks which joined figures the run has to work out.
      *>-----------------------------------------------------------
       FIND-DEFINITION-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-D-ARG1) TO WS-LOOK-NAME
           MOVE 0 TO WS-LOOK-IX
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-FLD-MAX OR WS-LOOK-IX > 0
               IF WS-FLD-NAME(WS-IX) = WS-LOOK-NAME
                   MOVE WS-IX TO WS-LOOK-IX
               END-IF
           END-PERFORM
           IF WS-LOOK-IX = 0
               MOVE SPACES TO WS-DEF-MSG
               STRING "UNKNOWN FIELD " FUNCTION TRIM(WS-D-ARG1)
                   DELIMITED BY SIZE INTO WS-DEF-MSG
               PERFORM REPORT-DEFINITION-ERROR
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FLD-NAME(WS-LOOK-IX)
               WHEN "AGE"
                   MOVE "Y" TO WS-NEED-AGE
               WHEN "SECTIONS"
               WHEN "CREDITS"
                   MOVE "Y" TO WS-NEED-ENROLL
               WHEN "BALANCE"
                   MOVE "Y" TO WS-NEED-BILL
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> TAKE-FILTER-LINE - field, operator and value(s).  Numbers
      *> are compared as numbers, so "500" and "500.00" are the
      *> same filter; text is compared ignoring case.
      *>-----------------------------------------------------------
       TAKE-FILTER-LINE.
           ADD 1 TO WS-FLT-COUNT
           MOVE WS-LOOK-IX TO WS-FLT-FIELD(WS-FLT-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-D-ARG2(1:2))
               TO WS-FLT-OP(WS-FLT-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-D-ARG3)
               TO WS-FLT-VALUE1(WS-FLT-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-D-ARG4)
               TO WS-FLT-VALUE2(WS-FLT-COUNT)
           MOVE 0 TO WS-FLT-NUM1(WS-FLT-COUNT)
           MOVE 0 TO WS-FLT-NUM2(WS-FLT-COUNT)
           MOVE 0 TO WS-FLT-LEN1(WS-FLT-COUNT)

           EVALUATE WS-FLT-OP(WS-FLT-COUNT)
               WHEN "EQ"
               WHEN "NE"
               WHEN "GT"
               WHEN "LT"
               WHEN "CT"
                   IF WS-D-ARG3 = SPACES
                       AND WS-FLT-OP(WS-FLT-COUNT) NOT = "EQ"
                       AND WS-FLT-OP(WS-FLT-COUNT) NOT = "NE"
                       MOVE "A VALUE IS REQUIRED" TO WS-DEF-MSG
                       PERFORM REPORT-DEFINITION-ERROR
                       EXIT PARAGRAPH
                   END-IF
               WHEN "RG"
                   IF WS-D-ARG3 = SPACES AND WS-D-ARG4 = SPACES
                       MOVE "RG NEEDS A LOW VALUE, A HIGH VALUE OR BOTH"
                           TO WS-DEF-MSG
                       PERFORM REPORT-DEFINITION-ERROR
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   MOVE "OPERATOR MUST BE EQ, NE, GT, LT, RG OR CT"
                       TO WS-DEF-MSG
                   PERFORM REPORT-DEFINITION-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-FLT-OP(WS-FLT-COUNT) = "CT"
               COMPUTE WS-FLT-LEN1(WS-FLT-COUNT) =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-D-ARG3))
               EXIT PARAGRAPH
           END-IF

           IF WS-FLD-TYPE(WS-LOOK-IX) = "A"
               EXIT PARAGRAPH
           END-IF
           IF WS-D-ARG3 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-D-ARG3) NOT = 0
                   MOVE "VALUE MUST BE A NUMBER FOR THIS FIELD"
                       TO WS-DEF-MSG
                   PERFORM REPORT-DEFINITION-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FLT-NUM1(WS-FLT-COUNT) =
                   FUNCTION NUMVAL(WS-D-ARG3)
           END-IF
           IF WS-D-ARG4 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-D-ARG4) NOT = 0
                   MOVE "VALUE MUST BE A NUMBER FOR THIS FIELD"
                       TO WS-DEF-MSG
                   PERFORM REPORT-DEFINITION-ERROR
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FLT-NUM2(WS-FLT-COUNT) =
                   FUNCTION NUMVAL(WS-D-ARG4)
           END-IF.

       REPORT-DEFINITION-ERROR.
           ADD 1 TO WS-DEF-ERRORS
           DISPLAY "***ERROR IN report-definitions.txt: "
               FUNCTION TRIM(WS-DEF-MSG) "***"
           DISPLAY "    " DEFINITION-LINE(1:72).

      *>-----------------------------------------------------------
      *> SELECT-STUDENTS - every student on the master, with the
      *> joined figures the definition uses, kept when every
      *> filter holds.
      *>-----------------------------------------------------------
       SELECT-STUDENTS.
           MOVE "N" TO WS-EOF
           OPEN INPUT STUDENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "***ERROR: vsam-simulated.txt COULD NOT BE "
                   "OPENED, STATUS " WS-FILE-STATUS ".***"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ENROLL-OPEN
           IF WS-NEED-ENROLL = "Y"
               OPEN INPUT ENROLLMENT-FILE
               IF WS-ENROLL-STATUS = "00"
                   MOVE "Y" TO WS-ENROLL-OPEN
                   OPEN INPUT COURSE-MASTER-FILE
               END-IF
           END-IF
           MOVE "N" TO WS-BILL-OPEN
           IF WS-NEED-BILL = "Y"
               OPEN INPUT BILLING-FILE
               IF WS-BILL-STATUS = "00"
                   MOVE "Y" TO WS-BILL-OPEN
               END-IF
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-JOINED-FIGURES
                       PERFORM APPLY-FILTERS
                       IF WS-ROW-PASSES = "Y"
                           PERFORM RELEASE-SELECTED-STUDENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-FILE
           IF WS-ENROLL-OPEN = "Y"
               CLOSE ENROLLMENT-FILE
               CLOSE COURSE-MASTER-FILE
           END-IF
           IF WS-BILL-OPEN = "Y"
               CLOSE BILLING-FILE
           END-IF.

       RELEASE-SELECTED-STUDENT.
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               IF WS-IX > WS-SRT-COUNT
                   MOVE SPACES TO SR-KEY-PART(WS-IX)
               ELSE
                   MOVE WS-SRT-FIELD(WS-IX) TO WS-GF-IX
                   PERFORM GET-FIELD-VALUE
                   MOVE WS-FV-SORT TO SR-KEY-PART(WS-IX)
               END-IF
           END-PERFORM
           MOVE F-ID           TO SR-KEY-ID
           MOVE STUDENT-RECORD TO SR-STUDENT
           MOVE WS-J-AGE       TO SR-AGE
           MOVE WS-J-AGE-KNOWN TO SR-AGE-KNOWN
           MOVE WS-J-SECTIONS  TO SR-SECTIONS
           MOVE WS-J-CREDITS   TO SR-CREDITS
           MOVE WS-J-BALANCE   TO SR-BALANCE
           RELEASE SR-ADHOC-RECORD
           ADD 1 TO WS-SELECTED-COUNT.

      *>-----------------------------------------------------------
      *> LOAD-JOINED-FIGURES - age today, live seats and credit
      *> load for the report's term (withdrawn rows out, audits
      *> earning no credit - the enrollment-status rule), and the
      *> ledger balance (the PRGQ0044 debit rule).  Only what the
      *> definition actually uses is worked out.
      *>-----------------------------------------------------------
       LOAD-JOINED-FIGURES.
           MOVE 0   TO WS-J-AGE
           MOVE "N" TO WS-J-AGE-KNOWN
           MOVE 0   TO WS-J-SECTIONS
           MOVE 0   TO WS-J-CREDITS
           MOVE 0   TO WS-J-BALANCE

           IF WS-NEED-AGE = "Y"
               AND F-BIRTHDATE IS NUMERIC
               AND F-BIRTHDATE NOT = ZEROS
               MOVE F-BIRTHDATE        TO WS-AGE-BIRTHDATE
               MOVE WS-TODAY-FORMATTED TO WS-AGE-TODAY
               PERFORM VALIDATE-MIN-AGE
               IF WS-AGE-YEARS NOT < 0
                   MOVE WS-AGE-YEARS TO WS-J-AGE
                   MOVE "Y"          TO WS-J-AGE-KNOWN
               END-IF
           END-IF

           IF WS-ENROLL-OPEN = "Y" AND WS-RPT-TERM NOT = SPACES
               PERFORM SCAN-STUDENT-ENROLLMENT
           END-IF

           IF WS-BILL-OPEN = "Y"
               PERFORM SCAN-STUDENT-LEDGER
           END-IF.

       SCAN-STUDENT-ENROLLMENT.
           MOVE "N"        TO WS-SCAN-EOF
           MOVE F-ID       TO EN-STUDENT-ID
           MOVE LOW-VALUES TO EN-COURSE
           MOVE LOW-VALUES TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF EN-TERM = WS-RPT-TERM
                               AND EN-GRADE NOT = "W"
                               PERFORM ADD-ONE-SEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-SEAT.
           ADD 1 TO WS-J-SECTIONS
           IF EN-BASIS = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE EN-COURSE  TO C-CODE
           MOVE EN-SECTION TO C-SECTION
           READ COURSE-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD C-CREDITS TO WS-J-CREDITS
           END-READ.

       SCAN-STUDENT-LEDGER.
           MOVE "N"   TO WS-SCAN-EOF
           MOVE F-ID  TO BILL-STUDENT-ID
           MOVE ZEROS TO BILL-SEQ
           START BILLING-FILE KEY IS NOT LESS THAN BILL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID NOT = F-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           PERFORM ADD-ONE-LEDGER-ROW
                       END-IF
               END-READ
           END-PERFORM.

       ADD-ONE-LEDGER-ROW.
           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
               OR BILL-TYPE = "D"
               OR BILL-TYPE = "W"
               OR BILL-TYPE = "T"
               OR BILL-TYPE = "N"
               OR BILL-TYPE = "B"
               MOVE BILL-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - BILL-AMOUNT
           END-IF
           ADD WS-SIGNED-AMOUNT TO WS-J-BALANCE.

      *>-----------------------------------------------------------
      *> APPLY-FILTERS - WS-ROW-PASSES stays "Y" only if every W
      *> line holds for the student in hand.
      *>-----------------------------------------------------------
       APPLY-FILTERS.
           MOVE "Y" TO WS-ROW-PASSES
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FLT-COUNT OR WS-ROW-PASSES = "N"
               PERFORM TEST-ONE-FILTER
           END-PERFORM.

       TEST-ONE-FILTER.
           MOVE WS-FLT-FIELD(WS-FX) TO WS-GF-IX
           PERFORM GET-FIELD-VALUE
           MOVE "N" TO WS-CMP-HIT

      *> A student with no usable birth date has no age to match.
           IF WS-FLD-NAME(WS-GF-IX) = "AGE" AND WS-J-AGE-KNOWN = "N"
               MOVE "N" TO WS-ROW-PASSES
               EXIT PARAGRAPH
           END-IF

           IF WS-FLD-TYPE(WS-GF-IX) = "A" OR WS-FLT-OP(WS-FX) = "CT"
               MOVE FUNCTION UPPER-CASE(WS-FV-TEXT) TO WS-CMP-TEXT
               EVALUATE WS-FLT-OP(WS-FX)
                   WHEN "EQ"
                       IF WS-CMP-TEXT = WS-FLT-VALUE1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "NE"
                       IF WS-CMP-TEXT NOT = WS-FLT-VALUE1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "GT"
                       IF WS-CMP-TEXT > WS-FLT-VALUE1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "LT"
                       IF WS-CMP-TEXT < WS-FLT-VALUE1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "RG"
                       IF (WS-FLT-VALUE1(WS-FX) = SPACES
                           OR WS-CMP-TEXT NOT < WS-FLT-VALUE1(WS-FX))
                           AND (WS-FLT-VALUE2(WS-FX) = SPACES
                           OR WS-CMP-TEXT NOT > WS-FLT-VALUE2(WS-FX))
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "CT"
                       MOVE 0 TO WS-TALLY
                       INSPECT WS-CMP-TEXT TALLYING WS-TALLY
                           FOR ALL WS-FLT-VALUE1(WS-FX)
                               (1:WS-FLT-LEN1(WS-FX))
                       IF WS-TALLY > 0
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE WS-FLT-OP(WS-FX)
                   WHEN "EQ"
                       IF WS-FV-NUM = WS-FLT-NUM1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "NE"
                       IF WS-FV-NUM NOT = WS-FLT-NUM1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "GT"
                       IF WS-FV-NUM > WS-FLT-NUM1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "LT"
                       IF WS-FV-NUM < WS-FLT-NUM1(WS-FX)
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
                   WHEN "RG"
                       IF (WS-FLT-VALUE1(WS-FX) = SPACES
                           OR WS-FV-NUM NOT < WS-FLT-NUM1(WS-FX))
                           AND (WS-FLT-VALUE2(WS-FX) = SPACES
                           OR WS-FV-NUM NOT > WS-FLT-NUM2(WS-FX))
                           MOVE "Y" TO WS-CMP-HIT
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-CMP-HIT = "N"
               MOVE "N" TO WS-ROW-PASSES
           END-IF.

      *>-----------------------------------------------------------
      *> GET-FIELD-VALUE - catalog entry WS-GF-IX for the student
      *> in hand: as printed (numbers right-justified to the
      *> field's width), as a number, as it sorts and as it is
      *> exported.
      *>-----------------------------------------------------------
       GET-FIELD-VALUE.
           MOVE SPACES TO WS-FV-TEXT
           MOVE 0      TO WS-FV-NUM
           EVALUATE WS-FLD-NAME(WS-GF-IX)
               WHEN "ID"
                   MOVE F-ID            TO WS-FV-TEXT
               WHEN "NAME"
                   MOVE F-NAME          TO WS-FV-TEXT
               WHEN "BIRTHDATE"
                   MOVE F-BIRTHDATE     TO WS-FV-TEXT
               WHEN "AGE"
                   IF WS-J-AGE-KNOWN = "Y"
                       MOVE WS-J-AGE    TO WS-FV-NUM
                       MOVE WS-J-AGE    TO WS-AGE-EDIT
                       MOVE WS-AGE-EDIT TO WS-FV-TEXT
                   END-IF
               WHEN "COURSE"
                   MOVE F-COURSE        TO WS-FV-TEXT
               WHEN "INSERT-DATE"
                   MOVE F-INSERT-DATE   TO WS-FV-TEXT
               WHEN "UPDATE-DATE"
                   MOVE F-UPDATE-DATE   TO WS-FV-TEXT
               WHEN "STATUS"
                   MOVE F-STATUS        TO WS-FV-TEXT
               WHEN "PHONE"
                   MOVE F-PHONE         TO WS-FV-TEXT
               WHEN "EMAIL"
                   MOVE F-EMAIL         TO WS-FV-TEXT
               WHEN "PROGRAM"
                   MOVE F-PROGRAM       TO WS-FV-TEXT
               WHEN "CAMPUS"
                   MOVE F-CAMPUS        TO WS-FV-TEXT
               WHEN "CATALOG-YEAR"
                   MOVE F-CATALOG-YEAR  TO WS-FV-TEXT
               WHEN "RETURN-DATE"
                   MOVE F-RETURN-DATE   TO WS-FV-TEXT
               WHEN "SECTIONS"
                   MOVE WS-J-SECTIONS   TO WS-FV-NUM
                   MOVE WS-J-SECTIONS   TO WS-SEAT-EDIT
                   MOVE WS-SEAT-EDIT    TO WS-FV-TEXT
               WHEN "CREDITS"
                   MOVE WS-J-CREDITS    TO WS-FV-NUM
                   MOVE WS-J-CREDITS    TO WS-CREDIT-EDIT
                   MOVE WS-CREDIT-EDIT  TO WS-FV-TEXT
               WHEN "BALANCE"
                   MOVE WS-J-BALANCE    TO WS-FV-NUM
                   MOVE WS-J-BALANCE    TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT   TO WS-FV-TEXT
           END-EVALUATE

           IF WS-FLD-TYPE(WS-GF-IX) = "A"
               MOVE FUNCTION UPPER-CASE(WS-FV-TEXT) TO WS-FV-SORT
               MOVE WS-FV-TEXT TO WS-FV-CSV
           ELSE
      *> Offset so a credit balance still sorts below zero.
               COMPUTE WS-SORT-NUM = WS-FV-NUM + 10000000
               MOVE WS-SORT-NUM-TEXT TO WS-FV-SORT
               IF WS-FLD-TYPE(WS-GF-IX) = "M"
                   MOVE WS-FV-NUM    TO WS-MONEY-CSV
                   MOVE WS-MONEY-CSV TO WS-FV-CSV
               ELSE
                   MOVE WS-FV-TEXT   TO WS-FV-CSV
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> PRINT-ADHOC - the sorted students, as a printed report
      *> (screen or spooled) with break subtotals, or as CSV.
      *>-----------------------------------------------------------
       PRINT-ADHOC.
           MOVE "N" TO WS-EOF
           MOVE "Y" TO WS-FIRST-ROW
           INITIALIZE WS-ACC-TABLE

           IF WS-RPT-OUTPUT = "C"
               OPEN OUTPUT CSV-FILE
               PERFORM WRITE-CSV-HEADING
           ELSE
               IF WS-RPT-OUTPUT = "R"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               PERFORM WRITE-REPORT-HEADING
           END-IF

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PRINT-ONE-ROW
               END-RETURN
           END-PERFORM

           IF WS-RPT-OUTPUT = "C"
               CLOSE CSV-FILE
               EXIT PARAGRAPH
           END-IF

           IF WS-FIRST-ROW = "N"
               PERFORM VARYING WS-LVL FROM WS-BRK-COUNT BY -1
                       UNTIL WS-LVL < 1
                   PERFORM WRITE-BREAK-FOOTER
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE ALL "-" TO WS-OUT-LINE(1:WS-RULE-LEN)
           PERFORM WRITE-ADHOC-LINE
           MOVE WS-ACC-ROWS(4) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           STRING "TOTAL - " WS-COUNT-EDIT " STUDENT(S) OF "
               WS-READ-COUNT " ON FILE"
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-ADHOC-LINE
           MOVE 4 TO WS-LVL
           PERFORM WRITE-SUMS-LINE

           IF WS-RPT-OUTPUT = "R"
               CLOSE REPORT-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-LINE-WIDTH TO WS-RULE-LEN
           IF WS-RULE-LEN < 72
               MOVE 72 TO WS-RULE-LEN
           END-IF

           MOVE SPACES TO WS-OUT-LINE
           MOVE ALL "-" TO WS-OUT-LINE(1:WS-RULE-LEN)
           PERFORM WRITE-ADHOC-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "     " WS-RPT-TITLE
               DELIMITED BY SIZE INTO WS-OUT-LINE
           PERFORM WRITE-ADHOC-LINE
           MOVE SPACES TO WS-OUT-LINE
           STRING "     REPORT " WS-RPT-ID "   RUN " WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO WS-OUT-LINE
           IF WS-NEED-ENROLL = "Y"
               STRING "   SECTIONS/CREDITS FOR TERM " WS-RPT-TERM
                   DELIMITED BY SIZE INTO WS-OUT-LINE(39:40)
           END-IF
           PERFORM WRITE-ADHOC-LINE
           PERFORM VARYING WS-FX FROM 1 BY 1
                   UNTIL WS-FX > WS-FLT-COUNT
               MOVE WS-FLT-FIELD(WS-FX) TO WS-GF-IX
               MOVE SPACES TO WS-OUT-LINE
               IF WS-FLT-OP(WS-FX) = "RG"
                   STRING "     WHERE " WS-FLD-NAME(WS-GF-IX) " FROM "
                       WS-FLT-VALUE1(WS-FX)(1:20) " TO "
                       WS-FLT-VALUE2(WS-FX)(1:20)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               ELSE
                   STRING "     WHERE " WS-FLD-NAME(WS-GF-IX) " "
                       WS-FLT-OP(WS-FX) " " WS-FLT-VALUE1(WS-FX)
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               PERFORM WRITE-ADHOC-LINE
           END-PERFORM
           MOVE SPACES TO WS-OUT-LINE
           MOVE ALL "-" TO WS-OUT-LINE(1:WS-RULE-LEN)
           PERFORM WRITE-ADHOC-LINE

      *> Headings sit over their columns - right-aligned over a
      *> number, the way the numbers themselves print.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               COMPUTE WS-NAME-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FLD-NAME(WS-GF-IX)))
               IF WS-FLD-TYPE(WS-GF-IX) = "A"
                   MOVE WS-COL-POS(WS-CX) TO WS-START-POS
               ELSE
                   COMPUTE WS-START-POS = WS-COL-POS(WS-CX)
                       + WS-COL-LEN(WS-CX) - WS-NAME-LEN
               END-IF
               MOVE WS-FLD-NAME(WS-GF-IX)(1:WS-NAME-LEN)
                   TO WS-OUT-LINE(WS-START-POS:WS-NAME-LEN)
           END-PERFORM
           PERFORM WRITE-ADHOC-LINE.

       WRITE-CSV-HEADING.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               IF WS-CX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
               STRING '"' FUNCTION TRIM(WS-FLD-NAME(WS-GF-IX)) '"'
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-PERFORM
           WRITE CSV-LINE.

      *>-----------------------------------------------------------
      *> PRINT-ONE-ROW - one sorted student.  A CSV leaves the
      *> building, so a student under a privacy block is left off
      *> it, as PRGX0026 does; the printed report stays in the
      *> office and shows everyone selected.
      *>-----------------------------------------------------------
       PRINT-ONE-ROW.
           MOVE SR-STUDENT   TO STUDENT-RECORD
           MOVE SR-AGE       TO WS-J-AGE
           MOVE SR-AGE-KNOWN TO WS-J-AGE-KNOWN
           MOVE SR-SECTIONS  TO WS-J-SECTIONS
           MOVE SR-CREDITS   TO WS-J-CREDITS
           MOVE SR-BALANCE   TO WS-J-BALANCE

           IF WS-RPT-OUTPUT = "C"
               MOVE F-ID TO WS-PRIV-STUDENT
               PERFORM CHECK-PRIVACY-BLOCK
               IF WS-PRIV-BLOCKED = "Y"
                   ADD 1 TO WS-WITHHELD-COUNT
               ELSE
                   PERFORM WRITE-CSV-ROW
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-BRK-COUNT > 0
               PERFORM CHECK-BREAKS
           END-IF
           MOVE "N" TO WS-FIRST-ROW

           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               PERFORM GET-FIELD-VALUE
               IF WS-FLD-TYPE(WS-GF-IX) = "A"
                   MOVE WS-FV-TEXT TO
                       WS-OUT-LINE(WS-COL-POS(WS-CX):WS-COL-LEN(WS-CX))
               ELSE
                   COMPUTE WS-START-POS = WS-COL-POS(WS-CX)
                       + WS-COL-LEN(WS-CX) - WS-FLD-WIDTH(WS-GF-IX)
                   MOVE WS-FV-TEXT(1:WS-FLD-WIDTH(WS-GF-IX)) TO
                       WS-OUT-LINE(WS-START-POS:WS-FLD-WIDTH(WS-GF-IX))
               END-IF
               IF WS-FLD-TYPE(WS-GF-IX) = "T"
                   OR WS-FLD-TYPE(WS-GF-IX) = "M"
                   PERFORM VARYING WS-IX FROM 1 BY 1
                           UNTIL WS-IX > WS-BRK-COUNT
                       ADD WS-FV-NUM TO WS-ACC-SUM(WS-IX, WS-CX)
                   END-PERFORM
                   ADD WS-FV-NUM TO WS-ACC-SUM(4, WS-CX)
               END-IF
           END-PERFORM
           PERFORM WRITE-ADHOC-LINE

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-BRK-COUNT
               ADD 1 TO WS-ACC-ROWS(WS-IX)
           END-PERFORM
           ADD 1 TO WS-ACC-ROWS(4)
           ADD 1 TO WS-PRINTED-COUNT.

       WRITE-CSV-ROW.
           MOVE SPACES TO CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               PERFORM GET-FIELD-VALUE
               IF WS-CX > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CSV-LINE WITH POINTER WS-CSV-PTR
               END-IF
               STRING '"' FUNCTION TRIM(WS-FV-CSV) '"'
                   DELIMITED BY SIZE
                   INTO CSV-LINE WITH POINTER WS-CSV-PTR
           END-PERFORM
           WRITE CSV-LINE
           ADD 1 TO WS-PRINTED-COUNT.

      *>-----------------------------------------------------------
      *> CHECK-BREAKS - finds the outermost break field whose value
      *> changed with this row; closes every group from the
      *> innermost out to it, then opens the new ones.
      *>-----------------------------------------------------------
       CHECK-BREAKS.
           MOVE 0 TO WS-CHG-LEVEL
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-BRK-COUNT OR WS-CHG-LEVEL > 0
               MOVE WS-BRK-FIELD(WS-IX) TO WS-GF-IX
               PERFORM GET-FIELD-VALUE
               IF WS-FIRST-ROW = "Y"
                   OR WS-FV-TEXT NOT = WS-BRK-VALUE(WS-IX)
                   MOVE WS-IX TO WS-CHG-LEVEL
               END-IF
           END-PERFORM
           IF WS-CHG-LEVEL = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-FIRST-ROW = "N"
               PERFORM VARYING WS-LVL FROM WS-BRK-COUNT BY -1
                       UNTIL WS-LVL < WS-CHG-LEVEL
                   PERFORM WRITE-BREAK-FOOTER
               END-PERFORM
           END-IF

           PERFORM VARYING WS-LVL FROM WS-CHG-LEVEL BY 1
                   UNTIL WS-LVL > WS-BRK-COUNT
               MOVE WS-BRK-FIELD(WS-LVL) TO WS-GF-IX
               PERFORM GET-FIELD-VALUE
               MOVE WS-FV-TEXT TO WS-BRK-VALUE(WS-LVL)
               MOVE 0 TO WS-ACC-ROWS(WS-LVL)
               PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 12
                   MOVE 0 TO WS-ACC-SUM(WS-LVL, WS-CX)
               END-PERFORM
               MOVE SPACES TO WS-OUT-LINE
               PERFORM WRITE-ADHOC-LINE
               COMPUTE WS-START-POS = (WS-LVL - 1) * 2 + 1
               STRING FUNCTION TRIM(WS-FLD-NAME(WS-GF-IX)) ": "
                   WS-BRK-VALUE(WS-LVL)
                   DELIMITED BY SIZE
                   INTO WS-OUT-LINE(WS-START-POS:60)
               PERFORM WRITE-ADHOC-LINE
           END-PERFORM.

       WRITE-BREAK-FOOTER.
           MOVE WS-BRK-FIELD(WS-LVL) TO WS-GF-IX
           MOVE WS-ACC-ROWS(WS-LVL) TO WS-COUNT-EDIT
           MOVE SPACES TO WS-OUT-LINE
           COMPUTE WS-START-POS = (WS-LVL - 1) * 2 + 1
           STRING "** " FUNCTION TRIM(WS-FLD-NAME(WS-GF-IX)) " "
               FUNCTION TRIM(WS-BRK-VALUE(WS-LVL)) " - "
               WS-COUNT-EDIT " STUDENT(S)"
               DELIMITED BY SIZE
               INTO WS-OUT-LINE(WS-START-POS:80)
           PERFORM WRITE-ADHOC-LINE
           PERFORM WRITE-SUMS-LINE.

      *>-----------------------------------------------------------
      *> WRITE-SUMS-LINE - level WS-LVL's subtotals, each under its
      *> own column.  Nothing is written when no subtotalled
      *> column is on the report.
      *>-----------------------------------------------------------
       WRITE-SUMS-LINE.
           MOVE SPACES TO WS-OUT-LINE
           PERFORM VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-COL-COUNT
               MOVE WS-COL-FIELD(WS-CX) TO WS-GF-IX
               EVALUATE WS-FLD-TYPE(WS-GF-IX)
                   WHEN "T"
                       MOVE WS-ACC-SUM(WS-LVL, WS-CX)
                           TO WS-SUM-INT-EDIT
                       COMPUTE WS-START-POS = 8 - WS-COL-LEN(WS-CX)
                           + 1
                       MOVE WS-SUM-INT-EDIT
                           (WS-START-POS:WS-COL-LEN(WS-CX))
                           TO WS-OUT-LINE
                           (WS-COL-POS(WS-CX):WS-COL-LEN(WS-CX))
                   WHEN "M"
                       MOVE WS-ACC-SUM(WS-LVL, WS-CX)
                           TO WS-MONEY-EDIT
                       MOVE WS-MONEY-EDIT TO WS-OUT-LINE
                           (WS-COL-POS(WS-CX):WS-COL-LEN(WS-CX))
               END-EVALUATE
           END-PERFORM
           IF WS-OUT-LINE NOT = SPACES
               PERFORM WRITE-ADHOC-LINE
           END-IF.

      *>-----------------------------------------------------------
      *> WRITE-ADHOC-LINE - one line to the screen, and to the
      *> report file as well when the report is being spooled.
      *>-----------------------------------------------------------
       WRITE-ADHOC-LINE.
           IF WS-RPT-OUTPUT = "R"
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           DISPLAY FUNCTION TRIM(WS-OUT-LINE TRAILING).

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "AGEVAL.CPY".     *> Shared VALIDATE-MIN-AGE paragraph
       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
