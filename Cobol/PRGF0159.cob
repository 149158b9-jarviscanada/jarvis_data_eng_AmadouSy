       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGF0159.                     *> Record an approved SAP appeal

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SAP-FILE ASSIGN TO "sap-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAP-KEY
               FILE STATUS IS WS-SAP-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO "letter-templates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPL-STATUS.

           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared term-calendar layout (TERM-CODE, ...)

       FD SAP-FILE.
       COPY "SAPREC.CPY".     *> Shared SAP status layout (SAP-KEY, ...)

       FD TEMPLATE-FILE.
       01 TEMPLATE-LINE         PIC X(80).    *> One letter-template line

       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE             PIC X(100).   *> One line of queued mail text

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-SAP-STATUS        PIC XX.               *> SAP-FILE I/O status
       01 WS-MAIL-STATUS       PIC XX.               *> MAIL-QUEUE-FILE I/O status
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-APPEAL-TERM       PIC X(6).             *> Term the appeal is for
       01 WS-FOUND             PIC X VALUE "N".      *> Student/row found flag
       01 WS-STUDENT-NAME      PIC X(40).            *> Name of the student entered
       01 WS-STUDENT-EMAIL     PIC X(40).            *> ...and their e-mail
       01 WS-SAP-BEFORE        PIC X(60).            *> Row before the appeal
       01 WS-OPERATOR-ID       PIC X(8) VALUE SPACES. *> Logged-in user
       01 CONFIRMATION         PIC X.                *> User confirmation (Y/N)
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-GPA-DISPLAY       PIC 9.99.             *> For display
       01 WS-CREDIT-DISPLAY    PIC ZZZ9.             *> For display

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "LETTERWS.CPY".   *> Fields used by the shared letter-template paragraphs
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|     S A P   A P P E A L   D E C I S I O N     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           MOVE "PRGF0159" TO WS-OPERATOR-ID
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               NOT AT END
                   IF SESSION-LINE(1:8) NOT = SPACES
                       MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
                   END-IF
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ENTER STUDENT ID (4 DIGITS) >>"
           ACCEPT WS-STUDENT-ID

           OPEN INPUT STUDENT-FILE
           MOVE WS-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE F-NAME  TO WS-STUDENT-NAME
                   MOVE F-EMAIL TO WS-STUDENT-EMAIL
           END-READ
           CLOSE STUDENT-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM OF THE SUSPENSION, OR BLANK FOR "
               WS-TERM-CURRENT " >>"
           ACCEPT WS-APPEAL-TERM
           IF WS-APPEAL-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-APPEAL-TERM
           END-IF

           MOVE WS-APPEAL-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               INVALID KEY
                   MOVE SPACES TO TERM-START-DATE
           END-READ
           CLOSE TERM-FILE
           IF WS-APPEAL-TERM = SPACES OR TERM-START-DATE = SPACES
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           MOVE WS-STUDENT-ID   TO SAP-STUDENT-ID
           MOVE TERM-START-DATE TO SAP-TERM-START
           MOVE WS-APPEAL-TERM  TO SAP-TERM
           OPEN INPUT SAP-FILE
           READ SAP-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           CLOSE SAP-FILE
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO SAP STATUS POSTED FOR "
                   WS-STUDENT-ID " IN " WS-APPEAL-TERM ".***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF
           IF SAP-STATUS NOT = "S"
               DISPLAY "***ERROR: " WS-STUDENT-ID
                   " IS NOT SUSPENDED IN " WS-APPEAL-TERM ".***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           DISPLAY "-------------------------------------------------"
           DISPLAY "STUDENT  : " WS-STUDENT-ID " " WS-STUDENT-NAME
           DISPLAY "TERM     : " WS-APPEAL-TERM "   EVALUATED "
               SAP-EVAL-DATE
           MOVE SAP-CUM-GPA TO WS-GPA-DISPLAY
           DISPLAY "CUM GPA  : " WS-GPA-DISPLAY
               "   PACE: " SAP-PACE "%"
           MOVE SAP-ATTEMPTED TO WS-CREDIT-DISPLAY
           DISPLAY "ATTEMPTED: " WS-CREDIT-DISPLAY
           MOVE SAP-EARNED TO WS-CREDIT-DISPLAY
           DISPLAY "EARNED   : " WS-CREDIT-DISPLAY
           IF SAP-FAILED-GPA = "Y"
               DISPLAY "SHORT OF : MINIMUM CUMULATIVE GPA"
           END-IF
           IF SAP-FAILED-PACE = "Y"
               DISPLAY "SHORT OF : COMPLETION RATE"
           END-IF
           IF SAP-FAILED-MAXTIME = "Y"
               DISPLAY "SHORT OF : MAXIMUM TIMEFRAME"
           END-IF
           DISPLAY "-------------------------------------------------"

           DISPLAY "APPROVE THE APPEAL - AID IS RESTORED FOR THIS "
               "TERM ONLY? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "APPEAL NOT RECORDED."
               MOVE 2 TO RETURN-CODE              *> 2 = not confirmed
               EXIT PROGRAM
           END-IF

      *> Same lock as the PRGF0158 evaluation run, so an appeal is
      *> never recorded underneath a batch re-posting the term.
           MOVE "SAP"   TO WS-LOCK-TYPE
           MOVE "ALL"   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PROGRAM
           END-IF

           PERFORM APPROVE-APPEAL
           PERFORM RELEASE-RECORD-LOCK

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> APPROVE-APPEAL - turns the suspension into an approved
      *> appeal, stamped with who approved it and when, and writes
      *> the student their decision letter.
      *>-----------------------------------------------------------
       APPROVE-APPEAL.
           OPEN I-O SAP-FILE
           READ SAP-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ
           IF WS-FOUND = "N" OR SAP-STATUS NOT = "S"
               CLOSE SAP-FILE
               DISPLAY "***ERROR: SAP STATUS CHANGED - NOT "
                   "SUSPENDED.***"
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SAP-RECORD         TO WS-SAP-BEFORE
           MOVE "A"                TO SAP-STATUS
           MOVE WS-OPERATOR-ID     TO SAP-APPEAL-BY
           MOVE WS-TODAY-FORMATTED TO SAP-APPEAL-DATE
           REWRITE SAP-RECORD
               INVALID KEY
                   CLOSE SAP-FILE
                   DISPLAY "***ERROR: UNABLE TO RECORD APPEAL.***"
                   MOVE 1 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           CLOSE SAP-FILE

           MOVE SPACES         TO WS-AUDIT-BEFORE
           MOVE SPACES         TO WS-AUDIT-AFTER
           MOVE WS-SAP-BEFORE  TO WS-AUDIT-BEFORE(1:60)
           MOVE SAP-RECORD     TO WS-AUDIT-AFTER(1:60)
           MOVE "PRGF0159"     TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID  TO AUDIT-STUDENT-ID
           MOVE "SAPAPPL"      TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG

           DISPLAY "*** APPEAL APPROVED FOR " WS-APPEAL-TERM ". ***"
           MOVE 0 TO RETURN-CODE
           PERFORM QUEUE-APPEAL-LETTER.

      *>-----------------------------------------------------------
      *> QUEUE-APPEAL-LETTER - the SAPAPPL letter from
      *> letter-templates.txt (tokens NAME, ID, DATE and TERM).  A
      *> student with no e-mail, or no template on file, is told
      *> by the office instead, as the screen says.
      *>-----------------------------------------------------------
       QUEUE-APPEAL-LETTER.
           IF WS-STUDENT-EMAIL = SPACES
               DISPLAY "NO E-MAIL ON FILE - NO LETTER QUEUED."
               EXIT PARAGRAPH
           END-IF
           MOVE "SAPAPPL" TO WS-TPL-CODE
           PERFORM LOAD-TEMPLATE
           IF WS-TPL-FOUND = "N"
               DISPLAY "NO SAPAPPL TEMPLATE - NO LETTER QUEUED."
               EXIT PARAGRAPH
           END-IF

           MOVE "NAME"               TO WS-TPL-SET-NAME
           MOVE WS-STUDENT-NAME      TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "ID"                 TO WS-TPL-SET-NAME
           MOVE WS-STUDENT-ID        TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "DATE"               TO WS-TPL-SET-NAME
           MOVE WS-TODAY-FORMATTED   TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN
           MOVE "TERM"               TO WS-TPL-SET-NAME
           MOVE WS-APPEAL-TERM       TO WS-TPL-SET-VALUE
           PERFORM SET-LETTER-TOKEN

           OPEN EXTEND MAIL-QUEUE-FILE
           IF WS-MAIL-STATUS NOT = "00"
               CLOSE MAIL-QUEUE-FILE
               OPEN OUTPUT MAIL-QUEUE-FILE
           END-IF
           MOVE "----------------------------------------" &
               "----------------------------------------"
               TO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "TO      : " DELIMITED BY SIZE
                  WS-STUDENT-EMAIL DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "SUBJECT : " DELIMITED BY SIZE
                  WS-TPL-SUBJECT DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           STRING "DATE    : " DELIMITED BY SIZE
                  WS-TODAY-FORMATTED DELIMITED BY SIZE
                  INTO MAIL-LINE
           WRITE MAIL-LINE
           MOVE SPACES TO MAIL-LINE
           WRITE MAIL-LINE

           PERFORM VARYING WS-TPL-IX FROM 1 BY 1
               UNTIL WS-TPL-IX > WS-TPL-LINES
               PERFORM MERGE-ONE-LINE
               MOVE WS-MERGED-LINE TO MAIL-LINE
               WRITE MAIL-LINE
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE
           CLOSE MAIL-QUEUE-FILE
           DISPLAY "DECISION LETTER QUEUED TO " WS-STUDENT-EMAIL.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "LETTERVAL.CPY".  *> Shared letter-template paragraphs
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
