       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0192.  *> Nightly health-compliance hold sweep

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT COMPLIANCE-REQ-FILE
               ASSIGN TO "compliance-requirements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRQ-CODE
               FILE STATUS IS WS-CRQ-STATUS.

           SELECT COMPLIANCE-FILE ASSIGN TO "student-compliance.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLD-FILE ASSIGN TO "registration-holds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "compliance-hold-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD COMPLIANCE-REQ-FILE.
       COPY "CMPREQREC.CPY".  *> Shared compliance-requirement layout (CRQ-CODE, ...)

       FD COMPLIANCE-FILE.
       COPY "CMPLREC.CPY".    *> Shared student compliance layout (CMP-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD HOLD-FILE.
       COPY "HOLDREC.CPY".    *> Shared registration-hold layout (HOLD-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE           PIC X(100).   *> One sweep report line

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       COPY "CMPLWS.CPY".     *> Fields used by the shared compliance-check paragraphs
       COPY "AGEWS.CPY".      *> Fields used by the shared VALIDATE-MIN-AGE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       01 WS-FILE-STATUS       PIC XX.               *> STUDENT-FILE I/O status
       01 WS-CRQ-STATUS        PIC XX.               *> COMPLIANCE-REQ-FILE I/O status
       01 WS-CMP-STATUS        PIC XX.               *> COMPLIANCE-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.               *> TERM-FILE I/O status
       01 WS-HOLD-STATUS       PIC XX.               *> HOLD-FILE I/O status
       01 WS-EOF               PIC X VALUE "N".      *> Student-scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-HAS-HOLD          PIC X VALUE "N".      *> Active "H" hold on file
       01 WS-HOLD-ROW          PIC X VALUE "N".      *> Any "H" row on file
       01 WS-HOLD-DONE         PIC X VALUE "N".      *> Placement/release written
       01 WS-ACTION-TEXT       PIC X(8).             *> PLACED / RELEASED / LOCKED / FAILED

       01 WS-READ-COUNT        PIC 9(6) VALUE 0.     *> Students on file
       01 WS-CHECKED-COUNT     PIC 9(6) VALUE 0.     *> Active students checked
       01 WS-OVERDUE-COUNT     PIC 9(6) VALUE 0.     *> ...with something overdue
       01 WS-PLACED-COUNT      PIC 9(6) VALUE 0.     *> Holds placed tonight
       01 WS-RELEASED-COUNT    PIC 9(6) VALUE 0.     *> Holds released tonight
       01 WS-LOCKED-COUNT      PIC 9(6) VALUE 0.     *> Left for tomorrow - locked
       01 WS-FAILED-COUNT      PIC 9(6) VALUE 0.     *> Hold file would not take it

       PROCEDURE DIVISION.
       BEGIN.
           MOVE "PRGK0192" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| H E A L T H   C O M P L I A N C E   S W E E P |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT STUDENT-FILE
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "***ERROR: UNABLE TO OPEN vsam-simulated.txt.***"
               MOVE 3 TO RETURN-CODE
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     HEALTH COMPLIANCE HOLD SWEEP - RUN "
               WS-TODAY-FORMATTED
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "STUD  NAME                                      "
               & "ACTION    OVERDUE  FIRST" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF F-STATUS = "A"
                           PERFORM SWEEP-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STUDENT-FILE

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE CHECKED: " WS-CHECKED-COUNT
               "   OVERDUE: " WS-OVERDUE-COUNT
               "   PLACED: " WS-PLACED-COUNT
               "   RELEASED: " WS-RELEASED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-LOCKED-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LEFT FOR THE NEXT RUN - LOCKED: "
                   WS-LOCKED-COUNT "   NOT WRITTEN: " WS-FAILED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE

           MOVE "compliance-hold-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           DISPLAY "*** " WS-PLACED-COUNT " HOLD(S) PLACED, "
               WS-RELEASED-COUNT " RELEASED. SEE "
               "compliance-hold-report.txt. ***"

           IF WS-LOCKED-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 2 TO RETURN-CODE              *> 2 = some left undone
           ELSE
               IF WS-PLACED-COUNT > 0 OR WS-RELEASED-COUNT > 0
                   MOVE 1 TO RETURN-CODE          *> 1 = holds changed
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           MOVE WS-READ-COUNT TO WS-JOB-READ
           COMPUTE WS-JOB-WRITTEN = WS-PLACED-COUNT + WS-RELEASED-COUNT
           MOVE WS-FAILED-COUNT TO WS-JOB-REJECTED
           MOVE WS-LOCKED-COUNT TO WS-JOB-SKIPPED
           PERFORM JOB-RUN-END
           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SWEEP-ONE-STUDENT - an active student past a deadline with
      *> no health hold gets one; one with a health hold and nothing
      *> overdue any more has it lifted.  Students already in the
      *> right state are not touched, so the lock is only taken
      *> when there is something to change.
      *>-----------------------------------------------------------
       SWEEP-ONE-STUDENT.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE F-ID          TO WS-CMP-STUDENT
           MOVE F-BIRTHDATE   TO WS-CMP-BIRTHDATE
           MOVE F-CAMPUS      TO WS-CMP-CAMPUS
           MOVE F-INSERT-DATE TO WS-CMP-ADMIT-DATE
           PERFORM CHECK-STUDENT-COMPLIANCE
           IF WS-CMP-OVERDUE-COUNT > 0
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF

           PERFORM READ-HEALTH-HOLD
           IF WS-CMP-OVERDUE-COUNT > 0 AND WS-HAS-HOLD = "Y"
               EXIT PARAGRAPH
           END-IF
           IF WS-CMP-OVERDUE-COUNT = 0 AND WS-HAS-HOLD = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "HOLD" TO WS-LOCK-TYPE
           MOVE F-ID   TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               ADD 1 TO WS-LOCKED-COUNT
               MOVE "LOCKED" TO WS-ACTION-TEXT
               PERFORM REPORT-STUDENT
               EXIT PARAGRAPH
           END-IF

           IF WS-CMP-OVERDUE-COUNT > 0
               PERFORM PLACE-HEALTH-HOLD
           ELSE
               PERFORM RELEASE-HEALTH-HOLD
           END-IF

           PERFORM RELEASE-RECORD-LOCK
           PERFORM REPORT-STUDENT.

      *>-----------------------------------------------------------
      *> READ-HEALTH-HOLD - is there an "H" row for the student, and
      *> is it still active?
      *>-----------------------------------------------------------
       READ-HEALTH-HOLD.
           MOVE "N" TO WS-HAS-HOLD
           MOVE "N" TO WS-HOLD-ROW
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE F-ID TO HOLD-STUDENT-ID
           MOVE "H"  TO HOLD-TYPE
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-ROW
                   IF HOLD-RELEASE-DATE = SPACES
                       MOVE "Y" TO WS-HAS-HOLD
                   END-IF
           END-READ
           CLOSE HOLD-FILE.

      *>-----------------------------------------------------------
      *> PLACE-HEALTH-HOLD - writes the hold, or re-activates the
      *> student's released one, the way PRGT0144 places a
      *> suspension hold.  The reason names the first overdue
      *> requirement; PRGC0191 shows the rest.
      *>-----------------------------------------------------------
       PLACE-HEALTH-HOLD.
           MOVE "N" TO WS-HOLD-DONE
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF

           MOVE F-ID TO HOLD-STUDENT-ID
           MOVE "H"  TO HOLD-TYPE
           READ HOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOLD-ROW
               NOT INVALID KEY
                   MOVE "Y" TO WS-HOLD-ROW
                   IF HOLD-RELEASE-DATE = SPACES
                       CLOSE HOLD-FILE
                       MOVE "HELD"    TO WS-ACTION-TEXT
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           MOVE F-ID               TO HOLD-STUDENT-ID
           MOVE "H"                TO HOLD-TYPE
           MOVE "PRGK0192"         TO HOLD-PLACED-BY
           MOVE WS-TODAY-FORMATTED TO HOLD-PLACED-DATE
           MOVE SPACES             TO HOLD-RELEASE-DATE
           MOVE SPACES             TO HOLD-REASON
           STRING "IMMUNIZATION " DELIMITED BY SIZE
                  WS-CMP-FIRST-OVERDUE DELIMITED BY SIZE
                  INTO HOLD-REASON

           IF WS-HOLD-ROW = "Y"
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-DONE
               END-REWRITE
           ELSE
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HOLD-DONE
               END-WRITE
           END-IF
           CLOSE HOLD-FILE

           IF WS-HOLD-DONE = "Y"
               ADD 1 TO WS-PLACED-COUNT
               MOVE "PLACED"    TO WS-ACTION-TEXT
               MOVE "HOLD"      TO AUDIT-OPERATION
               PERFORM LOG-HOLD-CHANGE
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED"    TO WS-ACTION-TEXT
           END-IF.

      *>-----------------------------------------------------------
      *> RELEASE-HEALTH-HOLD - stamps today's date on the active
      *> hold, leaving the row as history.
      *>-----------------------------------------------------------
       RELEASE-HEALTH-HOLD.
           MOVE "N"    TO WS-HOLD-DONE
           MOVE "NONE" TO WS-ACTION-TEXT
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               MOVE "FAILED" TO WS-ACTION-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE F-ID TO HOLD-STUDENT-ID
           MOVE "H"  TO HOLD-TYPE
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-RELEASE-DATE = SPACES
                       MOVE WS-TODAY-FORMATTED TO HOLD-RELEASE-DATE
                       REWRITE HOLD-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-HOLD-DONE
                       END-REWRITE
                   END-IF
           END-READ
           CLOSE HOLD-FILE

           IF WS-HOLD-DONE = "Y"
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED"  TO WS-ACTION-TEXT
               MOVE "UNHOLD"    TO AUDIT-OPERATION
               PERFORM LOG-HOLD-CHANGE
           END-IF.

      *>-----------------------------------------------------------
      *> LOG-HOLD-CHANGE - the hold row as written is the audit
      *> after-image, the same trace PRGH0077 leaves.
      *>-----------------------------------------------------------
       LOG-HOLD-CHANGE.
           MOVE SPACES      TO WS-AUDIT-BEFORE
           MOVE SPACES      TO WS-AUDIT-AFTER
           MOVE HOLD-RECORD TO WS-AUDIT-AFTER(1:59)
           MOVE "PRGK0192"  TO AUDIT-PROGRAM
           MOVE F-ID        TO AUDIT-STUDENT-ID
           PERFORM WRITE-AUDIT-LOG.

      *>-----------------------------------------------------------
      *> REPORT-STUDENT - one line per student whose hold changed
      *> (or could not be changed tonight).
      *>-----------------------------------------------------------
       REPORT-STUDENT.
           MOVE SPACES TO REPORT-LINE
           STRING F-ID "  " F-NAME "  " WS-ACTION-TEXT "  "
               WS-CMP-OVERDUE-COUNT "      " WS-CMP-FIRST-OVERDUE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REPORT-LINE - writes one line to the report file and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "CMPLVAL.CPY".    *> Shared compliance-check paragraphs
       COPY "AGEVAL.CPY".     *> Shared VALIDATE-MIN-AGE paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
