       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGO0173.                         *> Maintain directory privacy block

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

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-STUDENT-ID        PIC X(4).             *> Student ID entered by user
       01 WS-FOUND             PIC X VALUE "N".      *> Student/block found flag
       01 WS-ACTION            PIC X.                *> B=block, L=lift
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGO0173". *> Logged-in user, for PRIV-PLACED-BY
       01 WS-START-DATE        PIC X(8).             *> Block effective from
       01 WS-END-DATE          PIC X(8).             *> Block lifted on
       01 WS-REASON            PIC X(30).            *> How the request was made

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs
       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| MAINTAIN DIRECTORY PRIVACY BLOCK              |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           *> Pick up who is logged in, the same way PRGH0077 does,
           *> so PRIV-PLACED-BY records a real operator.
           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
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
           END-READ
           CLOSE STUDENT-FILE

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: STUDENT ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           DISPLAY "STUDENT: " F-ID " - " F-NAME
           PERFORM SHOW-BLOCK

           DISPLAY "BLOCK OR LIFT? (B/L, ANYTHING ELSE TO EXIT) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "B"
                   PERFORM PLACE-BLOCK
               WHEN "L"
                   PERFORM LIFT-BLOCK
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SHOW-BLOCK - the student's privacy row, if there is one,
      *> and whether it is in force today.
      *>-----------------------------------------------------------
       SHOW-BLOCK.
           MOVE WS-STUDENT-ID TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           PERFORM SHOW-PRIVACY-BANNER

           DISPLAY "-------------------------------------------------"
           MOVE "N" TO WS-FOUND
           OPEN INPUT PRIVACY-FILE
           IF WS-PRIV-FILE-STATUS = "00"
               MOVE WS-STUDENT-ID TO PRIV-STUDENT-ID
               READ PRIVACY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE PRIVACY-FILE
           END-IF

           IF WS-FOUND = "N"
               DISPLAY "  (NO PRIVACY BLOCK ON FILE)"
           ELSE
               DISPLAY "  FROM " PRIV-START-DATE
                   " TO " PRIV-END-DATE
                   " RECORDED " PRIV-PLACED-DATE
                   " BY " PRIV-PLACED-BY
               DISPLAY "  " PRIV-REASON
               IF WS-PRIV-BLOCKED = "Y"
                   DISPLAY "  *IN FORCE TODAY*"
               ELSE
                   DISPLAY "  (NOT IN FORCE TODAY)"
               END-IF
           END-IF
           DISPLAY "-------------------------------------------------".

      *>-----------------------------------------------------------
      *> PLACE-BLOCK - records the student's request, effective the
      *> date keyed (today when blank) and open-ended unless an end
      *> date is given.  An earlier, lifted block is replaced by the
      *> new one - its history stays in the audit log.
      *>-----------------------------------------------------------
       PLACE-BLOCK.
           DISPLAY "EFFECTIVE FROM (YYYYMMDD, BLANK = TODAY) >>"
           ACCEPT WS-START-DATE
           IF WS-START-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-START-DATE
           END-IF
           MOVE WS-START-DATE TO WS-VALIDATE-DATE
           PERFORM CHECK-KEYED-DATE
           IF WS-DATE-VALID = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LIFTED ON (YYYYMMDD, BLANK = UNTIL REVOKED) >>"
           ACCEPT WS-END-DATE
           IF WS-END-DATE NOT = SPACES
               MOVE WS-END-DATE TO WS-VALIDATE-DATE
               PERFORM CHECK-KEYED-DATE
               IF WS-DATE-VALID = "N"
                   EXIT PARAGRAPH
               END-IF
               IF WS-END-DATE NOT > WS-START-DATE
                   DISPLAY "***ERROR: LIFT DATE MUST BE AFTER THE "
                       "EFFECTIVE DATE.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "HOW WAS IT REQUESTED (MAX 30 CHARS) >>"
           ACCEPT WS-REASON

           MOVE "PRIVCY"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PRIVACY-FILE
           IF WS-PRIV-FILE-STATUS = "35"
               OPEN OUTPUT PRIVACY-FILE
               CLOSE PRIVACY-FILE
               OPEN I-O PRIVACY-FILE
           END-IF

           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE WS-STUDENT-ID TO PRIV-STUDENT-ID
           READ PRIVACY-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
                   MOVE PRIVACY-BLOCK-RECORD TO WS-AUDIT-BEFORE(1:66)
           END-READ

           MOVE WS-STUDENT-ID      TO PRIV-STUDENT-ID
           MOVE WS-START-DATE      TO PRIV-START-DATE
           MOVE WS-END-DATE        TO PRIV-END-DATE
           MOVE WS-REASON          TO PRIV-REASON
           MOVE WS-OPERATOR-ID     TO PRIV-PLACED-BY
           MOVE WS-TODAY-FORMATTED TO PRIV-PLACED-DATE

           IF WS-FOUND = "Y"
               REWRITE PRIVACY-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD PRIVACY "
                           "BLOCK.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** PRIVACY BLOCK RECORDED. ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-PRIVACY-ACTION
               END-REWRITE
           ELSE
               WRITE PRIVACY-BLOCK-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO RECORD PRIVACY "
                           "BLOCK.***"
                       MOVE 1 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "*** PRIVACY BLOCK RECORDED. ***"
                       MOVE 0 TO RETURN-CODE
                       PERFORM LOG-PRIVACY-ACTION
               END-WRITE
           END-IF
           CLOSE PRIVACY-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> LIFT-BLOCK - the student has revoked the request: stamps
      *> the lift date (today when blank) onto the block, leaving
      *> the row on file as history.
      *>-----------------------------------------------------------
       LIFT-BLOCK.
           DISPLAY "LIFTED ON (YYYYMMDD, BLANK = TODAY) >>"
           ACCEPT WS-END-DATE
           IF WS-END-DATE = SPACES
               MOVE WS-TODAY-FORMATTED TO WS-END-DATE
           END-IF
           MOVE WS-END-DATE TO WS-VALIDATE-DATE
           PERFORM CHECK-KEYED-DATE
           IF WS-DATE-VALID = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE "PRIVCY"      TO WS-LOCK-TYPE
           MOVE WS-STUDENT-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FOUND
           OPEN I-O PRIVACY-FILE
           IF WS-PRIV-FILE-STATUS = "00"
               MOVE WS-STUDENT-ID TO PRIV-STUDENT-ID
               READ PRIVACY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
           END-IF

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: NO PRIVACY BLOCK ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               IF PRIV-END-DATE NOT = SPACES
                   AND PRIV-END-DATE NOT > WS-TODAY-FORMATTED
                   DISPLAY "***ERROR: THAT BLOCK IS ALREADY "
                       "LIFTED.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = nothing to do
               ELSE
                   IF WS-END-DATE NOT > PRIV-START-DATE
                       DISPLAY "***ERROR: LIFT DATE MUST BE AFTER THE "
                           "EFFECTIVE DATE " PRIV-START-DATE ".***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                   ELSE
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE PRIVACY-BLOCK-RECORD
                           TO WS-AUDIT-BEFORE(1:66)
                       MOVE WS-END-DATE TO PRIV-END-DATE
                       REWRITE PRIVACY-BLOCK-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO LIFT "
                                   "PRIVACY BLOCK.***"
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "*** PRIVACY BLOCK LIFTED. ***"
                               MOVE 0 TO RETURN-CODE
                               PERFORM LOG-PRIVACY-ACTION
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           IF WS-PRIV-FILE-STATUS NOT = "35"
               CLOSE PRIVACY-FILE
           END-IF

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> CHECK-KEYED-DATE - a keyed YYYYMMDD in WS-VALIDATE-DATE
      *> must be a real calendar date.
      *>-----------------------------------------------------------
       CHECK-KEYED-DATE.
           MOVE "N" TO WS-DATE-VALID
           IF WS-VALIDATE-DATE IS NUMERIC
               PERFORM VALIDATE-DATE
           END-IF
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: " WS-VALIDATE-DATE
                   " IS NOT A VALID DATE (YYYYMMDD).***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF.

      *>-----------------------------------------------------------
      *> LOG-PRIVACY-ACTION - appends the privacy row just written
      *> to audit-log.txt, the row before the change as the before-
      *> image and the row itself as the after-image.
      *>-----------------------------------------------------------
       LOG-PRIVACY-ACTION.
           MOVE SPACES               TO WS-AUDIT-AFTER
           MOVE PRIVACY-BLOCK-RECORD TO WS-AUDIT-AFTER(1:66)
           MOVE "PRGO0173"           TO AUDIT-PROGRAM
           MOVE WS-STUDENT-ID        TO AUDIT-STUDENT-ID
           IF WS-ACTION = "B"
               MOVE "PRIVBLK" TO AUDIT-OPERATION
           ELSE
               MOVE "PRIVLIFT" TO AUDIT-OPERATION
           END-IF
           PERFORM WRITE-AUDIT-LOG.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
