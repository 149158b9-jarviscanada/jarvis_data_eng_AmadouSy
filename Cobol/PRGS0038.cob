           SELECT MAIL-QUEUE-FILE ASSIGN TO "outbound-mail-queue.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRIVACY-FILE ASSIGN TO "privacy-blocks.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRIV-STUDENT-ID
               FILE STATUS IS WS-PRIV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       FD MAIL-QUEUE-FILE.
       01 MAIL-LINE                PIC X(100). *> One line of a queued e-mail

       FD PRIVACY-FILE.
       COPY "PRIVREC.CPY".    *> Shared privacy-block layout (PRIV-STUDENT-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS         PIC XX.          *> Status of REPORT-FILE I/O
       01 WS-DIST-STATUS           PIC XX.          *> Status of DISTRIBUTION-FILE I/O
       01 WS-REPORT-EOF            PIC X VALUE "N". *> End-of-file flag, report
       01 WS-RECIPIENT-COUNT       PIC 9(3) VALUE 0. *> Recipients mailed to
       01 WS-TODAY-FORMATTED       PIC X(8).         *> Current date, YYYYMMDD
       01 WS-MASKED-COUNT          PIC 9(5) VALUE 0. *> Student lines withheld, all mails

       COPY "PRIVWS.CPY".     *> Fields used by the shared privacy-block paragraphs

      *> Distributes the class report (report.txt, produced by
      *> option 8) to every address listed in
                   ELSE
                       DISPLAY "CLASS REPORT QUEUED FOR "
                           WS-RECIPIENT-COUNT " RECIPIENT(S)."
                       IF WS-MASKED-COUNT > 0
                           DISPLAY "PRIVACY-BLOCKED STUDENT LINES "
                               "WITHHELD: " WS-MASKED-COUNT
                       END-IF
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
      *> SEND-REPORT-TO-RECIPIENT - appends one queued message to
      *> outbound-mail-queue.txt: a header naming the recipient and
      *> run date, then the full body of report.txt, then an
      *> end-of-message marker.  Report.txt itself stays as it is
      *> for use in the office; the mailed copy masks the line of
      *> any student under a privacy block.
      *>-----------------------------------------------------------
       SEND-REPORT-TO-RECIPIENT.
           MOVE "------------------------------------------------" &
                       MOVE "Y" TO WS-REPORT-EOF
                   NOT AT END
                       MOVE REPORT-LINE TO MAIL-LINE
                       PERFORM MASK-BLOCKED-STUDENT
                       WRITE MAIL-LINE
               END-READ
           END-PERFORM

           MOVE "   --- END OF MESSAGE ---" TO MAIL-LINE
           WRITE MAIL-LINE.

      *>-----------------------------------------------------------
      *> MASK-BLOCKED-STUDENT - a student line of the class report
      *> (PRGR0008's "ID   | NAME ..." detail) for a student under
      *> a privacy block is replaced, ID and all, in MAIL-LINE.
      *>-----------------------------------------------------------
       MASK-BLOCKED-STUDENT.
           IF REPORT-LINE(5:3) NOT = " | "
               OR REPORT-LINE(1:4) = "ID  "
               EXIT PARAGRAPH
           END-IF

           MOVE REPORT-LINE(1:4) TO WS-PRIV-STUDENT
           PERFORM CHECK-PRIVACY-BLOCK
           IF WS-PRIV-BLOCKED = "Y"
               MOVE "**** | (WITHHELD - PRIVACY BLOCK)" TO MAIL-LINE
               ADD 1 TO WS-MASKED-COUNT
           END-IF.

       COPY "PRIVVAL.CPY".    *> Shared privacy-block paragraphs
