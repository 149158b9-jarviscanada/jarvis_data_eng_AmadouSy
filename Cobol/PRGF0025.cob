           SELECT REPORT-FILE ASSIGN TO "duplicate-students.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-QUEUE-FILE ASSIGN TO "card-deactivations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDQ-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

           SELECT ENROLL-SCRATCH-FILE ASSIGN TO "f0025-enr-scr.txt"
       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD CARD-QUEUE-FILE.
       COPY "CARDDEACREC.CPY". *> Shared card-deactivation queue layout

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line


       01 WS-TODAY-FORMATTED    PIC X(8).        *> Current date, YYYYMMDD
       01 WS-KEEP-ID            PIC X(4).        *> Surviving student ID
       01 WS-CDQ-STATUS         PIC XX.          *> Status of last CARD-QUEUE-FILE I/O
       01 WS-DROP-ID            PIC X(4).        *> Student ID to merge away
       01 WS-KEEP-FOUND         PIC X VALUE "N".
       01 WS-DROP-FOUND         PIC X VALUE "N".
                               MOVE WS-DROP-ID     TO AUDIT-STUDENT-ID
                               MOVE "MERGE"        TO AUDIT-OPERATION
                               PERFORM WRITE-AUDIT-LOG
                               PERFORM QUEUE-CARD-DEACTIVATION
                       END-REWRITE
               END-READ
               CLOSE STUDENT-FILE

           PERFORM RELEASE-MERGE-LOCKS.

      *>-----------------------------------------------------------
      *> QUEUE-CARD-DEACTIVATION - appends the merged-away student
      *> (the STUDENT-RECORD just rewritten) to the card-deactivation
      *> queue, so the next card-system feed (PRGH0171) cancels the
      *> duplicate ID card in favour of WS-KEEP-ID's.
      *>-----------------------------------------------------------
       QUEUE-CARD-DEACTIVATION.
           OPEN EXTEND CARD-QUEUE-FILE
           IF WS-CDQ-STATUS NOT = "00"
               CLOSE CARD-QUEUE-FILE
               OPEN OUTPUT CARD-QUEUE-FILE
           END-IF

           MOVE WS-DROP-ID         TO CDQ-STUDENT-ID
           MOVE "M"                TO CDQ-REASON
           MOVE WS-TODAY-FORMATTED TO CDQ-DATE
           MOVE WS-KEEP-ID         TO CDQ-MERGED-INTO
           MOVE F-NAME             TO CDQ-NAME
           MOVE F-CAMPUS           TO CDQ-CAMPUS
           WRITE CARD-DEACTIVATION-RECORD

           CLOSE CARD-QUEUE-FILE.

      *>-----------------------------------------------------------
      *> RELEASE-MERGE-LOCKS - releases whichever of the four
      *> MERGE-STUDENTS locks were actually acquired.
