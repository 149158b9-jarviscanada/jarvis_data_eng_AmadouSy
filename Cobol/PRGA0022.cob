           SELECT AUDIT-LOG-FILE ASSIGN TO "audit-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CARD-QUEUE-FILE ASSIGN TO "card-deactivations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDQ-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "prga0022-checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
       FD AUDIT-LOG-FILE.
       COPY "AUDITREC.CPY".   *> Shared audit-log record layout

       FD CARD-QUEUE-FILE.
       COPY "CARDDEACREC.CPY". *> Shared card-deactivation queue layout (CDQ-STUDENT-ID, ...)

       FD CHECKPOINT-FILE.
       01 CKPT-LINE                PIC X(4).     *> Last F-ID scanned, for restart

       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS           PIC XX.          *> Status of last STUDENT-FILE I/O
       01 WS-CKPT-STATUS           PIC XX.          *> Status of last CHECKPOINT-FILE I/O
       01 WS-CDQ-STATUS            PIC XX.          *> Status of last CARD-QUEUE-FILE I/O
       01 WS-TODAY-FORMATTED       PIC X(8).        *> Current date, YYYYMMDD
       01 WS-EOF                   PIC X VALUE "N". *> End-of-file flag
       01 WS-CUTOFF-DATE           PIC X(8).        *> Purge anything older than this
       01 WS-PURGE-COUNT           PIC 9(4) VALUE 0. *> Records archived and purged
           OPEN I-O STUDENT-FILE
           OPEN EXTEND ARCHIVE-FILE

           *> Every purged student's card is queued for deactivation
           *> on the next card-system feed (PRGH0171).
           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           OPEN EXTEND CARD-QUEUE-FILE
           IF WS-CDQ-STATUS NOT = "00"
               CLOSE CARD-QUEUE-FILE
               OPEN OUTPUT CARD-QUEUE-FILE
           END-IF

           IF WS-CKPT-ID NOT = SPACES
               DISPLAY "RESTARTING AFTER CHECKPOINT - LAST ID "
                   "SCANNED WAS " WS-CKPT-ID "."
               END-READ
           END-PERFORM

           CLOSE CARD-QUEUE-FILE
           CLOSE ARCHIVE-FILE
           CLOSE STUDENT-FILE

      *>-----------------------------------------------------------
      *> ARCHIVE-AND-PURGE-STUDENT - writes the current record to
      *> the archive file, logs the removal, then deletes the
      *> record from the currently-positioned STUDENT-FILE row and
      *> queues the student's ID card for deactivation.
      *>-----------------------------------------------------------
       ARCHIVE-AND-PURGE-STUDENT.
           MOVE STUDENT-RECORD TO ARCHIVE-LINE
                   DISPLAY "***ERROR: UNABLE TO PURGE " F-ID "***"
               NOT INVALID KEY
                   ADD 1 TO WS-PURGE-COUNT
                   MOVE F-ID               TO CDQ-STUDENT-ID
                   MOVE "P"                TO CDQ-REASON
                   MOVE WS-TODAY-FORMATTED TO CDQ-DATE
                   MOVE SPACES             TO CDQ-MERGED-INTO
                   MOVE F-NAME             TO CDQ-NAME
                   MOVE F-CAMPUS           TO CDQ-CAMPUS
                   WRITE CARD-DEACTIVATION-RECORD
           END-DELETE.

      *>-----------------------------------------------------------
