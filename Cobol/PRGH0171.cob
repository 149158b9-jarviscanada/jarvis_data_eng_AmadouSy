       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGH0171.  *> Campus ID-card system feed

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

           SELECT CARD-STATUS-FILE ASSIGN TO "card-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-STUDENT-ID
               FILE STATUS IS WS-CRD-STATUS.

           SELECT CARD-QUEUE-FILE ASSIGN TO "card-deactivations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDQ-STATUS.

           SELECT FEED-FILE ASSIGN TO "card-system-feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD CARD-STATUS-FILE.
       COPY "CARDSTATREC.CPY". *> Shared card-system last-sent layout (CRD-STUDENT-ID, ...)

       FD CARD-QUEUE-FILE.
       COPY "CARDDEACREC.CPY". *> Shared card-deactivation queue layout (CDQ-STUDENT-ID, ...)

       FD FEED-FILE.
       01 FEED-LINE             PIC X(100).   *> One fixed-width feed row

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-TERM-STATUS       PIC XX.          *> TERM-FILE I/O status
       01 WS-CRD-STATUS        PIC XX.          *> CARD-STATUS-FILE I/O status
       01 WS-CDQ-STATUS        PIC XX.          *> CARD-QUEUE-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-MODE              PIC X VALUE "C". *> F = full refresh, C = changes only
       01 WS-CRD-FOUND         PIC X VALUE "N". *> Student was sent before
       01 WS-SEND              PIC X VALUE "N". *> This student goes on the feed
       01 WS-QUEUE-OPEN        PIC X VALUE "N". *> A deactivation queue was read
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(8).        *> Current time, HHMMSSss
       01 WS-RUN-STAMP         PIC X(14).       *> This run, YYYYMMDDHHMMSS
       01 WS-ACCESS-TERM       PIC X(6) VALUE SPACES. *> Term active cards run to
       01 WS-ACCESS-END        PIC X(8) VALUE SPACES. *> ...its TERM-END-DATE
       01 WS-NEXT-START        PIC X(8) VALUE SPACES. *> Earliest later term start
       01 WS-STUDENTS-READ     PIC 9(6) VALUE 0. *> Student records scanned
       01 WS-QUEUE-READ        PIC 9(6) VALUE 0. *> Deactivation queue rows read
       01 WS-SKIPPED-COUNT     PIC 9(6) VALUE 0. *> Students with nothing to send

      *> One student's card as it stands today.
       01 WS-CARD-STATUS       PIC X(1).        *> A/L/W/T/G, see CARDSTATREC
       01 WS-CARD-EXPIRY       PIC X(8).        *> Access-expiry date, YYYYMMDD

      *> Feed layouts - one header, a detail per card, one trailer
      *> balancing the details by card status.  File type F is a
      *> full refresh of every student on file; C carries only
      *> cards that have moved since the last feed, plus any the
      *> card system rejected last time.  Detail actions:
      *>   A = ADD (student new to the card system)
      *>   C = CHANGE (status, expiry, name or campus moved, or a
      *>       full-refresh row for a card already issued)
      *>   D = DEACTIVATE (reason P = purged to the archive,
      *>       M = merged into the student given, R = record no
      *>       longer on file)
       01 WS-CARD-HEADER.
           05 WS-CDH-TYPE          PIC X(1)  VALUE "H".
           05 WS-CDH-FEED-ID       PIC X(10) VALUE "CARDFEED".
           05 WS-CDH-FILE-TYPE     PIC X(1).     *> F = full, C = changes
           05 WS-CDH-CREATED       PIC X(14).
           05 WS-CDH-TERM          PIC X(6).     *> Term active cards run to
           05 WS-CDH-TERM-END      PIC X(8).
           05 FILLER               PIC X(60) VALUE SPACES.
       01 WS-CARD-DETAIL.
           05 WS-CDD-TYPE          PIC X(1)  VALUE "D".
           05 WS-CDD-ACTION        PIC X(1).
           05 WS-CDD-STUDENT-ID    PIC X(4).
           05 WS-CDD-NAME          PIC X(40).
           05 WS-CDD-CAMPUS        PIC X(3).
           05 WS-CDD-STATUS        PIC X(1).
           05 WS-CDD-EXPIRY        PIC X(8).
           05 WS-CDD-PREV-STATUS   PIC X(1).     *> Status last sent, SPACE if new
           05 WS-CDD-DEACT-REASON  PIC X(1).     *> D only
           05 WS-CDD-MERGED-INTO   PIC X(4).     *> D, reason M only
           05 WS-CDD-EFFECTIVE     PIC X(8).
           05 FILLER               PIC X(28) VALUE SPACES.
       01 WS-CARD-TRAILER.
           05 WS-CDT-TYPE          PIC X(1)  VALUE "T".
           05 WS-CDT-DETAIL-COUNT  PIC 9(6)  VALUE 0.
           05 WS-CDT-ACTIVE-COUNT  PIC 9(6)  VALUE 0.
           05 WS-CDT-LEAVE-COUNT   PIC 9(6)  VALUE 0.
           05 WS-CDT-WITHDRAWN-COUNT PIC 9(6) VALUE 0.
           05 WS-CDT-TRANSFER-COUNT PIC 9(6) VALUE 0.
           05 WS-CDT-GRADUATED-COUNT PIC 9(6) VALUE 0.
           05 WS-CDT-DEACT-COUNT   PIC 9(6)  VALUE 0.
           05 FILLER               PIC X(57) VALUE SPACES.

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGH0171" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   C A M P U S   I D - C A R D   F E E D       |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           STRING WS-TODAY-FORMATTED WS-NOW-TIME(1:6)
               DELIMITED BY SIZE INTO WS-RUN-STAMP

           *> Blank takes the daily change file, so the nightly
           *> stream can run this step with nothing to answer.
           DISPLAY "F = FULL REFRESH, C OR BLANK = CHANGES SINCE THE "
               "LAST FEED >>"
           ACCEPT WS-MODE
           IF WS-MODE = "f"
               MOVE "F" TO WS-MODE
           END-IF
           IF WS-MODE NOT = "F"
               MOVE "C" TO WS-MODE
           END-IF

           PERFORM FIND-ACCESS-TERM
           IF WS-ACCESS-END = SPACES
               DISPLAY "***ERROR: NO CURRENT OR UPCOMING TERM ON THE "
                   "CALENDAR - ACTIVE CARDS NEED AN EXPIRY DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN I-O CARD-STATUS-FILE
           IF WS-CRD-STATUS = "35"
               OPEN OUTPUT CARD-STATUS-FILE
               CLOSE CARD-STATUS-FILE
               OPEN I-O CARD-STATUS-FILE
           END-IF
           IF WS-CRD-STATUS NOT = "00"
               DISPLAY "***ERROR: UNABLE TO OPEN card-status.txt.***"
               MOVE 3 TO RETURN-CODE
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT FEED-FILE

           MOVE WS-MODE        TO WS-CDH-FILE-TYPE
           MOVE WS-RUN-STAMP   TO WS-CDH-CREATED
           MOVE WS-ACCESS-TERM TO WS-CDH-TERM
           MOVE WS-ACCESS-END  TO WS-CDH-TERM-END
           MOVE WS-CARD-HEADER TO FEED-LINE
           WRITE FEED-LINE

           *> Queued deactivations first, so a merged-away student
           *> (still on file as withdrawn) goes out once, as a
           *> deactivation, rather than as a withdrawal as well.
           PERFORM SEND-QUEUED-DEACTIVATIONS
           PERFORM SEND-STUDENT-CARDS
           PERFORM SWEEP-VANISHED-CARDS

           MOVE WS-CARD-TRAILER TO FEED-LINE
           WRITE FEED-LINE

           CLOSE FEED-FILE
           CLOSE STUDENT-FILE
           CLOSE CARD-STATUS-FILE

           *> Everything queued is on the feed and in card-status.txt
           *> now - empty the queue for the next purge or merge.
           IF WS-QUEUE-OPEN = "Y"
               OPEN OUTPUT CARD-QUEUE-FILE
               CLOSE CARD-QUEUE-FILE
           END-IF

           DISPLAY "*** " WS-CDT-DETAIL-COUNT " CARD(S) WRITTEN TO "
               "card-system-feed.txt, " WS-SKIPPED-COUNT
               " UNCHANGED. ***"
           DISPLAY "    ACTIVE " WS-CDT-ACTIVE-COUNT
               "  LEAVE " WS-CDT-LEAVE-COUNT
               "  WITHDRAWN " WS-CDT-WITHDRAWN-COUNT
           DISPLAY "    TRANSFERRED " WS-CDT-TRANSFER-COUNT
               "  GRADUATED " WS-CDT-GRADUATED-COUNT
               "  DEACTIVATED " WS-CDT-DEACT-COUNT

           IF WS-CDT-DETAIL-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to send
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           COMPUTE WS-JOB-READ = WS-STUDENTS-READ + WS-QUEUE-READ
           MOVE WS-CDT-DETAIL-COUNT TO WS-JOB-WRITTEN
           MOVE 0                   TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> FIND-ACCESS-TERM - active cards run to the end of the
      *> current term.  Between terms (no row covers today) they
      *> run to the end of the next term to start, so a break does
      *> not lock continuing students out.  Leaves WS-ACCESS-END
      *> SPACES when the calendar has neither.
      *>-----------------------------------------------------------
       FIND-ACCESS-TERM.
           PERFORM GET-CURRENT-TERM

           OPEN INPUT TERM-FILE
           IF WS-TERM-CURRENT NOT = SPACES
               MOVE WS-TERM-CURRENT TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERM-CODE     TO WS-ACCESS-TERM
                       MOVE TERM-END-DATE TO WS-ACCESS-END
               END-READ
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF TERM-START-DATE > WS-TODAY-FORMATTED
                               AND (WS-NEXT-START = SPACES
                                 OR TERM-START-DATE < WS-NEXT-START)
                               MOVE TERM-START-DATE TO WS-NEXT-START
                               MOVE TERM-CODE       TO WS-ACCESS-TERM
                               MOVE TERM-END-DATE   TO WS-ACCESS-END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> SEND-QUEUED-DEACTIVATIONS - every student PRGA0022 purged
      *> or PRGF0025 merged away since the last feed.  A card
      *> already deactivated (the same student queued twice) is
      *> not sent again unless the card system rejected it.
      *>-----------------------------------------------------------
       SEND-QUEUED-DEACTIVATIONS.
           OPEN INPUT CARD-QUEUE-FILE
           IF WS-CDQ-STATUS NOT = "00"
               EXIT PARAGRAPH                     *> Nothing queued
           END-IF
           MOVE "Y" TO WS-QUEUE-OPEN

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QUEUE-READ
                       PERFORM SEND-ONE-QUEUED
               END-READ
           END-PERFORM
           CLOSE CARD-QUEUE-FILE.

       SEND-ONE-QUEUED.
           MOVE CDQ-STUDENT-ID TO CRD-STUDENT-ID
           READ CARD-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CRD-FOUND
                   MOVE SPACES TO CRD-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CRD-FOUND
           END-READ

           IF WS-CRD-FOUND = "Y" AND CRD-STATUS = "D"
               AND CRD-CONFIRM NOT = "E"
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-DETAIL
           MOVE "D"             TO WS-CDD-ACTION
           MOVE CDQ-STUDENT-ID  TO WS-CDD-STUDENT-ID
           MOVE CDQ-NAME        TO WS-CDD-NAME
           MOVE CDQ-CAMPUS      TO WS-CDD-CAMPUS
           MOVE "D"             TO WS-CDD-STATUS
           MOVE CDQ-DATE        TO WS-CDD-EXPIRY
           MOVE CRD-STATUS      TO WS-CDD-PREV-STATUS
           MOVE CDQ-REASON      TO WS-CDD-DEACT-REASON
           MOVE CDQ-MERGED-INTO TO WS-CDD-MERGED-INTO
           MOVE CDQ-DATE        TO WS-CDD-EFFECTIVE
           PERFORM WRITE-DETAIL-ROW
           PERFORM SAVE-CARD-STATUS.

      *>-----------------------------------------------------------
      *> SEND-STUDENT-CARDS - every student on file against the
      *> card last sent for them.
      *>-----------------------------------------------------------
       SEND-STUDENT-CARDS.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-STUDENTS-READ
                       PERFORM SEND-ONE-STUDENT
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> SEND-ONE-STUDENT - works out the card status and expiry
      *> and decides whether the student goes on this feed.
      *>
      *> The card status is F-STATUS itself.  An active card runs
      *> to WS-ACCESS-END; any other status ends access the day
      *> the master was updated (today, where that date is
      *> missing).  A card already deactivated stays deactivated -
      *> a merged-away record is still on file as withdrawn, and
      *> is only sent again, as the deactivation, on a full
      *> refresh or after the card system rejected it (and not
      *> when SEND-QUEUED-DEACTIVATIONS has just sent it today).
      *>
      *> The full refresh sends every card; the change file sends
      *> a card that is new, has moved, or was rejected last time.
      *>-----------------------------------------------------------
       SEND-ONE-STUDENT.
           MOVE F-ID TO CRD-STUDENT-ID
           READ CARD-STATUS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CRD-FOUND
                   MOVE SPACES TO CRD-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CRD-FOUND
           END-READ

           IF WS-CRD-FOUND = "Y" AND CRD-STATUS = "D"
               IF (WS-MODE = "F" OR CRD-CONFIRM = "E")
                   AND NOT (CRD-SENT-DATE = WS-TODAY-FORMATTED
                            AND CRD-CONFIRM = SPACE)
                   PERFORM CLEAR-DETAIL
                   MOVE "D"              TO WS-CDD-ACTION
                   MOVE CRD-STUDENT-ID   TO WS-CDD-STUDENT-ID
                   MOVE CRD-NAME         TO WS-CDD-NAME
                   MOVE CRD-CAMPUS       TO WS-CDD-CAMPUS
                   MOVE "D"              TO WS-CDD-STATUS
                   MOVE CRD-EXPIRY       TO WS-CDD-EXPIRY
                   MOVE "D"              TO WS-CDD-PREV-STATUS
                   MOVE CRD-DEACT-REASON TO WS-CDD-DEACT-REASON
                   MOVE CRD-MERGED-INTO  TO WS-CDD-MERGED-INTO
                   MOVE CRD-EXPIRY       TO WS-CDD-EFFECTIVE
                   PERFORM WRITE-DETAIL-ROW
                   PERFORM SAVE-CARD-STATUS
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE F-STATUS TO WS-CARD-STATUS
           IF F-STATUS = "A"
               MOVE WS-ACCESS-END TO WS-CARD-EXPIRY
           ELSE
               IF F-UPDATE-DATE IS NUMERIC
                   AND F-UPDATE-DATE NOT = ZEROS
                   MOVE F-UPDATE-DATE TO WS-CARD-EXPIRY
               ELSE
                   MOVE WS-TODAY-FORMATTED TO WS-CARD-EXPIRY
               END-IF
           END-IF

           MOVE "N" TO WS-SEND
           IF WS-MODE = "F" OR WS-CRD-FOUND = "N"
               OR CRD-CONFIRM = "E"
               MOVE "Y" TO WS-SEND
           ELSE
               IF WS-CARD-STATUS NOT = CRD-STATUS
                   OR WS-CARD-EXPIRY NOT = CRD-EXPIRY
                   OR F-NAME NOT = CRD-NAME
                   OR F-CAMPUS NOT = CRD-CAMPUS
                   MOVE "Y" TO WS-SEND
               END-IF
           END-IF

           IF WS-SEND = "N"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM CLEAR-DETAIL
           IF WS-CRD-FOUND = "Y"
               MOVE "C" TO WS-CDD-ACTION
           ELSE
               MOVE "A" TO WS-CDD-ACTION
           END-IF
           MOVE F-ID           TO WS-CDD-STUDENT-ID
           MOVE F-NAME         TO WS-CDD-NAME
           MOVE F-CAMPUS       TO WS-CDD-CAMPUS
           MOVE WS-CARD-STATUS TO WS-CDD-STATUS
           MOVE WS-CARD-EXPIRY TO WS-CDD-EXPIRY
           MOVE CRD-STATUS     TO WS-CDD-PREV-STATUS
           PERFORM WRITE-DETAIL-ROW
           PERFORM SAVE-CARD-STATUS.

      *>-----------------------------------------------------------
      *> SWEEP-VANISHED-CARDS - a card still live in card-status
      *> .txt whose student is no longer on file left by some
      *> route that did not queue it (a restore from backup, a
      *> hand-edited master).  Deactivate it all the same, reason
      *> R, rather than leave the building open to it.
      *>-----------------------------------------------------------
       SWEEP-VANISHED-CARDS.
           MOVE "N" TO WS-EOF
           MOVE LOW-VALUES TO CRD-STUDENT-ID
           START CARD-STATUS-FILE KEY IS NOT LESS THAN CRD-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START

           PERFORM UNTIL WS-EOF = "Y"
               READ CARD-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CRD-STATUS NOT = "D"
                           PERFORM CHECK-ONE-VANISHED
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-VANISHED.
           MOVE CRD-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM CLEAR-DETAIL
           MOVE "D"                TO WS-CDD-ACTION
           MOVE CRD-STUDENT-ID     TO WS-CDD-STUDENT-ID
           MOVE CRD-NAME           TO WS-CDD-NAME
           MOVE CRD-CAMPUS         TO WS-CDD-CAMPUS
           MOVE "D"                TO WS-CDD-STATUS
           MOVE WS-TODAY-FORMATTED TO WS-CDD-EXPIRY
           MOVE CRD-STATUS         TO WS-CDD-PREV-STATUS
           MOVE "R"                TO WS-CDD-DEACT-REASON
           PERFORM WRITE-DETAIL-ROW
           PERFORM SAVE-CARD-STATUS.

      *>-----------------------------------------------------------
      *> SAVE-CARD-STATUS - records the detail row just sent as the
      *> student's card in card-status.txt, awaiting the card
      *> system's confirmation (PRGV0172).  WS-CRD-FOUND says
      *> whether the row is already there; CHECK-ONE-VANISHED only
      *> ever reaches it on a row it has just read.
      *>-----------------------------------------------------------
       SAVE-CARD-STATUS.
           MOVE WS-CDD-STUDENT-ID   TO CRD-STUDENT-ID
           MOVE WS-CDD-NAME         TO CRD-NAME
           MOVE WS-CDD-CAMPUS       TO CRD-CAMPUS
           MOVE WS-CDD-STATUS       TO CRD-STATUS
           MOVE WS-CDD-EXPIRY       TO CRD-EXPIRY
           MOVE WS-CDD-DEACT-REASON TO CRD-DEACT-REASON
           MOVE WS-CDD-MERGED-INTO  TO CRD-MERGED-INTO
           MOVE WS-TODAY-FORMATTED  TO CRD-SENT-DATE
           MOVE SPACES              TO CRD-CONFIRM
           MOVE SPACES              TO CRD-CONFIRM-DATE
           REWRITE CARD-STATUS-RECORD
               INVALID KEY
                   WRITE CARD-STATUS-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO SAVE CARD "
                               "STATUS FOR " CRD-STUDENT-ID "***"
                   END-WRITE
           END-REWRITE.

       CLEAR-DETAIL.
           MOVE SPACES TO WS-CDD-ACTION WS-CDD-STUDENT-ID WS-CDD-NAME
                          WS-CDD-CAMPUS WS-CDD-STATUS WS-CDD-EXPIRY
                          WS-CDD-PREV-STATUS WS-CDD-DEACT-REASON
                          WS-CDD-MERGED-INTO
           MOVE WS-TODAY-FORMATTED TO WS-CDD-EFFECTIVE.

      *>-----------------------------------------------------------
      *> WRITE-DETAIL-ROW - one card's detail row, counted into
      *> the trailer.
      *>-----------------------------------------------------------
       WRITE-DETAIL-ROW.
           MOVE WS-CARD-DETAIL TO FEED-LINE
           WRITE FEED-LINE
           ADD 1 TO WS-CDT-DETAIL-COUNT

           EVALUATE WS-CDD-STATUS
               WHEN "A" ADD 1 TO WS-CDT-ACTIVE-COUNT
               WHEN "L" ADD 1 TO WS-CDT-LEAVE-COUNT
               WHEN "W" ADD 1 TO WS-CDT-WITHDRAWN-COUNT
               WHEN "T" ADD 1 TO WS-CDT-TRANSFER-COUNT
               WHEN "G" ADD 1 TO WS-CDT-GRADUATED-COUNT
               WHEN "D" ADD 1 TO WS-CDT-DEACT-COUNT
           END-EVALUATE.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
