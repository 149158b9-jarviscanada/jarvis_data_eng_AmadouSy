       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGV0172.  *> Campus ID-card confirmation match

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-FILE ASSIGN TO "card-system-confirm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONF-STATUS.

           SELECT CARD-STATUS-FILE ASSIGN TO "card-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-STUDENT-ID
               FILE STATUS IS WS-CRD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "card-confirm-exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOB-HISTORY-FILE ASSIGN TO "job-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIRM-FILE.
      *> The card system's answer to card-system-feed.txt, in the
      *> same 100-column frame: an "H" header echoing the feed's
      *> created stamp, one "C" row per detail it processed, and a
      *> "T" trailer carrying the C count.
       01 CONFIRM-LINE.
           05 CONF-TYPE            PIC X(1).
           05 CONF-STUDENT-ID      PIC X(4).   *> Echoed from the detail row
           05 CONF-SENT-STATUS     PIC X(1).   *> ...as is the status sent
           05 CONF-RESULT          PIC X(1).   *> Y = applied, E = refused
           05 CONF-ERROR-CODE      PIC X(4).
           05 CONF-ERROR-TEXT      PIC X(60).
           05 FILLER               PIC X(29).
       01 CONFIRM-HEADER.
           05 FILLER               PIC X(1).
           05 CONF-FEED-ID         PIC X(10).
           05 CONF-FEED-CREATED    PIC X(14).
           05 FILLER               PIC X(75).
       01 CONFIRM-TRAILER.
           05 FILLER               PIC X(1).
           05 CONF-ROW-COUNT       PIC X(6).
           05 FILLER               PIC X(93).

       FD CARD-STATUS-FILE.
       COPY "CARDSTATREC.CPY". *> Shared card-system last-sent layout (CRD-STUDENT-ID, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(120).  *> One exceptions-list line

       FD JOB-HISTORY-FILE.
       COPY "JOBREC.CPY".     *> Shared job-run history layout (JOB-PROGRAM, ...)

       WORKING-STORAGE SECTION.
       COPY "JOBWS.CPY".      *> Fields used by the shared job-history paragraphs
       01 WS-CONF-STATUS       PIC XX.          *> CONFIRM-FILE I/O status
       01 WS-CRD-STATUS        PIC XX.          *> CARD-STATUS-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-FEED-DATE         PIC X(8) VALUE SPACES. *> Date of the feed confirmed
       01 WS-ROW-COUNT         PIC 9(6) VALUE 0. *> C rows read
       01 WS-TRAILER-COUNT     PIC 9(6) VALUE 0. *> C rows the trailer claims
       01 WS-TRAILER-SEEN      PIC X VALUE "N". *> A trailer was read
       01 WS-CONFIRMED-COUNT   PIC 9(6) VALUE 0. *> Cards confirmed
       01 WS-REJECTED-COUNT    PIC 9(6) VALUE 0. *> Cards refused, to send again
       01 WS-EXCEPTION-COUNT   PIC 9(6) VALUE 0. *> Lines on the exceptions list
       01 WS-UNCONFIRMED-COUNT PIC 9(6) VALUE 0. *> Sent but never answered
       01 WS-EXCEPTION         PIC X(24).       *> Exception being listed

       PROCEDURE DIVISION.
       BEGIN.

           MOVE "PRGV0172" TO WS-JOB-PROGRAM
           PERFORM JOB-RUN-START

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| CAMPUS ID-CARD CONFIRMATION MATCH             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT CONFIRM-FILE
           IF WS-CONF-STATUS NOT = "00"
               DISPLAY "***ERROR: card-system-confirm.txt NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to match
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN I-O CARD-STATUS-FILE
           IF WS-CRD-STATUS NOT = "00"
               DISPLAY "***ERROR: card-status.txt NOT FOUND - NO FEED "
                   "HAS BEEN SENT.***"
               CLOSE CONFIRM-FILE
               MOVE 1 TO RETURN-CODE
               PERFORM JOB-RUN-END
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "STUDENT | NAME" TO REPORT-LINE
           MOVE "| SENT | EXCEPTION" TO REPORT-LINE(52:18)
           PERFORM WRITE-EXCEPTION-LINE

           PERFORM UNTIL WS-EOF = "Y"
               READ CONFIRM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE CONF-TYPE
                           WHEN "H"
                               MOVE CONF-FEED-CREATED(1:8)
                                   TO WS-FEED-DATE
                           WHEN "C"
                               PERFORM MATCH-ONE-CONFIRMATION
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               IF CONF-ROW-COUNT IS NUMERIC
                                   MOVE CONF-ROW-COUNT
                                       TO WS-TRAILER-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE

           *> A confirmation cut off in transit would make every
           *> card after the break look unanswered - list nothing
           *> as unconfirmed off an incomplete file.
           IF WS-TRAILER-SEEN = "N"
               MOVE "***WARNING: NO TRAILER - CONFIRMATION MAY BE "
                   & "INCOMPLETE.***" TO REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-ROW-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "***WARNING: TRAILER COUNT " DELIMITED BY SIZE
                          WS-TRAILER-COUNT DELIMITED BY SIZE
                          " DOES NOT MATCH ROWS READ.***"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               ELSE
                   IF WS-FEED-DATE = SPACES
                       MOVE WS-TODAY-FORMATTED TO WS-FEED-DATE
                   END-IF
                   PERFORM LIST-UNCONFIRMED-CARDS
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "CONFIRMED: " DELIMITED BY SIZE
                  WS-CONFIRMED-COUNT DELIMITED BY SIZE
                  "   REJECTED, TO SEND AGAIN: " DELIMITED BY SIZE
                  WS-REJECTED-COUNT DELIMITED BY SIZE
                  "   NOT CONFIRMED: " DELIMITED BY SIZE
                  WS-UNCONFIRMED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-EXCEPTION-LINE

           CLOSE CARD-STATUS-FILE
           CLOSE REPORT-FILE

           IF WS-EXCEPTION-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions listed
           END-IF

           MOVE WS-ROW-COUNT       TO WS-JOB-READ
           MOVE WS-CONFIRMED-COUNT TO WS-JOB-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO WS-JOB-REJECTED
           PERFORM JOB-RUN-END

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MATCH-ONE-CONFIRMATION - one card the card system
      *> answered for.  It must be a card we sent, carrying the
      *> status we last sent it; a confirmation of an older status
      *> (the card has moved again since) is listed and otherwise
      *> ignored, since the newer row is still to be answered.  A
      *> refused card is marked E, so PRGH0171 sends it again.
      *>-----------------------------------------------------------
       MATCH-ONE-CONFIRMATION.
           ADD 1 TO WS-ROW-COUNT

           MOVE CONF-STUDENT-ID TO CRD-STUDENT-ID
           READ CARD-STATUS-FILE
               INVALID KEY
                   MOVE SPACES TO CARD-STATUS-RECORD
                   MOVE CONF-STUDENT-ID TO CRD-STUDENT-ID
                   MOVE CONF-SENT-STATUS TO CRD-STATUS
                   MOVE "NEVER SENT" TO WS-EXCEPTION
                   PERFORM LIST-EXCEPTION
                   EXIT PARAGRAPH
           END-READ

           IF CONF-SENT-STATUS NOT = CRD-STATUS
               MOVE SPACES TO WS-EXCEPTION
               STRING "STATUS MISMATCH - GOT " DELIMITED BY SIZE
                      CONF-SENT-STATUS DELIMITED BY SIZE
                      INTO WS-EXCEPTION
               PERFORM LIST-EXCEPTION
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-FORMATTED TO CRD-CONFIRM-DATE
           IF CONF-RESULT = "Y"
               MOVE "Y" TO CRD-CONFIRM
               ADD 1 TO WS-CONFIRMED-COUNT
           ELSE
               MOVE "E" TO CRD-CONFIRM
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO WS-EXCEPTION
               STRING "REJECTED " DELIMITED BY SIZE
                      CONF-ERROR-CODE DELIMITED BY SIZE
                      INTO WS-EXCEPTION
               PERFORM LIST-EXCEPTION
           END-IF

           REWRITE CARD-STATUS-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO UPDATE CARD STATUS FOR "
                       CRD-STUDENT-ID "***"
           END-REWRITE.

      *>-----------------------------------------------------------
      *> LIST-UNCONFIRMED-CARDS - every card sent on or before the
      *> feed being confirmed that is still awaiting an answer.
      *> The card system has had its chance at these; someone has
      *> to chase them (they are not resent automatically).
      *>-----------------------------------------------------------
       LIST-UNCONFIRMED-CARDS.
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
                       IF CRD-CONFIRM = SPACE
                           AND CRD-SENT-DATE NOT > WS-FEED-DATE
                           ADD 1 TO WS-UNCONFIRMED-COUNT
                           MOVE "SENT, NOT CONFIRMED" TO WS-EXCEPTION
                           PERFORM LIST-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

      *>-----------------------------------------------------------
      *> LIST-EXCEPTION - one line on the exceptions list for the
      *> card in CARD-STATUS-RECORD, with the card system's error
      *> text where it gave one.
      *>-----------------------------------------------------------
       LIST-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING CRD-STUDENT-ID DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  CRD-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  CRD-STATUS DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-EXCEPTION DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF WS-EXCEPTION(1:8) = "REJECTED"
               MOVE CONF-ERROR-TEXT(1:35) TO REPORT-LINE(86:35)
           END-IF
           PERFORM WRITE-EXCEPTION-LINE.

      *>-----------------------------------------------------------
      *> WRITE-EXCEPTION-LINE - writes one line to the exceptions
      *> list and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-EXCEPTION-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "JOBVAL.CPY".     *> Shared job-history paragraphs
