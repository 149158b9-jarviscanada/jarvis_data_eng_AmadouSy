       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGV0139.             *> Clearinghouse error-response import

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSE-FILE ASSIGN TO "clearinghouse-response.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT CH-STATUS-FILE ASSIGN TO "clearinghouse-status.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHS-STUDENT-ID
               FILE STATUS IS WS-CHS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "clearinghouse-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RESPONSE-FILE.
      *> The clearinghouse's answer to clearinghouse-submit.txt, in
      *> the same 120-column frame: an "H" header, one "E" row per
      *> detail it refused, and a "T" trailer carrying the E count.
       01 RESPONSE-LINE.
           05 RESP-TYPE            PIC X(1).
           05 RESP-STUDENT-ID      PIC X(4).   *> Echoed from the detail row
           05 RESP-SENT-STATUS     PIC X(1).   *> ...as is the status sent
           05 RESP-ERROR-CODE      PIC X(4).
           05 RESP-ERROR-TEXT      PIC X(60).
           05 FILLER               PIC X(50).
       01 RESPONSE-TRAILER.
           05 FILLER               PIC X(1).
           05 RESP-ERROR-COUNT     PIC X(6).
           05 FILLER               PIC X(113).

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD CH-STATUS-FILE.
       COPY "CHSTATREC.CPY".  *> Shared last-sent status layout (CHS-STUDENT-ID, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(120).  *> One rejects-list line

       WORKING-STORAGE SECTION.
       01 WS-RESP-STATUS       PIC XX.          *> RESPONSE-FILE I/O status
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE I/O status
       01 WS-CHS-STATUS        PIC XX.          *> CH-STATUS-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-NAME              PIC X(40).       *> Rejected student's name
       01 WS-REJECT-COUNT      PIC 9(6) VALUE 0. *> E rows read
       01 WS-TRAILER-COUNT     PIC 9(6) VALUE 0. *> E rows the trailer claims
       01 WS-TRAILER-SEEN      PIC X VALUE "N". *> A trailer was read
       01 WS-RESEND-COUNT      PIC 9(6) VALUE 0. *> Queued to send again

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| CLEARINGHOUSE ERROR-RESPONSE IMPORT            |"
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT RESPONSE-FILE
           IF WS-RESP-STATUS NOT = "00"
               DISPLAY "***ERROR: clearinghouse-response.txt NOT "
                   "FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to import
               EXIT PROGRAM
           END-IF

           OPEN INPUT STUDENT-FILE
           OPEN I-O CH-STATUS-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE "STUDENT | NAME" TO REPORT-LINE
           MOVE "| SENT | CODE | ERROR" TO REPORT-LINE(52:21)
           PERFORM WRITE-REJECT-LINE

           PERFORM UNTIL WS-EOF = "Y"
               READ RESPONSE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       EVALUATE RESP-TYPE
                           WHEN "E"
                               PERFORM LIST-ONE-REJECT
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               IF RESP-ERROR-COUNT IS NUMERIC
                                   MOVE RESP-ERROR-COUNT
                                       TO WS-TRAILER-COUNT
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED: " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  "   QUEUED TO SEND AGAIN: " DELIMITED BY SIZE
                  WS-RESEND-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REJECT-LINE

      *> The trailer balances the response the same way ours
      *> balances the submission - a short count means the file
      *> was cut off in transit and must be fetched again.
           IF WS-TRAILER-SEEN = "N"
               MOVE "***WARNING: NO TRAILER - RESPONSE MAY BE "
                   & "INCOMPLETE.***" TO REPORT-LINE
               PERFORM WRITE-REJECT-LINE
           ELSE
               IF WS-TRAILER-COUNT NOT = WS-REJECT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "***WARNING: TRAILER COUNT " DELIMITED BY SIZE
                          WS-TRAILER-COUNT DELIMITED BY SIZE
                          " DOES NOT MATCH ROWS READ.***"
                              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REJECT-LINE
               END-IF
           END-IF

           CLOSE RESPONSE-FILE
           CLOSE STUDENT-FILE
           CLOSE CH-STATUS-FILE
           CLOSE REPORT-FILE

           IF WS-REJECT-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 2 TO RETURN-CODE              *> 2 = some rows rejected
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LIST-ONE-REJECT - one refused detail row.  The student's
      *> last-sent row is removed so the next submission, full or
      *> change-only, sends them again once the record is fixed.
      *>-----------------------------------------------------------
       LIST-ONE-REJECT.
           ADD 1 TO WS-REJECT-COUNT

           MOVE RESP-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON STUDENT FILE)" TO WS-NAME
               NOT INVALID KEY
                   MOVE F-NAME TO WS-NAME
           END-READ

           MOVE RESP-STUDENT-ID TO CHS-STUDENT-ID
           DELETE CH-STATUS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESEND-COUNT
           END-DELETE

           MOVE SPACES TO REPORT-LINE
           STRING RESP-STUDENT-ID DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  WS-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  RESP-SENT-STATUS DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  RESP-ERROR-CODE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  RESP-ERROR-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REJECT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REJECT-LINE - writes one line to the rejects list
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REJECT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
