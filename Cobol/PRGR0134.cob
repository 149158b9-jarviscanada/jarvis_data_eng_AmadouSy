       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0134.                         *> Registration permit register

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMIT-FILE ASSIGN TO "registration-permits.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PMT-KEY
               FILE STATUS IS WS-PMT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "permit-register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERMIT-FILE.
       COPY "PERMITREC.CPY".  *> Shared registration-permit layout (PMT-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(120).  *> One register line

       WORKING-STORAGE SECTION.
       01 WS-PMT-STATUS        PIC XX.          *> PERMIT-FILE I/O status
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-FROM-DATE         PIC X(8).        *> Grant-date range start, YYYYMMDD
       01 WS-TO-DATE           PIC X(8).        *> Grant-date range end, YYYYMMDD
       01 WS-GRANTOR           PIC X(8).        *> One grantor only, or SPACES
       01 WS-WAIVER-NAME       PIC X(12).       *> PMT-WAIVER spelled out
       01 WS-STATUS-NAME       PIC X(7).        *> PMT-STATUS spelled out
       01 WS-GRANTED-COUNT     PIC 9(5) VALUE 0. *> Permits in the range
       01 WS-USED-COUNT        PIC 9(5) VALUE 0. *> ...of which used
       01 WS-OPEN-COUNT        PIC 9(5) VALUE 0. *> ...still open
       01 WS-REVOKED-COUNT     PIC 9(5) VALUE 0. *> ...revoked

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| REGISTRATION PERMIT REGISTER                   |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "ENTER FROM GRANT DATE (YYYYMMDD), OR BLANK FOR "
               "ALL >>"
           ACCEPT WS-FROM-DATE
           DISPLAY "ENTER TO GRANT DATE (YYYYMMDD), OR BLANK FOR "
               "ALL >>"
           ACCEPT WS-TO-DATE
           DISPLAY "ENTER GRANTED-BY USER ID, OR BLANK FOR ALL >>"
           ACCEPT WS-GRANTOR
           IF WS-FROM-DATE = SPACES
               MOVE "00000000" TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = SPACES
               MOVE "99999999" TO WS-TO-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "GRANTED  | BY       | STUDENT | COURSE          | " &
               "SEC | WAIVES       | EXPIRES  | STATUS  | USED     | " &
               "REASON" TO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE

           OPEN INPUT PERMIT-FILE
           IF WS-PMT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ PERMIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PMT-GRANTED-DATE NOT < WS-FROM-DATE
                               AND PMT-GRANTED-DATE NOT > WS-TO-DATE
                               AND (WS-GRANTOR = SPACES
                                   OR PMT-GRANTED-BY = WS-GRANTOR)
                               PERFORM WRITE-PERMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERMIT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "PERMITS GRANTED: " DELIMITED BY SIZE
                  WS-GRANTED-COUNT DELIMITED BY SIZE
                  "   USED: " DELIMITED BY SIZE
                  WS-USED-COUNT DELIMITED BY SIZE
                  "   OPEN: " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "   REVOKED: " DELIMITED BY SIZE
                  WS-REVOKED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE

           CLOSE REPORT-FILE

           IF WS-GRANTED-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing in range
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> WRITE-PERMIT-LINE - one permit, waiver and status spelled
      *> out, counted into the totals.
      *>-----------------------------------------------------------
       WRITE-PERMIT-LINE.
           ADD 1 TO WS-GRANTED-COUNT

           EVALUATE PMT-WAIVER
               WHEN "P"   MOVE "PREREQUISITE" TO WS-WAIVER-NAME
               WHEN "C"   MOVE "CO-REQUISITE" TO WS-WAIVER-NAME
               WHEN "S"   MOVE "CAPACITY"     TO WS-WAIVER-NAME
               WHEN "T"   MOVE "TIME CONFLCT" TO WS-WAIVER-NAME
               WHEN "W"   MOVE "REG WINDOW"   TO WS-WAIVER-NAME
               WHEN "R"   MOVE "REPEAT LIMIT" TO WS-WAIVER-NAME
               WHEN OTHER MOVE PMT-WAIVER     TO WS-WAIVER-NAME
           END-EVALUATE

           EVALUATE PMT-STATUS
               WHEN "U"
                   MOVE "USED"    TO WS-STATUS-NAME
                   ADD 1 TO WS-USED-COUNT
               WHEN "R"
                   MOVE "REVOKED" TO WS-STATUS-NAME
                   ADD 1 TO WS-REVOKED-COUNT
               WHEN OTHER
                   MOVE "OPEN"    TO WS-STATUS-NAME
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           STRING PMT-GRANTED-DATE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-GRANTED-BY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-STUDENT-ID DELIMITED BY SIZE
                  "    | " DELIMITED BY SIZE
                  PMT-COURSE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-SECTION DELIMITED BY SIZE
                  "  | " DELIMITED BY SIZE
                  WS-WAIVER-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-EXPIRES DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STATUS-NAME DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-USED-DATE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  PMT-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REGISTER-LINE.

      *>-----------------------------------------------------------
      *> WRITE-REGISTER-LINE - writes one line to the register and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-REGISTER-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
