           SELECT GL-EXTRACT-FILE ASSIGN TO "gl-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-REVENUE-FILE ASSIGN TO "dept-revenue-extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRX-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-LINE             PIC X(40).  *> One fixed-width GL extract row

       FD DEPT-REVENUE-FILE.
       COPY "DEPTREVREC.CPY". *> Shared department revenue extract layout (PRGR0165)

       SD SORT-WORK-FILE.
       01 SR-BILLING-RECORD.
           05 SR-DATE                PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-BILL-STATUS            PIC XX.          *> BILLING-FILE I/O status
       01 WS-DRX-STATUS             PIC XX.          *> DEPT-REVENUE-FILE I/O status
       01 WS-EOF                    PIC X VALUE "N". *> End-of-file flag

       01 WS-PREV-DATE               PIC X(8)  VALUE SPACES. *> Group date
       01 WS-GL-AMOUNT                PIC 9(8)V99.
       01 WS-GL-COUNT                 PIC 9(5).

      *> Department segment, after the trailer: one "DEPT" row per
      *> department and campus on PRGR0165's revenue extract -
      *> DEPT(4) TERM(6) DEPARTMENT(15) CAMPUS(3) NET REVENUE(10,
      *> zero filled) SIGN(1) - then a segment trailer of its own,
      *> so the date/type control total above is left undisturbed.
       01 WS-DEPT-ROW-COUNT           PIC 9(6) VALUE 0. *> Segment rows written
       01 WS-DEPT-TRAILER-COUNT       PIC Z(5)9.        *> ...edited for the trailer

       PROCEDURE DIVISION.
       BEGIN.


      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - releases one sort row per billing-ledger.txt
      *> record, across every student.  A balance-forward row (B or
      *> K) only restates rows the GL was already sent before the
      *> fiscal-year archive took them, so it is never extracted.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-TYPE NOT = "B" AND BILL-TYPE NOT = "K"
                           MOVE BILL-DATE   TO SR-DATE
                           MOVE BILL-TYPE   TO SR-TYPE
                           MOVE BILL-AMOUNT TO SR-AMOUNT
                           RELEASE SR-BILLING-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE

           PERFORM WRITE-DEPT-SEGMENT

           CLOSE GL-EXTRACT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-DEPT-SEGMENT - carries the department revenue
      *> extract, when one has been produced, into the feed.  No
      *> extract on file means no segment at all.
      *>-----------------------------------------------------------
       WRITE-DEPT-SEGMENT.
           OPEN INPUT DEPT-REVENUE-FILE
           IF WS-DRX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ DEPT-REVENUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO GL-EXTRACT-LINE
                       STRING "DEPT"       DELIMITED BY SIZE
                              DRX-TERM     DELIMITED BY SIZE
                              DRX-DEPT     DELIMITED BY SIZE
                              DRX-CAMPUS   DELIMITED BY SIZE
                              DRX-NET      DELIMITED BY SIZE
                              DRX-NET-SIGN DELIMITED BY SIZE
                              INTO GL-EXTRACT-LINE
                       WRITE GL-EXTRACT-LINE
                       ADD 1 TO WS-DEPT-ROW-COUNT
               END-READ
           END-PERFORM
           CLOSE DEPT-REVENUE-FILE

           MOVE WS-DEPT-ROW-COUNT TO WS-DEPT-TRAILER-COUNT
           MOVE SPACES TO GL-EXTRACT-LINE
           STRING "DEPT TRAILER COUNT=" WS-DEPT-TRAILER-COUNT
               DELIMITED BY SIZE INTO GL-EXTRACT-LINE
           WRITE GL-EXTRACT-LINE

           DISPLAY "*** " WS-DEPT-ROW-COUNT " DEPARTMENT SEGMENT "
               "ROW(S) CARRIED FROM dept-revenue-extract.txt. ***".

      *>-----------------------------------------------------------
      *> WRITE-GL-GROUP-LINE - one date/type group's postable total.
      *>-----------------------------------------------------------
