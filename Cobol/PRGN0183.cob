       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGN0183.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO "instructor-contracts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ICT-INSTR-ID
               FILE STATUS IS WS-ICT-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
       COPY "INSTCTREC.CPY".  *> Shared instructor contract layout (ICT-INSTR-ID, ...)

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-ICT-STATUS        PIC XX.               *> CONTRACT-FILE I/O status
       01 WS-INSTR-STATUS      PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-ACTION            PIC X.                *> S=set, D=delete, L=list
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGN0183". *> Logged-in user, for ICT-UPDATED-BY
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-INSTR-ID          PIC X(4).             *> Instructor keyed in
       01 WS-ICT-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-RATE-DISPLAY      PIC ZZ,ZZ9.99.        *> Rate column for printing
       01 WS-CC-DISPLAY        PIC ZZ9.              *> Contracted-credits column

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   I N S T R U C T O R   C O N T R A C T S     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "SET, DELETE OR LIST CONTRACTS? (S/D/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM SET-CONTRACT
               WHEN "D"
                   PERFORM DELETE-CONTRACT
               WHEN "L"
                   PERFORM LIST-CONTRACTS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SET-CONTRACT - keys in an instructor's contract, rewriting
      *> in place when one is already on file so a new year's rate
      *> is simply keyed over the old one.  An adjunct has no
      *> contracted load - every credit hour taught is paid.
      *>-----------------------------------------------------------
       SET-CONTRACT.
           PERFORM ACCEPT-CONTRACT-INSTR
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER EMPLOYMENT TYPE (A = ADJUNCT, F = FULL-TIME)"
               " >>"
           ACCEPT ICT-EMP-TYPE
           MOVE FUNCTION UPPER-CASE(ICT-EMP-TYPE) TO ICT-EMP-TYPE
           IF ICT-EMP-TYPE NOT = "A" AND ICT-EMP-TYPE NOT = "F"
               DISPLAY "***ERROR: EMPLOYMENT TYPE MUST BE A OR F.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           IF ICT-EMP-TYPE = "F"
               DISPLAY "ENTER CONTRACTED CREDITS PER TERM (E.G. 012) >>"
               ACCEPT ICT-CONTRACT-CREDITS
               DISPLAY "ENTER OVERLOAD RATE PER CREDIT HOUR (FORMAT "
                   "99999.99) >>"
           ELSE
               MOVE 0 TO ICT-CONTRACT-CREDITS
               DISPLAY "ENTER RATE PER CREDIT HOUR (FORMAT 99999.99) >>"
           END-IF
           ACCEPT ICT-CREDIT-RATE

           IF ICT-CONTRACT-CREDITS IS NOT NUMERIC
               OR ICT-CREDIT-RATE IS NOT NUMERIC
               DISPLAY "***ERROR: CREDITS AND RATE MUST BE NUMERIC.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "ICT"          TO WS-LOCK-TYPE
           MOVE WS-INSTR-ID    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-INSTR-ID        TO ICT-INSTR-ID
           MOVE WS-TODAY-FORMATTED TO ICT-UPDATED-DATE
           MOVE WS-OPERATOR-ID     TO ICT-UPDATED-BY

      *> The first contract ever keyed creates the contract file.
           OPEN I-O CONTRACT-FILE
           IF WS-ICT-STATUS = "35"
               OPEN OUTPUT CONTRACT-FILE
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE
           END-IF
           WRITE INSTRUCTOR-CONTRACT-RECORD
               INVALID KEY
                   REWRITE INSTRUCTOR-CONTRACT-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE "
                               "CONTRACT.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** CONTRACT REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** CONTRACT ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE CONTRACT-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> DELETE-CONTRACT - takes an instructor off payroll's
      *> teaching pay.  Their sections still show on the workload
      *> report, flagged as having no contract.
      *>-----------------------------------------------------------
       DELETE-CONTRACT.
           PERFORM ACCEPT-CONTRACT-INSTR
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "ICT"          TO WS-LOCK-TYPE
           MOVE WS-INSTR-ID    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONTRACT-FILE
           IF WS-ICT-STATUS NOT = "00"
               DISPLAY "***ERROR: NO CONTRACTS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INSTR-ID TO ICT-INSTR-ID
           READ CONTRACT-FILE
               INVALID KEY
                   DISPLAY "***ERROR: NO CONTRACT ON FILE FOR THAT "
                       "INSTRUCTOR.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   DELETE CONTRACT-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO DELETE "
                               "CONTRACT.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** CONTRACT DELETED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE CONTRACT-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-CONTRACT-INSTR - the instructor, who must be on
      *> instructor-master.txt.  RETURN-CODE 1 when they are not.
      *>-----------------------------------------------------------
       ACCEPT-CONTRACT-INSTR.
           MOVE 0 TO RETURN-CODE

           DISPLAY "ENTER INSTRUCTOR ID (4 CHARS) >>"
           ACCEPT WS-INSTR-ID

           OPEN INPUT INSTRUCTOR-FILE
           IF WS-INSTR-STATUS NOT = "00"
               DISPLAY "***ERROR: NO INSTRUCTORS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INSTR-ID TO INSTR-ID
           READ INSTRUCTOR-FILE
               INVALID KEY
                   DISPLAY "***ERROR: INSTRUCTOR NOT FOUND.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   DISPLAY "INSTRUCTOR: " INSTR-NAME " (" INSTR-DEPT
                       ")"
           END-READ
           CLOSE INSTRUCTOR-FILE.

      *>-----------------------------------------------------------
      *> LIST-CONTRACTS - every contract on file, by instructor.
      *>-----------------------------------------------------------
       LIST-CONTRACTS.
           MOVE "N" TO WS-ICT-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "INSTR | TYPE | CONTRACT CR |      RATE | UPDATED  "
               "| BY"
           DISPLAY "-----------------------------------------------"
               "----------------"

           OPEN INPUT CONTRACT-FILE
           IF WS-ICT-STATUS = "00"
               PERFORM UNTIL WS-ICT-EOF = "Y"
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ICT-EOF
                       NOT AT END
                           MOVE ICT-CREDIT-RATE      TO WS-RATE-DISPLAY
                           MOVE ICT-CONTRACT-CREDITS TO WS-CC-DISPLAY
                           DISPLAY ICT-INSTR-ID "  |  " ICT-EMP-TYPE
                               "   |         " WS-CC-DISPLAY " | "
                               WS-RATE-DISPLAY " | " ICT-UPDATED-DATE
                               " | " ICT-UPDATED-BY
                           ADD 1 TO WS-LIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE CONTRACT-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO INSTRUCTOR CONTRACTS ON FILE.)"
           END-IF

           MOVE 0 TO RETURN-CODE.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
