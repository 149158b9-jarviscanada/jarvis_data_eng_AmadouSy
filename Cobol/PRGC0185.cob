       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0185.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BED-FILE ASSIGN TO "residence-beds.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BED-KEY
               FILE STATUS IS WS-BED-STATUS.

           SELECT HOUSING-APP-FILE
               ASSIGN TO "housing-applications.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAP-KEY
               FILE STATUS IS WS-HAP-STATUS.

           SELECT FEE-FILE ASSIGN TO "fee-schedule.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BED-FILE.
       COPY "BEDREC.CPY".     *> Shared residence bed layout (BED-KEY, ...)

       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD FEE-FILE.
       COPY "FEEREC.CPY".     *> Shared fee-schedule layout (FEE-KEY, ...)

       WORKING-STORAGE SECTION.
       01 WS-BED-STATUS        PIC XX.               *> BED-FILE I/O status
       01 WS-HAP-STATUS        PIC XX.               *> HOUSING-APP-FILE I/O status
       01 WS-FEE-STATUS        PIC XX.               *> FEE-FILE I/O status
       01 WS-ACTION            PIC X.                *> S=set, D=delete, L=list
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-BED-KEY           PIC X(9).             *> Hall + room + bed keyed
       01 WS-BED-GENDER        PIC X(1).             *> Gender designation keyed
       01 WS-BED-RATE          PIC X(4).             *> Rate code keyed
       01 WS-BED-INUSE         PIC X(1).             *> Service status keyed
       01 WS-RATE-OK           PIC X VALUE "N".      *> Rate code has an "H" row
       01 WS-OCCUPIED          PIC X VALUE "N".      *> Bed is assigned to someone
       01 WS-OCC-TERM          PIC X(6).             *> ...for this term
       01 WS-OCC-STUDENT       PIC X(4).             *> ...to this student
       01 WS-EOF               PIC X VALUE "N".      *> Scan EOF flag
       01 WS-LIST-HALL         PIC X(4).             *> Hall to list, blank = all
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   R E S I D E N C E   B E D   M A S T E R     |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           DISPLAY "SET, DELETE OR LIST BEDS? (S/D/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "S"
                   PERFORM SET-BED
               WHEN "D"
                   PERFORM DELETE-BED
               WHEN "L"
                   PERFORM LIST-BEDS
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> SET-BED - adds a bed, or rewrites one already on file (a
      *> new rate code, a floor changing designation, a bed taken
      *> out of service for repairs).  Taking a bed out of service
      *> does not move its occupant; the change only stops the next
      *> assignment run placing anyone else there.
      *>-----------------------------------------------------------
       SET-BED.
           PERFORM ACCEPT-BED-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER GENDER DESIGNATION (M, F, OR A = ALL-GENDER)"
               " >>"
           ACCEPT WS-BED-GENDER
           MOVE FUNCTION UPPER-CASE(WS-BED-GENDER) TO WS-BED-GENDER
           IF WS-BED-GENDER NOT = "M" AND WS-BED-GENDER NOT = "F"
               AND WS-BED-GENDER NOT = "A"
               DISPLAY "***ERROR: DESIGNATION MUST BE M, F OR A.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER RATE CODE (MAX 4 CHARS, E.G. DBL) >>"
           ACCEPT WS-BED-RATE
           MOVE FUNCTION UPPER-CASE(WS-BED-RATE) TO WS-BED-RATE
           PERFORM CHECK-RATE-CODE
           IF WS-RATE-OK = "N"
               DISPLAY "***ERROR: NO HOUSING RATE " WS-BED-RATE
                   " ON THE FEE SCHEDULE - KEY IT IN PRGL0078 "
                   "FIRST.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "IN SERVICE? (A = IN SERVICE, O = OUT OF SERVICE, "
               "BLANK = A) >>"
           ACCEPT WS-BED-INUSE
           MOVE FUNCTION UPPER-CASE(WS-BED-INUSE) TO WS-BED-INUSE
           IF WS-BED-INUSE = SPACE
               MOVE "A" TO WS-BED-INUSE
           END-IF
           IF WS-BED-INUSE NOT = "A" AND WS-BED-INUSE NOT = "O"
               DISPLAY "***ERROR: STATUS MUST BE A OR O.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE "BED"      TO WS-LOCK-TYPE
           MOVE WS-BED-KEY TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BED-KEY         TO BED-KEY
           MOVE WS-BED-GENDER      TO BED-GENDER
           MOVE WS-BED-RATE        TO BED-RATE-CODE
           MOVE WS-BED-INUSE       TO BED-STATUS
           MOVE WS-TODAY-FORMATTED TO BED-UPDATED-DATE

      *> The first bed ever keyed creates the bed file.
           OPEN I-O BED-FILE
           IF WS-BED-STATUS = "35"
               OPEN OUTPUT BED-FILE
               CLOSE BED-FILE
               OPEN I-O BED-FILE
           END-IF
           WRITE BED-RECORD
               INVALID KEY
                   REWRITE BED-RECORD
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO WRITE BED.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** BED REPLACED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "*** BED ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE BED-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> DELETE-BED - removes a bed that no longer exists.  A bed
      *> someone is assigned to is refused - check them out first,
      *> or take the bed out of service instead.
      *>-----------------------------------------------------------
       DELETE-BED.
           PERFORM ACCEPT-BED-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BED-OCCUPIED
           IF WS-OCCUPIED = "Y"
               DISPLAY "***ERROR: BED IS ASSIGNED TO STUDENT "
                   WS-OCC-STUDENT " FOR TERM " WS-OCC-TERM ".***"
               MOVE 6 TO RETURN-CODE              *> 6 = conflict
               EXIT PARAGRAPH
           END-IF

           MOVE "BED"      TO WS-LOCK-TYPE
           MOVE WS-BED-KEY TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           OPEN I-O BED-FILE
           IF WS-BED-STATUS NOT = "00"
               DISPLAY "***ERROR: NO BEDS ON FILE.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BED-KEY TO BED-KEY
           READ BED-FILE
               INVALID KEY
                   DISPLAY "***ERROR: BED NOT FOUND.***"
                   MOVE 1 TO RETURN-CODE          *> 1 = not found
               NOT INVALID KEY
                   DELETE BED-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO DELETE BED.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** BED DELETED. ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE BED-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-BED-KEY - hall, room and bed, none of them blank.
      *>-----------------------------------------------------------
       ACCEPT-BED-KEY.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO BED-KEY

           DISPLAY "ENTER HALL CODE (MAX 4 CHARS) >>"
           ACCEPT BED-HALL
           DISPLAY "ENTER ROOM (MAX 4 CHARS) >>"
           ACCEPT BED-ROOM
           DISPLAY "ENTER BED (1 CHAR, E.G. A) >>"
           ACCEPT BED-NO
           MOVE FUNCTION UPPER-CASE(BED-KEY) TO BED-KEY

           IF BED-HALL = SPACES OR BED-ROOM = SPACES
               OR BED-NO = SPACE
               DISPLAY "***ERROR: HALL, ROOM AND BED ARE ALL "
                   "REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           MOVE BED-KEY TO WS-BED-KEY.

      *>-----------------------------------------------------------
      *> CHECK-RATE-CODE - is there at least one "H" row for the
      *> code on the fee schedule, whatever its effective date?
      *>-----------------------------------------------------------
       CHECK-RATE-CODE.
           MOVE "N" TO WS-RATE-OK
           IF WS-BED-RATE = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT FEE-FILE
           IF WS-FEE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "H"         TO FEE-TYPE
           MOVE WS-BED-RATE TO FEE-COURSE
           MOVE LOW-VALUES  TO FEE-SECTION
           MOVE LOW-VALUES  TO FEE-EFF-DATE
           START FEE-FILE KEY IS NOT LESS THAN FEE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FEE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF FEE-TYPE = "H"
                               AND FEE-COURSE = WS-BED-RATE
                               MOVE "Y" TO WS-RATE-OK
                           END-IF
                   END-READ
           END-START
           CLOSE FEE-FILE.

      *>-----------------------------------------------------------
      *> CHECK-BED-OCCUPIED - is the bed named on an assigned row
      *> of housing-applications.txt, for any term?
      *>-----------------------------------------------------------
       CHECK-BED-OCCUPIED.
           MOVE "N" TO WS-OCCUPIED
           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HAP-STATUS = "A"
                           AND HAP-HALL = WS-BED-KEY(1:4)
                           AND HAP-ROOM = WS-BED-KEY(5:4)
                           AND HAP-BED  = WS-BED-KEY(9:1)
                           MOVE "Y"            TO WS-OCCUPIED
                           MOVE HAP-TERM       TO WS-OCC-TERM
                           MOVE HAP-STUDENT-ID TO WS-OCC-STUDENT
                           MOVE "Y"            TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> LIST-BEDS - every bed on file, or one hall's, in hall /
      *> room / bed order.
      *>-----------------------------------------------------------
       LIST-BEDS.
           DISPLAY "ENTER HALL CODE TO LIST, OR BLANK FOR ALL >>"
           ACCEPT WS-LIST-HALL
           MOVE FUNCTION UPPER-CASE(WS-LIST-HALL) TO WS-LIST-HALL

           MOVE "N" TO WS-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "HALL | ROOM | BED | GENDER | RATE | STATUS | "
               "UPDATED"
           DISPLAY "-----------------------------------------------"
               "---------"

           OPEN INPUT BED-FILE
           IF WS-BED-STATUS = "00"
               MOVE SPACES       TO BED-KEY
               MOVE WS-LIST-HALL TO BED-HALL
               START BED-FILE KEY IS NOT LESS THAN BED-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ BED-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-LIST-HALL NOT = SPACES
                               AND BED-HALL NOT = WS-LIST-HALL
                               MOVE "Y" TO WS-EOF
                           ELSE
                               DISPLAY BED-HALL " | " BED-ROOM " |  "
                                   BED-NO "  |   " BED-GENDER
                                   "    | " BED-RATE-CODE " |   "
                                   BED-STATUS "    | "
                                   BED-UPDATED-DATE
                               ADD 1 TO WS-LIST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BED-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO BEDS ON FILE.)"
               MOVE 1 TO RETURN-CODE              *> 1 = none
           ELSE
               DISPLAY "TOTAL BEDS: " WS-LIST-COUNT
               MOVE 0 TO RETURN-CODE
           END-IF.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
