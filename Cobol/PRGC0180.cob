       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGC0180.                         *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

           SELECT LOCATION-FILE ASSIGN TO "campuses.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-CODE
               FILE STATUS IS WS-LOC-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       FD LOCATION-FILE.
       COPY "LOCREC.CPY".     *> Shared campus/location layout (LOC-CODE, LOC-NAME)

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       WORKING-STORAGE SECTION.
       01 WS-CAL-STATUS        PIC XX.               *> CALENDAR-FILE I/O status
       01 WS-LOC-STATUS        PIC XX.               *> LOCATION-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=add, D=delete, L=list
       01 WS-OPERATOR-ID       PIC X(8) VALUE "PRGC0180". *> Logged-in user, for CAL-ADDED-BY
       01 WS-CAMPUS            PIC X(3).             *> Campus keyed in
       01 WS-CLOSED-DATE       PIC X(8).             *> Closed day keyed in
       01 WS-CAMPUS-OK         PIC X VALUE "N".      *> Campus code is known
       01 WS-CAL-EOF           PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed
       01 WS-CAMPUS-DISPLAY    PIC X(5).             *> Campus column for printing

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   B U S I N E S S   C A L E N D A R           |"
           DISPLAY "+-----------------------------------------------+"

           OPEN INPUT SESSION-FILE
           READ SESSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SESSION-LINE(1:8) TO WS-OPERATOR-ID
           END-READ
           CLOSE SESSION-FILE

           DISPLAY "ADD, DELETE OR LIST CLOSED DAYS? (A/D/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "A"
                   PERFORM ADD-CLOSURE
               WHEN "D"
                   PERFORM DELETE-CLOSURE
               WHEN "L"
                   PERFORM LIST-CLOSURES
               WHEN OTHER
                   DISPLAY "***ERROR: INVALID ACTION.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
           END-EVALUATE

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> ADD-CLOSURE - keys in one closed day.  Weekends are never
      *> business days and need no row; a closure keyed for campus
      *> ALL closes every campus, blank means the main campus.
      *>-----------------------------------------------------------
       ADD-CLOSURE.
           PERFORM ACCEPT-CLOSURE-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER REASON (MAX 30 CHARS, E.G. THANKSGIVING) >>"
           ACCEPT CAL-DESC

           MOVE "CAL"      TO WS-LOCK-TYPE
           MOVE CAL-KEY    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAMPUS      TO CAL-CAMPUS
           MOVE WS-CLOSED-DATE TO CAL-DATE
           MOVE WS-OPERATOR-ID TO CAL-ADDED-BY

      *> The first closure ever keyed creates the calendar file.
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS = "35"
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
           END-IF
           WRITE CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: THAT DAY IS ALREADY CLOSED "
                       "FOR THAT CAMPUS.***"
                   MOVE 2 TO RETURN-CODE          *> 2 = duplicate key
               NOT INVALID KEY
                   DISPLAY "*** CLOSURE ADDED. ***"
                   MOVE 0 TO RETURN-CODE
           END-WRITE
           CLOSE CALENDAR-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> DELETE-CLOSURE - reopens a day keyed closed by mistake, or
      *> a closure that was called off.
      *>-----------------------------------------------------------
       DELETE-CLOSURE.
           PERFORM ACCEPT-CLOSURE-KEY
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "CAL"      TO WS-LOCK-TYPE
           MOVE CAL-KEY    TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 5 TO RETURN-CODE              *> 5 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAMPUS      TO CAL-CAMPUS
           MOVE WS-CLOSED-DATE TO CAL-DATE
           OPEN I-O CALENDAR-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "***ERROR: NO CLOSURES ON FILE.***"
               MOVE 2 TO RETURN-CODE              *> 2 = not found
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF
           READ CALENDAR-FILE
               INVALID KEY
                   DISPLAY "***ERROR: THAT DAY IS NOT CLOSED FOR "
                       "THAT CAMPUS.***"
                   MOVE 2 TO RETURN-CODE          *> 2 = not found
               NOT INVALID KEY
                   DELETE CALENDAR-FILE
                       INVALID KEY
                           DISPLAY "***ERROR: UNABLE TO DELETE "
                               "CLOSURE.***"
                           MOVE 2 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY "*** CLOSURE DELETED: " CAL-DESC
                               " ***"
                           MOVE 0 TO RETURN-CODE
                   END-DELETE
           END-READ
           CLOSE CALENDAR-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-CLOSURE-KEY - the campus and the day, both checked:
      *> the campus must be blank, ALL, or on campuses.txt, and the
      *> day a real YYYYMMDD date.  RETURN-CODE 3 when either is bad.
      *>-----------------------------------------------------------
       ACCEPT-CLOSURE-KEY.
           MOVE 0 TO RETURN-CODE

           DISPLAY "ENTER CAMPUS CODE (BLANK = MAIN, ALL = EVERY "
               "CAMPUS) >>"
           ACCEPT WS-CAMPUS
           MOVE FUNCTION UPPER-CASE(WS-CAMPUS) TO WS-CAMPUS

           MOVE "N" TO WS-CAMPUS-OK
           IF WS-CAMPUS = SPACES OR WS-CAMPUS = "ALL"
               MOVE "Y" TO WS-CAMPUS-OK
           ELSE
               OPEN INPUT LOCATION-FILE
               IF WS-LOC-STATUS = "00"
                   MOVE WS-CAMPUS TO LOC-CODE
                   READ LOCATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CAMPUS-OK
                   END-READ
                   CLOSE LOCATION-FILE
               END-IF
           END-IF
           IF WS-CAMPUS-OK = "N"
               DISPLAY "***ERROR: UNKNOWN CAMPUS CODE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER CLOSED DATE (YYYYMMDD) >>"
           ACCEPT WS-CLOSED-DATE
           MOVE WS-CLOSED-DATE TO WS-VALIDATE-DATE
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: INVALID DATE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAMPUS      TO CAL-CAMPUS
           MOVE WS-CLOSED-DATE TO CAL-DATE.

      *>-----------------------------------------------------------
      *> LIST-CLOSURES - every closed day on the calendar, by
      *> campus then date.
      *>-----------------------------------------------------------
       LIST-CLOSURES.
           MOVE "N" TO WS-CAL-EOF
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "CAMP | DATE     | REASON                         "
               "| BY"
           DISPLAY "-----------------------------------------------"
               "-----------"

           OPEN INPUT CALENDAR-FILE
           IF WS-CAL-STATUS = "00"
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALENDAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           IF CAL-CAMPUS = SPACES
                               MOVE "(BLK)" TO WS-CAMPUS-DISPLAY
                           ELSE
                               MOVE CAL-CAMPUS TO WS-CAMPUS-DISPLAY
                           END-IF
                           DISPLAY WS-CAMPUS-DISPLAY "| " CAL-DATE
                               " | " CAL-DESC " | " CAL-ADDED-BY
                           ADD 1 TO WS-LIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF

           IF WS-LIST-COUNT = 0
               DISPLAY "(NO CLOSED DAYS ON FILE - WEEKENDS ONLY.)"
           END-IF

           MOVE 0 TO RETURN-CODE.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
