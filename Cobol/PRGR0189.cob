       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0189.                     *> Residence occupancy by hall

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

           SELECT TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "housing-occupancy.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BED-FILE.
       COPY "BEDREC.CPY".     *> Shared residence bed layout (BED-KEY, ...)

       FD HOUSING-APP-FILE.
       COPY "HOUSAPPREC.CPY". *> Shared housing application layout (HAP-KEY, ...)

       FD TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One printed report line

       WORKING-STORAGE SECTION.
       01 WS-BED-STATUS             PIC XX.           *> BED-FILE status
       01 WS-HAP-STATUS             PIC XX.           *> HOUSING-APP-FILE status
       01 WS-TERM-STATUS            PIC XX.           *> TERM-FILE status
       01 WS-EOF                    PIC X VALUE "N".  *> Bed-scan EOF flag
       01 WS-HAP-EOF                PIC X VALUE "N".  *> Application-scan EOF flag
       01 WS-TODAY-FORMATTED        PIC X(8).         *> Current date, YYYYMMDD
       01 WS-OC-TERM                PIC X(6).         *> Term reported
       01 WS-FOUND                  PIC X VALUE "N".  *> Term on the calendar
       01 WS-BED-TAKEN              PIC X VALUE "N".  *> Bed assigned for the term
       01 WS-BED-FLAGGED            PIC X VALUE "N".  *> Its occupant is flagged to leave

       01 WS-PREV-HALL              PIC X(4) VALUE SPACES. *> Group hall

      *> Counts for the hall in progress, then for every hall.  A
      *> bed taken out of service with a student still in it counts
      *> as occupied but not as capacity, so OPEN never goes below
      *> zero: it is in-service beds nobody holds.
       01 WS-HALL-BEDS              PIC 9(5) VALUE 0.
       01 WS-HALL-IN-SERVICE        PIC 9(5) VALUE 0.
       01 WS-HALL-OCCUPIED          PIC 9(5) VALUE 0.
       01 WS-HALL-OPEN              PIC 9(5) VALUE 0.
       01 WS-HALL-FLAGGED           PIC 9(5) VALUE 0.
       01 WS-TOT-HALLS              PIC 9(5) VALUE 0.
       01 WS-TOT-BEDS               PIC 9(5) VALUE 0.
       01 WS-TOT-IN-SERVICE         PIC 9(5) VALUE 0.
       01 WS-TOT-OCCUPIED           PIC 9(5) VALUE 0.
       01 WS-TOT-OPEN               PIC 9(5) VALUE 0.
       01 WS-TOT-FLAGGED            PIC 9(5) VALUE 0.
       01 WS-TOT-WAITING            PIC 9(5) VALUE 0. *> Applicants with no bed yet
       01 WS-PCT                    PIC 9(3)V9 VALUE 0. *> Occupied / in service

       01 WS-BEDS-DISPLAY           PIC ZZZZ9.
       01 WS-SERVICE-DISPLAY        PIC ZZZZ9.
       01 WS-OCC-DISPLAY            PIC ZZZZ9.
       01 WS-OPEN-DISPLAY           PIC ZZZZ9.
       01 WS-FLAG-DISPLAY           PIC ZZZZ9.
       01 WS-PCT-DISPLAY            PIC ZZ9.9.
       01 WS-LINE-LABEL             PIC X(6).

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   H O U S I N G   O C C U P A N C Y           |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD

           PERFORM GET-CURRENT-TERM
           DISPLAY "ENTER TERM CODE, OR BLANK FOR THE CURRENT TERM >>"
           ACCEPT WS-OC-TERM
           IF WS-OC-TERM = SPACES
               MOVE WS-TERM-CURRENT TO WS-OC-TERM
           END-IF

           MOVE "N" TO WS-FOUND
           IF WS-OC-TERM NOT = SPACES
               OPEN INPUT TERM-FILE
               MOVE WS-OC-TERM TO TERM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND
               END-READ
               CLOSE TERM-FILE
           END-IF
           IF WS-FOUND = "N"
               DISPLAY "***ERROR: TERM NOT ON THE TERM CALENDAR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           OPEN INPUT BED-FILE
           IF WS-BED-STATUS NOT = "00"
               DISPLAY "(NO BEDS ON FILE.)"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "     RESIDENCE OCCUPANCY BY HALL - TERM " WS-OC-TERM
               "  (" TERM-START-DATE " TO " TERM-END-DATE ")  "
               WS-TODAY-FORMATTED DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE
           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE
           MOVE "HALL   |  BEDS | IN SERVICE | OCCUPIED |  OPEN |"
               & " TO CHECK OUT | OCCUPANCY %" TO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE

      *> Beds come off the file in hall / room / bed order, so the
      *> hall total is a plain break on change of BED-HALL.
           PERFORM UNTIL WS-EOF = "Y"
               READ BED-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BED-HALL NOT = WS-PREV-HALL
                           IF WS-PREV-HALL NOT = SPACES
                               PERFORM WRITE-HALL-TOTAL
                           END-IF
                           MOVE BED-HALL TO WS-PREV-HALL
                       END-IF
                       PERFORM COUNT-ONE-BED
               END-READ
           END-PERFORM
           CLOSE BED-FILE
           IF WS-PREV-HALL NOT = SPACES
               PERFORM WRITE-HALL-TOTAL
           END-IF

           PERFORM COUNT-WAITING

           MOVE ALL "-" TO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE
           MOVE "TOTAL"           TO WS-LINE-LABEL
           MOVE WS-TOT-BEDS       TO WS-HALL-BEDS
           MOVE WS-TOT-IN-SERVICE TO WS-HALL-IN-SERVICE
           MOVE WS-TOT-OCCUPIED   TO WS-HALL-OCCUPIED
           MOVE WS-TOT-OPEN       TO WS-HALL-OPEN
           MOVE WS-TOT-FLAGGED    TO WS-HALL-FLAGGED
           PERFORM FORMAT-COUNT-LINE
           PERFORM WRITE-OCCUPANCY-LINE
           MOVE WS-TOT-WAITING TO WS-BEDS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "APPLICANTS STILL WAITING FOR A BED: "
               WS-BEDS-DISPLAY DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM WRITE-OCCUPANCY-LINE

           CLOSE REPORT-FILE

           MOVE "housing-occupancy.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-TOT-BEDS = 0
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> COUNT-ONE-BED - adds the bed to its hall's counts.
      *>-----------------------------------------------------------
       COUNT-ONE-BED.
           ADD 1 TO WS-HALL-BEDS
           IF BED-STATUS = "A"
               ADD 1 TO WS-HALL-IN-SERVICE
           END-IF

           PERFORM CHECK-BED-TAKEN
           IF WS-BED-TAKEN = "Y"
               ADD 1 TO WS-HALL-OCCUPIED
               IF WS-BED-FLAGGED = "Y"
                   ADD 1 TO WS-HALL-FLAGGED
               END-IF
           ELSE
               IF BED-STATUS = "A"
                   ADD 1 TO WS-HALL-OPEN
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-BED-TAKEN - the same occupancy rule PRGL0187 places
      *> students by: a bed is held for the term by an assigned
      *> application naming it.
      *>-----------------------------------------------------------
       CHECK-BED-TAKEN.
           MOVE "N" TO WS-BED-TAKEN
           MOVE "N" TO WS-BED-FLAGGED
           MOVE "N" TO WS-HAP-EOF
           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-TERM TO HAP-TERM
           MOVE LOW-VALUES TO HAP-STUDENT-ID
           START HOUSING-APP-FILE KEY IS NOT LESS THAN HAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HAP-EOF
           END-START
           PERFORM UNTIL WS-HAP-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HAP-EOF
                   NOT AT END
                       IF HAP-TERM NOT = WS-OC-TERM
                           MOVE "Y" TO WS-HAP-EOF
                       ELSE
                           IF HAP-STATUS = "A"
                               AND HAP-HALL = BED-HALL
                               AND HAP-ROOM = BED-ROOM
                               AND HAP-BED  = BED-NO
                               MOVE "Y" TO WS-BED-TAKEN
                               MOVE "Y" TO WS-HAP-EOF
                               IF HAP-CHECKOUT-FLAG = "W"
                                   MOVE "Y" TO WS-BED-FLAGGED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> COUNT-WAITING - applications for the term still pending or
      *> left waiting by the last assignment run.
      *>-----------------------------------------------------------
       COUNT-WAITING.
           MOVE 0   TO WS-TOT-WAITING
           MOVE "N" TO WS-HAP-EOF
           OPEN INPUT HOUSING-APP-FILE
           IF WS-HAP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OC-TERM TO HAP-TERM
           MOVE LOW-VALUES TO HAP-STUDENT-ID
           START HOUSING-APP-FILE KEY IS NOT LESS THAN HAP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HAP-EOF
           END-START
           PERFORM UNTIL WS-HAP-EOF = "Y"
               READ HOUSING-APP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HAP-EOF
                   NOT AT END
                       IF HAP-TERM NOT = WS-OC-TERM
                           MOVE "Y" TO WS-HAP-EOF
                       ELSE
                           IF HAP-STATUS = "P" OR HAP-STATUS = "W"
                               ADD 1 TO WS-TOT-WAITING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOUSING-APP-FILE.

      *>-----------------------------------------------------------
      *> WRITE-HALL-TOTAL - prints the hall just finished, rolls it
      *> into the grand totals and clears it for the next hall.
      *>-----------------------------------------------------------
       WRITE-HALL-TOTAL.
           MOVE WS-PREV-HALL TO WS-LINE-LABEL
           PERFORM FORMAT-COUNT-LINE
           PERFORM WRITE-OCCUPANCY-LINE

           ADD 1                  TO WS-TOT-HALLS
           ADD WS-HALL-BEDS       TO WS-TOT-BEDS
           ADD WS-HALL-IN-SERVICE TO WS-TOT-IN-SERVICE
           ADD WS-HALL-OCCUPIED   TO WS-TOT-OCCUPIED
           ADD WS-HALL-OPEN       TO WS-TOT-OPEN
           ADD WS-HALL-FLAGGED    TO WS-TOT-FLAGGED

           MOVE 0 TO WS-HALL-BEDS
           MOVE 0 TO WS-HALL-IN-SERVICE
           MOVE 0 TO WS-HALL-OCCUPIED
           MOVE 0 TO WS-HALL-OPEN
           MOVE 0 TO WS-HALL-FLAGGED.

       FORMAT-COUNT-LINE.
           IF WS-HALL-IN-SERVICE = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-HALL-OCCUPIED * 100 / WS-HALL-IN-SERVICE
           END-IF
           MOVE WS-HALL-BEDS       TO WS-BEDS-DISPLAY
           MOVE WS-HALL-IN-SERVICE TO WS-SERVICE-DISPLAY
           MOVE WS-HALL-OCCUPIED   TO WS-OCC-DISPLAY
           MOVE WS-HALL-OPEN       TO WS-OPEN-DISPLAY
           MOVE WS-HALL-FLAGGED    TO WS-FLAG-DISPLAY
           MOVE WS-PCT             TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-LINE-LABEL " | " WS-BEDS-DISPLAY " |      "
               WS-SERVICE-DISPLAY " |    " WS-OCC-DISPLAY " | "
               WS-OPEN-DISPLAY " |        " WS-FLAG-DISPLAY " |"
               "       " WS-PCT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-OCCUPANCY-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-OCCUPANCY-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared GET-CURRENT-TERM paragraph
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
