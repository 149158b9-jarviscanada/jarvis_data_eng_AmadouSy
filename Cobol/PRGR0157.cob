       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGR0157.                     *> Collection-agency inventory report

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT AGENCY-FILE ASSIGN TO "agency-placements.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGP-KEY
               FILE STATUS IS WS-AGP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "agency-inventory-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".  *> Scratch sort work file

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout

       FD AGENCY-FILE.
       COPY "AGENCYREC.CPY".  *> Shared agency-placement layout (AGP-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(100).  *> One printed report line

       SD SORT-WORK-FILE.
       01 SR-PLACEMENT-RECORD.
           05 SR-AGENCY             PIC X(6).
           05 SR-PLACED-DATE        PIC X(8).
           05 SR-STUDENT-ID         PIC X(4).
           05 SR-STATUS             PIC X(1).
           05 SR-PLACED-AMOUNT      PIC 9(6)V99.
           05 SR-RECOVERED          PIC 9(6)V99.
           05 SR-COMMISSION         PIC 9(6)V99.
           05 SR-RECALL-DATE        PIC X(8).
           05 SR-RECALL-REASON      PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS            PIC XX.           *> STUDENT-FILE status
       01 WS-AGP-STATUS             PIC XX.           *> AGENCY-FILE status
       01 WS-EOF                    PIC X VALUE "N".  *> End-of-file flag
       01 WS-SCOPE                  PIC X VALUE "A".  *> A = active only, L = all
       01 WS-TODAY-FORMATTED        PIC X(8).         *> Current date, YYYYMMDD
       01 WS-TODAY-INT              PIC 9(8).         *> FUNCTION INTEGER-OF-DATE form

       01 WS-PREV-AGENCY            PIC X(6) VALUE SPACES. *> Group agency
       01 WS-STUDENT-NAME           PIC X(40).        *> Name for the line
       01 WS-OUTSTANDING            PIC S9(6)V99 VALUE 0.  *> Placed less recovered
       01 WS-DAYS-PLACED            PIC 9(5) VALUE 0. *> Days with the agency

       01 WS-AGY-COUNT              PIC 9(5) VALUE 0.     *> Placements, this agency
       01 WS-AGY-PLACED             PIC 9(8)V99 VALUE 0.
       01 WS-AGY-RECOVERED          PIC 9(8)V99 VALUE 0.
       01 WS-AGY-COMMISSION         PIC 9(8)V99 VALUE 0.
       01 WS-AGY-OUTSTANDING        PIC S9(8)V99 VALUE 0.
       01 WS-TOT-COUNT              PIC 9(5) VALUE 0.     *> Placements, all agencies
       01 WS-TOT-PLACED             PIC 9(8)V99 VALUE 0.
       01 WS-TOT-RECOVERED          PIC 9(8)V99 VALUE 0.
       01 WS-TOT-COMMISSION         PIC 9(8)V99 VALUE 0.
       01 WS-TOT-OUTSTANDING        PIC S9(8)V99 VALUE 0.

       01 WS-PLACED-DISPLAY         PIC ZZZ,ZZ9.99.
       01 WS-RECOVERED-DISPLAY      PIC ZZZ,ZZ9.99.
       01 WS-COMMISSION-DISPLAY     PIC ZZZ,ZZ9.99.
       01 WS-OUTSTANDING-DISPLAY    PIC ZZZ,ZZ9.99-.
       01 WS-DAYS-DISPLAY           PIC ZZZZ9.
       01 WS-STATUS-TEXT            PIC X(10).
       01 WS-TOTAL-LABEL            PIC X(24).
       01 WS-COUNT-DISPLAY          PIC ZZZZ9.
       01 WS-BIG-PLACED-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BIG-RECOVERED-DISPLAY  PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BIG-COMMISSION-DISPLAY PIC ZZ,ZZZ,ZZ9.99.
       01 WS-BIG-OUTSTAND-DISPLAY   PIC ZZ,ZZZ,ZZ9.99-.

       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|   A G E N C Y   I N V E N T O R Y             |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-TODAY-FORMATTED))

           DISPLAY "ACTIVE PLACEMENTS ONLY, OR LIST ALL? (A/L, "
               "BLANK = A) >>"
           ACCEPT WS-SCOPE
           IF WS-SCOPE = SPACE
               MOVE "A" TO WS-SCOPE
           END-IF
           IF WS-SCOPE NOT = "A" AND WS-SCOPE NOT = "L"
               DISPLAY "***ERROR: ENTER A OR L.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PROGRAM
           END-IF

           *> Group by agency, oldest placement first within it - the
           *> same SORT-then-break-on-key-change idiom PRGR0065 uses.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-AGENCY SR-PLACED-DATE SR-STUDENT-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRINT-INVENTORY

           MOVE "agency-inventory-report.txt" TO WS-SPOOL-SOURCE
           PERFORM SPOOL-REPORT-FILE

           IF WS-TOT-COUNT = 0
               DISPLAY "(NO PLACEMENTS TO REPORT.)"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> LOAD-SORT-FILE - releases each placement in scope to the
      *> sort.  A new installation simply has no placements file.
      *>-----------------------------------------------------------
       LOAD-SORT-FILE.
           MOVE "N" TO WS-EOF
           OPEN INPUT AGENCY-FILE
           IF WS-AGP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ AGENCY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-SCOPE = "L" OR AGP-STATUS = "P"
                           MOVE AGP-AGENCY        TO SR-AGENCY
                           MOVE AGP-PLACED-DATE   TO SR-PLACED-DATE
                           MOVE AGP-STUDENT-ID    TO SR-STUDENT-ID
                           MOVE AGP-STATUS        TO SR-STATUS
                           MOVE AGP-PLACED-AMOUNT TO SR-PLACED-AMOUNT
                           MOVE AGP-RECOVERED     TO SR-RECOVERED
                           MOVE AGP-COMMISSION    TO SR-COMMISSION
                           MOVE AGP-RECALL-DATE   TO SR-RECALL-DATE
                           MOVE AGP-RECALL-REASON TO SR-RECALL-REASON
                           RELEASE SR-PLACEMENT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-FILE.

      *>-----------------------------------------------------------
      *> PRINT-INVENTORY - one line per placement, a subtotal at
      *> each change of agency and a grand total at the end.
      *>-----------------------------------------------------------
       PRINT-INVENTORY.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-PREV-AGENCY

           OPEN INPUT STUDENT-FILE
           OPEN OUTPUT REPORT-FILE

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SCOPE = "A"
               STRING "     COLLECTION-AGENCY INVENTORY - ACTIVE "
                      DELIMITED BY SIZE
                      "PLACEMENTS  " DELIMITED BY SIZE
                      WS-TODAY-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "     COLLECTION-AGENCY INVENTORY - ALL "
                      DELIMITED BY SIZE
                      "PLACEMENTS  " DELIMITED BY SIZE
                      WS-TODAY-FORMATTED DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-INVENTORY-LINE
           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE
           MOVE "STU  | NAME                 | PLACED   |     PLACED" &
                " |  RECOVERED | COMMISSION | WITH AGENCY | DAYS" &
                " | STATUS" TO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE

           PERFORM UNTIL WS-EOF = "Y"
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-PREV-AGENCY NOT = SPACES
                           PERFORM WRITE-AGENCY-TOTAL
                       END-IF
                   NOT AT END
                       IF SR-AGENCY NOT = WS-PREV-AGENCY
                           IF WS-PREV-AGENCY NOT = SPACES
                               PERFORM WRITE-AGENCY-TOTAL
                           END-IF
                           PERFORM START-NEW-AGENCY
                       END-IF
                       PERFORM WRITE-PLACEMENT-LINE
               END-RETURN
           END-PERFORM

           MOVE "-----------------------------------------------" &
                "-----------------------------------------------"
                TO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE
           MOVE "ALL AGENCIES"     TO WS-TOTAL-LABEL
           MOVE WS-TOT-COUNT       TO WS-COUNT-DISPLAY
           MOVE WS-TOT-PLACED      TO WS-BIG-PLACED-DISPLAY
           MOVE WS-TOT-RECOVERED   TO WS-BIG-RECOVERED-DISPLAY
           MOVE WS-TOT-COMMISSION  TO WS-BIG-COMMISSION-DISPLAY
           MOVE WS-TOT-OUTSTANDING TO WS-BIG-OUTSTAND-DISPLAY
           PERFORM WRITE-TOTAL-LINE

           CLOSE STUDENT-FILE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> START-NEW-AGENCY - heads the next agency's group and zeroes
      *> its running totals.
      *>-----------------------------------------------------------
       START-NEW-AGENCY.
           MOVE SR-AGENCY TO WS-PREV-AGENCY
           MOVE 0 TO WS-AGY-COUNT
           MOVE 0 TO WS-AGY-PLACED
           MOVE 0 TO WS-AGY-RECOVERED
           MOVE 0 TO WS-AGY-COMMISSION
           MOVE 0 TO WS-AGY-OUTSTANDING
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AGENCY " DELIMITED BY SIZE
                  SR-AGENCY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE.

      *>-----------------------------------------------------------
      *> WRITE-PLACEMENT-LINE - one placement.  WITH AGENCY is what
      *> the agency has still to recover; DAYS runs from placement
      *> to today, or to the recall for a recalled one.
      *>-----------------------------------------------------------
       WRITE-PLACEMENT-LINE.
           MOVE SR-STUDENT-ID TO F-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO WS-STUDENT-NAME
               NOT INVALID KEY
                   MOVE F-NAME TO WS-STUDENT-NAME
           END-READ

           IF SR-STATUS = "P"
               COMPUTE WS-OUTSTANDING =
                   SR-PLACED-AMOUNT - SR-RECOVERED
               COMPUTE WS-DAYS-PLACED = WS-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(SR-PLACED-DATE))
               MOVE "PLACED" TO WS-STATUS-TEXT
           ELSE
               MOVE 0 TO WS-OUTSTANDING
               COMPUTE WS-DAYS-PLACED =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SR-RECALL-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                         FUNCTION NUMVAL(SR-PLACED-DATE))
               EVALUATE SR-RECALL-REASON
                   WHEN "D"
                       MOVE "RCL-DISPUT" TO WS-STATUS-TEXT
                   WHEN "P"
                       MOVE "RCL-PAID"   TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "RCL-OTHER"  TO WS-STATUS-TEXT
               END-EVALUATE
           END-IF

           ADD 1                TO WS-AGY-COUNT WS-TOT-COUNT
           ADD SR-PLACED-AMOUNT TO WS-AGY-PLACED WS-TOT-PLACED
           ADD SR-RECOVERED     TO WS-AGY-RECOVERED WS-TOT-RECOVERED
           ADD SR-COMMISSION    TO WS-AGY-COMMISSION WS-TOT-COMMISSION
           ADD WS-OUTSTANDING   TO WS-AGY-OUTSTANDING WS-TOT-OUTSTANDING

           MOVE SR-PLACED-AMOUNT TO WS-PLACED-DISPLAY
           MOVE SR-RECOVERED     TO WS-RECOVERED-DISPLAY
           MOVE SR-COMMISSION    TO WS-COMMISSION-DISPLAY
           MOVE WS-OUTSTANDING   TO WS-OUTSTANDING-DISPLAY
           MOVE WS-DAYS-PLACED   TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING SR-STUDENT-ID DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STUDENT-NAME(1:20) DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  SR-PLACED-DATE DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-PLACED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-RECOVERED-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-COMMISSION-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-OUTSTANDING-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  " | " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE.

      *>-----------------------------------------------------------
      *> WRITE-AGENCY-TOTAL - the subtotal for the agency whose
      *> placements just finished.
      *>-----------------------------------------------------------
       WRITE-AGENCY-TOTAL.
           MOVE SPACES TO WS-TOTAL-LABEL
           STRING "TOTAL " DELIMITED BY SIZE
                  WS-PREV-AGENCY DELIMITED BY SIZE
                  INTO WS-TOTAL-LABEL
           MOVE WS-AGY-COUNT       TO WS-COUNT-DISPLAY
           MOVE WS-AGY-PLACED      TO WS-BIG-PLACED-DISPLAY
           MOVE WS-AGY-RECOVERED   TO WS-BIG-RECOVERED-DISPLAY
           MOVE WS-AGY-COMMISSION  TO WS-BIG-COMMISSION-DISPLAY
           MOVE WS-AGY-OUTSTANDING TO WS-BIG-OUTSTAND-DISPLAY
           PERFORM WRITE-TOTAL-LINE.

      *>-----------------------------------------------------------
      *> WRITE-TOTAL-LINE - prints the total set up by the caller.
      *>-----------------------------------------------------------
       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-TOTAL-LABEL DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  " ACCTS  " DELIMITED BY SIZE
                  WS-BIG-PLACED-DISPLAY DELIMITED BY SIZE
                  WS-BIG-RECOVERED-DISPLAY DELIMITED BY SIZE
                  WS-BIG-COMMISSION-DISPLAY DELIMITED BY SIZE
                  WS-BIG-OUTSTAND-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-INVENTORY-LINE.

      *>-----------------------------------------------------------
      *> WRITE-INVENTORY-LINE - writes one line to the report file
      *> and echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-INVENTORY-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
