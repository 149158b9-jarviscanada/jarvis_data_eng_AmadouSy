       WORKING-STORAGE SECTION.
       01 WS-FEE-STATUS        PIC XX.               *> Status of last FEE-FILE I/O
       01 WS-COURSE-STATUS     PIC XX.               *> Status of last COURSE-MASTER I/O
       01 WS-ACTION            PIC X.                *> R=rate, B=block, C=course fee, H=housing, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Course found flag
       01 WS-FEE-EOF2          PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(4) VALUE 0.     *> Rows listed

       COPY "FEEWS.CPY".      *> Fields used by the shared fee-schedule paragraphs
       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs

           DISPLAY "|   M A I N T A I N   F E E   S C H E D U L E   |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "SET PER-CREDIT RATE, BLOCK RATE, COURSE FEE, "
               "DROP-REFUND STEP, HOUSING RATE, OR LIST? (R/B/C/D/H/L)"
               " >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
               WHEN "R"
                   PERFORM ADD-RATE-ROW
               WHEN "B"
                   PERFORM ADD-BLOCK-RATE-ROW
               WHEN "C"
                   PERFORM ADD-COURSE-FEE-ROW
               WHEN "D"
                   PERFORM ADD-REFUND-STEP-ROW
               WHEN "H"
                   PERFORM ADD-HOUSING-RATE-ROW
               WHEN "L"
                   PERFORM LIST-FEE-SCHEDULE
               WHEN OTHER

           PERFORM WRITE-FEE-ROW.

      *>-----------------------------------------------------------
      *> ADD-BLOCK-RATE-ROW - keys in one effective-dated block
      *> (flat-rate) tuition charge for a full-time term load.  The
      *> row in force on a term's start date prices every load in
      *> the board's band the same (PRICE-TERM-TUITION, FEEVAL.CPY),
      *> and each credit past the band at the per-credit rate.
      *>-----------------------------------------------------------
       ADD-BLOCK-RATE-ROW.
           MOVE "B"    TO FEE-TYPE
           MOVE SPACES TO FEE-COURSE
           MOVE SPACES TO FEE-SECTION

           PERFORM ACCEPT-EFFECTIVE-DATE

           DISPLAY "ENTER BLOCK TUITION FOR " WS-FEE-BLOCK-LOW
               " TO " WS-FEE-BLOCK-HIGH " CREDITS "
               "(FORMAT 999999.99) >>"
           ACCEPT FEE-AMOUNT

           MOVE "BLOCK TUITION" TO FEE-DESC

           PERFORM WRITE-FEE-ROW.

      *>-----------------------------------------------------------
      *> ADD-COURSE-FEE-ROW - keys in one flat per-course fee (lab,
      *> materials...) for a specific course section, validated

           PERFORM WRITE-FEE-ROW.

      *>-----------------------------------------------------------
      *> ADD-HOUSING-RATE-ROW - keys in one effective-dated term
      *> charge for a residence-hall rate code.  Every bed on
      *> residence-beds.txt carrying the code bills at the row in
      *> force on the term's start date (GET-HOUSING-RATE,
      *> FEEVAL.CPY) when the housing assignment run places a
      *> student in it.
      *>-----------------------------------------------------------
       ADD-HOUSING-RATE-ROW.
           MOVE "H"    TO FEE-TYPE
           MOVE SPACES TO FEE-COURSE
           MOVE SPACES TO FEE-SECTION

           DISPLAY "ENTER HOUSING RATE CODE (MAX 4 CHARS, E.G. DBL) >>"
           ACCEPT FEE-COURSE(1:4)
           MOVE FUNCTION UPPER-CASE(FEE-COURSE) TO FEE-COURSE
           IF FEE-COURSE = SPACES
               DISPLAY "***ERROR: RATE CODE REQUIRED.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-EFFECTIVE-DATE

           DISPLAY "ENTER TERM HOUSING CHARGE (FORMAT 999999.99) >>"
           ACCEPT FEE-AMOUNT

           DISPLAY "ENTER DESCRIPTION (MAX 20 CHARS, E.G. DOUBLE "
               "ROOM) >>"
           ACCEPT FEE-DESC

           PERFORM WRITE-FEE-ROW.

      *>-----------------------------------------------------------
      *> ACCEPT-EFFECTIVE-DATE - prompts for FEE-EFF-DATE until it
      *> passes the shared VALIDATE-DATE paragraph.
