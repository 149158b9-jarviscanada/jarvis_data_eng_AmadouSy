               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CENSUS-IN-TERM
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: CENSUS DATE IS OUTSIDE THE TERM.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               CLOSE TERM-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "TERM"    TO WS-LOCK-TYPE
           MOVE TERM-CODE TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           CLOSE TERM-FILE.

      *>-----------------------------------------------------------
      *> ACCEPT-TERM-DATES - prompts for the calendar dates a term
      *> carries, looping each until it passes VALIDATE-DATE.
      *>-----------------------------------------------------------
       ACCEPT-TERM-DATES.
           MOVE "N" TO WS-DATE-VALID
               IF WS-DATE-VALID = "N"
                   DISPLAY "***ERROR: INVALID DATE.***"
               END-IF
           END-PERFORM

      *> The census date may be left blank until the registrar
      *> publishes it - no snapshot is taken for the term until then.
           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL WS-DATE-VALID = "Y"
               DISPLAY "ENTER CENSUS DATE (YYYYMMDD), OR BLANK IF NOT "
                   "SET YET >>"
               ACCEPT TERM-CENSUS-DATE
               IF TERM-CENSUS-DATE = SPACES
                   MOVE "Y" TO WS-DATE-VALID
               ELSE
                   MOVE TERM-CENSUS-DATE TO WS-VALIDATE-DATE
                   PERFORM VALIDATE-DATE
                   IF WS-DATE-VALID = "N"
                       DISPLAY "***ERROR: INVALID DATE.***"
                   END-IF
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> CHECK-CENSUS-IN-TERM - a census date has to fall inside
      *> the term it freezes.  WS-DATE-VALID comes back "N" if not.
      *>-----------------------------------------------------------
       CHECK-CENSUS-IN-TERM.
           MOVE "Y" TO WS-DATE-VALID
           IF TERM-CENSUS-DATE NOT = SPACES
               IF TERM-CENSUS-DATE < TERM-START-DATE
                   OR TERM-CENSUS-DATE > TERM-END-DATE
                   MOVE "N" TO WS-DATE-VALID
               END-IF
           END-IF.

      *>-----------------------------------------------------------
      *> UPDATE-TERM - re-keys the dates on an existing term row.
      *> The code and description stay put; a term whose code was
               "  END: " TERM-END-DATE
           DISPLAY "  ADD/DROP: " TERM-ADD-DROP-DATE
               "  GRADING: " TERM-GRADE-DEADLINE
               "  CENSUS: " TERM-CENSUS-DATE

           PERFORM ACCEPT-TERM-DATES

               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-CENSUS-IN-TERM
           IF WS-DATE-VALID = "N"
               DISPLAY "***ERROR: CENSUS DATE IS OUTSIDE THE TERM - "
                   "NO CHANGES WRITTEN.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               CLOSE TERM-FILE
               PERFORM RELEASE-RECORD-LOCK
               EXIT PARAGRAPH
           END-IF

           REWRITE TERM-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO UPDATE TERM.***"

           DISPLAY "-------------------------------------------------"
           DISPLAY "TERM   | DESCRIPTION          | START    | END   "
               "   | ADD/DROP | GRADING  | CENSUS"
           DISPLAY "-------------------------------------------------"

           OPEN INPUT TERM-FILE
                       DISPLAY TERM-CODE " | " TERM-DESC " | "
                           TERM-START-DATE " | " TERM-END-DATE " | "
                           TERM-ADD-DROP-DATE " | "
                           TERM-GRADE-DEADLINE " | "
                           TERM-CENSUS-DATE
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
