      *>---------------------------------------------------------------
      *> COAVAL.CPY
      *> Shared cost-of-attendance paragraphs, so award entry
      *> (PRGF0081), disbursement (PRGF0082) and the over-award
      *> report (PRGR0161) measure aid against the same budget.
      *>
      *> GET-STUDENT-BUDGET - move the student, term and the
      *> student's F-CAMPUS to WS-COA-STUDENT/-TERM/-CAMPUS; the
      *> budget lands in WS-COA-FOUND and WS-COA-TOTAL (and its
      *> parts).  The caller must SELECT COA-BUDGET-FILE
      *> ("coa-budgets.txt", key COA-KEY, status WS-COA-STATUS),
      *> COA-ASSIGN-FILE ("coa-assignments.txt", key CASG-KEY,
      *> status WS-CASG-STATUS), TERM-FILE and FEE-FILE, and COPY
      *> FEEVAL.CPY alongside this member.  Every file is opened and
      *> closed here.
      *>
      *> SUM-TERM-AWARDS - totals WS-COA-STUDENT's awards for
      *> WS-COA-TERM into WS-COA-AWARDED/WS-COA-DISBURSED.  The
      *> caller SELECTs AWARD-FILE ("aid-awards.txt", key AWARD-KEY)
      *> and has it open already (INPUT or I-O); the scan moves
      *> the file position and overwrites AID-AWARD-RECORD, so a
      *> caller in the middle of its own pass saves and re-reads
      *> its record afterwards.
      *>---------------------------------------------------------------
       GET-STUDENT-BUDGET.
           MOVE "N"    TO WS-COA-FOUND
           MOVE SPACES TO WS-COA-CATEGORY
           MOVE 0      TO WS-COA-TUITION
           MOVE 0      TO WS-COA-HOUSING
           MOVE 0      TO WS-COA-BOOKS
           MOVE 0      TO WS-COA-LIVING
           MOVE 0      TO WS-COA-TOTAL

           MOVE WS-COA-STUDENT TO CASG-STUDENT-ID
           MOVE WS-COA-TERM    TO CASG-TERM
           OPEN INPUT COA-ASSIGN-FILE
           IF WS-CASG-STATUS NOT = "00"
               MOVE "A" TO WS-COA-FOUND
               EXIT PARAGRAPH
           END-IF
           READ COA-ASSIGN-FILE
               INVALID KEY
                   MOVE "A" TO WS-COA-FOUND
               NOT INVALID KEY
                   MOVE CASG-CATEGORY TO WS-COA-CATEGORY
           END-READ
           CLOSE COA-ASSIGN-FILE
           IF WS-COA-FOUND = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE "B" TO WS-COA-FOUND
           OPEN INPUT COA-BUDGET-FILE
           IF WS-COA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COA-TERM     TO COA-TERM
           MOVE WS-COA-CAMPUS   TO COA-CAMPUS
           MOVE WS-COA-CATEGORY TO COA-CATEGORY
           READ COA-BUDGET-FILE
               INVALID KEY
                   MOVE SPACES TO COA-CAMPUS
                   READ COA-BUDGET-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-COA-FOUND
                   END-READ
               NOT INVALID KEY
                   MOVE "Y" TO WS-COA-FOUND
           END-READ
           CLOSE COA-BUDGET-FILE
           IF WS-COA-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *> Priced as of the term's first day; a term missing from the
      *> calendar is priced at today's rate.
           ACCEPT WS-FEE-ASOF-DATE FROM DATE YYYYMMDD
           MOVE WS-COA-TERM TO TERM-CODE
           OPEN INPUT TERM-FILE
           READ TERM-FILE
               NOT INVALID KEY
                   MOVE TERM-START-DATE TO WS-FEE-ASOF-DATE
           END-READ
           CLOSE TERM-FILE
           MOVE COA-CREDITS TO WS-FEE-TERM-CREDITS
           PERFORM PRICE-TERM-TUITION

           MOVE WS-FEE-TERM-TUITION TO WS-COA-TUITION
           MOVE COA-HOUSING TO WS-COA-HOUSING
           MOVE COA-BOOKS   TO WS-COA-BOOKS
           MOVE COA-LIVING  TO WS-COA-LIVING
           COMPUTE WS-COA-TOTAL = WS-COA-TUITION + WS-COA-HOUSING
               + WS-COA-BOOKS + WS-COA-LIVING.

       SUM-TERM-AWARDS.
           MOVE 0   TO WS-COA-AWARDED
           MOVE 0   TO WS-COA-DISBURSED
           MOVE "N" TO WS-COA-AWARD-EOF
           MOVE WS-COA-STUDENT TO AWARD-STUDENT-ID
           MOVE LOW-VALUES     TO AWARD-CODE
           MOVE LOW-VALUES     TO AWARD-TERM
           START AWARD-FILE KEY IS NOT LESS THAN AWARD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-COA-AWARD-EOF
           END-START
           PERFORM UNTIL WS-COA-AWARD-EOF = "Y"
               READ AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COA-AWARD-EOF
                   NOT AT END
                       IF AWARD-STUDENT-ID NOT = WS-COA-STUDENT
                           MOVE "Y" TO WS-COA-AWARD-EOF
                       ELSE
                           IF AWARD-TERM = WS-COA-TERM
                               PERFORM SUM-ONE-TERM-AWARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUM-ONE-TERM-AWARD.
           EVALUATE AWARD-STATUS
               WHEN "O"
               WHEN "A"
                   ADD AWARD-AMOUNT TO WS-COA-AWARDED
               WHEN "D"
                   ADD AWARD-AMOUNT TO WS-COA-AWARDED
                   ADD AWARD-AMOUNT TO WS-COA-DISBURSED
               WHEN "R"
                   COMPUTE WS-COA-AWARDED = WS-COA-AWARDED
                       + AWARD-AMOUNT - AWARD-RETURNED-AMOUNT
                   COMPUTE WS-COA-DISBURSED = WS-COA-DISBURSED
                       + AWARD-AMOUNT - AWARD-RETURNED-AMOUNT
           END-EVALUATE.
