      *>---------------------------------------------------------------
      *> REVVAL.CPY
      *> Shared paragraph that appends one attribution row to the
      *> revenue ledger (revenue-ledger.txt, REVLEDREC.CPY) for a
      *> seat charge, course fee or refund just posted to
      *> billing-ledger.txt.
      *>
      *> The calling program must SELECT REVENUE-LEDGER-FILE ASSIGN
      *> TO "revenue-ledger.txt" ORGANIZATION IS LINE SEQUENTIAL
      *> with FILE STATUS WS-RVL-STATUS, FD it with
      *> COPY "REVLEDREC.CPY", COPY "REVWS.CPY", fill the WS-RVL-*
      *> fields and PERFORM POST-REVENUE-ROW.  A row with neither
      *> an amount nor credits writes nothing.
      *>---------------------------------------------------------------
       POST-REVENUE-ROW.
           IF WS-RVL-AMOUNT = 0 AND WS-RVL-CREDITS = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RVL-STUDENT   TO RVL-STUDENT-ID
           MOVE WS-RVL-TERM      TO RVL-TERM
           MOVE WS-RVL-COURSE    TO RVL-COURSE
           MOVE WS-RVL-SECTION   TO RVL-SECTION
           MOVE WS-RVL-KIND      TO RVL-KIND
           MOVE WS-RVL-CREDITS   TO RVL-CREDITS
           MOVE WS-RVL-AMOUNT    TO RVL-AMOUNT
           MOVE WS-RVL-POST-DATE TO RVL-POST-DATE
           MOVE WS-RVL-BILL-SEQ  TO RVL-BILL-SEQ

           OPEN EXTEND REVENUE-LEDGER-FILE
           IF WS-RVL-STATUS NOT = "00"
               CLOSE REVENUE-LEDGER-FILE
               OPEN OUTPUT REVENUE-LEDGER-FILE
           END-IF
           WRITE REVENUE-LEDGER-RECORD
           CLOSE REVENUE-LEDGER-FILE.
