      *> fields, move the pricing date (YYYYMMDD) to
      *> WS-FEE-ASOF-DATE, then PERFORM GET-EFFECTIVE-RATE - the
      *> answer lands in WS-FEE-RATE/WS-FEE-RATE-FOUND.
      *>
      *> PRICE-TERM-TUITION prices a whole term's load from the
      *> banded schedule: move the load to WS-FEE-TERM-CREDITS and
      *> the term's start date to WS-FEE-ASOF-DATE, and the term's
      *> tuition lands in WS-FEE-TERM-TUITION.
      *>
      *> GET-HOUSING-RATE prices a residence bed for a term: move
      *> the bed's rate code to WS-FEE-HOUSING-CODE and the term's
      *> start date to WS-FEE-ASOF-DATE; the term charge lands in
      *> WS-FEE-RATE/WS-FEE-RATE-FOUND and its description in
      *> WS-FEE-HOUSING-DESC.
      *>---------------------------------------------------------------
       GET-EFFECTIVE-RATE.
           MOVE "N"    TO WS-FEE-RATE-FOUND
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.

      *>-----------------------------------------------------------
      *> PRICE-TERM-TUITION - a term load under the board's band
      *> bills credit by credit at the rate in force; a load inside
      *> the band bills the flat "B" block charge; a load past it
      *> bills the block plus each extra credit at the rate.  With
      *> no "B" row in force the band does not apply and every
      *> credit bills at the rate, the way seats were always priced.
      *>-----------------------------------------------------------
       PRICE-TERM-TUITION.
           PERFORM GET-EFFECTIVE-RATE
           IF WS-FEE-RATE-FOUND = "N"
               MOVE WS-FEE-FALLBACK-RATE TO WS-FEE-RATE
           END-IF

           MOVE "N"    TO WS-FEE-BLOCK-FOUND
           MOVE "N"    TO WS-FEE-EOF
           MOVE 0      TO WS-FEE-BLOCK-AMOUNT
           MOVE SPACES TO WS-FEE-BLOCK-DATE
           OPEN INPUT FEE-FILE
           PERFORM UNTIL WS-FEE-EOF = "Y"
               READ FEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FEE-EOF
                   NOT AT END
                       IF FEE-TYPE = "B"
                           AND FEE-EFF-DATE NOT > WS-FEE-ASOF-DATE
                           AND FEE-EFF-DATE > WS-FEE-BLOCK-DATE
                           MOVE FEE-EFF-DATE TO WS-FEE-BLOCK-DATE
                           MOVE FEE-AMOUNT   TO WS-FEE-BLOCK-AMOUNT
                           MOVE "Y"          TO WS-FEE-BLOCK-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE

           EVALUATE TRUE
               WHEN WS-FEE-BLOCK-FOUND = "N"
                   OR WS-FEE-TERM-CREDITS < WS-FEE-BLOCK-LOW
                   COMPUTE WS-FEE-TERM-TUITION =
                       WS-FEE-TERM-CREDITS * WS-FEE-RATE
               WHEN WS-FEE-TERM-CREDITS NOT > WS-FEE-BLOCK-HIGH
                   MOVE WS-FEE-BLOCK-AMOUNT TO WS-FEE-TERM-TUITION
               WHEN OTHER
                   COMPUTE WS-FEE-TERM-TUITION = WS-FEE-BLOCK-AMOUNT
                       + (WS-FEE-TERM-CREDITS - WS-FEE-BLOCK-HIGH)
                       * WS-FEE-RATE
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> GET-HOUSING-RATE - the "H" row for the rate code with the
      *> latest effective date not after WS-FEE-ASOF-DATE, the same
      *> rule GET-EFFECTIVE-RATE applies to tuition.  No row in
      *> force leaves WS-FEE-RATE-FOUND "N"; there is no fallback
      *> housing rate.
      *>-----------------------------------------------------------
       GET-HOUSING-RATE.
           MOVE "N"    TO WS-FEE-RATE-FOUND
           MOVE "N"    TO WS-FEE-EOF
           MOVE 0      TO WS-FEE-RATE
           MOVE SPACES TO WS-FEE-BEST-DATE
           MOVE SPACES TO WS-FEE-HOUSING-DESC

           OPEN INPUT FEE-FILE
           PERFORM UNTIL WS-FEE-EOF = "Y"
               READ FEE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FEE-EOF
                   NOT AT END
                       IF FEE-TYPE = "H"
                           AND FEE-COURSE = WS-FEE-HOUSING-CODE
                           AND FEE-EFF-DATE NOT > WS-FEE-ASOF-DATE
                           AND FEE-EFF-DATE > WS-FEE-BEST-DATE
                           MOVE FEE-EFF-DATE TO WS-FEE-BEST-DATE
                           MOVE FEE-AMOUNT   TO WS-FEE-RATE
                           MOVE FEE-DESC     TO WS-FEE-HOUSING-DESC
                           MOVE "Y"          TO WS-FEE-RATE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEE-FILE.
