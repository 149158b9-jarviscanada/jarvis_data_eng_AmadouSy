           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-CHARGES
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   ADD BILL-AMOUNT TO WS-PAYMENTS
           END-EVALUATE.

