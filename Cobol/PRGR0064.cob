                           EVALUATE BILL-TYPE
                               WHEN "C"
                               WHEN "R"
                               WHEN "D"
                               WHEN "W"
                               WHEN "T"
                               WHEN "N"
                               WHEN "B"
                                   ADD BILL-AMOUNT TO WS-BALANCE
                               WHEN "P"
                               WHEN "A"
                               WHEN "F"
                               WHEN "M"
                               WHEN "K"
                                   SUBTRACT BILL-AMOUNT FROM WS-BALANCE
                           END-EVALUATE
                       END-IF
