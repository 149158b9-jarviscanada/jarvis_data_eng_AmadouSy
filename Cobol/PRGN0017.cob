               "ACROSS ALL COURSES), OR 0 FOR UNLIMITED (3 DIGITS) >>"
           ACCEPT INSTR-MAX-LOAD

           DISPLAY "ENTER E-MAIL ADDRESS (MAX 30 CHARS), OR BLANK "
               "IF NONE >>"
           ACCEPT INSTR-EMAIL

           MOVE "A" TO INSTR-STATUS

           MOVE "INSTR"  TO WS-LOCK-TYPE
