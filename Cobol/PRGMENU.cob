       01 WS-MENU-USED      PIC 9(3) VALUE 0.             *> Option entries loaded
       01 WS-MENU-IX        PIC 9(3) VALUE 0.             *> Option-table subscript
       01 WS-MENU-TABLE.
           05 WS-MENU-ENTRY OCCURS 400 TIMES.
               10 WS-MENU-SECTION  PIC X(1).
               10 WS-MENU-NUMBER   PIC 9(3).
               10 WS-MENU-PROGRAM  PIC X(8).
               10 WS-MENU-ROLE     PIC X(1).
               10 WS-MENU-DESC     PIC X(45).
      *>         The whole menu, loaded once at startup - 400 slots
      *>         is roughly double what the system carries today.
       01 WS-IN-SECTION     PIC X(1).                     *> Parsed section letter
       01 WS-IN-NUMBER      PIC X(3).                     *> Parsed option number
               STOP RUN
           END-IF

           *> An instructor login is the same kind of confinement:
           *> PRGM0181's menu, scoped to the sections it teaches.
           IF WS-ACT-ROLE = "I"
               CALL "PRGM0181"
               PERFORM STAMP-SESSION-LOGOUT
               DISPLAY "Exiting program. Goodbye!"
               STOP RUN
           END-IF

           PERFORM LOAD-MENU-DEFINITIONS
           IF WS-MENU-USED = 0
               DISPLAY "***ERROR: menu-definitions.txt IS MISSING "

           IF WS-IN-PROGRAM NOT = SPACES
               AND WS-IN-NUMBER NOT = SPACES
               AND WS-MENU-USED < 400
               ADD 1 TO WS-MENU-USED
               MOVE WS-IN-SECTION TO
                   WS-MENU-SECTION(WS-MENU-USED)
