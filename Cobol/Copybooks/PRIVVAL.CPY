      *>---------------------------------------------------------------
      *> PRIVVAL.CPY
      *> Shared paragraphs that answer "has this student asked that
      *> nothing about them be released?", so every extract,
      *> distribution and inquiry program applies the same rule from
      *> the same file.  The calling program must SELECT PRIVACY-FILE
      *> ASSIGN TO "privacy-blocks.txt" ORGANIZATION IS INDEXED with
      *> RECORD KEY PRIV-STUDENT-ID and FILE STATUS
      *> WS-PRIV-FILE-STATUS, FD it with COPY "PRIVREC.CPY", COPY
      *> "PRIVWS.CPY" for the working-storage fields, move the
      *> student ID to WS-PRIV-STUDENT, then PERFORM
      *> CHECK-PRIVACY-BLOCK - the answer lands in WS-PRIV-BLOCKED.
      *> No privacy file yet means nobody has asked.
      *>---------------------------------------------------------------
       CHECK-PRIVACY-BLOCK.
           ACCEPT WS-PRIV-TODAY FROM DATE YYYYMMDD
           MOVE "N" TO WS-PRIV-BLOCKED

           OPEN INPUT PRIVACY-FILE
           IF WS-PRIV-FILE-STATUS = "00"
               MOVE WS-PRIV-STUDENT TO PRIV-STUDENT-ID
               READ PRIVACY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRIV-START-DATE NOT > WS-PRIV-TODAY
                           AND (PRIV-END-DATE = SPACES
                             OR PRIV-END-DATE > WS-PRIV-TODAY)
                           MOVE "Y" TO WS-PRIV-BLOCKED
                       END-IF
               END-READ
               CLOSE PRIVACY-FILE
           END-IF.

      *>---------------------------------------------------------------
      *> SHOW-PRIVACY-BANNER - the warning an inquiry screen puts
      *> above a blocked student's details, so whoever is at the
      *> counter or on the phone does not confirm the student is
      *> even enrolled.  Shows nothing unless WS-PRIV-BLOCKED = "Y".
      *>---------------------------------------------------------------
       SHOW-PRIVACY-BANNER.
           IF WS-PRIV-BLOCKED NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "*************************************************"
           DISPLAY "*                                               *"
           DISPLAY "*     CONFIDENTIAL  -  DO NOT RELEASE           *"
           DISPLAY "*                                               *"
           DISPLAY "*  PRIVACY BLOCK ON FILE - DO NOT CONFIRM OR    *"
           DISPLAY "*  DISCLOSE ANYTHING ABOUT THIS STUDENT,        *"
           DISPLAY "*  INCLUDING THAT THEY ATTEND.                  *"
           DISPLAY "*************************************************".
