      *>---------------------------------------------------------------
      *> LDROPVAL.CPY
      *> Shared paragraph deciding whether a course drop falls after
      *> its term's add/drop deadline, so every program that takes a
      *> student out of a section (PRGE0012, PRGU0003, PRGW0035,
      *> PRGX0104) applies the same withdrawal rule: on or before
      *> TERM-ADD-DROP-DATE the enrollment row is deleted as though
      *> it never happened; after it, the row stays on file with
      *> grade "W" - no GPA effect, printed on the transcript and
      *> rolled to enrollment-history.txt by PRGT0023 like any
      *> graded row, so the term's W counts survive.
      *>
      *> The calling program must SELECT TERM-FILE ASSIGN TO
      *> "term-calendar.txt" ORGANIZATION IS INDEXED with RECORD
      *> KEY TERM-CODE, FD it with COPY "TERMREC.CPY", COPY
      *> "LDROPWS.CPY" for the working-storage fields, move the
      *> row's EN-TERM to WS-LATE-DROP-TERM and the drop's date to
      *> WS-LATE-DROP-DATE, then PERFORM CHECK-LATE-DROP - the
      *> answer lands in WS-LATE-DROP.  A row whose term is blank
      *> or not on the calendar is treated as an early drop, the
      *> behavior before the calendar existed.
      *>---------------------------------------------------------------
       CHECK-LATE-DROP.
           MOVE "N" TO WS-LATE-DROP

           IF WS-LATE-DROP-TERM NOT = SPACES
               MOVE WS-LATE-DROP-TERM TO TERM-CODE
               OPEN INPUT TERM-FILE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TERM-ADD-DROP-DATE NOT = SPACES
                           AND WS-LATE-DROP-DATE > TERM-ADD-DROP-DATE
                           MOVE "Y" TO WS-LATE-DROP
                       END-IF
               END-READ
               CLOSE TERM-FILE
           END-IF.
