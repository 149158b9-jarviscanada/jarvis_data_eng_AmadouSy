      *>---------------------------------------------------------------
      *> CATYRVAL.CPY
      *> Shared catalog-year paragraphs, so declaring a program,
      *> auditing it and judging graduation all agree on which
      *> year's requirements a student is held to.
      *>
      *> The calling program must SELECT DEGREE-FILE ASSIGN TO
      *> "degree-programs.txt" (INDEXED, RECORD KEY DEG-KEY, FILE
      *> STATUS WS-DEGREE-STATUS), FD it with DEGREEREC.CPY, and
      *> COPY "CATYRWS.CPY".
      *>
      *> GET-CATALOG-YEAR - sets WS-CAT-CURRENT-YEAR to the academic
      *> year a program declared today is recorded under: the year
      *> itself from July on, the year before until then, so a
      *> spring declaration belongs to the catalog published the
      *> fall before.
      *>
      *> FIND-CATALOG-REQUIREMENTS - move WS-CAT-PROGRAM and
      *> WS-CAT-YEAR (SPACES when the student has none) and PERFORM
      *> it with DEGREE-FILE closed.  When WS-CAT-FOUND is "Y",
      *> DEGREE-PROGRAM-RECORD holds the governing row and
      *> WS-CAT-RULE-YEAR its catalog year: the latest row not later
      *> than the student's year, or the program's oldest row when
      *> the student's year predates them all or is blank.
      *>---------------------------------------------------------------
       GET-CATALOG-YEAR.
           ACCEPT WS-CAT-TODAY FROM DATE YYYYMMDD
           MOVE WS-CAT-TODAY(1:4) TO WS-CAT-YEAR-NUM
           IF WS-CAT-TODAY(5:2) < "07"
               SUBTRACT 1 FROM WS-CAT-YEAR-NUM
           END-IF
           MOVE WS-CAT-YEAR-NUM TO WS-CAT-CURRENT-YEAR.

      *>-----------------------------------------------------------
      *> FIND-CATALOG-REQUIREMENTS - rows for one program come back
      *> in ascending catalog year, so the scan keeps the last one
      *> not past the student's year and stops at the first one
      *> beyond it.
      *>-----------------------------------------------------------
       FIND-CATALOG-REQUIREMENTS.
           MOVE "N" TO WS-CAT-FOUND
           MOVE "N" TO WS-CAT-EOF
           MOVE SPACES TO WS-CAT-RULE-YEAR

           OPEN INPUT DEGREE-FILE
           IF WS-DEGREE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CAT-PROGRAM TO DEG-CODE
           MOVE LOW-VALUES     TO DEG-CATALOG-YEAR
           START DEGREE-FILE KEY IS NOT LESS THAN DEG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CAT-EOF
           END-START

           PERFORM UNTIL WS-CAT-EOF = "Y"
               READ DEGREE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAT-EOF
                   NOT AT END
                       IF DEG-CODE NOT = WS-CAT-PROGRAM
                           MOVE "Y" TO WS-CAT-EOF
                       ELSE
                           IF WS-CAT-FOUND = "N"
                               OR (WS-CAT-YEAR NOT = SPACES
                                   AND DEG-CATALOG-YEAR
                                       NOT > WS-CAT-YEAR)
                               MOVE DEGREE-PROGRAM-RECORD
                                   TO WS-CAT-SAVE-RECORD
                               MOVE "Y" TO WS-CAT-FOUND
                           ELSE
                               MOVE "Y" TO WS-CAT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEGREE-FILE

           IF WS-CAT-FOUND = "Y"
               MOVE WS-CAT-SAVE-RECORD TO DEGREE-PROGRAM-RECORD
               MOVE DEG-CATALOG-YEAR   TO WS-CAT-RULE-YEAR
           END-IF.
