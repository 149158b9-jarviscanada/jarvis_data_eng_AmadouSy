      *>---------------------------------------------------------------
      *> OFFERVAL.CPY
      *> Shared CHECK-SECTION-OFFERED paragraph: is a course section
      *> on the schedule of classes for a term?  The calling program
      *> must SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
      *> ORGANIZATION IS INDEXED with RECORD KEY OFR-KEY and FILE
      *> STATUS WS-OFR-STATUS, FD it with COPY "OFFERREC.CPY", and
      *> COPY "OFFERWS.CPY" for the working-storage fields.
      *>
      *> Move the term, course and section to WS-OFR-TERM/
      *> WS-OFR-COURSE/WS-OFR-SECTION; WS-OFR-OFFERED comes back "N"
      *> when this section's row for the term is cancelled ("X"), or
      *> when it has no row and the term has open offerings on file.
      *> A term nobody has scheduled yet (no rows, or only cancelled
      *> ones - PRGX0104 leaves an "X" row behind for a section it
      *> cancels) or no term at all is unrestricted, so nothing
      *> changes until the registrar loads a schedule - the same
      *> rule the registration windows follow.
      *>---------------------------------------------------------------
       CHECK-SECTION-OFFERED.
           MOVE "Y" TO WS-OFR-OFFERED
           MOVE "N" TO WS-OFR-TERM-LOADED
           IF WS-OFR-TERM = SPACES
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT OFFERING-FILE
           IF WS-OFR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OFR-TERM    TO OFR-TERM
           MOVE WS-OFR-COURSE  TO OFR-COURSE
           MOVE WS-OFR-SECTION TO OFR-SECTION
           READ OFFERING-FILE
               INVALID KEY
                   PERFORM CHECK-TERM-LOADED
                   IF WS-OFR-TERM-LOADED = "Y"
                       MOVE "N" TO WS-OFR-OFFERED
                   END-IF
               NOT INVALID KEY
                   IF OFR-STATUS = "X"
                       MOVE "N" TO WS-OFR-OFFERED
                   ELSE
                       MOVE "Y" TO WS-OFR-TERM-LOADED
                   END-IF
           END-READ
           CLOSE OFFERING-FILE.

      *>-----------------------------------------------------------
      *> CHECK-TERM-LOADED - does WS-OFR-TERM have at least one open
      *> offering?  Cancelled rows are read past: a term whose only
      *> rows are cancellations has no schedule to hold adds to.
      *>-----------------------------------------------------------
       CHECK-TERM-LOADED.
           MOVE "N" TO WS-OFR-SCAN-EOF
           MOVE WS-OFR-TERM TO OFR-TERM
           MOVE LOW-VALUES  TO OFR-COURSE
           MOVE LOW-VALUES  TO OFR-SECTION
           START OFFERING-FILE KEY IS NOT LESS THAN OFR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OFR-SCAN-EOF
           END-START
           PERFORM UNTIL WS-OFR-SCAN-EOF = "Y"
               READ OFFERING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OFR-SCAN-EOF
                   NOT AT END
                       IF OFR-TERM NOT = WS-OFR-TERM
                           MOVE "Y" TO WS-OFR-SCAN-EOF
                       ELSE
                           IF OFR-STATUS NOT = "X"
                               MOVE "Y" TO WS-OFR-TERM-LOADED
                               MOVE "Y" TO WS-OFR-SCAN-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
