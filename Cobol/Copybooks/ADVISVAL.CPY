      *>---------------------------------------------------------------
      *> ADVISVAL.CPY
      *> Shared bulk-reassignment paragraph for advisor-assignments.txt,
      *> used by PRGF0142's reassign action and by PRGD0046 when the
      *> advisor is deactivated, so both move advisees the same way.
      *>
      *> The calling program must COPY "ADVISWS.CPY" for the
      *> working-storage fields, SELECT ADVISOR-FILE (keyed
      *> ADV-STUDENT-ID, FILE STATUS WS-ADV-STATUS) FDed with COPY
      *> "ADVISREC.CPY", and COPY the AUDITWS/AUDITVAL pair - every
      *> moved advisee gets its own audit row.  The paragraph opens
      *> and closes ADVISOR-FILE itself.
      *>
      *> Usage: move the advisor giving up advisees to
      *> WS-ADV-FROM-INSTR, the new advisor (or SPACES to leave them
      *> unassigned) to WS-ADV-TO-INSTR, the operator and date to
      *> WS-ADV-OPERATOR/WS-ADV-TODAY and the caller's PROGRAM-ID to
      *> WS-ADV-PROGRAM, PERFORM REASSIGN-ADVISEES and read the count
      *> back from WS-ADV-COUNT.
      *>---------------------------------------------------------------
       REASSIGN-ADVISEES.
           MOVE 0   TO WS-ADV-COUNT
           MOVE "N" TO WS-ADV-EOF
           OPEN I-O ADVISOR-FILE
           IF WS-ADV-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ADV-EOF = "Y"
               READ ADVISOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ADV-EOF
                   NOT AT END
                       IF ADV-INSTR-ID = WS-ADV-FROM-INSTR
                           MOVE ADVISOR-RECORD  TO WS-ADV-SAVE-RECORD
                           MOVE ADV-INSTR-ID    TO ADV-PRIOR-INSTR-ID
                           MOVE WS-ADV-TO-INSTR TO ADV-INSTR-ID
                           MOVE WS-ADV-TODAY    TO ADV-EFFECTIVE-DATE
                           MOVE WS-ADV-OPERATOR TO ADV-ASSIGNED-BY
                           REWRITE ADVISOR-RECORD
                               INVALID KEY
                                   DISPLAY "***ERROR: UNABLE TO "
                                       "REASSIGN " ADV-STUDENT-ID "***"
                               NOT INVALID KEY
                                   ADD 1 TO WS-ADV-COUNT
                                   PERFORM LOG-ADVISEE-MOVE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADVISOR-FILE.

       LOG-ADVISEE-MOVE.
           MOVE SPACES             TO WS-AUDIT-BEFORE
           MOVE SPACES             TO WS-AUDIT-AFTER
           MOVE WS-ADV-SAVE-RECORD TO WS-AUDIT-BEFORE(1:28)
           MOVE ADVISOR-RECORD     TO WS-AUDIT-AFTER(1:28)
           MOVE WS-ADV-PROGRAM     TO AUDIT-PROGRAM
           MOVE ADV-STUDENT-ID     TO AUDIT-STUDENT-ID
           MOVE "ADVREASN"         TO AUDIT-OPERATION
           PERFORM WRITE-AUDIT-LOG.
