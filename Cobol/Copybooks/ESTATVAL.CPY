      *>---------------------------------------------------------------
      *> ESTATVAL.CPY
      *> Shared paragraph that works out a student's enrollment
      *> status (full-time, three-quarter, half-time or less) for a
      *> term from the C-CREDITS of their student-course.txt rows,
      *> so a verification letter and the clearinghouse extract can
      *> never certify the same student two different ways.
      *>
      *> The calling program must SELECT ENROLLMENT-FILE,
      *> COURSE-MASTER-FILE and ESTAT-PARM-FILE (ASSIGN TO
      *> "enrollment-status-parms.txt", LINE SEQUENTIAL, FILE STATUS
      *> WS-EST-PARM-STATUS, FD record ESTAT-PARM-LINE PIC X(40)),
      *> COPY "ESTATWS.CPY", move WS-EST-STUDENT and WS-EST-TERM,
      *> then PERFORM GET-ENROLLMENT-STATUS with ENROLLMENT-FILE and
      *> COURSE-MASTER-FILE closed.  The answer lands in
      *> WS-EST-CREDITS, WS-EST-STATUS and WS-EST-STATUS-NAME.
      *>
      *> enrollment-status-parms.txt holds one line per threshold
      *> set, "<term>,<full>,<three-quarter>,<half>" - e.g.
      *> "ALL,12,9,6" and "2026SU,6,5,3".  Lines starting "*" are
      *> comments.  No file at all means the standard 12/9/6.
      *>
      *> A W row is a withdrawal and an audit row earns nothing, so
      *> neither counts toward the load.
      *>---------------------------------------------------------------
       GET-ENROLLMENT-STATUS.
           PERFORM EST-LOAD-THRESHOLDS

           MOVE 0 TO WS-EST-CREDITS
           MOVE "N" TO WS-EST-EOF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT COURSE-MASTER-FILE
           MOVE WS-EST-STUDENT TO EN-STUDENT-ID
           MOVE LOW-VALUES     TO EN-COURSE
           MOVE LOW-VALUES     TO EN-SECTION
           START ENROLLMENT-FILE KEY IS NOT LESS THAN EN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EST-EOF
           END-START

           PERFORM UNTIL WS-EST-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EST-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT = WS-EST-STUDENT
                           MOVE "Y" TO WS-EST-EOF
                       ELSE
                           IF EN-TERM = WS-EST-TERM
                               AND EN-GRADE NOT = "W"
                               AND EN-BASIS NOT = "A"
                               MOVE EN-COURSE  TO C-CODE
                               MOVE EN-SECTION TO C-SECTION
                               READ COURSE-MASTER-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD C-CREDITS TO WS-EST-CREDITS
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           CLOSE COURSE-MASTER-FILE

           EVALUATE TRUE
               WHEN WS-EST-CREDITS NOT < WS-EST-FULL-CREDITS
                   MOVE "F" TO WS-EST-STATUS
                   MOVE "FULL-TIME" TO WS-EST-STATUS-NAME
               WHEN WS-EST-CREDITS NOT < WS-EST-THREEQ-CREDITS
                   MOVE "Q" TO WS-EST-STATUS
                   MOVE "THREE-QUARTER-TIME" TO WS-EST-STATUS-NAME
               WHEN WS-EST-CREDITS NOT < WS-EST-HALF-CREDITS
                   MOVE "H" TO WS-EST-STATUS
                   MOVE "HALF-TIME" TO WS-EST-STATUS-NAME
               WHEN OTHER
                   MOVE "L" TO WS-EST-STATUS
                   MOVE "LESS THAN HALF-TIME" TO WS-EST-STATUS-NAME
           END-EVALUATE.

      *>-----------------------------------------------------------
      *> EST-LOAD-THRESHOLDS - the term's own parameter line if
      *> there is one, otherwise the "ALL" line, otherwise the
      *> standard figures ESTATWS.CPY starts with.
      *>-----------------------------------------------------------
       EST-LOAD-THRESHOLDS.
           MOVE 12  TO WS-EST-FULL-CREDITS
           MOVE 9   TO WS-EST-THREEQ-CREDITS
           MOVE 6   TO WS-EST-HALF-CREDITS
           MOVE "N" TO WS-EST-TERM-HIT
           MOVE "N" TO WS-EST-EOF

           OPEN INPUT ESTAT-PARM-FILE
           IF WS-EST-PARM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-EST-EOF = "Y"
               READ ESTAT-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EST-EOF
                   NOT AT END
                       IF ESTAT-PARM-LINE(1:1) NOT = "*"
                           AND ESTAT-PARM-LINE NOT = SPACES
                           MOVE SPACES TO WS-EST-PARM-TERM
                           MOVE SPACES TO WS-EST-PARM-FULL
                           MOVE SPACES TO WS-EST-PARM-THREEQ
                           MOVE SPACES TO WS-EST-PARM-HALF
                           UNSTRING ESTAT-PARM-LINE DELIMITED BY ","
                               INTO WS-EST-PARM-TERM WS-EST-PARM-FULL
                                    WS-EST-PARM-THREEQ WS-EST-PARM-HALF
                           IF WS-EST-PARM-TERM = WS-EST-TERM
                               OR (WS-EST-PARM-TERM = "ALL"
                                   AND WS-EST-TERM-HIT = "N")
                               COMPUTE WS-EST-FULL-CREDITS =
                                   FUNCTION NUMVAL(WS-EST-PARM-FULL)
                               COMPUTE WS-EST-THREEQ-CREDITS =
                                   FUNCTION NUMVAL(WS-EST-PARM-THREEQ)
                               COMPUTE WS-EST-HALF-CREDITS =
                                   FUNCTION NUMVAL(WS-EST-PARM-HALF)
                               IF WS-EST-PARM-TERM = WS-EST-TERM
                                   MOVE "Y" TO WS-EST-TERM-HIT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ESTAT-PARM-FILE
           MOVE "N" TO WS-EST-EOF.
