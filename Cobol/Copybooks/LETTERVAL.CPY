      *>---------------------------------------------------------------
      *> LETTERVAL.CPY
      *> Shared letter-template paragraphs: find and load one
      *> template from letter-templates.txt and merge its tokens,
      *> so PRGS0109's mailed letters and PRGS0137's verification
      *> letters read templates the same way.
      *>
      *> letter-templates.txt layout: one "TPL,<code>,<subject>"
      *> header line per letter, followed by its body lines, closed
      *> by a line reading just "END".  Body lines may carry
      *> &TOKEN& substitutions anywhere; which tokens exist is up to
      *> the program doing the merging.
      *>
      *> The calling program must SELECT TEMPLATE-FILE ASSIGN TO
      *> "letter-templates.txt" ORGANIZATION IS LINE SEQUENTIAL FILE
      *> STATUS IS WS-TPL-STATUS, FD it with 01 TEMPLATE-LINE
      *> PIC X(80), and COPY "LETTERWS.CPY".  Move the code to
      *> WS-TPL-CODE and PERFORM LOAD-TEMPLATE (WS-TPL-FOUND says
      *> whether it was there); then, per letter, SET-LETTER-TOKEN
      *> each value and PERFORM MERGE-ONE-LINE for each WS-TPL-IX -
      *> the result is in WS-MERGED-LINE.
      *>---------------------------------------------------------------
      *>-----------------------------------------------------------
      *> LOAD-TEMPLATE - finds the wanted "TPL" header and loads
      *> its body lines up to the closing END line.
      *>-----------------------------------------------------------
       LOAD-TEMPLATE.
           MOVE "N" TO WS-TPL-FOUND
           MOVE 0   TO WS-TPL-LINES
           MOVE "N" TO WS-TPL-EOF

           OPEN INPUT TEMPLATE-FILE
           IF WS-TPL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TPL-EOF = "Y"
               READ TEMPLATE-FILE
                   AT END
                       MOVE "Y" TO WS-TPL-EOF
                   NOT AT END
                       IF WS-TPL-FOUND = "N"
                           IF TEMPLATE-LINE(1:4) = "TPL,"
                               MOVE SPACES TO WS-REC-TAG
                               MOVE SPACES TO WS-HDR-CODE
                               MOVE SPACES TO WS-TPL-SUBJECT
                               UNSTRING TEMPLATE-LINE
                                   DELIMITED BY ","
                                   INTO WS-REC-TAG WS-HDR-CODE
                                        WS-TPL-SUBJECT
                               IF WS-HDR-CODE = WS-TPL-CODE
                                   MOVE "Y" TO WS-TPL-FOUND
                               END-IF
                           END-IF
                       ELSE
                           IF TEMPLATE-LINE = "END"
                               MOVE "Y" TO WS-TPL-EOF
                           ELSE
                               IF WS-TPL-LINES < 30
                                   ADD 1 TO WS-TPL-LINES
                                   MOVE TEMPLATE-LINE TO
                                       WS-TPL-BODY-LINE(WS-TPL-LINES)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE "N" TO WS-TPL-EOF.

      *>-----------------------------------------------------------
      *> SET-LETTER-TOKEN - records WS-TPL-SET-VALUE as the value of
      *> token WS-TPL-SET-NAME, replacing any earlier value.
      *>-----------------------------------------------------------
       SET-LETTER-TOKEN.
           MOVE "N" TO WS-TPL-TOKEN-HIT
           PERFORM VARYING WS-TPL-TOKEN-IX FROM 1 BY 1
               UNTIL WS-TPL-TOKEN-IX > WS-TPL-TOKEN-COUNT
               OR WS-TPL-TOKEN-HIT = "Y"
               IF WS-TPL-TOKEN-NAME(WS-TPL-TOKEN-IX) = WS-TPL-SET-NAME
                   MOVE WS-TPL-SET-VALUE
                       TO WS-TPL-TOKEN-VALUE(WS-TPL-TOKEN-IX)
                   MOVE "Y" TO WS-TPL-TOKEN-HIT
               END-IF
           END-PERFORM

           IF WS-TPL-TOKEN-HIT = "N" AND WS-TPL-TOKEN-COUNT < 15
               ADD 1 TO WS-TPL-TOKEN-COUNT
               MOVE WS-TPL-SET-NAME
                   TO WS-TPL-TOKEN-NAME(WS-TPL-TOKEN-COUNT)
               MOVE WS-TPL-SET-VALUE
                   TO WS-TPL-TOKEN-VALUE(WS-TPL-TOKEN-COUNT)
           END-IF.

      *>-----------------------------------------------------------
      *> MERGE-ONE-LINE - substitutes the tokens in one body line.
      *> The line splits on "&": the odd segments are literal text,
      *> the even ones token names, so "DEAR &NAME&," comes apart
      *> as "DEAR " / "NAME" / "," and goes back together merged.
      *> Literal text keeps its own spaces up to a token (only the
      *> line's tail is trimmed); an unknown token passes through as
      *> its own name.
      *>-----------------------------------------------------------
       MERGE-ONE-LINE.
           MOVE SPACES TO WS-SEGMENTS
           MOVE 0 TO WS-SEG-COUNT
           UNSTRING WS-TPL-BODY-LINE(WS-TPL-IX) DELIMITED BY "&"
               INTO WS-SEGMENT(1) COUNT IN WS-SEG-LEN(1)
                    WS-SEGMENT(2) COUNT IN WS-SEG-LEN(2)
                    WS-SEGMENT(3) COUNT IN WS-SEG-LEN(3)
                    WS-SEGMENT(4) COUNT IN WS-SEG-LEN(4)
                    WS-SEGMENT(5) COUNT IN WS-SEG-LEN(5)
                    WS-SEGMENT(6) COUNT IN WS-SEG-LEN(6)
                    WS-SEGMENT(7) COUNT IN WS-SEG-LEN(7)
               TALLYING IN WS-SEG-COUNT

           MOVE SPACES TO WS-MERGED-LINE
           MOVE 1 TO WS-OUT-PTR
           PERFORM VARYING WS-SEG-IX FROM 1 BY 1
               UNTIL WS-SEG-IX > WS-SEG-COUNT
               IF FUNCTION MOD(WS-SEG-IX, 2) = 1
                   IF WS-SEG-IX < WS-SEG-COUNT
                       AND WS-SEG-LEN(WS-SEG-IX) > 0
                       STRING WS-SEGMENT(WS-SEG-IX)
                           (1:WS-SEG-LEN(WS-SEG-IX))
                           DELIMITED BY SIZE
                           INTO WS-MERGED-LINE
                           WITH POINTER WS-OUT-PTR
                   ELSE
                       STRING FUNCTION TRIM(WS-SEGMENT(WS-SEG-IX)
                           TRAILING) DELIMITED BY SIZE
                           INTO WS-MERGED-LINE
                           WITH POINTER WS-OUT-PTR
                   END-IF
               ELSE
                   PERFORM MERGE-ONE-TOKEN
               END-IF
           END-PERFORM.

      *>-----------------------------------------------------------
      *> MERGE-ONE-TOKEN - the value for the token in segment
      *> WS-SEG-IX, or the token's own name when it has none.
      *>-----------------------------------------------------------
       MERGE-ONE-TOKEN.
           MOVE "N" TO WS-TPL-TOKEN-HIT
           PERFORM VARYING WS-TPL-TOKEN-IX FROM 1 BY 1
               UNTIL WS-TPL-TOKEN-IX > WS-TPL-TOKEN-COUNT
               OR WS-TPL-TOKEN-HIT = "Y"
               IF WS-TPL-TOKEN-NAME(WS-TPL-TOKEN-IX) =
                   WS-SEGMENT(WS-SEG-IX)
                   STRING FUNCTION TRIM(
                       WS-TPL-TOKEN-VALUE(WS-TPL-TOKEN-IX) TRAILING)
                       DELIMITED BY SIZE
                       INTO WS-MERGED-LINE
                       WITH POINTER WS-OUT-PTR
                   MOVE "Y" TO WS-TPL-TOKEN-HIT
               END-IF
           END-PERFORM

           IF WS-TPL-TOKEN-HIT = "N"
               STRING FUNCTION TRIM(WS-SEGMENT(WS-SEG-IX) TRAILING)
                   DELIMITED BY SIZE
                   INTO WS-MERGED-LINE
                   WITH POINTER WS-OUT-PTR
           END-IF.
