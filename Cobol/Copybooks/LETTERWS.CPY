      *>---------------------------------------------------------------
      *> LETTERWS.CPY
      *> Working-storage fields for the shared letter-template
      *> paragraphs (see LETTERVAL.CPY).  COPY this member wherever
      *> those paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-TPL-STATUS            PIC XX.              *> TEMPLATE-FILE I/O status
       01  WS-TPL-EOF               PIC X VALUE "N".     *> Template-scan EOF flag
       01  WS-TPL-CODE              PIC X(8).            *> Template code wanted
       01  WS-TPL-FOUND             PIC X VALUE "N".     *> Template located flag
       01  WS-TPL-SUBJECT           PIC X(60).           *> Template's subject line
       01  WS-REC-TAG               PIC X(3).            *> "TPL" header tag
       01  WS-HDR-CODE              PIC X(8).            *> Code on a header line
       01  WS-TPL-LINES             PIC 9(2) VALUE 0.    *> Body lines loaded
       01  WS-TPL-IX                PIC 9(2) VALUE 0.    *> Body-line subscript
       01  WS-TPL-BODY.
           05  WS-TPL-BODY-LINE OCCURS 30 TIMES PIC X(80).
      *>         The template's body, loaded once and merged per
      *>         letter - 30 lines is a long letter for this shop.
       01  WS-SEG-COUNT             PIC 9(1).            *> UNSTRING segments filled
       01  WS-SEG-IX                PIC 9(1).            *> Segment subscript
       01  WS-OUT-PTR               PIC 9(3).            *> STRING pointer
       01  WS-SEGMENTS.
           05  WS-SEGMENT OCCURS 7 TIMES PIC X(80).
       01  WS-SEGMENT-LENGTHS.
           05  WS-SEG-LEN OCCURS 7 TIMES PIC 9(2).  *> Characters in each segment
      *>         A body line split on "&": literal text in the odd
      *>         segments, token names in the even ones.
       01  WS-MERGED-LINE           PIC X(100).          *> Line after substitution
      *>         Token values for the letter in hand.  The caller
      *>         fills them through SET-LETTER-TOKEN (name in
      *>         WS-TPL-SET-NAME, value in WS-TPL-SET-VALUE) before
      *>         merging; a token with no entry passes through as
      *>         its own name.
       01  WS-TPL-TOKEN-COUNT       PIC 9(2) VALUE 0.
       01  WS-TPL-TOKENS.
           05  WS-TPL-TOKEN OCCURS 15 TIMES.
               10  WS-TPL-TOKEN-NAME    PIC X(12).
               10  WS-TPL-TOKEN-VALUE   PIC X(60).
       01  WS-TPL-TOKEN-IX          PIC 9(2) VALUE 0.
       01  WS-TPL-TOKEN-HIT         PIC X VALUE "N".
       01  WS-TPL-SET-NAME          PIC X(12).
       01  WS-TPL-SET-VALUE         PIC X(60).
