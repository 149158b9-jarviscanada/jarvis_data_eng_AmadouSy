      *>---------------------------------------------------------------
      *> PWHASHWS.CPY
      *> Working-storage fields for the shared password paragraphs
      *> (see PWHASHVAL.CPY).  COPY this member wherever those
      *> paragraphs are COPYed so the two stay in step.
      *>---------------------------------------------------------------
       01  WS-PWH-PASSWORD          PIC X(16).      *> Password as keyed - caller sets
       01  WS-PWH-SALT              PIC X(8).       *> Salt to hash with - caller sets
       01  WS-PWH-HASH              PIC X(40).      *> Result of HASH-PASSWORD
       01  WS-PWH-RULE-OK           PIC X.          *> "Y" when the password passes
       01  WS-PWH-REUSED            PIC X.          *> "Y" when it matches a past one
       01  WS-PWH-MIN-LENGTH        PIC 9(2) VALUE 8.  *> Shortest allowed password
       01  WS-PWH-HISTORY-DEPTH     PIC 9(2) VALUE 5.  *> Past passwords refused
       01  WS-PWH-ROUNDS            PIC 9(4) VALUE 1000.
      *>         Passes over salt + password - what makes guessing
      *>         against a stolen copy of the file slow.
       01  WS-PWH-INPUT             PIC X(24).      *> Salt + password, hashed
       01  WS-PWH-LANE-VALUES.
           05  WS-PWH-LANE          PIC 9(10) OCCURS 4 TIMES.
       01  WS-PWH-WORK              PIC 9(18) COMP. *> Mixing intermediate
       01  WS-PWH-CHAR              PIC 9(3) COMP.  *> Ordinal of one input byte
       01  WS-PWH-ROUND             PIC 9(4) COMP.  *> Round counter
       01  WS-PWH-POS               PIC 9(2) COMP.  *> Input byte position
       01  WS-PWH-K                 PIC 9 COMP.     *> Lane subscript
       01  WS-PWH-NEXT              PIC 9 COMP.     *> Neighbouring lane
       01  WS-PWH-LENGTH            PIC 9(2) COMP.  *> Keyed length of the password
       01  WS-PWH-LETTERS           PIC 9(2) COMP.  *> Letters in the password
       01  WS-PWH-DIGITS            PIC 9(2) COMP.  *> Digits in the password
       01  WS-PWH-SPACES            PIC 9(2) COMP.  *> Embedded spaces found
       01  WS-PWH-SEEDED            PIC X VALUE "N". *> Random generator started
       01  WS-PWH-SEED              PIC 9(8).       *> Seed from the clock
       01  WS-PWH-RANDOM            PIC V9(9).      *> One random draw
       01  WS-PWH-PICK              PIC 9(2) COMP.  *> Alphabet position drawn
       01  WS-PWH-ALPHABET          PIC X(36)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
