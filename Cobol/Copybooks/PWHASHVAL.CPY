      *>---------------------------------------------------------------
      *> PWHASHVAL.CPY
      *> Shared password paragraphs - the only place a password is
      *> turned into what user-accounts.txt stores, so the login,
      *> the forced change, the administrator's reset and the
      *> one-time conversion can never disagree about it.  The
      *> calling program must FD the account file with COPY
      *> "USERREC.CPY", COPY "PWHASHWS.CPY", then COPY
      *> "PWHASHVAL.CPY". in the PROCEDURE DIVISION.
      *>
      *>   MAKE-PASSWORD-SALT   new random salt into WS-PWH-SALT
      *>   HASH-PASSWORD        WS-PWH-SALT + WS-PWH-PASSWORD into
      *>                        WS-PWH-HASH
      *>   CHECK-PASSWORD-RULES length and character-mix rule on
      *>                        WS-PWH-PASSWORD, WS-PWH-RULE-OK
      *>   CHECK-PASSWORD-REUSE WS-PWH-HASH against the account's
      *>                        current and past hashes,
      *>                        WS-PWH-REUSED
      *>   STORE-PASSWORD-HASH  WS-PWH-HASH becomes the account's
      *>                        password, the old one moves onto
      *>                        its history
      *>---------------------------------------------------------------
       MAKE-PASSWORD-SALT.
           IF WS-PWH-SEEDED = "N"
               ACCEPT WS-PWH-SEED FROM TIME
               COMPUTE WS-PWH-RANDOM = FUNCTION RANDOM(WS-PWH-SEED)
               MOVE "Y" TO WS-PWH-SEEDED
           END-IF

           MOVE SPACES TO WS-PWH-SALT
           PERFORM VARYING WS-PWH-POS FROM 1 BY 1
               UNTIL WS-PWH-POS > 8
               COMPUTE WS-PWH-RANDOM = FUNCTION RANDOM
               COMPUTE WS-PWH-PICK = WS-PWH-RANDOM * 36 + 1
               MOVE WS-PWH-ALPHABET(WS-PWH-PICK:1)
                   TO WS-PWH-SALT(WS-PWH-POS:1)
           END-PERFORM.

      *>---------------------------------------------------------------
      *> HASH-PASSWORD - four lanes, each folded over every byte of
      *> salt + password for WS-PWH-ROUNDS passes and reduced modulo
      *> the largest prime under 2**32, with each lane also taking in
      *> its neighbour so a change anywhere in the input reaches all
      *> forty digits.  Nothing in the result leads back to the
      *> password short of trying candidates one at a time.
      *>---------------------------------------------------------------
       HASH-PASSWORD.
           MOVE SPACES TO WS-PWH-INPUT
           STRING WS-PWH-SALT WS-PWH-PASSWORD
               DELIMITED BY SIZE INTO WS-PWH-INPUT

           MOVE 2166136261 TO WS-PWH-LANE(1)
           MOVE 3266489917 TO WS-PWH-LANE(2)
           MOVE 0668265263 TO WS-PWH-LANE(3)
           MOVE 0374761393 TO WS-PWH-LANE(4)

           PERFORM VARYING WS-PWH-ROUND FROM 1 BY 1
               UNTIL WS-PWH-ROUND > WS-PWH-ROUNDS
               PERFORM VARYING WS-PWH-POS FROM 1 BY 1
                   UNTIL WS-PWH-POS > 24
                   COMPUTE WS-PWH-CHAR =
                       FUNCTION ORD(WS-PWH-INPUT(WS-PWH-POS:1))
                   PERFORM VARYING WS-PWH-K FROM 1 BY 1
                       UNTIL WS-PWH-K > 4
                       COMPUTE WS-PWH-NEXT =
                           FUNCTION MOD(WS-PWH-K, 4) + 1
                       COMPUTE WS-PWH-WORK =
                           WS-PWH-LANE(WS-PWH-K) * 31
                           + WS-PWH-CHAR * (WS-PWH-K + 2)
                           + WS-PWH-LANE(WS-PWH-NEXT)
                           + WS-PWH-ROUND
                       COMPUTE WS-PWH-LANE(WS-PWH-K) =
                           FUNCTION MOD(WS-PWH-WORK, 4294967291)
                   END-PERFORM
               END-PERFORM
           END-PERFORM

           MOVE WS-PWH-LANE-VALUES TO WS-PWH-HASH.

      *>---------------------------------------------------------------
      *> CHECK-PASSWORD-RULES - at least WS-PWH-MIN-LENGTH characters
      *> with no embedded spaces, and at least one letter and one
      *> digit.  Says why when it refuses.
      *>---------------------------------------------------------------
       CHECK-PASSWORD-RULES.
           MOVE "Y" TO WS-PWH-RULE-OK
           MOVE 0 TO WS-PWH-LENGTH
           MOVE 0 TO WS-PWH-LETTERS
           MOVE 0 TO WS-PWH-DIGITS

           PERFORM VARYING WS-PWH-POS FROM 1 BY 1
               UNTIL WS-PWH-POS > 16
               IF WS-PWH-PASSWORD(WS-PWH-POS:1) NOT = SPACE
                   MOVE WS-PWH-POS TO WS-PWH-LENGTH
               END-IF
               IF WS-PWH-PASSWORD(WS-PWH-POS:1) IS ALPHABETIC
                   AND WS-PWH-PASSWORD(WS-PWH-POS:1) NOT = SPACE
                   ADD 1 TO WS-PWH-LETTERS
               END-IF
               IF WS-PWH-PASSWORD(WS-PWH-POS:1) IS NUMERIC
                   ADD 1 TO WS-PWH-DIGITS
               END-IF
           END-PERFORM

           IF WS-PWH-LENGTH < WS-PWH-MIN-LENGTH
               DISPLAY "***ERROR: PASSWORD MUST BE AT LEAST "
                   WS-PWH-MIN-LENGTH " CHARACTERS.***"
               MOVE "N" TO WS-PWH-RULE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-PWH-SPACES
           INSPECT WS-PWH-PASSWORD(1:WS-PWH-LENGTH)
               TALLYING WS-PWH-SPACES FOR ALL SPACE
           IF WS-PWH-SPACES > 0
               DISPLAY "***ERROR: PASSWORD MAY NOT CONTAIN "
                   "SPACES.***"
               MOVE "N" TO WS-PWH-RULE-OK
               EXIT PARAGRAPH
           END-IF

           IF WS-PWH-LETTERS = 0 OR WS-PWH-DIGITS = 0
               DISPLAY "***ERROR: PASSWORD MUST CONTAIN AT LEAST "
                   "ONE LETTER AND ONE DIGIT.***"
               MOVE "N" TO WS-PWH-RULE-OK
           END-IF.

      *>---------------------------------------------------------------
      *> CHECK-PASSWORD-REUSE - the hash in WS-PWH-HASH (made with
      *> this account's salt) against the current password and the
      *> last WS-PWH-HISTORY-DEPTH it replaced.
      *>---------------------------------------------------------------
       CHECK-PASSWORD-REUSE.
           MOVE "N" TO WS-PWH-REUSED
           IF WS-PWH-HASH = USER-PW-HASH
               MOVE "Y" TO WS-PWH-REUSED
           END-IF
           PERFORM VARYING WS-PWH-K FROM 1 BY 1
               UNTIL WS-PWH-K > WS-PWH-HISTORY-DEPTH
               IF WS-PWH-HASH = USER-PW-OLD-HASH(WS-PWH-K)
                   MOVE "Y" TO WS-PWH-REUSED
               END-IF
           END-PERFORM
           IF WS-PWH-REUSED = "Y"
               DISPLAY "***ERROR: THAT PASSWORD HAS BEEN USED "
                   "RECENTLY - CHOOSE ANOTHER.***"
           END-IF.

      *>---------------------------------------------------------------
      *> STORE-PASSWORD-HASH - the current hash moves to the front of
      *> the history (the oldest drops off) and WS-PWH-HASH becomes
      *> the account's password.  The caller REWRITEs the record.
      *>---------------------------------------------------------------
       STORE-PASSWORD-HASH.
           IF USER-PW-HASH NOT = SPACES
               PERFORM VARYING WS-PWH-K FROM WS-PWH-HISTORY-DEPTH
                   BY -1 UNTIL WS-PWH-K < 2
                   MOVE USER-PW-OLD-HASH(WS-PWH-K - 1)
                       TO USER-PW-OLD-HASH(WS-PWH-K)
               END-PERFORM
               MOVE USER-PW-HASH TO USER-PW-OLD-HASH(1)
           END-IF
           MOVE WS-PWH-HASH TO USER-PW-HASH
           MOVE SPACES      TO USER-PASSWORD.
