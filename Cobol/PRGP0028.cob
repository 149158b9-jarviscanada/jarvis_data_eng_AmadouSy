       COPY "USERREC.CPY".    *> Shared user-account record layout

       FD SESSION-FILE.
       01 SESSION-LINE              PIC X(13).   *> USER-ID (8) + USER-ROLE (1) + linked student/instructor ID (4), from PRGP0028

       FD SESSIONS-FILE.
       COPY "SESSREC.CPY".    *> Shared session record layout (SESS-ID, ...)
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.          *> Status of last USER-FILE I/O
       01 WS-ENTERED-ID        PIC X(8).        *> ID as typed at the prompt
       01 WS-ENTERED-PASSWORD  PIC X(16).       *> Password as typed at the prompt
       01 WS-PW-MATCH          PIC X VALUE "N". *> Typed password hashes to the stored one
       01 WS-ATTEMPTS          PIC 9 VALUE 0.   *> Failed attempts this run
       01 WS-AUTHENTICATED     PIC X VALUE "N". *> "Y" once a password checks out
       01 WS-TODAY-DATE        PIC X(8).        *> Today, YYYYMMDD
       01 WS-MAX-ATTEMPTS      PIC 9(2) VALUE 5. *> Consecutive failures before a lockout
       01 WS-PW-EXPIRY-DAYS    PIC 9(3) VALUE 90. *> Password age before a forced change
       01 WS-PW-AGE-DAYS       PIC S9(8) VALUE 0. *> Day-count age of the password
       01 WS-NEW-PASSWORD      PIC X(16).         *> Replacement password, first keying
       01 WS-NEW-PASSWORD-2    PIC X(16).         *> ...and the confirming second one
       01 WS-NEW-PW-OK         PIC X VALUE "N".   *> Replacement passed every rule
       01 WS-SESS-STATUS       PIC XX.            *> SESSIONS-FILE I/O status
       01 WS-CTL-STATUS        PIC XX.            *> ID-CONTROL I/O status
       01 WS-CTL-FOUND         PIC X VALUE "N".   *> Control row exists flag
       01 WS-NOW-TIME          PIC X(6).          *> HHMMSS of the login

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "PWHASHWS.CPY".   *> Fields used by the shared password paragraphs

       PROCEDURE DIVISION.
       BEGIN.
           *> plant a default administrator account the same way a
           *> new installation of this system would be handed one -
           *> otherwise nobody could ever log in to create the first
           *> real account.  Only its hash is stored, and it must
           *> be changed at the first login, so the well-known
           *> starting password never outlives that login.
           MOVE "ADMIN   " TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE SPACES TO USER-RECORD
                   MOVE "ADMIN   " TO USER-ID
                   PERFORM MAKE-PASSWORD-SALT
                   MOVE WS-PWH-SALT TO USER-PW-SALT
                   MOVE "ADMIN123" TO WS-PWH-PASSWORD
                   PERFORM HASH-PASSWORD
                   PERFORM STORE-PASSWORD-HASH
                   MOVE "SYSTEM ADMINISTRATOR" TO USER-NAME
                   MOVE "A" TO USER-STATUS
                   MOVE "A" TO USER-ROLE
                   MOVE SPACES TO USER-PW-DATE
                   MOVE "Y" TO USER-MUST-CHANGE
                   MOVE SPACES TO USER-STUDENT-ID
                   MOVE SPACES TO USER-INSTR-ID
                   WRITE USER-RECORD
                   DISPLAY "*** FIRST RUN - DEFAULT ACCOUNT CREATED: "
                       "ID ADMIN / PASSWORD ADMIN123 ***"
                               "ADMINISTRATOR.***"
                           ADD 1 TO WS-ATTEMPTS
                       ELSE
                           PERFORM CHECK-ENTERED-PASSWORD
                           IF WS-PW-MATCH = "Y"
                               AND USER-STATUS = "A"
                               MOVE "Y" TO WS-AUTHENTICATED
                               MOVE 0 TO USER-FAIL-COUNT
               MOVE SPACES TO SESSION-LINE
               MOVE WS-ENTERED-ID TO SESSION-LINE(1:8)
               MOVE USER-ROLE TO SESSION-LINE(9:1)
               IF USER-ROLE = "I"
                   MOVE USER-INSTR-ID TO SESSION-LINE(10:4)
               ELSE
                   MOVE USER-STUDENT-ID TO SESSION-LINE(10:4)
               END-IF
               WRITE SESSION-LINE
               CLOSE SESSION-FILE
               DISPLAY "LOGIN SUCCESSFUL. WELCOME, " WS-ENTERED-ID "."
           END-IF.

      *>-----------------------------------------------------------
      *> CHECK-ENTERED-PASSWORD - hashes what was typed with the
      *> account's salt and compares it with the stored hash.  An
      *> account with no hash yet is still on the clear-text layout
      *> and cannot sign on until PRGY0176 has converted it.
      *>-----------------------------------------------------------
       CHECK-ENTERED-PASSWORD.
           MOVE "N" TO WS-PW-MATCH
           IF USER-PW-HASH = SPACES
               DISPLAY "***ERROR: THIS ACCOUNT'S PASSWORD HAS NOT "
                   "BEEN CONVERTED - SEE AN ADMINISTRATOR.***"
               EXIT PARAGRAPH
           END-IF

           MOVE USER-PW-SALT        TO WS-PWH-SALT
           MOVE WS-ENTERED-PASSWORD TO WS-PWH-PASSWORD
           PERFORM HASH-PASSWORD
           IF WS-PWH-HASH = USER-PW-HASH
               MOVE "Y" TO WS-PW-MATCH
           END-IF.

      *>-----------------------------------------------------------
      *> CHANGE-PASSWORD-NOW - keys the replacement twice, holds it
      *> to the length and character-mix rule and the reuse
      *> history, then stores its hash and stamps the change date.
      *>-----------------------------------------------------------
       CHANGE-PASSWORD-NOW.
           MOVE "N" TO WS-NEW-PW-OK
           PERFORM UNTIL WS-NEW-PW-OK = "Y"
               DISPLAY "NEW PASSWORD (8-16 CHARS, LETTERS AND "
                   "DIGITS) >>"
               ACCEPT WS-NEW-PASSWORD
               DISPLAY "RE-ENTER NEW PASSWORD >>"
               ACCEPT WS-NEW-PASSWORD-2
               PERFORM VALIDATE-NEW-PASSWORD
           END-PERFORM

           PERFORM STORE-PASSWORD-HASH
           MOVE WS-TODAY-DATE   TO USER-PW-DATE
           MOVE "N"             TO USER-MUST-CHANGE
           REWRITE USER-RECORD
           DISPLAY "PASSWORD CHANGED.".

      *>-----------------------------------------------------------
      *> VALIDATE-NEW-PASSWORD - both keyings the same, the rules
      *> met, and not one of the recent passwords.  Leaves the new
      *> hash in WS-PWH-HASH when WS-NEW-PW-OK comes back "Y".
      *>-----------------------------------------------------------
       VALIDATE-NEW-PASSWORD.
           MOVE "N" TO WS-NEW-PW-OK
           IF WS-NEW-PASSWORD NOT = WS-NEW-PASSWORD-2
               DISPLAY "***ERROR: PASSWORDS NOT THE SAME - TRY "
                   "AGAIN.***"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEW-PASSWORD TO WS-PWH-PASSWORD
           PERFORM CHECK-PASSWORD-RULES
           IF WS-PWH-RULE-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE USER-PW-SALT TO WS-PWH-SALT
           PERFORM HASH-PASSWORD
           PERFORM CHECK-PASSWORD-REUSE
           IF WS-PWH-REUSED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-NEW-PW-OK.

      *>-----------------------------------------------------------
      *> CHECK-ACCOUNT-LOCK - if the account on USER-RECORD is
      *> locked from a prior run's failed attempts, auto-unlocks it
           END-IF.

       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "PWHASHVAL.CPY".  *> Shared password hash and rule paragraphs
