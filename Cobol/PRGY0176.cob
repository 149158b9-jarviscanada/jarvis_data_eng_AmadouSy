       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0176.  *> Convert user passwords to salted hashes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-USER-FILE ASSIGN TO "user-accounts.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-U-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-USER-FILE ASSIGN TO
               "user-accounts-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0141, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - the
      *> password in clear text - and the NEW- FD COPYs the current
      *> member, so the WRITE side can never drift from what the
      *> rest of the system expects.
       FD OLD-USER-FILE.
       01  OLD-USER-RECORD.
           05  OLD-U-ID                PIC X(8).
           05  OLD-U-PASSWORD          PIC X(8).
           05  OLD-U-NAME              PIC X(25).
           05  OLD-U-STATUS            PIC X(1).
           05  OLD-U-ROLE              PIC X(1).
           05  OLD-U-FAIL-COUNT        PIC 9(2).
           05  OLD-U-LOCK-DATE         PIC X(8).
           05  OLD-U-PW-DATE           PIC X(8).
           05  OLD-U-MUST-CHANGE       PIC X(1).
           05  OLD-U-STUDENT-ID        PIC X(4).
           05  OLD-U-INSTR-ID          PIC X(4).

       FD NEW-USER-FILE.
       COPY "USERREC.CPY".    *> Shared user-account record layout (USER-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.          *> Old-layout file I/O status
       01 WS-NEW-STATUS            PIC XX.          *> New-layout file I/O status
       01 WS-EOF                   PIC X VALUE "N". *> Scan EOF flag
       01 WS-COPY-COUNT            PIC 9(6) VALUE 0. *> Rows rebuilt
       01 WS-NO-PASSWORD-COUNT     PIC 9(6) VALUE 0. *> Rows with no password to hash
       01 CONFIRMATION             PIC X.            *> User confirmation (Y/N)
       01 WS-CLEANUP-CMD           PIC X(80).        *> Shell command text
       01 WS-SWAP-CMD              PIC X(80).        *> Shell command text

       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs
       COPY "PWHASHWS.CPY".   *> Fields used by the shared password paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  H A S H   U S E R   P A S S W O R D S        |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS user-accounts.txt ONTO THE LAYOUT "
               "THAT STORES ONLY"
           DISPLAY "A SALTED HASH OF EACH PASSWORD.  THE CLEAR-TEXT "
               "PASSWORDS ARE"
           DISPLAY "DROPPED AND EVERY ACCOUNT MUST CHANGE ITS PASSWORD "
               "AT NEXT LOGIN."
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUT AND BEFORE"
           DISPLAY "ANYONE LOGS IN AGAIN.  A SECOND RUN AGAINST A FILE "
               "ALREADY REBUILT"
           DISPLAY "WILL SCRAMBLE IT - RESTORE FROM THE SNAPSHOT THIS "
               "RUN TAKES IF"
           DISPLAY "THAT EVER HAPPENS."
           DISPLAY "PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "MIGRATION NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "PRGY0176" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-USER-ACCOUNTS

           IF WS-COPY-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to migrate
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MIGRATE-USER-ACCOUNTS - user-accounts.txt onto the layout
      *> with USER-PW-SALT, USER-PW-HASH and the reuse history.
      *> Each account gets its own salt and the hash of the
      *> password it has today, so everyone can still sign on once
      *> - and is then made to choose a new password, since the
      *> old one has sat in clear text.  The clear-text column is
      *> blanked.  An account with no password at all gets no hash
      *> and cannot sign on until an administrator resets it.
      *>-----------------------------------------------------------
       MIGRATE-USER-ACCOUNTS.
           MOVE "user-accounts.txt"    TO WS-BACKUP-SOURCE
           MOVE "user-accounts-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f user-accounts-migrated.txt" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-USER-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO user-accounts.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-USER-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-USER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES            TO USER-RECORD
                       MOVE OLD-U-ID          TO USER-ID
                       MOVE OLD-U-NAME        TO USER-NAME
                       MOVE OLD-U-STATUS      TO USER-STATUS
                       MOVE OLD-U-ROLE        TO USER-ROLE
                       MOVE OLD-U-FAIL-COUNT  TO USER-FAIL-COUNT
                       MOVE OLD-U-LOCK-DATE   TO USER-LOCK-DATE
                       MOVE OLD-U-PW-DATE     TO USER-PW-DATE
                       MOVE "Y"               TO USER-MUST-CHANGE
                       MOVE OLD-U-STUDENT-ID  TO USER-STUDENT-ID
                       MOVE OLD-U-INSTR-ID    TO USER-INSTR-ID
                       PERFORM MAKE-PASSWORD-SALT
                       MOVE WS-PWH-SALT       TO USER-PW-SALT
                       IF OLD-U-PASSWORD = SPACES
                           ADD 1 TO WS-NO-PASSWORD-COUNT
                       ELSE
                           MOVE OLD-U-PASSWORD TO WS-PWH-PASSWORD
                           PERFORM HASH-PASSWORD
                           PERFORM STORE-PASSWORD-HASH
                       END-IF
                       WRITE USER-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-USER-FILE
           CLOSE NEW-USER-FILE

           MOVE "mv user-accounts-migrated.txt user-accounts.txt"
               TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "*** user-accounts.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT. ***"
           IF WS-NO-PASSWORD-COUNT > 0
               DISPLAY "*** " WS-NO-PASSWORD-COUNT " ACCOUNT(S) HAD "
                   "NO PASSWORD - RESET THEM THROUGH PRGA0112. ***"
           END-IF
           DISPLAY "*** THE SNAPSHOT " FUNCTION TRIM(WS-BACKUP-FILENAME)
           DISPLAY "    STILL HOLDS THE CLEAR-TEXT PASSWORDS - DELETE "
               "IT ONCE LOGINS ARE CONFIRMED. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
       COPY "PWHASHVAL.CPY".  *> Shared password hash and rule paragraphs
