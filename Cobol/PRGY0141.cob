       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0141.                     *> Program name

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
      *> As in PRGY0131, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - before
      *> a staff login could be linked to its instructor - and the
      *> NEW- FD COPYs the current member, so the WRITE side can
      *> never drift from what the rest of the system expects.
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

       FD NEW-USER-FILE.
       COPY "USERREC.CPY".    *> Shared user-account record layout (USER-ID, ...)

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.          *> Old-layout file I/O status
       01 WS-NEW-STATUS            PIC XX.          *> New-layout file I/O status
       01 WS-EOF                   PIC X VALUE "N". *> Scan EOF flag
       01 WS-COPY-COUNT            PIC 9(6) VALUE 0. *> Rows rebuilt
       01 CONFIRMATION             PIC X.            *> User confirmation (Y/N)
       01 WS-CLEANUP-CMD           PIC X(80).        *> Shell command text
       01 WS-SWAP-CMD              PIC X(80).        *> Shell command text

       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  M I G R A T E   U S E R   A C C O U N T S    |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS user-accounts.txt ONTO THE LAYOUT "
               "WITH THE LINKED"
           DISPLAY "INSTRUCTOR ID (BLANK ON EVERY EXISTING ACCOUNT - "
               "LINK ADVISORS'"
           DISPLAY "LOGINS AFTERWARD THROUGH PRGA0112)."
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

           MOVE "PRGY0141" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-USER-ACCOUNTS

           IF WS-COPY-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to migrate
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MIGRATE-USER-ACCOUNTS - user-accounts.txt onto the layout
      *> with USER-INSTR-ID.  The key and every existing field are
      *> unchanged, so this is a straight widen; no account is
      *> linked to an instructor yet (SPACES), which only means
      *> advising holds stay administrator-released until the
      *> links are made.
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
                       MOVE OLD-U-ID          TO USER-ID
                       MOVE OLD-U-PASSWORD    TO USER-PASSWORD
                       MOVE OLD-U-NAME        TO USER-NAME
                       MOVE OLD-U-STATUS      TO USER-STATUS
                       MOVE OLD-U-ROLE        TO USER-ROLE
                       MOVE OLD-U-FAIL-COUNT  TO USER-FAIL-COUNT
                       MOVE OLD-U-LOCK-DATE   TO USER-LOCK-DATE
                       MOVE OLD-U-PW-DATE     TO USER-PW-DATE
                       MOVE OLD-U-MUST-CHANGE TO USER-MUST-CHANGE
                       MOVE OLD-U-STUDENT-ID  TO USER-STUDENT-ID
                       MOVE SPACES            TO USER-INSTR-ID
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
               " ROW(S) REBUILT. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
