       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0204.                     *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-INSTR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-INSTR-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-INSTR-FILE ASSIGN TO
               "instructor-master-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0194, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - before
      *> an instructor carried an e-mail address - and the NEW- FD
      *> COPYs the current member, so the WRITE side can never drift
      *> from what the rest of the system expects.
       FD OLD-INSTR-FILE.
       01  OLD-INSTRUCTOR-RECORD.
           05  OLD-INSTR-ID            PIC X(4).
           05  OLD-INSTR-NAME          PIC X(25).
           05  OLD-INSTR-DEPT          PIC X(15).
           05  OLD-INSTR-MAX-LOAD      PIC 9(3).
           05  OLD-INSTR-STATUS        PIC X(1).

       FD NEW-INSTR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.          *> Old-layout file I/O status
       01 WS-NEW-STATUS            PIC XX.          *> New-layout file I/O status
       01 WS-EOF                   PIC X VALUE "N". *> Scan EOF flag
       01 WS-COPY-COUNT            PIC 9(6) VALUE 0. *> Rows rebuilt
       01 WS-PROOF-COUNT           PIC 9(6) VALUE 0. *> Rows read back
       01 WS-READ-COUNT            PIC 9(6) VALUE 0. *> Rows read, old layout
       01 CONFIRMATION             PIC X.            *> User confirmation (Y/N)
       01 WS-CLEANUP-CMD           PIC X(80).        *> Shell command text
       01 WS-SWAP-CMD              PIC X(80).        *> Shell command text

       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|     M I G R A T E   I N S T R U C T O R S     |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS instructor-master.txt ONTO THE "
               "LAYOUT WITH THE E-MAIL"
           DISPLAY "ADDRESS (BLANK ON EVERY EXISTING INSTRUCTOR - KEY "
               "EACH ADDRESS"
           DISPLAY "AFTERWARD THROUGH PRGN0017)."
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUT AND BEFORE"
           DISPLAY "ANYTHING ELSE TOUCHES THE INSTRUCTORS.  A SECOND "
               "RUN AGAINST A FILE"
           DISPLAY "ALREADY REBUILT WILL SCRAMBLE IT - RESTORE FROM "
               "THE SNAPSHOT THIS"
           DISPLAY "RUN TAKES IF THAT EVER HAPPENS."
           DISPLAY "PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "MIGRATION NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "PRGY0204" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-INSTRUCTORS

           IF WS-READ-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to migrate
           ELSE
               IF WS-PROOF-COUNT NOT = WS-READ-COUNT
                   MOVE 2 TO RETURN-CODE          *> 2 = counts disagree
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MIGRATE-INSTRUCTORS - instructor-master.txt onto the layout
      *> with INSTR-EMAIL.  The key and every existing field are
      *> unchanged, so this is a straight widen; no instructor has
      *> an address yet (SPACES), which only means grade reminders
      *> are flagged on PRGR0135's tracker until one is keyed.  The
      *> rebuilt file is read back and only swapped in when it
      *> holds as many rows as the old one.
      *>-----------------------------------------------------------
       MIGRATE-INSTRUCTORS.
           MOVE "instructor-master.txt"    TO WS-BACKUP-SOURCE
           MOVE "instructor-master-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f instructor-master-migrated.txt"
               TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE 0   TO WS-READ-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-INSTR-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO instructor-master.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-INSTR-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-INSTR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-INSTR-ID       TO INSTR-ID
                       MOVE OLD-INSTR-NAME     TO INSTR-NAME
                       MOVE OLD-INSTR-DEPT     TO INSTR-DEPT
                       MOVE OLD-INSTR-MAX-LOAD TO INSTR-MAX-LOAD
                       MOVE OLD-INSTR-STATUS   TO INSTR-STATUS
                       MOVE SPACES             TO INSTR-EMAIL
                       WRITE INSTRUCTOR-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO REBUILD "
                                   OLD-INSTR-ID "***"
                           NOT INVALID KEY
                               ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-INSTR-FILE
           CLOSE NEW-INSTR-FILE

      *> Proof: count the rebuilt file back before it replaces the
      *> live one.
           MOVE 0   TO WS-PROOF-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NEW-INSTR-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ NEW-INSTR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PROOF-COUNT
               END-READ
           END-PERFORM
           CLOSE NEW-INSTR-FILE

           IF WS-PROOF-COUNT NOT = WS-READ-COUNT
               DISPLAY "***ERROR: " WS-READ-COUNT " ROW(S) READ BUT "
                   WS-PROOF-COUNT " REBUILT - instructor-master.txt "
                   "LEFT AS IT WAS.***"
               EXIT PARAGRAPH
           END-IF

           MOVE "mv instructor-master-migrated.txt "
               TO WS-SWAP-CMD
           MOVE "instructor-master.txt" TO WS-SWAP-CMD(35:)
           CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "*** instructor-master.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT, " WS-PROOF-COUNT
               " READ BACK. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
