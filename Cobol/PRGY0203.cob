       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0203.                     *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-AWARD-FILE ASSIGN TO "aid-awards.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-AWARD-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-AWARD-FILE ASSIGN TO
               "aid-awards-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWARD-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0194, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - before
      *> an award could be returned on a withdrawal - and the NEW-
      *> FD COPYs the current member, so the WRITE side can never
      *> drift from what the rest of the system expects.
       FD OLD-AWARD-FILE.
       01  OLD-AWARD-RECORD.
           05  OLD-AWARD-KEY.
               10  OLD-AWARD-STUDENT-ID    PIC X(4).
               10  OLD-AWARD-CODE          PIC X(8).
               10  OLD-AWARD-TERM          PIC X(6).
           05  OLD-AWARD-FUND              PIC X(10).
           05  OLD-AWARD-AMOUNT            PIC 9(6)V99.
           05  OLD-AWARD-STATUS            PIC X(1).
           05  OLD-AWARD-ENTERED-DATE      PIC X(8).
           05  OLD-AWARD-DISBURSED-DATE    PIC X(8).

       FD NEW-AWARD-FILE.
       COPY "AWARDREC.CPY".   *> Shared financial-aid award layout (AWARD-KEY, ...)

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
           DISPLAY "|      M I G R A T E   A I D   A W A R D S      |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS aid-awards.txt ONTO THE LAYOUT WITH "
               "THE RETURNED"
           DISPLAY "AMOUNT AND DATE (ZERO AND BLANK ON EVERY EXISTING "
               "AWARD - NONE HAS"
           DISPLAY "BEEN RETURNED YET)."
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUT AND BEFORE"
           DISPLAY "ANYTHING ELSE TOUCHES THE AWARDS.  A SECOND RUN "
               "AGAINST A FILE"
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

           MOVE "PRGY0203" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-AID-AWARDS

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
      *> MIGRATE-AID-AWARDS - aid-awards.txt onto the layout with
      *> AWARD-RETURNED-AMOUNT and AWARD-RETURNED-DATE.  The key
      *> and every existing field are unchanged, so this is a
      *> straight widen; no award has been returned yet (zero
      *> amount, SPACES date).  The rebuilt file is read back and
      *> only swapped in when it holds as many rows as the old one.
      *>-----------------------------------------------------------
       MIGRATE-AID-AWARDS.
           MOVE "aid-awards.txt"    TO WS-BACKUP-SOURCE
           MOVE "aid-awards-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f aid-awards-migrated.txt" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE 0   TO WS-READ-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-AWARD-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO aid-awards.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-AWARD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-AWARD-STUDENT-ID TO AWARD-STUDENT-ID
                       MOVE OLD-AWARD-CODE       TO AWARD-CODE
                       MOVE OLD-AWARD-TERM       TO AWARD-TERM
                       MOVE OLD-AWARD-FUND       TO AWARD-FUND
                       MOVE OLD-AWARD-AMOUNT     TO AWARD-AMOUNT
                       MOVE OLD-AWARD-STATUS     TO AWARD-STATUS
                       MOVE OLD-AWARD-ENTERED-DATE
                         TO AWARD-ENTERED-DATE
                       MOVE OLD-AWARD-DISBURSED-DATE
                         TO AWARD-DISBURSED-DATE
                       MOVE 0      TO AWARD-RETURNED-AMOUNT
                       MOVE SPACES TO AWARD-RETURNED-DATE
                       WRITE AID-AWARD-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO REBUILD "
                                   OLD-AWARD-KEY "***"
                           NOT INVALID KEY
                               ADD 1 TO WS-COPY-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE OLD-AWARD-FILE
           CLOSE NEW-AWARD-FILE

      *> Proof: count the rebuilt file back before it replaces the
      *> live one.
           MOVE 0   TO WS-PROOF-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NEW-AWARD-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ NEW-AWARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-PROOF-COUNT
               END-READ
           END-PERFORM
           CLOSE NEW-AWARD-FILE

           IF WS-PROOF-COUNT NOT = WS-READ-COUNT
               DISPLAY "***ERROR: " WS-READ-COUNT " ROW(S) READ BUT "
                   WS-PROOF-COUNT " REBUILT - aid-awards.txt LEFT "
                   "AS IT WAS.***"
               EXIT PARAGRAPH
           END-IF

           MOVE "mv aid-awards-migrated.txt aid-awards.txt"
               TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "*** aid-awards.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT, " WS-PROOF-COUNT
               " READ BACK. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
