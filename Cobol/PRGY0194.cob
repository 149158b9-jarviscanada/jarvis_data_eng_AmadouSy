       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0194.                     *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TERM-FILE ASSIGN TO "term-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-TERM-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-TERM-FILE ASSIGN TO
               "term-calendar-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TERM-CODE
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0131, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - before
      *> a term carried a census date - and the NEW- FD COPYs the
      *> current member, so the WRITE side can never drift from what
      *> the rest of the system expects.
       FD OLD-TERM-FILE.
       01  OLD-TERM-RECORD.
           05  OLD-TERM-CODE           PIC X(6).
           05  OLD-TERM-DESC           PIC X(20).
           05  OLD-TERM-START-DATE     PIC X(8).
           05  OLD-TERM-END-DATE       PIC X(8).
           05  OLD-TERM-ADD-DROP-DATE  PIC X(8).
           05  OLD-TERM-GRADE-DEADLINE PIC X(8).

       FD NEW-TERM-FILE.
       COPY "TERMREC.CPY".    *> Shared academic-term calendar layout (TERM-CODE, ...)

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
           DISPLAY "|   M I G R A T E   T E R M   C A L E N D A R   |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS term-calendar.txt ONTO THE LAYOUT "
               "WITH THE CENSUS"
           DISPLAY "DATE (BLANK ON EVERY EXISTING TERM - KEY EACH "
               "TERM'S DATE AFTERWARD"
           DISPLAY "THROUGH PRGC0076)."
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUT AND BEFORE"
           DISPLAY "ANYTHING ELSE TOUCHES THE CALENDAR.  A SECOND RUN "
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

           MOVE "PRGY0194" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-TERM-CALENDAR

           IF WS-COPY-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to migrate
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MIGRATE-TERM-CALENDAR - term-calendar.txt onto the layout
      *> with TERM-CENSUS-DATE.  The key and every existing field
      *> are unchanged, so this is a straight widen; no term has a
      *> census date yet (SPACES), which only means no census
      *> snapshot is taken until one is keyed.
      *>-----------------------------------------------------------
       MIGRATE-TERM-CALENDAR.
           MOVE "term-calendar.txt"    TO WS-BACKUP-SOURCE
           MOVE "term-calendar-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f term-calendar-migrated.txt" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-TERM-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO term-calendar.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-TERM-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE OLD-TERM-CODE           TO TERM-CODE
                       MOVE OLD-TERM-DESC           TO TERM-DESC
                       MOVE OLD-TERM-START-DATE     TO TERM-START-DATE
                       MOVE OLD-TERM-END-DATE       TO TERM-END-DATE
                       MOVE OLD-TERM-ADD-DROP-DATE
                         TO TERM-ADD-DROP-DATE
                       MOVE OLD-TERM-GRADE-DEADLINE
                         TO TERM-GRADE-DEADLINE
                       MOVE SPACES                  TO TERM-CENSUS-DATE
                       WRITE TERM-CALENDAR-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-TERM-FILE
           CLOSE NEW-TERM-FILE

           MOVE "mv term-calendar-migrated.txt term-calendar.txt"
               TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "*** term-calendar.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
