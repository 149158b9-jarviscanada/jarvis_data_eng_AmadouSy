       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0140.                     *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-DEGREE-FILE ASSIGN TO "degree-programs.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-DEG-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-DEGREE-FILE ASSIGN TO
               "degree-programs-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEG-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-F-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-STUDENT-FILE ASSIGN TO "vsam-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS F-ID
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0131, every OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - before
      *> degree requirements were versioned by catalog year and the
      *> student carried one - and the NEW- FDs COPY the current
      *> members, so the WRITE side can never drift from what the
      *> rest of the system expects.
       FD OLD-DEGREE-FILE.
       01  OLD-DEGREE-PROGRAM-RECORD.
           05  OLD-DEG-CODE            PIC X(6).
           05  OLD-DEG-NAME            PIC X(20).
           05  OLD-DEG-ELECTIVE-MIN    PIC 9(3).
           05  OLD-DEG-REQ-TABLE       PIC X(150).

       FD NEW-DEGREE-FILE.
       COPY "DEGREEREC.CPY".  *> Shared degree-requirement layout (DEG-KEY, ...)

       FD OLD-STUDENT-FILE.
       01  OLD-STUDENT-RECORD.
           05  OLD-F-ID                PIC X(4).
           05  OLD-F-REST              PIC X(139).

       FD NEW-STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.          *> Old-layout file I/O status
       01 WS-NEW-STATUS            PIC XX.          *> New-layout file I/O status
       01 WS-EOF                   PIC X VALUE "N". *> Per-file scan EOF flag
       01 WS-COPY-COUNT            PIC 9(6) VALUE 0. *> Rows rebuilt, this file
       01 WS-TOTAL-COUNT           PIC 9(6) VALUE 0. *> Rows rebuilt, all files
       01 CONFIRMATION             PIC X.            *> User confirmation (Y/N)
       01 WS-CLEANUP-CMD           PIC X(80).        *> Shell command text
       01 WS-SWAP-CMD              PIC X(80).        *> Shell command text

       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "|  M I G R A T E   C A T A L O G   Y E A R S    |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS THE FILES BUILT BEFORE CATALOG YEARS "
               "WERE KEPT"
           DISPLAY "ONTO THE CURRENT LAYOUTS:"
           DISPLAY "  degree-programs.txt   - EVERY PROGRAM BECOMES "
               "CATALOG YEAR 0000"
           DISPLAY "  vsam-simulated.txt    - A BLANK CATALOG YEAR ON "
               "EVERY STUDENT"
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUTS AND BEFORE"
           DISPLAY "ANYTHING ELSE TOUCHES THESE FILES.  A SECOND RUN "
               "AGAINST FILES"
           DISPLAY "ALREADY REBUILT WILL SCRAMBLE THEM - RESTORE FROM "
               "THE SNAPSHOTS"
           DISPLAY "THIS RUN TAKES (PRGB0011) IF THAT EVER HAPPENS."
           DISPLAY "PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "MIGRATION NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "PRGY0140" TO WS-BACKUP-PROGRAM

           PERFORM MIGRATE-DEGREE-PROGRAMS
           PERFORM MIGRATE-STUDENTS

           DISPLAY "*** " WS-TOTAL-COUNT " ROW(S) REBUILT ACROSS ALL "
               "FILES. ***"

           IF WS-TOTAL-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to migrate
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> MIGRATE-DEGREE-PROGRAMS - degree-programs.txt onto the
      *> keyed-by-catalog-year layout.  Each program's one existing
      *> set of requirements becomes its catalog year "0000" row,
      *> the oldest possible year, so every student - including
      *> those with no catalog year yet - keeps being audited
      *> against exactly the requirements they were audited against
      *> before.  With one row per program the old key order and the
      *> new sort identically, so the sequential WRITEs stay in key
      *> order.
      *>-----------------------------------------------------------
       MIGRATE-DEGREE-PROGRAMS.
           MOVE "degree-programs.txt"    TO WS-BACKUP-SOURCE
           MOVE "degree-programs-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f degree-programs-migrated.txt" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-DEGREE-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO degree-programs.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-DEGREE-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-DEGREE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE OLD-DEG-CODE         TO DEG-CODE
                       MOVE "0000"               TO DEG-CATALOG-YEAR
                       MOVE OLD-DEG-NAME         TO DEG-NAME
                       MOVE OLD-DEG-ELECTIVE-MIN TO DEG-ELECTIVE-MIN
                       MOVE OLD-DEG-REQ-TABLE    TO DEG-REQ-TABLE
                       WRITE DEGREE-PROGRAM-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-DEGREE-FILE
           CLOSE NEW-DEGREE-FILE

           MOVE "mv degree-programs-migrated.txt degree-programs.txt"
               TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           ADD WS-COPY-COUNT TO WS-TOTAL-COUNT
           DISPLAY "*** degree-programs.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT. ***".

      *>-----------------------------------------------------------
      *> MIGRATE-STUDENTS - vsam-simulated.txt onto the layout with
      *> F-CATALOG-YEAR.  The key and every existing field are
      *> unchanged, so this is a straight widen; the catalog year
      *> starts as SPACES, the documented "declared before catalog
      *> years were kept" value.
      *>-----------------------------------------------------------
       MIGRATE-STUDENTS.
           PERFORM BACKUP-STUDENT-FILE
           MOVE "rm -f vsam-migrated.txt" TO WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-COPY-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-STUDENT-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO vsam-simulated.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-STUDENT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-STUDENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES             TO STUDENT-RECORD
                       MOVE OLD-STUDENT-RECORD TO STUDENT-RECORD(1:143)
                       MOVE SPACES             TO F-CATALOG-YEAR
                       WRITE STUDENT-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE OLD-STUDENT-FILE
           CLOSE NEW-STUDENT-FILE

           MOVE "mv vsam-migrated.txt vsam-simulated.txt"
               TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           ADD WS-COPY-COUNT TO WS-TOTAL-COUNT
           DISPLAY "*** vsam-simulated.txt: " WS-COPY-COUNT
               " ROW(S) REBUILT. ***".

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
