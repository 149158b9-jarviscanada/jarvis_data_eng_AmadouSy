       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGY0178.                     *> Program name

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "enrollment-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO
               "enrollment-history-migrated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-COURSE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.

           SELECT REJECT-FILE ASSIGN TO
               "enrollment-history-rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO
               "history-conversion-proof.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> As in PRGY0141, the OLD- FD below is laid out field for
      *> field against the layout the file was BUILT under - one
      *> LINE SEQUENTIAL row per rolled-off enrollment, in
      *> ENROLLREC.CPY's order - and the NEW- FD COPYs the current
      *> member, so the WRITE side can never drift from what the
      *> rest of the system expects.
       FD OLD-HISTORY-FILE.
       01  OLD-HISTORY-LINE.
           05  OLD-H-STUDENT-ID        PIC X(4).
           05  OLD-H-COURSE            PIC X(15).
           05  OLD-H-SECTION           PIC X(2).
           05  OLD-H-ENROLL-DATE       PIC X(8).
           05  OLD-H-TERM              PIC X(6).
           05  OLD-H-GRADE             PIC X(2).
           05  OLD-H-BASIS             PIC X(1).
           05  OLD-H-MIDTERM-GRADE     PIC X(2).

       FD NEW-HISTORY-FILE.
       COPY "HISTREC.CPY".    *> Shared enrollment-history layout (HIST-KEY, ...)

       FD REJECT-FILE.
       01 REJECT-LINE              PIC X(40).   *> A row whose key is already taken, as read

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One proof-report line

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS            PIC XX.          *> Old-layout file I/O status
       01 WS-NEW-STATUS            PIC XX.          *> New-layout file I/O status
       01 WS-EOF                   PIC X VALUE "N". *> Scan EOF flag
       01 CONFIRMATION             PIC X.            *> User confirmation (Y/N)
       01 WS-CLEANUP-CMD           PIC X(80).        *> Shell command text
       01 WS-SWAP-CMD              PIC X(80).        *> Shell command text
      *> Control totals.  The checksum weighs every byte of a row,
      *> in the old field order, by its position, so a field that
      *> moved or changed on the way in shows up even where the
      *> row count still agrees.
       01 WS-OLD-COUNT             PIC 9(7) VALUE 0. *> Rows read off the old file
       01 WS-OLD-SUM               PIC 9(15) VALUE 0.
       01 WS-LOAD-COUNT            PIC 9(7) VALUE 0. *> Rows written to the new file
       01 WS-REJECT-COUNT          PIC 9(7) VALUE 0. *> Rows held on the rejects file
       01 WS-REJECT-SUM            PIC 9(15) VALUE 0.
       01 WS-NEW-COUNT             PIC 9(7) VALUE 0. *> Rows re-read off the new file
       01 WS-NEW-SUM               PIC 9(15) VALUE 0.
       01 WS-BAD-ALT-COUNT         PIC 9(7) VALUE 0. *> Rows whose course + term key disagrees
       01 WS-PROOF-OK              PIC X VALUE "Y".  *> "Y" if every total reconciles
       01 WS-ROW-IMAGE             PIC X(40).        *> Row in the old field order
       01 WS-ROW-SUM               PIC 9(9).         *> Checksum of WS-ROW-IMAGE
       01 WS-BYTE-IX               PIC 9(2).         *> Byte position in the row
       01 WS-COUNT-DISPLAY         PIC Z,ZZZ,ZZ9.    *> Row count for printing
       01 WS-SUM-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9. *> Checksum for printing
       01 WS-PROOF-LABEL           PIC X(30).        *> Proof-line caption

       COPY "BACKUPWS.CPY".   *> Fields used by the shared backup paragraphs

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| C O N V E R T   E N R O L L M E N T   H I S T |"
           DISPLAY "+-----------------------------------------------+"

           DISPLAY "THIS REBUILDS enrollment-history.txt AS AN INDEXED "
               "FILE KEYED ON"
           DISPLAY "STUDENT, TERM, COURSE AND SECTION, WITH A COURSE + "
               "TERM ACCESS PATH."
           DISPLAY "RUN THIS EXACTLY ONCE, AFTER INSTALLING THE NEW "
               "LAYOUT AND BEFORE"
           DISPLAY "ANY TRANSCRIPT, REPORT OR ROLLOVER RUNS AGAIN.  A "
               "SECOND RUN AGAINST"
           DISPLAY "A FILE ALREADY REBUILT WILL SCRAMBLE IT - RESTORE "
               "FROM THE SNAPSHOT"
           DISPLAY "THIS RUN TAKES IF THAT EVER HAPPENS."
           DISPLAY "PROCEED? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "CONVERSION NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           MOVE "PRGY0178" TO WS-BACKUP-PROGRAM

           PERFORM CONVERT-HISTORY
           IF WS-OLD-COUNT = 0
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to convert
               EXIT PROGRAM
           END-IF

           PERFORM PROVE-CONVERSION
           PERFORM WRITE-PROOF-REPORT

           IF WS-PROOF-OK = "N"
               MOVE "rm -f enrollment-history-migrated.txt"
                   TO WS-CLEANUP-CMD
               CALL "SYSTEM" USING WS-CLEANUP-CMD
               DISPLAY "***ERROR: CONTROL TOTALS DO NOT RECONCILE - "
                   "enrollment-history.txt LEFT AS IT WAS.***"
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions
               EXIT PROGRAM
           END-IF

           MOVE "mv enrollment-history-migrated.txt "
               & "enrollment-history.txt" TO WS-SWAP-CMD
           CALL "SYSTEM" USING WS-SWAP-CMD
           DISPLAY "*** enrollment-history.txt: " WS-LOAD-COUNT
               " ROW(S) REBUILT. ***"

           IF WS-REJECT-COUNT > 0
               DISPLAY "*** " WS-REJECT-COUNT " ROW(S) REPEAT A KEY "
                   "ALREADY LOADED - HELD ON "
                   "enrollment-history-rejects.txt FOR THE "
                   "REGISTRAR. ***"
               MOVE 2 TO RETURN-CODE              *> 2 = exceptions
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           EXIT PROGRAM.

      *>-----------------------------------------------------------
      *> CONVERT-HISTORY - every old row onto the keyed layout, in
      *> file order.  The old file is in rollover order, not key
      *> order, so each row is written by key.  Two rows can only
      *> share a key when both predate the term calendar (blank
      *> term) and repeat the same course and section - the second
      *> goes to the rejects file exactly as read, rather than
      *> overwriting the first.
      *>-----------------------------------------------------------
       CONVERT-HISTORY.
           MOVE "enrollment-history.txt"    TO WS-BACKUP-SOURCE
           MOVE "enrollment-history-backup" TO WS-BACKUP-PREFIX
           PERFORM BACKUP-FILE
           MOVE "rm -f enrollment-history-migrated.txt" TO
               WS-CLEANUP-CMD
           CALL "SYSTEM" USING WS-CLEANUP-CMD

           MOVE 0   TO WS-OLD-COUNT
           MOVE 0   TO WS-OLD-SUM
           MOVE "N" TO WS-EOF
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "(NO enrollment-history.txt - SKIPPED)"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT NEW-HISTORY-FILE
           OPEN OUTPUT REJECT-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ OLD-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-OLD-COUNT
                       MOVE OLD-HISTORY-LINE TO WS-ROW-IMAGE
                       PERFORM SUM-ROW-IMAGE
                       ADD WS-ROW-SUM TO WS-OLD-SUM
                       PERFORM LOAD-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-FILE
           CLOSE NEW-HISTORY-FILE
           CLOSE REJECT-FILE.

      *>-----------------------------------------------------------
      *> LOAD-ONE-ROW - the old row just read, field by field onto
      *> the new layout with both keys set.
      *>-----------------------------------------------------------
       LOAD-ONE-ROW.
           MOVE OLD-H-STUDENT-ID     TO HIST-STUDENT-ID
           MOVE OLD-H-TERM           TO HIST-TERM
           MOVE OLD-H-COURSE         TO HIST-COURSE
           MOVE OLD-H-SECTION        TO HIST-SECTION
           MOVE OLD-H-ENROLL-DATE    TO HIST-ENROLL-DATE
           MOVE OLD-H-GRADE          TO HIST-GRADE
           MOVE OLD-H-BASIS          TO HIST-BASIS
           MOVE OLD-H-MIDTERM-GRADE  TO HIST-MIDTERM-GRADE
           MOVE OLD-H-COURSE         TO HIST-ALT-COURSE
           MOVE OLD-H-TERM           TO HIST-ALT-TERM
           WRITE HISTORY-LINE
               INVALID KEY
                   MOVE OLD-HISTORY-LINE TO REJECT-LINE
                   WRITE REJECT-LINE
                   ADD 1 TO WS-REJECT-COUNT
                   ADD WS-ROW-SUM TO WS-REJECT-SUM
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

      *>-----------------------------------------------------------
      *> PROVE-CONVERSION - re-reads the new file end to end.
      *> Every row read off the old file must be on the new file
      *> or the rejects file, the checksums must add back up, and
      *> every row's course + term key must repeat its own course
      *> and term.
      *>-----------------------------------------------------------
       PROVE-CONVERSION.
           MOVE 0   TO WS-NEW-COUNT
           MOVE 0   TO WS-NEW-SUM
           MOVE 0   TO WS-BAD-ALT-COUNT
           MOVE "N" TO WS-EOF
           OPEN INPUT NEW-HISTORY-FILE
           PERFORM UNTIL WS-EOF = "Y"
               READ NEW-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-NEW-COUNT
                       MOVE SPACES TO WS-ROW-IMAGE
                       STRING HIST-STUDENT-ID HIST-COURSE
                           HIST-SECTION HIST-ENROLL-DATE HIST-TERM
                           HIST-GRADE HIST-BASIS HIST-MIDTERM-GRADE
                           DELIMITED BY SIZE INTO WS-ROW-IMAGE
                       PERFORM SUM-ROW-IMAGE
                       ADD WS-ROW-SUM TO WS-NEW-SUM
                       IF HIST-ALT-COURSE NOT = HIST-COURSE
                           OR HIST-ALT-TERM NOT = HIST-TERM
                           ADD 1 TO WS-BAD-ALT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-HISTORY-FILE

           MOVE "Y" TO WS-PROOF-OK
           IF WS-NEW-COUNT NOT = WS-LOAD-COUNT
               OR WS-OLD-COUNT NOT = WS-NEW-COUNT + WS-REJECT-COUNT
               OR WS-OLD-SUM NOT = WS-NEW-SUM + WS-REJECT-SUM
               OR WS-BAD-ALT-COUNT > 0
               MOVE "N" TO WS-PROOF-OK
           END-IF.

      *>-----------------------------------------------------------
      *> SUM-ROW-IMAGE - the position-weighted byte sum of
      *> WS-ROW-IMAGE into WS-ROW-SUM.
      *>-----------------------------------------------------------
       SUM-ROW-IMAGE.
           MOVE 0 TO WS-ROW-SUM
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
               UNTIL WS-BYTE-IX > 40
               COMPUTE WS-ROW-SUM = WS-ROW-SUM + WS-BYTE-IX
                   * FUNCTION ORD(WS-ROW-IMAGE(WS-BYTE-IX:1))
           END-PERFORM.

      *>-----------------------------------------------------------
      *> WRITE-PROOF-REPORT - the control totals, for the registrar
      *> to file with the conversion.
      *>-----------------------------------------------------------
       WRITE-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "     ENROLLMENT-HISTORY CONVERSION - CONTROL PROOF"
               TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE
           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE

           MOVE "ROWS READ, OLD FILE"        TO WS-PROOF-LABEL
           MOVE WS-OLD-COUNT                 TO WS-COUNT-DISPLAY
           MOVE WS-OLD-SUM                   TO WS-SUM-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "ROWS ON THE NEW FILE"       TO WS-PROOF-LABEL
           MOVE WS-NEW-COUNT                 TO WS-COUNT-DISPLAY
           MOVE WS-NEW-SUM                   TO WS-SUM-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "ROWS HELD AS REJECTS"       TO WS-PROOF-LABEL
           MOVE WS-REJECT-COUNT              TO WS-COUNT-DISPLAY
           MOVE WS-REJECT-SUM                TO WS-SUM-DISPLAY
           PERFORM WRITE-TOTAL-LINE
           MOVE "COURSE + TERM KEY MISMATCHES" TO WS-PROOF-LABEL
           MOVE WS-BAD-ALT-COUNT             TO WS-COUNT-DISPLAY
           MOVE 0                            TO WS-SUM-DISPLAY
           PERFORM WRITE-TOTAL-LINE

           MOVE "-----------------------------------------------" &
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-PROOF-LINE
           IF WS-PROOF-OK = "Y"
               MOVE "PROOF: IN BALANCE - NEW FILE INSTALLED"
                   TO REPORT-LINE
           ELSE
               MOVE "PROOF: OUT OF BALANCE - OLD FILE KEPT"
                   TO REPORT-LINE
           END-IF
           PERFORM WRITE-PROOF-LINE
           CLOSE REPORT-FILE.

      *>-----------------------------------------------------------
      *> WRITE-TOTAL-LINE - one caption, row count and checksum.
      *>-----------------------------------------------------------
       WRITE-TOTAL-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING WS-PROOF-LABEL DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "   CHECKSUM " DELIMITED BY SIZE
                  WS-SUM-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-PROOF-LINE.

      *>-----------------------------------------------------------
      *> WRITE-PROOF-LINE - writes one line to the proof report and
      *> echoes it to the screen.
      *>-----------------------------------------------------------
       WRITE-PROOF-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "BACKUPVAL.CPY".  *> Shared backup-before-write paragraphs
