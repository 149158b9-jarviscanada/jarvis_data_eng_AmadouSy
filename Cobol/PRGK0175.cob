       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGK0175.  *> Read-access log rotation

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT SEGMENT-FILE ASSIGN TO "prgk0175-segment.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEEP-FILE ASSIGN TO "prgk0175-keep.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "read-access-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD SEGMENT-FILE.
       01 SEGMENT-LINE          PIC X(34).   *> One archived read-access row

       FD KEEP-FILE.
       01 KEEP-LINE             PIC X(34).   *> One still-live read-access row

       FD CATALOG-FILE.
       01 CATALOG-LINE          PIC X(100).
      *> read-access-catalog.txt layout: the same fixed columns
      *> PRGK0119 writes for the audit log - segment file name (40),
      *> then space-separated oldest date, newest date and row
      *> count - so PRGR0174's report knows which segments a date
      *> range touches without opening them all.  The name is
      *> written UNTRIMMED so the dates land at the byte offsets
      *> PRGR0174's FD reads them at.

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE "N". *> Scan EOF flag
       01 WS-CUTOFF            PIC X(8).        *> Rows before this are archived
       01 WS-TODAY-FORMATTED   PIC X(8).        *> Current date, YYYYMMDD
       01 WS-NOW-TIME          PIC X(6).        *> HHMMSS
       01 WS-ARCHIVED-COUNT    PIC 9(6) VALUE 0. *> Rows moved to the segment
       01 WS-KEPT-COUNT        PIC 9(6) VALUE 0. *> Rows kept live
       01 WS-OLDEST            PIC X(8) VALUE "99999999". *> Oldest archived date
       01 WS-NEWEST            PIC X(8) VALUE "00000000". *> Newest archived date
       01 WS-SEGMENT-NAME      PIC X(40).       *> Dated segment file name
       01 WS-SYS-CMD           PIC X(120).      *> Shell command text
       01 CONFIRMATION         PIC X.           *> User confirmation (Y/N)

       COPY "DATEWS.CPY".     *> Fields used by the shared VALIDATE-DATE paragraph
       01 WS-RAC-FILE-STATUS  PIC XX.          *> READ-ACCESS-FILE I/O status

       PROCEDURE DIVISION.
       BEGIN.

           DISPLAY "+-----------------------------------------------+"
           DISPLAY "| READ-ACCESS LOG ROTATION                      |"
           DISPLAY "+-----------------------------------------------+"

           ACCEPT WS-TODAY-FORMATTED FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME

           MOVE "N" TO WS-DATE-VALID
           PERFORM UNTIL WS-DATE-VALID = "Y"
               DISPLAY "ARCHIVE READ-ACCESS ROWS OLDER THAN "
                   "(YYYYMMDD) >>"
               ACCEPT WS-CUTOFF
               MOVE WS-CUTOFF TO WS-VALIDATE-DATE
               PERFORM VALIDATE-DATE
               IF WS-DATE-VALID = "N"
                   DISPLAY "***ERROR: INVALID DATE.***"
               END-IF
           END-PERFORM

           DISPLAY "MOVE EVERY ROW BEFORE " WS-CUTOFF " TO A DATED "
               "ARCHIVE SEGMENT? (Y/N) >>"
           ACCEPT CONFIRMATION
           IF CONFIRMATION NOT = "Y"
               DISPLAY "ROTATION NOT CONFIRMED."
               MOVE 3 TO RETURN-CODE              *> 3 = not confirmed
               EXIT PROGRAM
           END-IF

           OPEN INPUT READ-ACCESS-FILE
           IF WS-RAC-FILE-STATUS NOT = "00"
               DISPLAY "(NO READ-ACCESS LOG TO ROTATE)"
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to do
               EXIT PROGRAM
           END-IF

           OPEN OUTPUT SEGMENT-FILE
           OPEN OUTPUT KEEP-FILE

           PERFORM UNTIL WS-EOF = "Y"
               READ READ-ACCESS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RAC-TIMESTAMP(1:8) < WS-CUTOFF
                           MOVE READ-ACCESS-RECORD TO SEGMENT-LINE
                           WRITE SEGMENT-LINE
                           ADD 1 TO WS-ARCHIVED-COUNT
                           IF RAC-TIMESTAMP(1:8) < WS-OLDEST
                               MOVE RAC-TIMESTAMP(1:8)
                                   TO WS-OLDEST
                           END-IF
                           IF RAC-TIMESTAMP(1:8) > WS-NEWEST
                               MOVE RAC-TIMESTAMP(1:8)
                                   TO WS-NEWEST
                           END-IF
                       ELSE
                           MOVE READ-ACCESS-RECORD TO KEEP-LINE
                           WRITE KEEP-LINE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE READ-ACCESS-FILE
           CLOSE SEGMENT-FILE
           CLOSE KEEP-FILE

           IF WS-ARCHIVED-COUNT = 0
               DISPLAY "(NOTHING OLD ENOUGH TO ARCHIVE)"
               MOVE "rm -f prgk0175-segment.txt prgk0175-keep.txt"
                   TO WS-SYS-CMD
               CALL "SYSTEM" USING WS-SYS-CMD
               MOVE 1 TO RETURN-CODE              *> 1 = nothing to do
               EXIT PROGRAM
           END-IF

      *> The archived rows get a dated segment name, the survivors
      *> become the live log, and the catalog learns the segment -
      *> the same shell file-shuffle idiom the backups use.
           MOVE SPACES TO WS-SEGMENT-NAME
           STRING "read-access-archive-" WS-TODAY-FORMATTED "-"
               WS-NOW-TIME ".txt"
               DELIMITED BY SIZE INTO WS-SEGMENT-NAME

           MOVE SPACES TO WS-SYS-CMD
           STRING "mv prgk0175-segment.txt "
               FUNCTION TRIM(WS-SEGMENT-NAME)
               " ; mv prgk0175-keep.txt read-access-log.txt"
               DELIMITED BY SIZE INTO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           OPEN EXTEND CATALOG-FILE
           MOVE SPACES TO CATALOG-LINE
           STRING WS-SEGMENT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OLDEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEWEST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ARCHIVED-COUNT DELIMITED BY SIZE
                  INTO CATALOG-LINE
           WRITE CATALOG-LINE
           CLOSE CATALOG-FILE

           DISPLAY "*** " WS-ARCHIVED-COUNT " ROW(S) ARCHIVED TO "
               WS-SEGMENT-NAME "; " WS-KEPT-COUNT " KEPT LIVE. ***"

           MOVE 0 TO RETURN-CODE

           EXIT PROGRAM.

       COPY "DATEVAL.CPY".    *> Shared calendar-validation paragraph
