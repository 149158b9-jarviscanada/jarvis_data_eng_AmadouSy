               RECORD KEY IS F-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT READ-ACCESS-FILE ASSIGN TO "read-access-log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-FILE-STATUS.

           SELECT RAC-SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAC-SESS-STATUS.

           SELECT BILLING-FILE ASSIGN TO "billing-ledger.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT REPORT-FILE ASSIGN TO "billing-statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "billing-archive-catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "prgq0044-history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD READ-ACCESS-FILE.
       COPY "RACCREC.CPY".    *> Shared read-access log layout (RAC-TIMESTAMP, ...)

       FD RAC-SESSION-FILE.
       01 RAC-SESSION-LINE      PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028

       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One statement line

       FD CATALOG-FILE.
       01 CATALOG-LINE.
           05 CAT-ARCHIVE       PIC X(40).
           05 FILLER            PIC X(59).
      *> One archived fiscal year per line, as PRGK0177 writes it.

      *> Archived ledger rows, laid out field for field against
      *> BILLREC.CPY - PRGK0177 writes each one as a straight
      *> image of the ledger record.
       FD HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-STUDENT-ID         PIC X(4).
           05  HIST-SEQ                PIC 9(4).
           05  HIST-TYPE               PIC X(1).
           05  HIST-AMOUNT             PIC 9(6)V99.
           05  HIST-DATE               PIC X(8).
           05  HIST-DESC               PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS       PIC XX.               *> Status of last STUDENT-FILE I/O
       01 WS-BILL-STATUS       PIC XX.               *> Status of last BILLING-FILE I/O
       01 WS-RUNNING-BALANCE   PIC S9(8)V99 VALUE 0. *> Running balance as entries print
       01 WS-AMOUNT-DISPLAY    PIC ---,---,--9.99.   *> Entry amount for printing
       01 WS-BALANCE-DISPLAY   PIC ---,---,--9.99.   *> Running balance for printing
       01 WS-FULL-HISTORY      PIC X VALUE "N".      *> "Y" = archived years too
       01 WS-CAT-STATUS        PIC XX.               *> CATALOG-FILE I/O status
       01 WS-HIST-STATUS       PIC XX.               *> HISTORY-FILE I/O status
       01 WS-ARCHIVES-USED     PIC 9(3) VALUE 0.     *> Archived years pulled in
       01 WS-SYS-CMD           PIC X(120).           *> Shell command text

       COPY "RACCWS.CPY".     *> Fields used by the shared LOG-READ-ACCESS paragraph

       PROCEDURE DIVISION.
       BEGIN.
               EXIT PROGRAM
           END-IF

           DISPLAY "FULL HISTORY, INCLUDING ARCHIVED FISCAL YEARS? "
               "(Y/N) >>"
           ACCEPT WS-FULL-HISTORY
           IF WS-FULL-HISTORY NOT = "Y"
               MOVE "N" TO WS-FULL-HISTORY
           END-IF

           MOVE "PRGQ0044" TO WS-RAC-PROGRAM
           MOVE F-ID TO WS-RAC-STUDENT
           PERFORM LOG-READ-ACCESS

           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-LINE
                "-------------------" TO REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE

           IF WS-FULL-HISTORY = "Y"
               PERFORM SHOW-ARCHIVED-ENTRIES
           END-IF
           PERFORM SHOW-BILLING-ENTRIES

           IF WS-ANY-ENTRY = "N"
      *> writing every row for this student in file order to the
      *> statement and carrying a running balance (charges add,
      *> payments subtract), the same pattern PRGR0021 uses across
      *> all students but narrowed here to one.  On a full history
      *> the balance-forward rows (B/K) are left out: the archived
      *> rows they stand for have already been shown.
      *>-----------------------------------------------------------
       SHOW-BILLING-ENTRIES.
           MOVE "N" TO WS-EOF
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-STUDENT-ID
                           PERFORM SHOW-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE.

      *>-----------------------------------------------------------
      *> SHOW-ARCHIVED-ENTRIES - pulls every fiscal year on
      *> billing-archive-catalog.txt into one scratch file, oldest
      *> year first as PRGK0177 catalogued them, and shows this
      *> student's rows from it ahead of the live ledger's.
      *>-----------------------------------------------------------
       SHOW-ARCHIVED-ENTRIES.
           MOVE "rm -f prgq0044-history.txt ; "
               & "touch prgq0044-history.txt" TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD

           MOVE 0   TO WS-ARCHIVES-USED
           MOVE "N" TO WS-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-STATUS = "00"
               PERFORM UNTIL WS-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ARCHIVES-USED
                           MOVE SPACES TO WS-SYS-CMD
                           STRING "cat "
                               FUNCTION TRIM(CAT-ARCHIVE)
                               " >> prgq0044-history.txt"
                               DELIMITED BY SIZE
                               INTO WS-SYS-CMD
                           CALL "SYSTEM" USING WS-SYS-CMD
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF

           IF WS-ARCHIVES-USED = 0
               DISPLAY "(NO ARCHIVED FISCAL YEARS - SHOWING THE LIVE "
                   "LEDGER ONLY)"
               MOVE "N" TO WS-FULL-HISTORY
           ELSE
               MOVE "N" TO WS-EOF
               OPEN INPUT HISTORY-FILE
               PERFORM UNTIL WS-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF HIST-STUDENT-ID = WS-STUDENT-ID
                               MOVE HISTORY-RECORD TO BILLING-RECORD
                               PERFORM SHOW-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF

           MOVE "rm -f prgq0044-history.txt" TO WS-SYS-CMD
           CALL "SYSTEM" USING WS-SYS-CMD.

      *>-----------------------------------------------------------
      *> SHOW-ONE-ENTRY - writes the row in BILLING-RECORD to the
      *> statement and carries it into the running balance.
      *>-----------------------------------------------------------
       SHOW-ONE-ENTRY.
           IF WS-FULL-HISTORY = "Y"
               AND (BILL-TYPE = "B" OR BILL-TYPE = "K")
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ANY-ENTRY
           MOVE BILL-AMOUNT TO WS-AMOUNT-DISPLAY
           IF BILL-TYPE = "C" OR BILL-TYPE = "R"
               OR BILL-TYPE = "D"
               OR BILL-TYPE = "W"
               OR BILL-TYPE = "T"
               OR BILL-TYPE = "N"
               OR BILL-TYPE = "B"
               ADD BILL-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
               SUBTRACT BILL-AMOUNT
                   FROM WS-RUNNING-BALANCE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING BILL-SEQ DELIMITED BY SIZE
               " | "       DELIMITED BY SIZE
               BILL-TYPE   DELIMITED BY SIZE
               "    | "    DELIMITED BY SIZE
               BILL-DATE   DELIMITED BY SIZE
               " | "       DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               " | "       DELIMITED BY SIZE
               BILL-DESC   DELIMITED BY SIZE
               INTO REPORT-LINE
           PERFORM WRITE-STATEMENT-LINE.

      *>-----------------------------------------------------------
      *> WRITE-STATEMENT-LINE - writes one line to the statement
      *> file and echoes it to the screen.
       WRITE-STATEMENT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       COPY "RACCVAL.CPY".    *> Shared read-access log paragraph
