               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT INSTRUCTOR-FILE ASSIGN TO "instructor-master.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INSTR-ID
               FILE STATUS IS WS-INSTR-STATUS.

           SELECT SESSION-FILE ASSIGN TO "current-session.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD USER-FILE.
       COPY "USERREC.CPY".    *> Shared user-account record layout

       FD INSTRUCTOR-FILE.
       COPY "INSTRREC.CPY".   *> Shared instructor master layout

       FD SESSION-FILE.
       01 SESSION-LINE          PIC X(13).    *> USER-ID (8) + USER-ROLE (1) + linked student ID (4), from PRGP0028


       WORKING-STORAGE SECTION.
       01 WS-USER-STATUS       PIC XX.               *> USER-FILE I/O status
       01 WS-INSTR-STATUS      PIC XX.               *> INSTRUCTOR-FILE I/O status
       01 WS-ACTION            PIC X.                *> A=add, D=disable, R=reset,
      *>                                                I=link instructor, L=list
       01 WS-FOUND             PIC X VALUE "N".      *> Account found flag
       01 WS-TODAY-FORMATTED   PIC X(8).             *> Current date, YYYYMMDD
       01 WS-OPERATOR-ROLE     PIC X(1) VALUE SPACE. *> Logged-in user's role
       01 WS-USER-EOF          PIC X VALUE "N".      *> List-scan EOF flag
       01 WS-LIST-COUNT        PIC 9(3) VALUE 0.     *> Accounts listed
       01 WS-TARGET-ID         PIC X(8).             *> Account being worked
       01 WS-INSTR-INPUT       PIC X(4).             *> Instructor ID as keyed
       01 WS-INSTR-FOUND       PIC X VALUE "N".      *> Instructor lookup flag
       01 WS-SAVE-PASSWORD     PIC X(8).             *> Real password, held while
      *>                                                the audit image is blanked
       01 WS-TEMP-PASSWORD     PIC X(16).            *> Temporary password as keyed

       COPY "AUDITWS.CPY".    *> Fields used by the shared WRITE-AUDIT-LOG paragraph
       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "PWHASHWS.CPY".   *> Fields used by the shared password paragraphs

       PROCEDURE DIVISION.
       BEGIN.
               EXIT PROGRAM
           END-IF

           DISPLAY "ADD, DISABLE, RESET PASSWORD, LINK TO AN "
               "INSTRUCTOR, OR LIST? (A/D/R/I/L) >>"
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                   PERFORM DISABLE-ACCOUNT
               WHEN "R"
                   PERFORM RESET-PASSWORD
               WHEN "I"
                   PERFORM LINK-INSTRUCTOR
               WHEN "L"
                   PERFORM LIST-ACCOUNTS
               WHEN OTHER
      *> password that must be changed at first login.
      *>-----------------------------------------------------------
       ADD-ACCOUNT.
           MOVE SPACES TO USER-RECORD
           DISPLAY "ENTER NEW USER ID (8 CHARS) >>"
           ACCEPT USER-ID
           MOVE USER-ID TO WS-TARGET-ID
           ACCEPT USER-NAME

           DISPLAY "ENTER ROLE - A=ADMINISTRATOR, U=STANDARD, "
               "S=STUDENT SELF-SERVICE, I=INSTRUCTOR >>"
           ACCEPT USER-ROLE
           IF USER-ROLE NOT = "A" AND USER-ROLE NOT = "U"
               AND USER-ROLE NOT = "S" AND USER-ROLE NOT = "I"
               DISPLAY "***ERROR: INVALID ROLE.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
               MOVE SPACES TO USER-STUDENT-ID
           END-IF

           MOVE SPACES TO USER-INSTR-ID
           IF USER-ROLE NOT = "S"
               DISPLAY "ENTER THE INSTRUCTOR ID THIS LOGIN BELONGS "
                   "TO, OR BLANK IF NONE >>"
               ACCEPT WS-INSTR-INPUT
               IF WS-INSTR-INPUT NOT = SPACES
                   PERFORM VALIDATE-INSTRUCTOR
                   IF WS-INSTR-FOUND = "N"
                       DISPLAY "***ERROR: INSTRUCTOR ID NOT FOUND.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-INSTR-INPUT TO USER-INSTR-ID
               END-IF
           END-IF

           IF USER-ROLE = "I" AND USER-INSTR-ID = SPACES
               DISPLAY "***ERROR: AN INSTRUCTOR LOGIN MUST NAME ITS "
                   "INSTRUCTOR.***"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF

           PERFORM ACCEPT-TEMP-PASSWORD
           IF WS-PWH-RULE-OK = "N"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
               EXIT PARAGRAPH
           END-IF
           PERFORM MAKE-PASSWORD-SALT
           MOVE WS-PWH-SALT TO USER-PW-SALT
           PERFORM HASH-PASSWORD
           PERFORM STORE-PASSWORD-HASH

           MOVE "A"    TO USER-STATUS
           MOVE 0      TO USER-FAIL-COUNT
               DISPLAY "***ERROR: USER ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               PERFORM ACCEPT-TEMP-PASSWORD
           END-IF

           IF WS-FOUND = "Y" AND WS-PWH-RULE-OK = "N"
               MOVE 3 TO RETURN-CODE              *> 3 = invalid input
           END-IF

           IF WS-FOUND = "Y" AND WS-PWH-RULE-OK = "Y"
               IF USER-PW-SALT = SPACES
                   PERFORM MAKE-PASSWORD-SALT
                   MOVE WS-PWH-SALT TO USER-PW-SALT
               END-IF
               MOVE USER-PW-SALT TO WS-PWH-SALT
               PERFORM HASH-PASSWORD
               PERFORM STORE-PASSWORD-HASH
               MOVE SPACES TO USER-PW-DATE
               MOVE "Y"    TO USER-MUST-CHANGE
               MOVE "A"    TO USER-STATUS

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> ACCEPT-TEMP-PASSWORD - a temporary password is held to the
      *> same length and character-mix rule as any other, since it
      *> is a live password until its first use.  Leaves it in
      *> WS-PWH-PASSWORD with WS-PWH-RULE-OK set.
      *>-----------------------------------------------------------
       ACCEPT-TEMP-PASSWORD.
           DISPLAY "ENTER TEMPORARY PASSWORD (8-16 CHARS, LETTERS "
               "AND DIGITS) >>"
           ACCEPT WS-TEMP-PASSWORD
           MOVE WS-TEMP-PASSWORD TO WS-PWH-PASSWORD
           PERFORM CHECK-PASSWORD-RULES.

      *>-----------------------------------------------------------
      *> LINK-INSTRUCTOR - ties an existing staff account to the
      *> instructor it belongs to (blank clears the link), which is
      *> what lets that login release its own advisees' advising
      *> holds in PRGH0077 and, on an "I" login, which sections it
      *> may work.
      *>-----------------------------------------------------------
       LINK-INSTRUCTOR.
           DISPLAY "ENTER USER ID TO LINK (8 CHARS) >>"
           ACCEPT WS-TARGET-ID
           DISPLAY "ENTER INSTRUCTOR ID, OR BLANK TO CLEAR THE "
               "LINK >>"
           ACCEPT WS-INSTR-INPUT
           IF WS-INSTR-INPUT NOT = SPACES
               PERFORM VALIDATE-INSTRUCTOR
               IF WS-INSTR-FOUND = "N"
                   DISPLAY "***ERROR: INSTRUCTOR ID NOT FOUND.***"
                   MOVE 3 TO RETURN-CODE          *> 3 = invalid input
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "USER"       TO WS-LOCK-TYPE
           MOVE WS-TARGET-ID TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK
           IF WS-LOCK2-HELD = "N"
               MOVE 4 TO RETURN-CODE              *> 4 = locked
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TARGET-ID TO USER-ID
           OPEN I-O USER-FILE
           READ USER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND
           END-READ

           IF WS-FOUND = "N"
               DISPLAY "***ERROR: USER ID NOT FOUND.***"
               MOVE 1 TO RETURN-CODE              *> 1 = not found
           ELSE
               EVALUATE TRUE
                   WHEN USER-ROLE = "S"
                       DISPLAY "***ERROR: A SELF-SERVICE LOGIN CANNOT "
                           "BE AN INSTRUCTOR.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
      *> An instructor login unlinked would own no sections at all.
                   WHEN USER-ROLE = "I" AND WS-INSTR-INPUT = SPACES
                       DISPLAY "***ERROR: AN INSTRUCTOR LOGIN MUST "
                           "KEEP ITS INSTRUCTOR.***"
                       MOVE 3 TO RETURN-CODE      *> 3 = invalid input
                   WHEN OTHER
                       MOVE WS-INSTR-INPUT TO USER-INSTR-ID
                       REWRITE USER-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO LINK "
                                   "ACCOUNT.***"
                               MOVE 1 TO RETURN-CODE
                           NOT INVALID KEY
                               DISPLAY "*** ACCOUNT LINK UPDATED. ***"
                               MOVE 0 TO RETURN-CODE
                               PERFORM LOG-ACCOUNT-ACTION
                       END-REWRITE
               END-EVALUATE
           END-IF
           CLOSE USER-FILE

           PERFORM RELEASE-RECORD-LOCK.

      *>-----------------------------------------------------------
      *> VALIDATE-INSTRUCTOR - WS-INSTR-INPUT must be on the
      *> instructor master.
      *>-----------------------------------------------------------
       VALIDATE-INSTRUCTOR.
           MOVE WS-INSTR-INPUT TO INSTR-ID
           OPEN INPUT INSTRUCTOR-FILE
           READ INSTRUCTOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-INSTR-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-INSTR-FOUND
           END-READ
           CLOSE INSTRUCTOR-FILE.

      *>-----------------------------------------------------------
      *> LIST-ACCOUNTS - status listing, passwords not shown.
      *>-----------------------------------------------------------
           MOVE 0   TO WS-LIST-COUNT

           DISPLAY "USER ID  | ST | ROLE | NAME                    "
               "  | PW SET   | INSTR"
           DISPLAY "-------------------------------------------------"

           OPEN INPUT USER-FILE
                   NOT AT END
                       DISPLAY USER-ID " | " USER-STATUS "  | "
                           USER-ROLE "    | " USER-NAME " | "
                           USER-PW-DATE " | " USER-INSTR-ID
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM
      *> operator through PRGR0030, so a temporary password must
      *> never land on it.  The password is put back afterward so
      *> the caller's REWRITE path still holds the real record.
      *> The salt, hash and history sit past byte 70 and so never
      *> reach the log either.
      *>-----------------------------------------------------------
       LOG-ACCOUNT-ACTION.
           MOVE USER-PASSWORD    TO WS-SAVE-PASSWORD
           MOVE SPACES           TO USER-PASSWORD
           MOVE SPACES           TO WS-AUDIT-BEFORE
           MOVE SPACES           TO WS-AUDIT-AFTER
           MOVE USER-RECORD      TO WS-AUDIT-AFTER(1:70)
           MOVE "PRGA0112"       TO AUDIT-PROGRAM
           MOVE WS-TARGET-ID(1:4) TO AUDIT-STUDENT-ID
           EVALUATE WS-ACTION
                   MOVE "USRADD"  TO AUDIT-OPERATION
               WHEN "D"
                   MOVE "USRDIS"  TO AUDIT-OPERATION
               WHEN "I"
                   MOVE "USRLNK"  TO AUDIT-OPERATION
               WHEN OTHER
                   MOVE "USRRST"  TO AUDIT-OPERATION
           END-EVALUATE

       COPY "AUDITVAL.CPY".   *> Shared audit-log append paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "PWHASHVAL.CPY".  *> Shared password hash and rule paragraphs
