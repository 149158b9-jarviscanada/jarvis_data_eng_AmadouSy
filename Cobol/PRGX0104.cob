               RECORD KEY IS BILL-KEY
               FILE STATUS IS WS-BILL-STATUS.

           SELECT REMISSION-FILE ASSIGN TO "tuition-remission.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-KEY
               FILE STATUS IS WS-TRM-FILE-STATUS.

           SELECT REMISSION-LEDGER-FILE ASSIGN TO "remission-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-LED-STATUS.

           SELECT REVENUE-LEDGER-FILE ASSIGN TO "revenue-ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RVL-STATUS.

           SELECT ENROLL-CHANGE-FILE ASSIGN TO "enrollment-changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-STATUS.

           SELECT STUDENT-FILE ASSIGN TO "vsam-simulated.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT OFFERING-FILE ASSIGN TO "term-offerings.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-MASTER-FILE.
       FD BILLING-FILE.
       COPY "BILLREC.CPY".    *> Shared billing-ledger layout (BILL-KEY, ...)

       FD REMISSION-FILE.
       COPY "REMITREC.CPY".   *> Shared remission eligibility layout (TRM-KEY, ...)

       FD REMISSION-LEDGER-FILE.
       COPY "REMLEDREC.CPY".  *> Shared remission-ledger layout (TRL-STUDENT-ID, ...)

       FD REVENUE-LEDGER-FILE.
       COPY "REVLEDREC.CPY".  *> Shared revenue-ledger layout (RVL-STUDENT-ID, ...)

       FD ENROLL-CHANGE-FILE.
       COPY "ENCHGREC.CPY".   *> Shared enrollment-change log layout (ECH-STUDENT-ID, ...)

       FD STUDENT-FILE.
       COPY "STUDREC.CPY".    *> Shared student record layout (F-ID, F-NAME, ...)

       FD PERIOD-FILE.
       COPY "PERIODREC.CPY".  *> Shared accounting-period layout (PER-PERIOD, ...)

       FD OFFERING-FILE.
       COPY "OFFERREC.CPY".   *> Shared term-offering layout (OFR-KEY, ...)

       FD REPORT-FILE.
       01 REPORT-LINE              PIC X(80).   *> One report line

       01 WS-CANCEL-CREDITS    PIC 9(2).        *> Cancelled section's credit hours
       01 WS-MOVED-COUNT       PIC 9(4) VALUE 0. *> Students transferred
       01 WS-DROPPED-COUNT     PIC 9(4) VALUE 0. *> Students dropped with refund
       01 WS-W-COUNT           PIC 9(4) VALUE 0. *> ...of which kept as a W
       01 WS-WL-CLEARED        PIC 9(4) VALUE 0. *> Waitlist rows cleared
       01 WS-SAVE-STUDENT      PIC X(4).        *> Row being worked, saved before
       01 WS-SAVE-DATE         PIC X(8).         *> the delete/rewrite shuffles
       01 WS-NEXT-SPLED-SEQ    PIC 9(4) VALUE 0.    *> Next sponsor-ledger seq
       01 WS-TERM-STATUS       PIC XX.              *> TERM-FILE I/O status

      *> Every student whose seat was dropped, withdrawn or moved,
      *> with the seat's term, so the term's tuition can be
      *> re-assessed once the enrollment scan has closed the file.
       01 WS-TA-USED           PIC 9(3) VALUE 0.
       01 WS-TA-IX             PIC 9(3) VALUE 0.
       01 WS-TA-TABLE.
           05 WS-TA-ENTRY OCCURS 999 TIMES.
               10 WS-TA-STUDENT     PIC X(4).
               10 WS-TA-TERM        PIC X(6).

       COPY "TERMWS.CPY".     *> Fields used by the shared GET-CURRENT-TERM paragraph
       COPY "LDROPWS.CPY".    *> Fields used by the shared CHECK-LATE-DROP paragraph
       COPY "ENCHGWS.CPY".    *> Fields used by the shared LOG-ENROLLMENT-CHANGE paragraph
       01 CONFIRMATION         PIC X.               *> User confirmation (Y/N)

       COPY "FEEWS.CPY".      *> Fields used by the shared GET-EFFECTIVE-RATE paragraph
       COPY "CAPWS.CPY".      *> WS-CAP-RATE-PER-CREDIT fallback, shared with CAPVAL users
       COPY "REMITWS.CPY".    *> Fields used by the shared tuition-remission paragraphs
       COPY "REVWS.CPY".      *> Fields used by the shared POST-REVENUE-ROW paragraph
       COPY "SECCNTWS.CPY".   *> Fields used by the shared section-count paragraph
       01 WS-PERIOD-STATUS     PIC XX.               *> PERIOD-FILE I/O status
       01 WS-OFR-STATUS        PIC XX.               *> OFFERING-FILE I/O status
       COPY "PERIODWS.CPY".   *> Fields used by the shared CHECK-PERIOD-OPEN paragraph

       COPY "RECLOCKWS.CPY".  *> Fields used by the shared record-lock paragraphs
       COPY "TUITWS.CPY".     *> Fields used by the shared term-tuition assessment

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM UNWIND-ENROLLMENTS
           PERFORM CLEAR-WAITLIST-ROWS
           PERFORM DELETE-SECTION-ROW
           PERFORM REASSESS-CANCELLED-TERMS

           PERFORM RELEASE-RECORD-LOCK

                  WS-MOVED-COUNT DELIMITED BY SIZE
                  "   DROPPED/REFUNDED: " DELIMITED BY SIZE
                  WS-DROPPED-COUNT DELIMITED BY SIZE
                  " (AS W: " DELIMITED BY SIZE
                  WS-W-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  "   WAITLIST CLEARED: " DELIMITED BY SIZE
                  WS-WL-CLEARED DELIMITED BY SIZE
                  INTO REPORT-LINE
           MOVE EN-BASIS         TO WS-SAVE-BASIS
           MOVE EN-MIDTERM-GRADE TO WS-SAVE-MIDTERM

      *> Past the term's add/drop date an ungraded seat that is not
      *> being moved stays on file as a W, the same rule a student's
      *> own late drop follows - the refund is still the full one.
           IF WS-XFER-SECTION = SPACES AND WS-SAVE-GRADE = SPACES
               MOVE WS-SAVE-TERM       TO WS-LATE-DROP-TERM
               MOVE WS-TODAY-FORMATTED TO WS-LATE-DROP-DATE
               PERFORM CHECK-LATE-DROP
               IF WS-LATE-DROP = "Y"
                   PERFORM WITHDRAW-ONE-ROW
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DELETE ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO REMOVE "
      *> Already holds a seat in the target section - nothing to
      *> move, and nothing owed either way.
                       ADD 1 TO WS-MOVED-COUNT
                       PERFORM NOTE-TERM-TO-ASSESS
                       MOVE WS-TARGET-SECTION  TO EN-SECTION
                       MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
                       PERFORM LOG-ENROLLMENT-CHANGE
                       MOVE SPACES TO REPORT-LINE
                       STRING "ALREADY IN TARGET: " DELIMITED BY SIZE
                              WS-SAVE-STUDENT DELIMITED BY SIZE
                       MOVE WS-XFER-SECTION  TO WS-SEC-SECTION
                       MOVE 1                TO WS-SEC-DELTA
                       PERFORM ADJUST-SECTION-COUNT
                       PERFORM MOVE-SEAT-REVENUE
                       PERFORM NOTE-TERM-TO-ASSESS
      *> The moved row keeps its old enrollment date, so the
      *> confirmation run would never see the new section without
      *> a change row of its own.
                       MOVE "M"                TO WS-ECH-ACTION
                       MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
                       PERFORM LOG-ENROLLMENT-CHANGE
                       MOVE SPACES TO REPORT-LINE
                       STRING "TRANSFERRED: " DELIMITED BY SIZE
                              WS-SAVE-STUDENT DELIMITED BY SIZE
                       PERFORM WRITE-CANCEL-LINE
               END-WRITE
           ELSE
               MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
               PERFORM LOG-ENROLLMENT-CHANGE
               PERFORM POST-CANCEL-REFUND
               PERFORM NOTE-TERM-TO-ASSESS
               ADD 1 TO WS-DROPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DROPPED: " DELIMITED BY SIZE

           PERFORM QUEUE-CANCEL-NOTICE.

      *>-----------------------------------------------------------
      *> NOTE-TERM-TO-ASSESS - remembers the row's student and term
      *> for REASSESS-CANCELLED-TERMS.
      *>-----------------------------------------------------------
       NOTE-TERM-TO-ASSESS.
           IF WS-TA-USED < 999
               ADD 1 TO WS-TA-USED
               MOVE WS-SAVE-STUDENT TO WS-TA-STUDENT(WS-TA-USED)
               MOVE WS-SAVE-TERM    TO WS-TA-TERM(WS-TA-USED)
           ELSE
               DISPLAY "***WARNING: TERM TUITION NOT RE-ASSESSED FOR "
                   WS-SAVE-STUDENT " - THE NIGHTLY RE-ASSESSMENT "
                   "(PRGL0162) WILL CATCH IT UP.***"
           END-IF.

      *>-----------------------------------------------------------
      *> REASSESS-CANCELLED-TERMS - each seat above was refunded at
      *> the per-credit rate, so a student on the banded (block)
      *> rate has the whole term re-priced on what is still held,
      *> the same as after any other drop (CAPVAL.CPY).  A W the
      *> cancellation left behind is recognized by its "CANCEL" row
      *> and drops out of the band on its own.  Runs once the
      *> enrollment and course files are closed.
      *>-----------------------------------------------------------
       REASSESS-CANCELLED-TERMS.
           PERFORM VARYING WS-TA-IX FROM 1 BY 1
               UNTIL WS-TA-IX > WS-TA-USED
               MOVE WS-TA-STUDENT(WS-TA-IX) TO WS-TUIT-STUDENT
               MOVE WS-TA-TERM(WS-TA-IX)    TO WS-TUIT-TERM
               MOVE WS-TODAY-FORMATTED      TO WS-TUIT-DATE
               MOVE "N"                     TO WS-TUIT-W-REFUNDED
               PERFORM ASSESS-TERM-TUITION
           END-PERFORM.

      *>-----------------------------------------------------------
      *> WITHDRAW-ONE-ROW - the late-cancellation case: the row is
      *> rewritten in place with grade "W" instead of deleted, then
      *> refunded and noticed like any other dropped seat.
      *>-----------------------------------------------------------
       WITHDRAW-ONE-ROW.
           MOVE "W" TO EN-GRADE
           REWRITE ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "***ERROR: UNABLE TO RECORD THE W FOR "
                       WS-SAVE-STUDENT "***"
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE WS-TODAY-FORMATTED TO WS-ECH-DATE
           PERFORM LOG-ENROLLMENT-CHANGE
           PERFORM POST-CANCEL-REFUND
           PERFORM NOTE-TERM-TO-ASSESS
           ADD 1 TO WS-DROPPED-COUNT
           ADD 1 TO WS-W-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "WITHDRAWN (W): " DELIMITED BY SIZE
                  WS-SAVE-STUDENT DELIMITED BY SIZE
                  " REFUNDED " DELIMITED BY SIZE
                  WS-REFUND-AMT DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-CANCEL-LINE

           PERFORM QUEUE-CANCEL-NOTICE.

      *>-----------------------------------------------------------
      *> POST-CANCEL-REFUND - the full tuition for the seat at the
      *> rate in force on its enrollment date, plus the section's
      *> flat fees and any inclusive-access materials fee billed
      *> with the seat, credited back in one row - the school cancelled,
      *> so everything comes back.  Runs under its own "BILL" lock,
      *> saved around the section-wide "ENROLL" lock already held.
      *>-----------------------------------------------------------
           END-PERFORM
           CLOSE FEE-FILE

           PERFORM ADD-MATERIALS-TO-REFUND

           MOVE WS-LOCK-TYPE  TO WS-CAP-SAVE-LOCK-TYPE
           MOVE WS-LOCK-KEY   TO WS-CAP-SAVE-LOCK-KEY
           MOVE WS-LOCK2-HELD TO WS-CAP-SAVE-LOCK-HELD
                      WS-TARGET-COURSE(1:11) DELIMITED BY SIZE
                      INTO BILL-DESC

               MOVE "N" TO WS-RVL-POSTED
               OPEN I-O BILLING-FILE
               WRITE BILLING-RECORD
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO POST "
                           "CANCELLATION REFUND FOR "
                           WS-SAVE-STUDENT "***"
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RVL-POSTED
               END-WRITE
               CLOSE BILLING-FILE

      *> The section gives back the whole seat's gross tuition,
      *> sponsor's share included, and its course fees apart.
               IF WS-RVL-POSTED = "Y"
                   MOVE WS-SAVE-STUDENT    TO WS-RVL-STUDENT
                   MOVE WS-SAVE-TERM       TO WS-RVL-TERM
                   MOVE WS-TARGET-COURSE   TO WS-RVL-COURSE
                   MOVE WS-TARGET-SECTION  TO WS-RVL-SECTION
                   MOVE WS-TODAY-FORMATTED TO WS-RVL-POST-DATE
                   MOVE WS-NEXT-BILL-SEQ   TO WS-RVL-BILL-SEQ
                   MOVE "D"                TO WS-RVL-KIND
                   MOVE WS-CANCEL-CREDITS  TO WS-RVL-CREDITS
                   COMPUTE WS-RVL-AMOUNT =
                       WS-CANCEL-CREDITS * WS-FEE-RATE
                   PERFORM POST-REVENUE-ROW
                   MOVE "E" TO WS-RVL-KIND
                   MOVE 0   TO WS-RVL-CREDITS
                   COMPUTE WS-RVL-AMOUNT = WS-REFUND-AMT
                       + WS-SPON-SHARE
                       - WS-CANCEL-CREDITS * WS-FEE-RATE
                   PERFORM POST-REVENUE-ROW
               END-IF

      *> The whole seat came back, so the whole of any remission
      *> granted on it comes back off too.
               MOVE WS-SAVE-STUDENT    TO WS-TRM-STUDENT
               MOVE WS-SAVE-TERM       TO WS-TRM-TERM
               MOVE WS-TARGET-COURSE   TO WS-TRM-COURSE
               MOVE WS-TARGET-SECTION  TO WS-TRM-SECTION
               MOVE WS-SAVE-DATE       TO WS-TRM-ENROLL-DATE
               MOVE WS-TODAY-FORMATTED TO WS-TRM-POST-DATE
               MOVE 100                TO WS-TRM-BACK-PCT
               MOVE WS-NEXT-BILL-SEQ   TO WS-TRM-BILL-SEQ
               PERFORM REVERSE-SEAT-REMISSION

               PERFORM RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "***WARNING: REFUND NOT POSTED FOR "
           MOVE WS-CAP-SAVE-LOCK-KEY  TO WS-LOCK-KEY
           MOVE WS-CAP-SAVE-LOCK-HELD TO WS-LOCK2-HELD.

      *>-----------------------------------------------------------
      *> ADD-MATERIALS-TO-REFUND - the inclusive-access materials
      *> fee CAPVAL.CPY's CAP-POST-MATERIALS-FEE billed with the
      *> seat ("MATL " and the course, on its enrollment date) goes
      *> back whole with the rest.
      *>-----------------------------------------------------------
       ADD-MATERIALS-TO-REFUND.
           MOVE 0 TO WS-CAP-MAT-FEE
           MOVE SPACES TO WS-CAP-MAT-DESC
           STRING "MATL " DELIMITED BY SIZE
                  WS-TARGET-COURSE DELIMITED BY SIZE
                  INTO WS-CAP-MAT-DESC
           MOVE "N" TO WS-BILL-EOF
           OPEN INPUT BILLING-FILE
           PERFORM UNTIL WS-BILL-EOF = "Y"
               READ BILLING-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BILL-EOF
                   NOT AT END
                       IF BILL-STUDENT-ID = WS-SAVE-STUDENT
                           AND BILL-TYPE = "C"
                           AND BILL-DESC = WS-CAP-MAT-DESC
                           AND BILL-DATE = WS-SAVE-DATE
                           MOVE BILL-AMOUNT TO WS-CAP-MAT-FEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BILLING-FILE
           ADD WS-CAP-MAT-FEE TO WS-REFUND-AMT.

      *>-----------------------------------------------------------
      *> MOVE-SEAT-REVENUE - a seat moved to another section keeps
      *> its charge, so nothing is billed or refunded, but the
      *> tuition it earns now belongs to the section it moved to:
      *> a "D" on the cancelled section and a "T" on the new one.
      *>-----------------------------------------------------------
       MOVE-SEAT-REVENUE.
           MOVE WS-SAVE-DATE TO WS-FEE-ASOF-DATE
           PERFORM GET-EFFECTIVE-RATE
           IF WS-FEE-RATE-FOUND = "N"
               MOVE WS-CAP-RATE-PER-CREDIT TO WS-FEE-RATE
           END-IF

           MOVE WS-SAVE-STUDENT    TO WS-RVL-STUDENT
           MOVE WS-SAVE-TERM       TO WS-RVL-TERM
           MOVE WS-TARGET-COURSE   TO WS-RVL-COURSE
           MOVE WS-TARGET-SECTION  TO WS-RVL-SECTION
           MOVE WS-TODAY-FORMATTED TO WS-RVL-POST-DATE
           MOVE 0                  TO WS-RVL-BILL-SEQ
           MOVE "D"                TO WS-RVL-KIND
           MOVE WS-CANCEL-CREDITS  TO WS-RVL-CREDITS
           COMPUTE WS-RVL-AMOUNT = WS-CANCEL-CREDITS * WS-FEE-RATE
           PERFORM POST-REVENUE-ROW

           MOVE WS-XFER-SECTION    TO WS-RVL-SECTION
           MOVE "T"                TO WS-RVL-KIND
           PERFORM POST-REVENUE-ROW.

      *>-----------------------------------------------------------
      *> FIND-CANCEL-SPONSOR-SHARE - the sponsor's cut of the
      *> gross tuition being refunded, read the same way the

      *>-----------------------------------------------------------
      *> DELETE-SECTION-ROW - the course master row itself goes
      *> last.  When seats were kept as W the row stays, since the
      *> transcript and history still name the section: it is
      *> emptied instead - no seats taken, no room and no meeting
      *> pattern, so it holds no room slot - its offering for the
      *> current term is cancelled (CANCEL-TERM-OFFERING) so it takes
      *> no new adds, and it is only deleted outright when nothing
      *> references it.  C-CAPACITY is left alone, since 0 there
      *> would mean unlimited.
      *>-----------------------------------------------------------
       DELETE-SECTION-ROW.
           MOVE WS-TARGET-COURSE  TO C-CODE
           MOVE WS-TARGET-SECTION TO C-SECTION
           OPEN I-O COURSE-MASTER-FILE
           IF WS-W-COUNT > 0
               READ COURSE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "***ERROR: SECTION NO LONGER ON THE "
                           "COURSE MASTER.***"
                   NOT INVALID KEY
                       MOVE 0      TO C-ENROLLED-COUNT
                       MOVE SPACES TO C-ROOM
                       MOVE SPACES TO C-MEETING-DAY
                       MOVE SPACES TO C-MEETING-TIME
                       REWRITE COURSE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO CLOSE THE "
                                   "SECTION ON THE COURSE MASTER.***"
                           NOT INVALID KEY
                               MOVE "SECTION EMPTIED ON COURSE MASTER "
                                   & "(KEPT FOR ITS W GRADES)"
                                   TO REPORT-LINE
                               PERFORM WRITE-CANCEL-LINE
                       END-REWRITE
               END-READ
           ELSE
               DELETE COURSE-MASTER-FILE
                   INVALID KEY
                       DISPLAY "***ERROR: UNABLE TO REMOVE THE SECTION "
                           "FROM THE COURSE MASTER.***"
                   NOT INVALID KEY
                       MOVE "SECTION REMOVED FROM COURSE MASTER"
                           TO REPORT-LINE
                       PERFORM WRITE-CANCEL-LINE
               END-DELETE
           END-IF
           CLOSE COURSE-MASTER-FILE

           IF WS-W-COUNT > 0
               PERFORM CANCEL-TERM-OFFERING
           END-IF.

      *>-----------------------------------------------------------
      *> CANCEL-TERM-OFFERING - marks the kept section's row in the
      *> current term's schedule of classes "X", as PRGC0149 does,
      *> so CAP-ENROLL-WITH-CHECK (CHECK-SECTION-OFFERED) turns away
      *> any add to it.  A section with no row for the term gets a
      *> cancelled one written; a cancelled row alone does not make
      *> the term count as scheduled, so the term's other sections
      *> are not affected.  The "OFFER" lock is taken for the term
      *> under the ENROLL lock already held, which is put back
      *> afterwards.
      *>-----------------------------------------------------------
       CANCEL-TERM-OFFERING.
           IF WS-TERM-CURRENT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LOCK-TYPE  TO WS-CAP-SAVE-LOCK-TYPE
           MOVE WS-LOCK-KEY   TO WS-CAP-SAVE-LOCK-KEY
           MOVE WS-LOCK2-HELD TO WS-CAP-SAVE-LOCK-HELD

           MOVE "OFFER"         TO WS-LOCK-TYPE
           MOVE WS-TERM-CURRENT TO WS-LOCK-KEY
           PERFORM ACQUIRE-RECORD-LOCK

           IF WS-LOCK2-HELD = "Y"
               OPEN I-O OFFERING-FILE
               IF WS-OFR-STATUS = "35"
                   OPEN OUTPUT OFFERING-FILE
                   CLOSE OFFERING-FILE
                   OPEN I-O OFFERING-FILE
               END-IF
               MOVE WS-TERM-CURRENT   TO OFR-TERM
               MOVE WS-TARGET-COURSE  TO OFR-COURSE
               MOVE WS-TARGET-SECTION TO OFR-SECTION
               READ OFFERING-FILE
                   INVALID KEY
                       MOVE SPACES             TO OFR-INSTRUCTOR
                       MOVE 0                  TO OFR-CAPACITY
                       MOVE SPACES             TO OFR-MEETING-DAY
                       MOVE SPACES             TO OFR-MEETING-TIME
                       MOVE SPACES             TO OFR-ROOM
                       MOVE SPACES             TO OFR-CAMPUS
                       MOVE "X"                TO OFR-STATUS
                       MOVE WS-TODAY-FORMATTED TO OFR-ADDED-DATE
                       MOVE "PRGX0104"         TO OFR-ADDED-BY
                       WRITE TERM-OFFERING-RECORD
                           INVALID KEY
                               DISPLAY "***ERROR: UNABLE TO RECORD "
                                   "THE CANCELLED OFFERING.***"
                           NOT INVALID KEY
                               MOVE "TERM OFFERING CANCELLED"
                                   TO REPORT-LINE
                               PERFORM WRITE-CANCEL-LINE
                       END-WRITE
                   NOT INVALID KEY
                       IF OFR-STATUS NOT = "X"
                           MOVE "X"                TO OFR-STATUS
                           MOVE WS-TODAY-FORMATTED TO OFR-ADDED-DATE
                           MOVE "PRGX0104"         TO OFR-ADDED-BY
                           REWRITE TERM-OFFERING-RECORD
                               INVALID KEY
                                   DISPLAY "***ERROR: UNABLE TO "
                                       "CANCEL THE TERM OFFERING.***"
                               NOT INVALID KEY
                                   MOVE "TERM OFFERING CANCELLED"
                                       TO REPORT-LINE
                                   PERFORM WRITE-CANCEL-LINE
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE OFFERING-FILE
               PERFORM RELEASE-RECORD-LOCK
           ELSE
               DISPLAY "***WARNING: SCHEDULE OF CLASSES IS LOCKED - "
                   "CANCEL THE OFFERING IN PRGC0149.***"
           END-IF

           MOVE WS-CAP-SAVE-LOCK-TYPE TO WS-LOCK-TYPE
           MOVE WS-CAP-SAVE-LOCK-KEY  TO WS-LOCK-KEY
           MOVE WS-CAP-SAVE-LOCK-HELD TO WS-LOCK2-HELD.

      *>-----------------------------------------------------------
      *> WRITE-CANCEL-LINE - writes one line to the register and
           DISPLAY REPORT-LINE.

       COPY "TERMVAL.CPY".    *> Shared current-term lookup paragraph
       COPY "LDROPVAL.CPY".   *> Shared late-drop (W grade) rule
       COPY "ENCHGVAL.CPY".   *> Shared enrollment-change log paragraph
       COPY "SECCNTVAL.CPY".  *> Shared section-count maintenance paragraph
       COPY "FEEVAL.CPY".     *> Shared effective-rate lookup paragraph
       COPY "REMITVAL.CPY".   *> Shared tuition-remission paragraphs
       COPY "REVVAL.CPY".     *> Shared revenue-ledger append paragraph
       COPY "PERIODVAL.CPY".  *> Shared closed-period check paragraph
       COPY "RECLOCKVAL.CPY". *> Shared record-lock paragraphs
       COPY "TUITVAL.CPY".    *> Shared term-tuition assessment paragraph
