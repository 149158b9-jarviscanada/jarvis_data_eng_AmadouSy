               RECORD KEY IS PROM-KEY
               FILE STATUS IS WS-PROMF-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-FILE.
       FD PROMISE-FILE.
       COPY "PROMISEREC.CPY". *> Shared promise-to-pay layout (PROM-KEY, ...)

       FD CALENDAR-FILE.
       COPY "CALREC.CPY".     *> Shared business-calendar layout (CAL-KEY, ...)

       WORKING-STORAGE SECTION.
       COPY "SPOOLWS.CPY".    *> Fields used by the shared report-spool paragraph
       01 WS-FILE-STATUS       PIC XX.          *> STUDENT-FILE status

       COPY "PLANWS.CPY".     *> Fields used by the shared payment-plan paragraphs

       01 WS-CAL-STATUS        PIC XX.          *> CALENDAR-FILE I/O status
       COPY "CALWS.CPY".      *> Fields used by the shared business-calendar paragraphs

       PROCEDURE DIVISION.
       BEGIN.

                   IF F-STATUS = "A"
                       MOVE "Y" TO WS-STUDENT-FOUND
                       MOVE F-NAME TO WS-STUDENT-NAME
                       MOVE F-CAMPUS TO WS-CAL-CAMPUS
                   ELSE
                       MOVE "N" TO WS-STUDENT-FOUND
                   END-IF
       ACCUMULATE-ENTRY.
           EVALUATE BILL-TYPE
               WHEN "C"
               WHEN "B"
                   ADD BILL-AMOUNT TO WS-CHARGES
                   IF WS-OLDEST-CHARGE-INT = 0
                       OR FUNCTION INTEGER-OF-DATE(
                               FUNCTION NUMVAL(BILL-DATE))
                   END-IF
               WHEN "R"
               WHEN "D"
               WHEN "W"
               WHEN "T"
               WHEN "N"
                   ADD BILL-AMOUNT TO WS-CHARGES
               WHEN "P"
               WHEN "A"
               WHEN "F"
               WHEN "M"
               WHEN "K"
                   ADD BILL-AMOUNT TO WS-PAYMENTS
                   IF WS-PLAN-ACTIVE = "Y"
                       AND BILL-DATE NOT < WS-PLAN-SETUP-SAVE

       COPY "PLANVAL.CPY".    *> Shared payment-plan paragraphs
       COPY "SPOOLVAL.CPY".   *> Shared report-spool paragraph
       COPY "CALVAL.CPY".     *> Shared business-calendar paragraphs
