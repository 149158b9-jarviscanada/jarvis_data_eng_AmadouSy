      *> SELECT PLAN-FILE ASSIGN TO "payment-plans.txt"
      *> ORGANIZATION IS INDEXED with RECORD KEY PLAN-ID, FD it with
      *> COPY "PLANREC.CPY", and COPY "PLANWS.CPY" for the
      *> working-storage fields.  COMPUTE-PLAN-DUE rolls due dates
      *> through the shared business calendar, so the caller must
      *> also carry CALENDAR-FILE, CALWS.CPY and CALVAL.CPY (see
      *> CALVAL.CPY) and set WS-CAL-CAMPUS to the student's F-CAMPUS.
      *>
      *> FIND-ACTIVE-PLAN: move the student ID to WS-PLAN-STUDENT
      *> first; the plan's fields land in the WS-PLAN-*-SAVE copies
                   ADD 1 TO WS-PLAN-MONTHS
               END-IF

      *> The latest installment counted falls due on its day-of-
      *> month rolled forward past any weekend or closure on the
      *> business calendar, so it is not due yet if today is still
      *> short of the rolled date.
               IF WS-PLAN-MONTHS > 0
                   AND WS-PLAN-MONTHS NOT > WS-PLAN-NUM-SAVE
                   COMPUTE WS-PLAN-MONTH-IX =
                       FUNCTION NUMVAL(WS-PLAN-FIRST-SAVE(1:4)) * 12
                       + FUNCTION NUMVAL(WS-PLAN-FIRST-SAVE(5:2)) - 1
                       + WS-PLAN-MONTHS - 1
                   COMPUTE WS-PLAN-INST-DATE =
                       (WS-PLAN-MONTH-IX / 12) * 10000
                       + (FUNCTION MOD(WS-PLAN-MONTH-IX, 12) + 1) * 100
                       + FUNCTION NUMVAL(WS-PLAN-FIRST-SAVE(7:2))
                   MOVE WS-PLAN-INST-DATE TO WS-CAL-DATE
                   PERFORM ROLL-TO-BUSINESS-DAY
                   IF WS-CAL-DATE > WS-PLAN-TODAY
                       SUBTRACT 1 FROM WS-PLAN-MONTHS
                   END-IF
               END-IF

               IF WS-PLAN-MONTHS > WS-PLAN-NUM-SAVE
                   MOVE WS-PLAN-NUM-SAVE TO WS-PLAN-DUE-COUNT
               ELSE
