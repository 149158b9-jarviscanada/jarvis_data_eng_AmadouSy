      *>---------------------------------------------------------------
      *> CALREC.CPY
      *> Shared business-calendar record layout for the closure file
      *> (business-calendar.txt), maintained by PRGC0180.  One row per
      *> day a campus is closed - a holiday, a snow day, a campus
      *> shutdown.  Saturdays and Sundays are never business days and
      *> need no rows.  Every due-date batch rolls a due date that
      *> lands on a closed day forward to the next open one through
      *> the shared paragraphs in CALVAL.CPY.
      *>
      *> The standard SELECT is:
      *>     SELECT CALENDAR-FILE ASSIGN TO "business-calendar.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS CAL-KEY
      *>         FILE STATUS IS WS-CAL-STATUS.
      *>---------------------------------------------------------------
       01  CALENDAR-RECORD.
           05  CAL-KEY.
               10  CAL-CAMPUS          PIC X(3).
      *>             LOC-CODE (LOCREC.CPY) the closure applies to;
      *>             SPACES = the main campus, "ALL" = every campus
      *>             (an institution-wide holiday).
               10  CAL-DATE            PIC X(8).
      *>             YYYYMMDD of the closed day.
           05  CAL-DESC                PIC X(30).
      *>         Why the campus is closed, e.g. "THANKSGIVING".
           05  CAL-ADDED-BY            PIC X(8).
      *>         User who keyed the closure.
