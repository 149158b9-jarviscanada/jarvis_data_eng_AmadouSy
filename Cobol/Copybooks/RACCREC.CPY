      *>---------------------------------------------------------------
      *> RACCREC.CPY
      *> Shared read-access log record layout (read-access-log.txt).
      *> Every inquiry program appends one of these rows for each
      *> student whose record it puts on the screen, so "who looked
      *> at this student and when" is answerable the same way
      *> audit-log.txt answers "who changed them".  PRGK0175 rotates
      *> old rows into dated segments and PRGR0174 reports on them.
      *>---------------------------------------------------------------
       01  READ-ACCESS-RECORD.
           05  RAC-TIMESTAMP           PIC X(14).   *> YYYYMMDDHHMMSS
           05  RAC-USER-ID             PIC X(8).    *> Logged-in operator
           05  RAC-PROGRAM             PIC X(8).    *> Inquiry that showed it
           05  RAC-STUDENT-ID          PIC X(4).    *> Student viewed
