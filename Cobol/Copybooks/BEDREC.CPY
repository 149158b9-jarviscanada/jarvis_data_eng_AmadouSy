      *>---------------------------------------------------------------
      *> BEDREC.CPY
      *> Shared residence-hall bed master layout for the bed file
      *> (residence-beds.txt), maintained by PRGC0185.  One row per
      *> bed a student can be placed in.  Who is in a bed for a term
      *> is not kept here - it is the assigned row on
      *> housing-applications.txt (HOUSAPPREC.CPY) naming the bed,
      *> so a bed is open for a term exactly when no such row does.
      *>
      *> The standard SELECT is:
      *>     SELECT BED-FILE ASSIGN TO "residence-beds.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS BED-KEY
      *>         FILE STATUS IS WS-BED-STATUS.
      *>---------------------------------------------------------------
       01  BED-RECORD.
           05  BED-KEY.
               10  BED-HALL            PIC X(4).
      *>             Residence hall code, e.g. "NRTH".
               10  BED-ROOM            PIC X(4).
      *>             Room within the hall, e.g. "0214".
               10  BED-NO              PIC X(1).
      *>             Bed within the room - "A", "B", ...
           05  BED-GENDER              PIC X(1).
      *>         "M" or "F" = that gender only; "A" = all-gender, open
      *>         to any applicant.
           05  BED-RATE-CODE           PIC X(4).
      *>         Housing rate the bed bills at - an "H" row on
      *>         fee-schedule.txt (FEEREC.CPY) with this code in
      *>         FEE-COURSE, e.g. "SNGL", "DBL".
           05  BED-STATUS              PIC X(1).
      *>         "A" = in service, "O" = out of service (repairs, held
      *>         back) - never assigned, not counted as capacity.
           05  BED-UPDATED-DATE        PIC X(8).
      *>         YYYYMMDD the row was last keyed.
