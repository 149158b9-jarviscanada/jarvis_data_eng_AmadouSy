      *>---------------------------------------------------------------
      *> AGENCYREC.CPY
      *> Shared collection-agency placement record layout for the
      *> placements file (agency-placements.txt).  PRGL0154 places an
      *> account with an outside agency, PRGL0155 posts what the
      *> agency recovers against it, PRGL0156 recalls it and
      *> PRGR0157 lists what is placed where.  Keyed STUDENT ID +
      *> PLACED DATE, so an account placed, recalled and placed again
      *> keeps every placement on file; only one per student is
      *> ever ACTIVE at a time.
      *>---------------------------------------------------------------
       01  AGENCY-PLACEMENT-RECORD.
           05  AGP-KEY.
               10  AGP-STUDENT-ID      PIC X(4).
               10  AGP-PLACED-DATE     PIC X(8).
           05  AGP-AGENCY              PIC X(6).
      *>         Code the agency is known by - it comes back on every
      *>         remittance line, and a line naming another agency is
      *>         refused.
           05  AGP-STATUS              PIC X(1).
      *>         P = PLACED (active with the agency),
      *>         R = RECALLED (back in house - see AGP-RECALL-REASON).
           05  AGP-PLACED-AMOUNT       PIC 9(6)V99.
      *>         What the agency was asked to collect: the balance
      *>         still open plus any of it already written off.
           05  AGP-WRITTEN-OFF         PIC 9(6)V99.
      *>         The part of AGP-PLACED-AMOUNT that PRGL0062 had
      *>         written off by the time of placement.
           05  AGP-RECOVERED           PIC 9(6)V99.
      *>         Gross recovered to date (the A rows PRGL0155 posts).
           05  AGP-COMMISSION          PIC 9(6)V99.
      *>         The agency's commission retained out of it to date;
      *>         the school received AGP-RECOVERED less this.
           05  AGP-PLACED-BY           PIC X(8).
      *>         USER-ID (USERREC.CPY) who approved the placement run.
           05  AGP-RECALL-DATE         PIC X(8).
      *>         YYYYMMDD the account came back, SPACES while placed.
           05  AGP-RECALL-REASON       PIC X(1).
      *>         D = DISPUTED by the student,
      *>         P = PAID IN FULL (keyed at recall, or set by PRGL0155
      *>             when recoveries reach the placed amount),
      *>         O = OTHER (recalled for any other reason),
      *>         SPACE while placed.
