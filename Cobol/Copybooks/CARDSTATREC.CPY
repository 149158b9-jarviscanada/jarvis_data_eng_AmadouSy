      *>---------------------------------------------------------------
      *> CARDSTATREC.CPY
      *> Shared card-system status layout for the last-sent file
      *> (card-status.txt).  PRGH0171 keeps one row per student
      *> holding what it last sent campus security's ID-card and
      *> building-access system, so the daily change file carries
      *> only students whose card has moved since.  PRGV0172 marks
      *> each row off against the card system's confirmation file;
      *> a row the card system rejected is sent again next time.
      *>---------------------------------------------------------------
       01  CARD-STATUS-RECORD.
           05  CRD-STUDENT-ID          PIC X(4).
           05  CRD-NAME                PIC X(40).
           05  CRD-CAMPUS              PIC X(3).
           05  CRD-STATUS              PIC X(1).
      *>         Card status last sent: A = ACTIVE, L = ON LEAVE,
      *>         W = WITHDRAWN, T = TRANSFERRED, G = GRADUATED,
      *>         D = DEACTIVATED (record purged or merged away).
           05  CRD-EXPIRY              PIC X(8).
      *>         Access-expiry date sent, YYYYMMDD.
           05  CRD-DEACT-REASON        PIC X(1).
      *>         D rows only: P = purged, M = merged, R = record
      *>         found missing from vsam-simulated.txt.
           05  CRD-MERGED-INTO         PIC X(4).
      *>         D rows with reason M: the surviving student ID.
           05  CRD-SENT-DATE           PIC X(8).
      *>         Date of the feed that last carried the row.
           05  CRD-CONFIRM             PIC X(1).
      *>         SPACE = awaiting confirmation, Y = confirmed,
      *>         E = rejected by the card system (sent again).
           05  CRD-CONFIRM-DATE        PIC X(8).
