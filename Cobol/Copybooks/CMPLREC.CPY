      *>---------------------------------------------------------------
      *> CMPLREC.CPY
      *> Shared per-student compliance record layout for
      *> student-compliance.txt, maintained by PRGC0191.  One row per
      *> student per requirement on compliance-requirements.txt
      *> (CMPREQREC.CPY) they have documented or been excused from.
      *> No row at all means nothing has been received.
      *>
      *> The standard SELECT is:
      *>     SELECT COMPLIANCE-FILE ASSIGN TO "student-compliance.txt"
      *>         ORGANIZATION IS INDEXED
      *>         ACCESS MODE IS DYNAMIC
      *>         RECORD KEY IS CMP-KEY
      *>         FILE STATUS IS WS-CMP-STATUS.
      *>---------------------------------------------------------------
       01  COMPLIANCE-RECORD.
           05  CMP-KEY.
               10  CMP-STUDENT-ID      PIC X(4).
               10  CMP-REQ-CODE        PIC X(6).
           05  CMP-RECEIVED-DATE       PIC X(8).
      *>         YYYYMMDD the proof was received.  SPACES = none.
           05  CMP-EXPIRY-DATE         PIC X(8).
      *>         Last YYYYMMDD the proof is good for (a TB test, a
      *>         booster).  SPACES = does not expire.  Once past,
      *>         the requirement counts as outstanding again.
           05  CMP-WAIVER              PIC X(1).
      *>         "M" = medical exemption, "R" = religious or personal
      *>         exemption - either satisfies the requirement with
      *>         no proof.  SPACE = no waiver.
           05  CMP-NOTE                PIC X(20).
           05  CMP-UPDATED-DATE        PIC X(8).
           05  CMP-UPDATED-BY          PIC X(8).
      *>         YYYYMMDD and USER-ID (USERREC.CPY) of the last change.
