           05  GC-NEW-GRADE            PIC X(2).
           05  GC-REASON               PIC X(2).
      *>         Reason code: CE = clerical error, RG = regrade,
      *>         LT = late work accepted, OT = other,
      *>         LM = LMS gradebook differs from the posted grade
      *>         (raised by the LMS final-grade import, PRGG0170).
           05  GC-REQUESTED-BY         PIC X(8).
           05  GC-REQUEST-DATE         PIC X(8).
           05  GC-STATUS               PIC X(1).
