           05  JOB-READ-COUNT      PIC 9(6).    *> Records read
           05  JOB-WRITE-COUNT     PIC 9(6).    *> Records written/applied
           05  JOB-REJECT-COUNT    PIC 9(6).    *> Records rejected/skipped
           05  JOB-SKIP-COUNT      PIC 9(6).    *> Items a restart skipped
      *>         because an interrupted earlier run had already done
      *>         them (CKPTVAL.CPY); rows written before this field
      *>         existed read back as SPACES.
