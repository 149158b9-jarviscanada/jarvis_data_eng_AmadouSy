      *>---------------------------------------------------------------
      *> PRIVREC.CPY
      *> Shared directory-information privacy-block layout for the
      *> privacy file (privacy-blocks.txt), maintained by PRGO0173.
      *> A student may ask that nothing about them be released - not
      *> even that they attend.  One row per student; a block is in
      *> force from PRIV-START-DATE up to (not including)
      *> PRIV-END-DATE, so lifting one stamps the end date rather
      *> than deleting the row, and every change is audited.
      *> CHECK-PRIVACY-BLOCK (PRIVVAL.CPY) is how every extract,
      *> distribution and inquiry program asks.
      *>---------------------------------------------------------------
       01  PRIVACY-BLOCK-RECORD.
           05  PRIV-STUDENT-ID         PIC X(4).
           05  PRIV-START-DATE         PIC X(8).
      *>         YYYYMMDD the block takes effect.
           05  PRIV-END-DATE           PIC X(8).
      *>         YYYYMMDD the block was (or is to be) lifted, SPACES
      *>         while it stands until the student revokes it.
           05  PRIV-PLACED-BY          PIC X(8).
      *>         USER-ID (USERREC.CPY) of the operator who recorded
      *>         the request.
           05  PRIV-PLACED-DATE        PIC X(8).
           05  PRIV-REASON             PIC X(30).
      *>         How the request was made, e.g. "SIGNED FORM ON FILE".
