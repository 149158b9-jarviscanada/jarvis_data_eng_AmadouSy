      *>---------------------------------------------------------------
      *> CARDDEACREC.CPY
      *> Shared card-deactivation queue layout for the queue file
      *> (card-deactivations.txt).  A student record that leaves
      *> vsam-simulated.txt for good - purged to the archive by
      *> PRGA0022, or merged into its duplicate by PRGF0025 - has
      *> one row appended here, so the next card-system feed
      *> (PRGH0171) sends the card's deactivation even though the
      *> record it would have been built from is gone or no longer
      *> the student's.  The feed empties the queue once sent.
      *>---------------------------------------------------------------
       01  CARD-DEACTIVATION-RECORD.
           05  CDQ-STUDENT-ID          PIC X(4).
           05  CDQ-REASON              PIC X(1).
      *>         P = PURGED TO THE ARCHIVE, M = MERGED.
           05  CDQ-DATE                PIC X(8).
      *>         YYYYMMDD of the purge or merge.
           05  CDQ-MERGED-INTO         PIC X(4).
      *>         M only: the student ID the record was merged into.
           05  CDQ-NAME                PIC X(40).
           05  CDQ-CAMPUS              PIC X(3).
