      *>---------------------------------------------------------------
      *> PBREGREC.CPY
      *> Shared payment-batch register record layout for the
      *> register file (payment-batch-register.txt) - one row per
      *> lockbox batch PRGL0069 has ever applied.  PRGL0069 refuses
      *> a batch number already on it; the bank deposit
      *> reconciliation (PRGL0152) proves each batch's control
      *> totals against what the bank actually credited.
      *>---------------------------------------------------------------
       01  PAYMENT-BATCH-REGISTER-RECORD.
           05  PBR-BATCH               PIC X(6).
           05  FILLER                  PIC X(1).
           05  PBR-DATE                PIC X(8).
      *>         YYYYMMDD the batch was posted.
           05  FILLER                  PIC X(1).
           05  PBR-HASH                PIC 9(12).
      *>         Header hash total of the batch, in cents - the
      *>         amount the lockbox deposited.  Rows written before
      *>         the totals were carried hold SPACES here.
           05  FILLER                  PIC X(1).
           05  PBR-COUNT               PIC 9(5).
      *>         Header item count of the batch.
