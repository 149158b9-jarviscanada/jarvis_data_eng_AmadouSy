      *>---------------------------------------------------------------
      *> DISBREC.CPY
      *> Refund disbursement record handed to accounts payable
      *> (refund-disbursements.txt), one row per credit-balance
      *> refund PRGL0151 posts - everything AP needs to cut and mail
      *> the cheque, with the ledger row it pays so the cheque can be
      *> traced back to billing-ledger.txt.  Appended run after run;
      *> AP takes the rows dated since its last pickup.
      *>---------------------------------------------------------------
       01  DISBURSEMENT-RECORD.
           05  DISB-STUDENT-ID         PIC X(4).
           05  DISB-BILL-SEQ           PIC 9(4).
      *>         BILL-SEQ of the D row posted for the refund.
           05  DISB-DATE               PIC X(8).
      *>         YYYYMMDD the refund was approved and posted.
           05  DISB-AMOUNT             PIC 9(6)V99.
           05  DISB-AID-FLAG           PIC X(1).
      *>         Y = the credit came from financial aid (federal
      *>             14-day refund rule applies), N = overpayment.
           05  DISB-PAYEE-NAME         PIC X(40).
           05  DISB-ADDR-LINE-1        PIC X(30).
           05  DISB-ADDR-LINE-2        PIC X(30).
           05  DISB-CITY               PIC X(20).
           05  DISB-STATE              PIC X(2).
           05  DISB-ZIP                PIC X(10).
           05  DISB-APPROVED-BY        PIC X(8).
      *>         USER-ID (USERREC.CPY) who approved the run.
