      *****************************************************
      *  PAYJRNREC - fine payment journal record for
      *  PAY-JOURNAL-FILE (payjrnl.dat, append only).  One
      *  line is written for every fine a desk transaction
      *  touches; all lines of one transaction share
      *  PJ-RECEIPT-NO, so the receipt is the lines with
      *  that number.  PJ-AMOUNT is the amount applied to,
      *  waived on or refunded from fine PJ-FINE-SEQ.  A
      *  refund leaves the fine waived, so it also writes a
      *  W line for the refunded amount on the same receipt
      *  (the printed receipt shows the refund lines only).
      *  PJ-TYPE:   P=Payment  W=Waiver  R=Refund
      *  PJ-TENDER: C=Cash  K=Check  D=Card  (spaces on a
      *             waiver - no money changes hands)
      *  LIBRARY-CASHUP totals the journal by branch,
      *  operator and tender for the end-of-day cash-up.
      *****************************************************
       01  PAY-JOURNAL-RECORD.
           05 PJ-RECEIPT-NO             PIC 9(08).
           05 PJ-TIMESTAMP.
              10 PJ-DATE                PIC X(08).
              10 PJ-TIME                PIC X(08).
           05 PJ-OPERATOR               PIC X(10).
           05 PJ-BRANCH                 PIC X(03).
           05 PJ-TYPE                   PIC X(01).
           05 PJ-TENDER                 PIC X(01).
           05 PJ-BORROWER-ID            PIC X(10).
           05 PJ-FINE-SEQ               PIC 9(04).
           05 PJ-ISBN                   PIC X(13).
           05 PJ-AMOUNT                 PIC 9(05)V99.
