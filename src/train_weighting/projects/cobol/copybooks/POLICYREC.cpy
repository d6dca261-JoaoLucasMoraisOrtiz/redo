      *****************************************************
      *  POLICYREC - loan policy record for POLICY-FILE,
      *  one record per borrower category (BR-CATEGORY),
      *  maintained by supervisors from the P) function
      *  in LIBRARY-BASIC.
      *  POL-CATEGORY: C=Child A=Adult S=Staff T=Teacher
      *                H=Homebound (any code may be added)
      *  POL-LOAN-DAYS    days from checkout or renewal
      *                   to the due date
      *  POL-LOAN-LIMIT   open loans allowed at once
      *  POL-RENEW-LIMIT  renewals allowed per loan
      *  POL-FINE-RATE    overdue fine per day late
      *  POL-MAX-FINE     ceiling on the overdue fine for
      *                   one item (zero = no ceiling)
      *  POL-BLOCK-LIMIT  unpaid fines above which
      *                   checkout is blocked
      *****************************************************
       01  POLICY-RECORD.
           05 POL-CATEGORY        PIC X(01).
           05 POL-DESCRIPTION     PIC X(20).
           05 POL-LOAN-DAYS       PIC 9(03).
           05 POL-LOAN-LIMIT      PIC 9(04).
           05 POL-RENEW-LIMIT     PIC 9(02).
           05 POL-FINE-RATE       PIC 9V99.
           05 POL-MAX-FINE        PIC 9(05)V99.
           05 POL-BLOCK-LIMIT     PIC 9(05)V99.
