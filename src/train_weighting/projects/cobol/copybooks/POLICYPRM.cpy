      *****************************************************
      *  POLICYPRM - parameter block for calls to the
      *  LIBRARY-POLICY subprogram.
      *  PP-CATEGORY in; the remaining fields come back
      *  from POLICY-FILE.  When the category has no
      *  policy record the house defaults are returned
      *  (14 days, 5 loans, 2 renewals, 0.25 a day, no
      *  per-item ceiling, 10.00 block).
      *  PP-RETURN-CODE: Y=policy found  D=defaults used
      *****************************************************
       01  POLICY-PARMS.
           05 PP-CATEGORY         PIC X(01).
           05 PP-LOAN-DAYS        PIC 9(03).
           05 PP-LOAN-LIMIT       PIC 9(04).
           05 PP-RENEW-LIMIT      PIC 9(02).
           05 PP-FINE-RATE        PIC 9V99.
           05 PP-MAX-FINE         PIC 9(05)V99.
           05 PP-BLOCK-LIMIT      PIC 9(05)V99.
           05 PP-RETURN-CODE      PIC X(01).
