      *****************************************************
      *  FUNDREC - acquisitions budget fund record for
      *  FUND-FILE (funds.dat), keyed by the fund code
      *  carried on ORD-FUND-CODE.  Only the allocation is
      *  held here; the encumbered amount (outstanding
      *  copies on open orders at ORD-UNIT-PRICE) and the
      *  expended amount (ORD-INVOICED-AMT on receipts) are
      *  summed from ORDER-FILE whenever they are needed,
      *  so they never drift from the orders themselves.
      *  FND-STATUS: A=Active  I=Inactive (closed to new
      *              orders)
      *****************************************************
       01  FUND-RECORD.
           05 FND-CODE            PIC X(06).
           05 FND-NAME            PIC X(30).
           05 FND-ALLOCATION      PIC 9(07)V99.
           05 FND-STATUS          PIC X(01).
