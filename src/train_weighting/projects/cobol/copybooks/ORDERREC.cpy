      *  is what adds the copies to the BOOK-RECORD
      *  counts; ORD-RECD-QTY tracks partial receipts.
      *  ORD-STATUS: O=Open  R=Received  X=Cancelled
      *  ORD-VENDOR-CODE keys VENDOR-FILE (ORD-VENDOR keeps
      *  the vendor name as ordered) and ORD-FUND-CODE keys
      *  FUND-FILE.  Outstanding copies at ORD-UNIT-PRICE
      *  encumber the fund while the order is open;
      *  ORD-INVOICED-AMT accumulates the invoiced amount
      *  of every receipt and is what the fund has spent.
      *  Orders converted from the old layout carry a
      *  blank vendor code and a zero unit price.
      *****************************************************
       01  ORDER-RECORD.
           05 ORD-KEY.
           05 ORD-RECD-QTY        PIC 9(04).
           05 ORD-PLACED-DT       PIC X(08).
           05 ORD-STATUS          PIC X(01).
           05 ORD-VENDOR-CODE     PIC X(06).
           05 ORD-FUND-CODE       PIC X(06).
           05 ORD-UNIT-PRICE      PIC 9(05)V99.
           05 ORD-INVOICED-AMT    PIC 9(07)V99.
