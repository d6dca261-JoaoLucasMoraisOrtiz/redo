      *****************************************************
      *  VENDORREC - vendor master record for VENDOR-FILE
      *  (vendors.dat), keyed by the vendor code carried
      *  on ORD-VENDOR-CODE.  VND-ACCOUNT-NO is the
      *  library's customer account with the vendor, quoted
      *  on orders and claim letters.
      *  VND-STATUS: A=Active  I=Inactive (no new orders;
      *              open orders are still received)
      *****************************************************
       01  VENDOR-RECORD.
           05 VND-CODE            PIC X(06).
           05 VND-NAME            PIC X(30).
           05 VND-ACCOUNT-NO      PIC X(15).
           05 VND-CONTACT         PIC X(30).
           05 VND-PHONE           PIC X(15).
           05 VND-EMAIL           PIC X(40).
           05 VND-STATUS          PIC X(01).
