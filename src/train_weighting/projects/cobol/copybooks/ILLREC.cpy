      *****************************************************
      *  ILLREC - ILL-RECORD layout for ILL-FILE (ill.dat,
      *  interlibrary loan requests for titles we do not
      *  own), keyed on ILL-REQ-NO from illno.ctl.
      *  Partner items never touch BOOK-FILE, the branch
      *  counts or the OPAC extract - the request record
      *  carries the title and both due dates itself.
      *  ILL-STATUS: Q=Requested from the lender
      *              S=Shipped by the lender
      *              V=Received at our desk (on the hold
      *                shelf for the patron)
      *              O=Checked out to the patron
      *              R=Returned by the patron (waiting to
      *                go back to the lender)
      *              C=Closed (sent back to the lender, or
      *                cancelled before it was received)
      *  ILL-LENDER is the partner library's lending code.
      *  ILL-LENDER-DUE-DT is the date the lender wants the
      *  item back; ILL-PATRON-DUE-DT the date the patron
      *  must return it to us.
      *  ILL-BORROWER-ID is spaces once LIBRARY-PURGE has
      *  anonymized a closed request.
      *****************************************************
       01  ILL-RECORD.
           05 ILL-REQ-NO            PIC 9(06).
           05 ILL-BORROWER-ID       PIC X(10).
           05 ILL-ISBN              PIC X(13).
           05 ILL-TITLE             PIC X(40).
           05 ILL-AUTHOR            PIC X(30).
           05 ILL-LENDER            PIC X(06).
           05 ILL-BRANCH            PIC X(03).
           05 ILL-STATUS            PIC X(01).
           05 ILL-REQUEST-DT        PIC X(08).
           05 ILL-SHIPPED-DT        PIC X(08).
           05 ILL-RECEIVED-DT       PIC X(08).
           05 ILL-LENDER-DUE-DT     PIC X(08).
           05 ILL-CHECKOUT-DT       PIC X(08).
           05 ILL-PATRON-DUE-DT     PIC X(08).
           05 ILL-RETURN-DT         PIC X(08).
           05 ILL-CLOSED-DT         PIC X(08).
