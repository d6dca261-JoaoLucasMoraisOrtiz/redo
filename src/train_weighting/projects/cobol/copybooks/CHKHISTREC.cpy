      *  LIBRARY-ARCHIVE batch job; this file carries the
      *  long-term circulation record.  Field for field
      *  the same layout as CHKOUTREC.
      *  CH-BORROWER-ID is spaces once LIBRARY-PURGE has
      *  anonymized the record under the retention policy;
      *  ISBN, dates and branch are kept for statistics.
      *****************************************************
       01  CHECKOUT-HIST-RECORD.
           05 CH-BORROWER-ID  PIC X(10).
