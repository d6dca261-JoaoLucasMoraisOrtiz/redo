      *  cross-foot to TOTAL-COPIES/COPIES-AVAILABLE on
      *  the BOOK-RECORD; LIBRARY-BALANCE reports any
      *  drift.
      *  BC-TRANSIT-COPIES are copies counted in this
      *  branch's BC-TOTAL-COPIES that are still on their
      *  way here (transfers and hold copies sent from
      *  another branch) and not yet received at the desk;
      *  they are never part of BC-AVL-COPIES.
      *****************************************************
       01  BRANCH-COPY-RECORD.
           05 BC-KEY.
              10 BC-BRANCH        PIC X(03).
           05 BC-TOTAL-COPIES     PIC 9(04).
           05 BC-AVL-COPIES       PIC 9(04).
           05 BC-TRANSIT-COPIES   PIC 9(04).
