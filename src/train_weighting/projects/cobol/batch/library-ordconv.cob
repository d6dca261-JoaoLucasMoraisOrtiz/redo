       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-ORDCONV.
      *****************************************************
      *  One-time conversion of the order file to the
      *  layout carrying vendor code, fund code, unit price
      *  and invoiced amount.  Reads orders.old (the old
      *  orders.dat, renamed before the run, still in the
      *  seven-field layout) and loads a fresh keyed
      *  orders.dat in the ORDERREC layout.  Every order
      *  is charged to the fund keyed at the prompt; the
      *  vendor code is left blank and the unit price and
      *  invoiced amount zero, since the old orders never
      *  recorded them, so converted orders encumber
      *  nothing.  Load VENDOR-FILE and FUND-FILE through
      *  A) V)endors and F)unds in LIBRARY-BASIC before the
      *  first priced order is placed.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ORDER-FILE ASSIGN TO "orders.old"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OO-KEY.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO "orders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ORD-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ORDER-FILE.
       01  OLD-ORDER-RECORD.
           05 OO-KEY.
              10 OO-ISBN          PIC X(13).
              10 OO-SEQ           PIC 9(04).
           05 OO-VENDOR           PIC X(30).
           05 OO-QTY              PIC 9(04).
           05 OO-RECD-QTY         PIC 9(04).
           05 OO-PLACED-DT        PIC X(08).
           05 OO-STATUS           PIC X(01).
       FD  ORDER-FILE.
           COPY ORDERREC.
       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF       PIC X VALUE 'N'.
       01  WS-LOADED-CNT    PIC 9(6) VALUE 0.
       01  WS-OPEN-CNT      PIC 9(6) VALUE 0.
       01  WS-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT    PIC ZZZ,ZZ9.
       01  WS-DFLT-FUND     PIC X(06).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-ORDCONV: order file conversion".
           DISPLAY "FUND CODE FOR CONVERTED ORDERS: ".
           ACCEPT WS-DFLT-FUND.
           OPEN INPUT OLD-ORDER-FILE.
           OPEN OUTPUT ORDER-FILE.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-ORDER
               END-READ
           END-PERFORM.
           CLOSE ORDER-FILE.
           CLOSE OLD-ORDER-FILE.
           MOVE WS-LOADED-CNT TO WS-COUNT-EDIT.
           DISPLAY "ORDERS CONVERTED    : " WS-COUNT-EDIT.
           MOVE WS-OPEN-CNT TO WS-COUNT-EDIT.
           DISPLAY "  OF WHICH OPEN     : " WS-COUNT-EDIT.
           DISPLAY "FUND ASSIGNED       : " WS-DFLT-FUND.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "DUPLICATES SKIPPED  : " WS-COUNT-EDIT.
           STOP RUN.

       LOAD-ONE-ORDER.
           MOVE OO-ISBN TO ORD-ISBN
           MOVE OO-SEQ TO ORD-SEQ
           MOVE OO-VENDOR TO ORD-VENDOR
           MOVE OO-QTY TO ORD-QTY
           MOVE OO-RECD-QTY TO ORD-RECD-QTY
           MOVE OO-PLACED-DT TO ORD-PLACED-DT
           MOVE OO-STATUS TO ORD-STATUS
           MOVE SPACES TO ORD-VENDOR-CODE
           MOVE WS-DFLT-FUND TO ORD-FUND-CODE
           MOVE 0 TO ORD-UNIT-PRICE
           MOVE 0 TO ORD-INVOICED-AMT
           WRITE ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   DISPLAY "DUPLICATE SKIPPED: " OO-ISBN " " OO-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
                   IF OO-STATUS = 'O' THEN
                       ADD 1 TO WS-OPEN-CNT
                   END-IF
           END-WRITE.
