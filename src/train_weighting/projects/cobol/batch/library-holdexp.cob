      *  pending hold on that ISBN, or returned to
      *  COPIES-AVAILABLE when the queue is empty (same
      *  rules as RELEASE-HELD-COPY in LIBRARY-BASIC).
      *  When the next hold is for pickup at another
      *  branch the copy is sent in transit there (hold
      *  status T, branch counts moved) and goes ready
      *  when that branch receives it.
      *  Expired holds are listed on holdexp.rpt so the
      *  desk knows which copies to reshelve.
      *****************************************************
       01  WS-HOLD-FOUND      PIC X.
       01  WS-NEXT-SEQ        PIC 9(4).
       01  WS-NEXT-BR         PIC X(10).
       01  WS-NEXT-PICKUP     PIC X(03).
       01  WS-IN-TRANSIT      PIC X.
       01  WS-DAYS-WAITING    PIC S9(4).
       01  WS-READY-N         PIC 9(8).
       01  WS-EXPIRED-CNT     PIC 9(6) VALUE 0.
       01  WS-PASSED-CNT      PIC 9(6) VALUE 0.
       01  WS-RESHELVE-CNT    PIC 9(6) VALUE 0.
       01  WS-TRANSIT-CNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.

       01  WS-TODAY-N         PIC 9(8).
           DISPLAY "READY HOLDS EXPIRED : " WS-COUNT-EDIT.
           MOVE WS-PASSED-CNT TO WS-COUNT-EDIT.
           DISPLAY "PASSED TO NEXT HOLD : " WS-COUNT-EDIT.
           MOVE WS-TRANSIT-CNT TO WS-COUNT-EDIT.
           DISPLAY "  OF WHICH IN TRANSIT: " WS-COUNT-EDIT.
           MOVE WS-RESHELVE-CNT TO WS-COUNT-EDIT.
           DISPLAY "RETURNED TO SHELF   : " WS-COUNT-EDIT.
           DISPLAY "RESHELVE LIST WRITTEN TO holdexp.rpt".
               CLOSE HOLD-FILE
               ADD 1 TO WS-PASSED-CNT
               MOVE SPACES TO WS-DL-OUTCOME
               IF WS-IN-TRANSIT = 'Y' THEN
                   PERFORM SEND-COPY-TO-PICKUP
                   ADD 1 TO WS-TRANSIT-CNT
                   STRING "PASSED TO " WS-NEXT-BR
                       " SEND TO " WS-NEXT-PICKUP
                       DELIMITED BY SIZE INTO WS-DL-OUTCOME
               ELSE
                   STRING "PASSED TO " WS-NEXT-BR
                       DELIMITED BY SIZE INTO WS-DL-OUTCOME
               END-IF
           ELSE
               CLOSE HOLD-FILE
               PERFORM RETURN-COPY-TO-SHELF
                               MOVE 'Y' TO WS-SCAN-EOF
                               MOVE HOLD-SEQ TO WS-NEXT-SEQ
                               MOVE HOLD-BORROWER-ID TO WS-NEXT-BR
                               MOVE HOLD-PICKUP-BR TO WS-NEXT-PICKUP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MARK-NEXT-HOLD-READY.
           MOVE 'N' TO WS-IN-TRANSIT
           IF XW-BRANCH NOT = SPACES
              AND WS-NEXT-PICKUP NOT = SPACES
              AND WS-NEXT-PICKUP NOT = XW-BRANCH THEN
               MOVE 'Y' TO WS-IN-TRANSIT
           END-IF
           MOVE XW-ISBN TO HOLD-ISBN
           MOVE WS-NEXT-SEQ TO HOLD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY "HOLD NOT FOUND FOR UPDATE"
                   MOVE 'N' TO WS-IN-TRANSIT
               NOT INVALID KEY
                   IF WS-IN-TRANSIT = 'Y' THEN
                       MOVE 'T' TO HOLD-STATUS
                       MOVE SPACES TO HOLD-READY-DT
                       MOVE WS-NEXT-PICKUP TO HOLD-BRANCH
                   ELSE
                       MOVE 'R' TO HOLD-STATUS
                       MOVE WS-TODAY-ALPHA TO HOLD-READY-DT
                       MOVE XW-BRANCH TO HOLD-BRANCH
                   END-IF
                   REWRITE HOLD-RECORD
           END-READ.

       SEND-COPY-TO-PICKUP.
           OPEN I-O BRANCH-COPY-FILE
           MOVE XW-ISBN TO BC-ISBN
           MOVE XW-BRANCH TO BC-BRANCH
           READ BRANCH-COPY-FILE
               INVALID KEY
                   DISPLAY "NO BRANCH COUNTS FOR " XW-ISBN
                       " AT " XW-BRANCH
               NOT INVALID KEY
                   IF BC-TOTAL-COPIES > BC-AVL-COPIES
                                      + BC-TRANSIT-COPIES THEN
                       SUBTRACT 1 FROM BC-TOTAL-COPIES
                   END-IF
                   REWRITE BRANCH-COPY-RECORD
           END-READ
           MOVE XW-ISBN TO BC-ISBN
           MOVE WS-NEXT-PICKUP TO BC-BRANCH
           READ BRANCH-COPY-FILE
               INVALID KEY
                   MOVE XW-ISBN TO BC-ISBN
                   MOVE WS-NEXT-PICKUP TO BC-BRANCH
                   MOVE 1 TO BC-TOTAL-COPIES
                   MOVE 0 TO BC-AVL-COPIES
                   MOVE 1 TO BC-TRANSIT-COPIES
                   WRITE BRANCH-COPY-RECORD
                       INVALID KEY
                           DISPLAY "BRANCH COUNT WRITE FAILED"
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO BC-TOTAL-COPIES
                   ADD 1 TO BC-TRANSIT-COPIES
                   REWRITE BRANCH-COPY-RECORD
           END-READ
           CLOSE BRANCH-COPY-FILE.

       RETURN-COPY-TO-SHELF.
           MOVE XW-ISBN TO ISBN
           OPEN I-O BOOK-FILE
