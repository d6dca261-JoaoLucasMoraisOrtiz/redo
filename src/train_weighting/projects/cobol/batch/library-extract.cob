      *  author, copy counts, open checkout count, pending
      *  hold count and on-order count (copies outstanding
      *  on open purchase orders, so the OPAC can show
      *  "on order") and in-transit count (copies on the
      *  road between branches - never counted as on the
      *  shelf anywhere).  Each title record is followed
      *  by one BRA record per branch holding the title
      *  (BRA, ISBN, branch, available, total, in transit
      *  to the branch) so the OPAC can show availability
      *  by location.  A TRL trailer carries the data
      *  record count (titles plus BRA records) and run
      *  timestamp so the receiver can verify a complete
      *  transmission.
      *  Runs in the nightly stream after
      *  LIBRARY-INVENTORY.
      *****************************************************
           05 CW-ISBN        PIC X(13).
           05 CW-COUNT       PIC 9(06).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD    PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-EOF       PIC X VALUE 'N'.
       01  WS-ORD-EOF        PIC X.
       01  WS-ONORDER-COUNT  PIC 9(6).
       01  WS-BC-EOF         PIC X.
       01  WS-TRANSIT-COUNT  PIC 9(6).
       01  WS-EXTRACT-CNT    PIC 9(6) VALUE 0.
       01  WS-ORPHAN-CNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT     PIC ZZZ,ZZ9.
           END-IF
           PERFORM COUNT-PENDING-HOLDS
           PERFORM COUNT-COPIES-ON-ORDER
           PERFORM COUNT-COPIES-IN-TRANSIT
           PERFORM WRITE-EXTRACT-RECORD
           PERFORM WRITE-BRANCH-RECORDS.

               END-READ
           END-PERFORM.

       COUNT-COPIES-IN-TRANSIT.
           MOVE 0 TO WS-TRANSIT-COUNT
           MOVE 'N' TO WS-BC-EOF
           MOVE ISBN TO BC-ISBN
           MOVE SPACES TO BC-BRANCH
           START BRANCH-COPY-FILE KEY IS NOT LESS THAN BC-KEY
               INVALID KEY MOVE 'Y' TO WS-BC-EOF
           END-START
           PERFORM UNTIL WS-BC-EOF = 'Y'
               READ BRANCH-COPY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BC-EOF
                   NOT AT END
                       IF BC-ISBN NOT = ISBN THEN
                           MOVE 'Y' TO WS-BC-EOF
                       ELSE
                           ADD BC-TRANSIT-COPIES TO WS-TRANSIT-COUNT
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-EXTRACT-RECORD.
           MOVE FUNCTION REVERSE (BOOK-TITLE) TO WS-REV-TITLE
           MOVE 0 TO WS-SPACE-CNT
               COPIES-AVAILABLE "|"
               WS-OPEN-COUNT "|"
               WS-HOLD-COUNT "|"
               WS-ONORDER-COUNT "|"
               WS-TRANSIT-COUNT
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-CNT.
                           MOVE SPACES TO EXTRACT-RECORD
                           STRING "BRA|" BC-ISBN "|" BC-BRANCH "|"
                               BC-AVL-COPIES "|" BC-TOTAL-COPIES
                               "|" BC-TRANSIT-COPIES
                               DELIMITED BY SIZE INTO EXTRACT-RECORD
                           WRITE EXTRACT-RECORD
                           ADD 1 TO WS-EXTRACT-CNT
