      *  against the open checkout records.  For every
      *  ISBN the copies off the shelf must equal the open
      *  checkouts in CHECKOUT-FILE plus the copies being
      *  held for ready holds in HOLD-FILE plus the copies
      *  in transit between branches (BC-TRANSIT-COPIES),
      *  so a copy on the road is never reported missing.
      *  Out-of-balance ISBNs go to an exception report
      *  with both numbers and the difference.  In
      *  correction mode the job resets COPIES-AVAILABLE
      *  from the checkout, hold and transit counts and
      *  records the fix on the audit
      *  trail.  The per-branch copy counts are also
      *  cross-footed against the system counters: for
      *  any ISBN carried on BRANCH-COPY-FILE the branch
       01  WS-BR-REC-CNT     PIC 9(4).
       01  WS-BR-TOT-SUM     PIC 9(6).
       01  WS-BR-AVL-SUM     PIC 9(6).
       01  WS-BR-TRN-SUM     PIC 9(6).
       01  WS-BR-EXCEPT-CNT  PIC 9(6) VALUE 0.
       01  WS-CORRECTED-CNT  PIC 9(6) VALUE 0.
       01  WS-ORPHAN-CNT     PIC 9(6) VALUE 0.
       01  WS-DETAIL-LINE.
           05 WS-DL-ISBN     PIC X(13).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-DL-TITLE    PIC X(26).
           05 FILLER         PIC X(05) VALUE " TOT ".
           05 WS-DL-TOTAL    PIC ZZZ9.
           05 FILLER         PIC X(05) VALUE " AVL ".
           05 WS-DL-OPEN     PIC ZZZ9.
           05 FILLER         PIC X(06) VALUE " HELD ".
           05 WS-DL-HELD     PIC ZZZ9.
           05 FILLER         PIC X(05) VALUE " TRN ".
           05 WS-DL-TRANSIT  PIC ZZZ9.
           05 FILLER         PIC X(06) VALUE " DIFF ".
           05 WS-DL-DIFF     PIC +ZZZ9.

               PERFORM READ-NEXT-COUNT
           END-IF
           PERFORM COUNT-READY-HOLDS
           PERFORM CROSS-FOOT-BRANCHES
           COMPUTE WS-EXPECTED-AVAIL = TOTAL-COPIES
               - WS-OPEN-COUNT - WS-HELD-COUNT - WS-BR-TRN-SUM
           COMPUTE WS-DIFF = COPIES-AVAILABLE - WS-EXPECTED-AVAIL
           IF WS-DIFF NOT = 0 THEN
               ADD 1 TO WS-EXCEPTION-CNT
                   PERFORM CORRECT-AVAILABILITY
               END-IF
           END-IF
           IF WS-BR-REC-CNT > 0 THEN
               IF WS-BR-TOT-SUM NOT = TOTAL-COPIES
                  OR WS-BR-AVL-SUM NOT = COPIES-AVAILABLE THEN
           MOVE 0 TO WS-BR-REC-CNT
           MOVE 0 TO WS-BR-TOT-SUM
           MOVE 0 TO WS-BR-AVL-SUM
           MOVE 0 TO WS-BR-TRN-SUM
           MOVE 'N' TO WS-BC-EOF
           MOVE ISBN TO BC-ISBN
           MOVE SPACES TO BC-BRANCH
                           ADD 1 TO WS-BR-REC-CNT
                           ADD BC-TOTAL-COPIES TO WS-BR-TOT-SUM
                           ADD BC-AVL-COPIES TO WS-BR-AVL-SUM
                           ADD BC-TRANSIT-COPIES TO WS-BR-TRN-SUM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE COPIES-AVAILABLE TO WS-DL-AVAIL
           MOVE WS-OPEN-COUNT TO WS-DL-OPEN
           MOVE WS-HELD-COUNT TO WS-DL-HELD
           MOVE WS-BR-TRN-SUM TO WS-DL-TRANSIT
           MOVE WS-DIFF TO WS-DL-DIFF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
