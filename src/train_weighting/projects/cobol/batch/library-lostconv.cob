      *  Lost-item conversion run.  Open checkouts overdue
      *  beyond the threshold are declared lost: the
      *  borrower is billed the title's REPLACEMENT-COST
      *  as a fine on FINE-FILE, together with the overdue
      *  fine accrued to date under the borrower's loan
      *  policy (daily rate, capped at the per-item
      *  ceiling) as a second fine, TOTAL-COPIES on the
      *  BOOK-RECORD is written down so balancing and
      *  inventory stop expecting the copy back, and the
      *  checkout is closed out to the history file with
      *  "LOST" in the return-date field.  Each write-off
      *  is recorded on the audit trail (action 'L',
      *  operator LIBRARYLST) and listed on lostconv.rpt.
      *  Days overdue, for both the threshold and the fine,
      *  are open days at the lending branch (LIBRARY-
      *  CALENDAR); closed days are never counted.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BC-KEY.
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
           SELECT OPTIONAL FINE-FILE ASSIGN TO "fines.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
           COPY BOOKREC.
       FD  BRANCH-COPY-FILE.
           COPY BRCOPYREC.
       FD  BORROWER-FILE.
           COPY BORROWREC.
       FD  FINE-FILE.
           COPY FINEREC.
       FD  AUDIT-FILE.
           05 LW-DUE-DT       PIC X(08).
           05 LW-RENEWAL-CNT  PIC 9(02).
           05 LW-BRANCH       PIC X(03).
           05 LW-DAYS-LATE    PIC 9(04).
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).

       01  WS-LW-EOF          PIC X VALUE 'N'.
       01  WS-FINE-EOF        PIC X.
       01  WS-DAYS-OVERDUE    PIC S9(4).
       01  WS-FINE-MAX-SEQ    PIC 9(4).
       01  WS-REPL-COST       PIC 9(5)V99.
       01  WS-OVERDUE-FINE    PIC 9(5)V99.
       01  WS-FINE-OVERDUE-TOTAL PIC 9(7)V99 VALUE 0.
       01  WS-BOOK-TITLE      PIC X(40).
       01  WS-BOOK-FOUND      PIC X.
       01  WS-CONVERTED-CNT   PIC 9(6) VALUE 0.
           05 WS-DL-DAYS      PIC ZZZ9.
           05 FILLER          PIC X(06) VALUE " DAYS ".
           05 WS-DL-AMOUNT    PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WS-DL-FINE      PIC ZZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.
           COPY POLICYPRM.
           COPY CALPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LOANS CONVERTED TO LOST: " WS-COUNT-EDIT.
           MOVE WS-BILLED-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "REPLACEMENT COST BILLED: " WS-AMOUNT-EDIT.
           MOVE WS-FINE-OVERDUE-TOTAL TO WS-AMOUNT-EDIT.
           DISPLAY "OVERDUE FINES BILLED   : " WS-AMOUNT-EDIT.
           IF WS-NO-COST-CNT > 0 THEN
               MOVE WS-NO-COST-CNT TO WS-COUNT-EDIT
               DISPLAY "WARNING - TITLES WITH NO REPLACEMENT COST "
           CLOSE CHECKOUT-FILE.

       TEST-LOAN-LOST.
           MOVE 'D' TO CP-FUNCTION
           MOVE CO-BRANCH TO CP-BRANCH
           MOVE CO-DUE-DT TO CP-FROM-DT
           MOVE WS-TODAY-ALPHA TO CP-TO-DT
           CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
           MOVE CP-DAY-COUNT TO WS-DAYS-OVERDUE
           IF WS-DAYS-OVERDUE > WS-LOST-DAYS THEN
               MOVE CO-BORROWER-ID TO LW-BORROWER-ID
               MOVE CO-ISBN TO LW-ISBN
               MOVE CO-DUE-DT TO LW-DUE-DT
               MOVE CO-RENEWAL-CNT TO LW-RENEWAL-CNT
               MOVE CO-BRANCH TO LW-BRANCH
               MOVE WS-DAYS-OVERDUE TO LW-DAYS-LATE
               WRITE LOST-WORK-RECORD
           END-IF.

       CONVERT-ONE-LOAN.
           PERFORM WRITE-OFF-COPY
           IF WS-BOOK-FOUND = 'Y' THEN
               PERFORM LOAD-BORROWER-POLICY
               PERFORM BILL-REPLACEMENT-FINE
               PERFORM CLOSE-LOAN-TO-HISTORY
               ADD 1 TO WS-CONVERTED-CNT
               ADD WS-REPL-COST TO WS-BILLED-TOTAL
               ADD WS-OVERDUE-FINE TO WS-FINE-OVERDUE-TOTAL
               IF WS-REPL-COST = 0 THEN
                   ADD 1 TO WS-NO-COST-CNT
               END-IF
               PERFORM WRITE-OFF-BRANCH-COPY
           END-IF.

       LOAD-BORROWER-POLICY.
           MOVE SPACE TO PP-CATEGORY
           OPEN INPUT BORROWER-FILE
           MOVE LW-BORROWER-ID TO BR-ID
           READ BORROWER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BR-CATEGORY TO PP-CATEGORY
           END-READ
           CLOSE BORROWER-FILE
           CALL "LIBRARY-POLICY" USING POLICY-PARMS.

       WRITE-OFF-BRANCH-COPY.
           OPEN I-O BRANCH-COPY-FILE
           MOVE LW-ISBN TO BC-ISBN
           CLOSE AUDIT-FILE.

       BILL-REPLACEMENT-FINE.
           MOVE LW-DAYS-LATE TO WS-DAYS-OVERDUE
           COMPUTE WS-OVERDUE-FINE = WS-DAYS-OVERDUE * PP-FINE-RATE
           IF PP-MAX-FINE > 0 AND WS-OVERDUE-FINE > PP-MAX-FINE THEN
               MOVE PP-MAX-FINE TO WS-OVERDUE-FINE
           END-IF
           MOVE 0 TO WS-FINE-MAX-SEQ
           MOVE 'N' TO WS-FINE-EOF
           OPEN I-O FINE-FILE
               INVALID KEY
                   DISPLAY "FINE NOT RECORDED FOR " LW-BORROWER-ID
           END-WRITE
           IF WS-OVERDUE-FINE > 0 THEN
               ADD 1 TO FINE-SEQ
               MOVE WS-OVERDUE-FINE TO FINE-AMOUNT
               WRITE FINE-RECORD
                   INVALID KEY
                       DISPLAY "OVERDUE FINE NOT RECORDED FOR "
                           LW-BORROWER-ID
               END-WRITE
           END-IF
           CLOSE FINE-FILE.

       CLOSE-LOAN-TO-HISTORY.
           MOVE LW-DUE-DT TO WS-DL-DUE
           MOVE WS-DAYS-OVERDUE TO WS-DL-DAYS
           MOVE WS-REPL-COST TO WS-DL-AMOUNT
           MOVE WS-OVERDUE-FINE TO WS-DL-FINE
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

