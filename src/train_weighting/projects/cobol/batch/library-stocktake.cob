       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-STOCKTAKE.
      *****************************************************
      *  Shelf stocktake reconciliation for one branch.
      *  Reads stocktake.dat (one scanned ISBN per line,
      *  one line per copy found on the shelves and the
      *  hold shelf), counts the copies per ISBN and
      *  compares each count with what the branch should
      *  have in the building: BC-AVL-COPIES plus the
      *  copies held behind the desk for ready holds at
      *  the branch.  Checked-out and in-transit copies are
      *  not expected on the shelf.  stocktake.rpt lists
      *  every discrepancy - copies missing, extra copies
      *  (more than recorded, or a title the branch does
      *  not carry) and unknown ISBNs (not in the
      *  catalog) - with totals.  Trial mode only reports.
      *  Update mode must be approved by a supervisor
      *  signing on at the prompt: missing copies are then
      *  written off the branch counts on BRANCH-COPY-FILE
      *  and the BOOK-RECORD counters, each with an audit
      *  record (action S) under the supervisor's ID, so
      *  the OPAC extract stops advertising them.  Only
      *  shelf copies are written off; copies held for
      *  ready holds stay until the hold is resolved.
      *  Extra copies are left for the desk to transfer or
      *  check in.  Run from the scanner file straight
      *  after the count, before the branch circulates
      *  again.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCKTAKE-FILE ASSIGN TO "stocktake.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-COPY-FILE ASSIGN TO "branchcopy.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BC-KEY.
           SELECT BOOK-FILE ASSIGN TO "books.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ISBN.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "operators.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OPR-ID.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk12".
           SELECT COUNT-WORK-FILE ASSIGN TO "stkwork.tmp"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "stocktake.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "audit.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCKTAKE-FILE.
       01  STOCKTAKE-RECORD.
           05 ST-ISBN        PIC X(13).
       FD  BRANCH-COPY-FILE.
           COPY BRCOPYREC.
       FD  BOOK-FILE.
           COPY BOOKREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       FD  OPERATOR-FILE.
           COPY OPERREC.
       SD  SORT-WORK-FILE.
       01  SS-RECORD.
           05 SS-ISBN        PIC X(13).
       FD  COUNT-WORK-FILE.
       01  COUNT-WORK-RECORD.
           05 CW-ISBN        PIC X(13).
           05 CW-COUNT       PIC 9(06).
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(98).
       FD  AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-UPDATE-FLAG    PIC X.
       01  WS-APPROVED       PIC X VALUE 'N'.
       01  WS-SUPV-ID        PIC X(10).
       01  WS-SUPV-PASSWORD  PIC X(10).
       01  WS-STK-BRANCH     PIC X(03).
       01  WS-BRANCH-NAME    PIC X(30).
       01  WS-BRANCH-OK      PIC X VALUE 'N'.
       01  WS-ST-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF       PIC X VALUE 'N'.
       01  WS-CW-EOF         PIC X VALUE 'N'.
       01  WS-BC-EOF         PIC X VALUE 'N'.
       01  WS-HOLD-EOF       PIC X.
       01  WS-BOOK-FOUND     PIC X.
       01  WS-CURRENT-ISBN   PIC X(13).
       01  WS-ISBN-COUNT     PIC 9(6).
       01  WS-COUNTED        PIC 9(6).
       01  WS-HELD-COUNT     PIC 9(4).
       01  WS-EXPECTED       PIC 9(6).
       01  WS-DIFF           PIC S9(6).
       01  WS-MISSING        PIC 9(6).
       01  WS-WRITE-OFF      PIC 9(4).
       01  WS-RESULT         PIC X(22).

       01  WS-SCAN-CNT       PIC 9(6) VALUE 0.
       01  WS-BLANK-CNT      PIC 9(6) VALUE 0.
       01  WS-TITLE-CNT      PIC 9(6) VALUE 0.
       01  WS-MATCH-CNT      PIC 9(6) VALUE 0.
       01  WS-MISSING-LINES  PIC 9(6) VALUE 0.
       01  WS-MISSING-COPIES PIC 9(6) VALUE 0.
       01  WS-EXTRA-LINES    PIC 9(6) VALUE 0.
       01  WS-EXTRA-COPIES   PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-LINES  PIC 9(6) VALUE 0.
       01  WS-UNKNOWN-COPIES PIC 9(6) VALUE 0.
       01  WS-WRITTEN-OFF    PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT     PIC ZZZ,ZZ9.

       01  WS-TODAY-N        PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-HEAD-LINE.
           05 FILLER         PIC X(23)
              VALUE "SHELF STOCKTAKE - BR ".
           05 WS-HL-BRANCH   PIC X(03).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-HL-NAME     PIC X(30).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-HL-MODE     PIC X(12).
           05 FILLER         PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE     PIC X(08).
           05 FILLER         PIC X(09) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER         PIC X(15) VALUE "ISBN".
           05 FILLER         PIC X(30) VALUE "TITLE".
           05 FILLER         PIC X(06) VALUE "SHLF".
           05 FILLER         PIC X(06) VALUE "HELD".
           05 FILLER         PIC X(06) VALUE "EXPD".
           05 FILLER         PIC X(06) VALUE "CNT".
           05 FILLER         PIC X(07) VALUE " DIFF".
           05 FILLER         PIC X(22) VALUE "RESULT".

       01  WS-DETAIL-LINE.
           05 WS-DL-ISBN     PIC X(13).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-TITLE    PIC X(28).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-AVL      PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-HELD     PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-EXPECTED PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-COUNTED  PIC ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-DIFF     PIC +ZZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-RESULT   PIC X(22).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-STOCKTAKE: shelf stocktake reconciliation".
           PERFORM RECORD-RUN-START.
           PERFORM ACCEPT-STOCKTAKE-BRANCH.
           DISPLAY "UPDATE MODE - WRITE OFF MISSING COPIES (Y/N): ".
           ACCEPT WS-UPDATE-FLAG.
           IF WS-UPDATE-FLAG = 'Y' THEN
               PERFORM APPROVE-UPDATE-MODE
               IF WS-APPROVED NOT = 'Y' THEN
                   DISPLAY "UPDATE NOT APPROVED - RUNNING IN TRIAL MODE"
                   MOVE 'N' TO WS-UPDATE-FLAG
               END-IF
           ELSE
               MOVE 'N' TO WS-UPDATE-FLAG
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SS-ISBN
               INPUT PROCEDURE IS LOAD-SCANNED-ISBNS
               OUTPUT PROCEDURE IS WRITE-SCAN-COUNTS.
           PERFORM PRODUCE-STOCKTAKE-REPORT.
           MOVE WS-SCAN-CNT TO WS-COUNT-EDIT.
           DISPLAY "COPIES SCANNED      : " WS-COUNT-EDIT.
           MOVE WS-TITLE-CNT TO WS-COUNT-EDIT.
           DISPLAY "TITLES AT BRANCH    : " WS-COUNT-EDIT.
           MOVE WS-MISSING-COPIES TO WS-COUNT-EDIT.
           DISPLAY "COPIES MISSING      : " WS-COUNT-EDIT.
           MOVE WS-EXTRA-COPIES TO WS-COUNT-EDIT.
           DISPLAY "EXTRA COPIES        : " WS-COUNT-EDIT.
           MOVE WS-UNKNOWN-COPIES TO WS-COUNT-EDIT.
           DISPLAY "UNKNOWN ISBN SCANS  : " WS-COUNT-EDIT.
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE WS-WRITTEN-OFF TO WS-COUNT-EDIT
               DISPLAY "COPIES WRITTEN OFF  : " WS-COUNT-EDIT
           END-IF.
           DISPLAY "REPORT WRITTEN TO stocktake.rpt".
           MOVE WS-SCAN-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       ACCEPT-STOCKTAKE-BRANCH.
           OPEN INPUT BRANCH-FILE
           PERFORM UNTIL WS-BRANCH-OK = 'Y'
               DISPLAY "BRANCH COUNTED: "
               ACCEPT WS-STK-BRANCH
               MOVE WS-STK-BRANCH TO BRM-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       DISPLAY "BRANCH " WS-STK-BRANCH
                           " NOT ON BRANCH MASTER"
                   NOT INVALID KEY
                       MOVE BRM-NAME TO WS-BRANCH-NAME
                       MOVE 'Y' TO WS-BRANCH-OK
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       APPROVE-UPDATE-MODE.
           DISPLAY "SUPERVISOR ID: "
           ACCEPT WS-SUPV-ID
           DISPLAY "PASSWORD: "
           ACCEPT WS-SUPV-PASSWORD
           MOVE 'N' TO WS-APPROVED
           MOVE WS-SUPV-ID TO OPR-ID
           OPEN INPUT OPERATOR-FILE
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN OPR-PASSWORD NOT = WS-SUPV-PASSWORD
                           DISPLAY "INVALID PASSWORD"
                       WHEN OPR-ROLE NOT = 'S'
                           DISPLAY "OPERATOR " WS-SUPV-ID
                               " IS NOT A SUPERVISOR"
                       WHEN OTHER
                           MOVE 'Y' TO WS-APPROVED
                           DISPLAY "UPDATE MODE APPROVED BY "
                               WS-SUPV-ID
                   END-EVALUATE
           END-READ
           CLOSE OPERATOR-FILE.

       LOAD-SCANNED-ISBNS.
           OPEN INPUT STOCKTAKE-FILE
           PERFORM UNTIL WS-ST-EOF = 'Y'
               READ STOCKTAKE-FILE
                   AT END MOVE 'Y' TO WS-ST-EOF
                   NOT AT END
                       IF ST-ISBN = SPACES THEN
                           ADD 1 TO WS-BLANK-CNT
                       ELSE
                           ADD 1 TO WS-SCAN-CNT
                           MOVE ST-ISBN TO SS-ISBN
                           RELEASE SS-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STOCKTAKE-FILE.

       WRITE-SCAN-COUNTS.
           OPEN OUTPUT COUNT-WORK-FILE
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CURRENT-ISBN
           MOVE 0 TO WS-ISBN-COUNT
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF SS-ISBN NOT = WS-CURRENT-ISBN THEN
                   IF WS-CURRENT-ISBN NOT = SPACES THEN
                       PERFORM WRITE-ONE-COUNT
                   END-IF
                   MOVE SS-ISBN TO WS-CURRENT-ISBN
                   MOVE 0 TO WS-ISBN-COUNT
               END-IF
               ADD 1 TO WS-ISBN-COUNT
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-ISBN NOT = SPACES THEN
               PERFORM WRITE-ONE-COUNT
           END-IF
           CLOSE COUNT-WORK-FILE.

       WRITE-ONE-COUNT.
           MOVE WS-CURRENT-ISBN TO CW-ISBN
           MOVE WS-ISBN-COUNT TO CW-COUNT
           WRITE COUNT-WORK-RECORD.

       PRODUCE-STOCKTAKE-REPORT.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT COUNT-WORK-FILE
           OPEN INPUT HOLD-FILE
           IF WS-UPDATE-FLAG = 'Y' THEN
               OPEN I-O BRANCH-COPY-FILE
               OPEN I-O BOOK-FILE
           ELSE
               OPEN INPUT BRANCH-COPY-FILE
               OPEN INPUT BOOK-FILE
           END-IF
           MOVE WS-STK-BRANCH TO WS-HL-BRANCH
           MOVE WS-BRANCH-NAME TO WS-HL-NAME
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE "UPDATE MODE" TO WS-HL-MODE
           ELSE
               MOVE "TRIAL MODE" TO WS-HL-MODE
           END-IF
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM READ-NEXT-COUNT
           MOVE SPACES TO BC-KEY
           START BRANCH-COPY-FILE KEY IS NOT LESS THAN BC-KEY
               INVALID KEY MOVE 'Y' TO WS-BC-EOF
           END-START
           PERFORM UNTIL WS-BC-EOF = 'Y'
               READ BRANCH-COPY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BC-EOF
                   NOT AT END
                       IF BC-BRANCH = WS-STK-BRANCH THEN
                           PERFORM RECONCILE-ONE-TITLE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-CW-EOF = 'Y'
               PERFORM REPORT-UNRECORDED-SCAN
               PERFORM READ-NEXT-COUNT
           END-PERFORM
           PERFORM WRITE-STOCKTAKE-TOTALS
           CLOSE BOOK-FILE
           CLOSE BRANCH-COPY-FILE
           CLOSE HOLD-FILE
           CLOSE COUNT-WORK-FILE
           CLOSE REPORT-FILE.

       READ-NEXT-COUNT.
           READ COUNT-WORK-FILE
               AT END MOVE 'Y' TO WS-CW-EOF
           END-READ.

       RECONCILE-ONE-TITLE.
           ADD 1 TO WS-TITLE-CNT
           PERFORM UNTIL WS-CW-EOF = 'Y' OR CW-ISBN >= BC-ISBN
               PERFORM REPORT-UNRECORDED-SCAN
               PERFORM READ-NEXT-COUNT
           END-PERFORM
           MOVE 0 TO WS-COUNTED
           IF WS-CW-EOF NOT = 'Y' AND CW-ISBN = BC-ISBN THEN
               MOVE CW-COUNT TO WS-COUNTED
               PERFORM READ-NEXT-COUNT
           END-IF
           PERFORM COUNT-READY-HOLDS
           COMPUTE WS-EXPECTED = BC-AVL-COPIES + WS-HELD-COUNT
           COMPUTE WS-DIFF = WS-COUNTED - WS-EXPECTED
           EVALUATE TRUE
               WHEN WS-DIFF = 0
                   ADD 1 TO WS-MATCH-CNT
               WHEN WS-DIFF < 0
                   COMPUTE WS-MISSING = WS-EXPECTED - WS-COUNTED
                   ADD 1 TO WS-MISSING-LINES
                   ADD WS-MISSING TO WS-MISSING-COPIES
                   PERFORM REPORT-MISSING-COPIES
               WHEN OTHER
                   ADD 1 TO WS-EXTRA-LINES
                   ADD WS-DIFF TO WS-EXTRA-COPIES
                   MOVE "EXTRA COPIES" TO WS-RESULT
                   PERFORM READ-TITLE
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

       REPORT-MISSING-COPIES.
           PERFORM READ-TITLE
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE WS-MISSING TO WS-WRITE-OFF
               IF WS-WRITE-OFF > BC-AVL-COPIES THEN
                   MOVE BC-AVL-COPIES TO WS-WRITE-OFF
               END-IF
               IF WS-WRITE-OFF > 0 THEN
                   PERFORM WRITE-OFF-MISSING
               END-IF
               MOVE SPACES TO WS-RESULT
               STRING "MISSING - " WS-WRITE-OFF " W/OFF"
                   DELIMITED BY SIZE INTO WS-RESULT
           ELSE
               MOVE "MISSING" TO WS-RESULT
           END-IF
           PERFORM WRITE-DETAIL-LINE.

       WRITE-OFF-MISSING.
           SUBTRACT WS-WRITE-OFF FROM BC-AVL-COPIES
           SUBTRACT WS-WRITE-OFF FROM BC-TOTAL-COPIES
           REWRITE BRANCH-COPY-RECORD
               INVALID KEY
                   DISPLAY "BRANCH COPY UPDATE FAILED FOR " BC-ISBN
           END-REWRITE
           ADD WS-WRITE-OFF TO WS-WRITTEN-OFF
           IF WS-BOOK-FOUND = 'Y' THEN
               MOVE TOTAL-COPIES TO AUD-BEFORE-TOT-COPIES
               MOVE COPIES-AVAILABLE TO AUD-BEFORE-AVL-COPIES
               IF TOTAL-COPIES > WS-WRITE-OFF THEN
                   SUBTRACT WS-WRITE-OFF FROM TOTAL-COPIES
               ELSE
                   MOVE 0 TO TOTAL-COPIES
               END-IF
               IF COPIES-AVAILABLE > WS-WRITE-OFF THEN
                   SUBTRACT WS-WRITE-OFF FROM COPIES-AVAILABLE
               ELSE
                   MOVE 0 TO COPIES-AVAILABLE
               END-IF
               REWRITE BOOK-RECORD
                   INVALID KEY
                       DISPLAY "BOOK UPDATE FAILED FOR " ISBN
               END-REWRITE
               PERFORM WRITE-WRITE-OFF-AUDIT
           END-IF.

       WRITE-WRITE-OFF-AUDIT.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-SUPV-ID TO AUD-OPERATOR
           MOVE 'S' TO AUD-ACTION
           MOVE ISBN TO AUD-ISBN
           MOVE BOOK-TITLE TO AUD-BEFORE-TITLE
           MOVE BOOK-AUTHOR TO AUD-BEFORE-AUTHOR
           MOVE BOOK-TITLE TO AUD-AFTER-TITLE
           MOVE BOOK-AUTHOR TO AUD-AFTER-AUTHOR
           MOVE TOTAL-COPIES TO AUD-AFTER-TOT-COPIES
           MOVE COPIES-AVAILABLE TO AUD-AFTER-AVL-COPIES
           OPEN EXTEND AUDIT-FILE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       REPORT-UNRECORDED-SCAN.
           MOVE CW-ISBN TO ISBN
           MOVE CW-ISBN TO WS-DL-ISBN
           MOVE 0 TO WS-DL-AVL
           MOVE 0 TO WS-DL-HELD
           MOVE 0 TO WS-DL-EXPECTED
           MOVE CW-COUNT TO WS-DL-COUNTED
           MOVE CW-COUNT TO WS-DL-DIFF
           READ BOOK-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-LINES
                   ADD CW-COUNT TO WS-UNKNOWN-COPIES
                   MOVE "(NOT IN CATALOG)" TO WS-DL-TITLE
                   MOVE "UNKNOWN ISBN" TO WS-DL-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-EXTRA-LINES
                   ADD CW-COUNT TO WS-EXTRA-COPIES
                   MOVE BOOK-TITLE TO WS-DL-TITLE
                   MOVE "EXTRA - NOT CARRIED" TO WS-DL-RESULT
           END-READ
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       READ-TITLE.
           MOVE BC-ISBN TO ISBN
           READ BOOK-FILE
               INVALID KEY
                   MOVE 'N' TO WS-BOOK-FOUND
                   MOVE "(NOT IN CATALOG)" TO WS-DL-TITLE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BOOK-FOUND
                   MOVE BOOK-TITLE TO WS-DL-TITLE
           END-READ.

       WRITE-DETAIL-LINE.
           MOVE BC-ISBN TO WS-DL-ISBN
           MOVE BC-AVL-COPIES TO WS-DL-AVL
           MOVE WS-HELD-COUNT TO WS-DL-HELD
           MOVE WS-EXPECTED TO WS-DL-EXPECTED
           MOVE WS-COUNTED TO WS-DL-COUNTED
           MOVE WS-DIFF TO WS-DL-DIFF
           MOVE WS-RESULT TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       COUNT-READY-HOLDS.
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-HOLD-EOF
           MOVE BC-ISBN TO HOLD-ISBN
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ISBN NOT = BC-ISBN THEN
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-STATUS = 'R'
                              AND HOLD-BRANCH = WS-STK-BRANCH THEN
                               ADD 1 TO WS-HELD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-STOCKTAKE-TOTALS.
           IF WS-MISSING-LINES = 0 AND WS-EXTRA-LINES = 0
              AND WS-UNKNOWN-LINES = 0 THEN
               MOVE "  SHELVES AGREE WITH THE BRANCH COUNTS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SCAN-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "COPIES SCANNED        : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TITLE-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TITLES AT BRANCH      : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MATCH-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TITLES IN AGREEMENT   : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MISSING-COPIES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "COPIES MISSING        : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EXTRA-COPIES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "EXTRA COPIES          : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UNKNOWN-COPIES TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "UNKNOWN ISBN SCANS    : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE WS-WRITTEN-OFF TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "COPIES WRITTEN OFF    : " WS-COUNT-EDIT
                   "  APPROVED BY " WS-SUPV-ID
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-STOCKTAKE" TO RP-JOB-NAME
           MOVE SPACES TO RP-PRED-NAME
           MOVE 0 TO RP-RECORD-COUNT
           MOVE 'N' TO RP-FORCE-FLAG
           CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS
           IF RP-RETURN-CODE = 'N' THEN
               DISPLAY "PREDECESSOR NOT COMPLETE - FORCE (Y/N): "
               ACCEPT WS-FORCE-REPLY
               IF WS-FORCE-REPLY = 'Y' THEN
                   MOVE 'Y' TO RP-FORCE-FLAG
                   CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS
               END-IF
           END-IF
           IF RP-RETURN-CODE NOT = 'Y' THEN
               DISPLAY "RUN ABANDONED"
               STOP RUN
           END-IF.

       RECORD-RUN-END.
           MOVE 'C' TO RP-FUNCTION
           CALL "LIBRARY-RUNCTL" USING RUNCTL-PARMS.
