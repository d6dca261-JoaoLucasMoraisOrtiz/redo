       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-ACQRPT.
      *****************************************************
      *  Month-end acquisitions report.  Reads FUND-FILE
      *  and every order on ORDER-FILE and writes
      *  acqrpt.rpt in two parts.  The fund section shows
      *  each fund's allocation, the amount encumbered by
      *  outstanding copies on open orders (at the order's
      *  unit price), the amount expended (invoiced on
      *  receipts) and the free balance left to order
      *  against; funds spent past their allocation are
      *  flagged OVER.  Orders charged to a fund that is
      *  not on FUND-FILE are totalled on a line of their
      *  own.  The claims section lists, by vendor, every
      *  open order still outstanding after the claim
      *  threshold (days since the order was placed,
      *  counted to the cycle date) with the vendor's
      *  account number and contact, so the selectors can
      *  send claim letters.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUND-FILE ASSIGN TO "funds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FND-CODE.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO "orders.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ORD-KEY.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO "vendors.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VND-CODE.
           SELECT BOOK-FILE ASSIGN TO "books.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ISBN.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk11".
           SELECT REPORT-FILE ASSIGN TO "acqrpt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUND-FILE.
           COPY FUNDREC.
       FD  ORDER-FILE.
           COPY ORDERREC.
       FD  VENDOR-FILE.
           COPY VENDORREC.
       FD  BOOK-FILE.
           COPY BOOKREC.
       SD  SORT-WORK-FILE.
       01  SC-RECORD.
           05 SC-VENDOR-CODE  PIC X(06).
           05 SC-VENDOR-NAME  PIC X(30).
           05 SC-PLACED-DT    PIC X(08).
           05 SC-ISBN         PIC X(13).
           05 SC-SEQ          PIC 9(04).
           05 SC-DAYS-OPEN    PIC 9(05).
           05 SC-OUTSTAND     PIC 9(04).
           05 SC-VALUE        PIC 9(07)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-FUND-EOF        PIC X VALUE 'N'.
       01  WS-ORD-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-ORDER-CNT       PIC 9(6) VALUE 0.
       01  WS-OPEN-CNT        PIC 9(6) VALUE 0.
       01  WS-CLAIM-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-CLAIM-DAYS      PIC 9(3).
       01  WS-CYCLE-N         PIC 9(8).
       01  WS-CYCLE-INT       PIC 9(7).
       01  WS-PLACED-N        PIC 9(8).
       01  WS-DAYS-OPEN       PIC 9(5).
       01  WS-OUTSTAND        PIC 9(4).
       01  WS-ORD-VALUE       PIC 9(7)V99.
       01  WS-TODAY-N         PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-FT-USED         PIC 9(3) VALUE 0.
       01  WS-FT-IX           PIC 9(3).
       01  WS-FT-SLOT         PIC 9(3).
       01  WS-FUND-TABLE.
           05 WS-FT-ENTRY OCCURS 200 TIMES.
              10 WS-FT-CODE       PIC X(06).
              10 WS-FT-NAME       PIC X(30).
              10 WS-FT-ALLOCATION PIC 9(07)V99.
              10 WS-FT-ENCUMBERED PIC 9(07)V99.
              10 WS-FT-EXPENDED   PIC 9(07)V99.
       01  WS-NF-ENCUMBERED   PIC 9(07)V99 VALUE 0.
       01  WS-NF-EXPENDED     PIC 9(07)V99 VALUE 0.
       01  WS-FREE-AMT        PIC S9(8)V99.
       01  WS-TOT-ALLOCATION  PIC 9(08)V99 VALUE 0.
       01  WS-TOT-ENCUMBERED  PIC 9(08)V99 VALUE 0.
       01  WS-TOT-EXPENDED    PIC 9(08)V99 VALUE 0.

       01  WS-CUR-VENDOR-CODE PIC X(06).
       01  WS-CUR-VENDOR-NAME PIC X(30).
       01  WS-FIRST-CLAIM     PIC X VALUE 'Y'.
       01  WS-VND-ON-FILE     PIC X.
       01  WS-VENDOR-CLAIMS   PIC 9(4).
       01  WS-VENDOR-VALUE    PIC 9(08)V99.
       01  WS-CLAIM-VALUE     PIC 9(08)V99 VALUE 0.
       01  WS-VALUE-EDIT      PIC ZZ,ZZZ,ZZ9.99.

       01  WS-HEAD-LINE.
           05 FILLER          PIC X(41)
              VALUE "MONTH-END ACQUISITIONS AND CLAIMS REPORT".
           05 FILLER          PIC X(06) VALUE "CYCLE ".
           05 WS-HL-CYCLE     PIC X(08).
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE      PIC X(08).
           05 FILLER          PIC X(06) VALUE SPACES.

       01  WS-FUND-COLUMNS.
           05 FILLER          PIC X(08) VALUE "FUND".
           05 FILLER          PIC X(28) VALUE "NAME".
           05 FILLER          PIC X(12) VALUE "  ALLOCATION".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "  ENCUMBERED".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "    EXPENDED".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE " FREE BALANCE".
           05 FILLER          PIC X(07) VALUE SPACES.

       01  WS-FUND-LINE.
           05 WS-FL-CODE      PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-NAME      PIC X(26).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-ALLOCATION PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-ENCUMBERED PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-EXPENDED  PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-FL-FREE      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-FL-FLAG      PIC X(04).
           05 FILLER          PIC X(02) VALUE SPACES.

       01  WS-CLAIM-COLUMNS.
           05 FILLER          PIC X(15) VALUE "  ISBN".
           05 FILLER          PIC X(06) VALUE "NO".
           05 FILLER          PIC X(32) VALUE "TITLE".
           05 FILLER          PIC X(10) VALUE "PLACED".
           05 FILLER          PIC X(07) VALUE " DAYS".
           05 FILLER          PIC X(06) VALUE " QTY".
           05 FILLER          PIC X(12) VALUE "       VALUE".
           05 FILLER          PIC X(10) VALUE SPACES.

       01  WS-CLAIM-LINE.
           05 WS-CL-ISBN      PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-SEQ       PIC 9(04).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-TITLE     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-PLACED    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-DAYS      PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-OUTSTAND  PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-CL-VALUE     PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-ACQRPT: month-end acquisitions and claims".
           PERFORM RECORD-RUN-START.
           DISPLAY "CLAIM AFTER DAYS OPEN (0 = DEFAULT 60): ".
           ACCEPT WS-CLAIM-DAYS.
           IF WS-CLAIM-DAYS = 0 THEN
               MOVE 60 TO WS-CLAIM-DAYS
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           MOVE RP-CYCLE-DT TO WS-CYCLE-N.
           COMPUTE WS-CYCLE-INT = FUNCTION INTEGER-OF-DATE (WS-CYCLE-N).
           PERFORM LOAD-FUND-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SC-VENDOR-CODE
               ON ASCENDING KEY SC-VENDOR-NAME
               ON ASCENDING KEY SC-PLACED-DT
               ON ASCENDING KEY SC-ISBN
               ON ASCENDING KEY SC-SEQ
               INPUT PROCEDURE IS SCAN-ORDERS
               OUTPUT PROCEDURE IS PRODUCE-ACQ-REPORT.
           MOVE WS-FT-USED TO WS-COUNT-EDIT.
           DISPLAY "FUNDS REPORTED      : " WS-COUNT-EDIT.
           MOVE WS-ORDER-CNT TO WS-COUNT-EDIT.
           DISPLAY "ORDERS READ         : " WS-COUNT-EDIT.
           MOVE WS-OPEN-CNT TO WS-COUNT-EDIT.
           DISPLAY "OPEN ORDERS         : " WS-COUNT-EDIT.
           MOVE WS-CLAIM-CNT TO WS-COUNT-EDIT.
           DISPLAY "ORDERS TO CLAIM     : " WS-COUNT-EDIT.
           DISPLAY "REPORT WRITTEN TO acqrpt.rpt".
           MOVE WS-ORDER-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       LOAD-FUND-TABLE.
           OPEN INPUT FUND-FILE
           PERFORM UNTIL WS-FUND-EOF = 'Y'
               READ FUND-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FUND-EOF
                   NOT AT END
                       IF WS-FT-USED < 200 THEN
                           ADD 1 TO WS-FT-USED
                           MOVE FND-CODE TO WS-FT-CODE (WS-FT-USED)
                           MOVE FND-NAME TO WS-FT-NAME (WS-FT-USED)
                           MOVE FND-ALLOCATION
                               TO WS-FT-ALLOCATION (WS-FT-USED)
                           MOVE 0 TO WS-FT-ENCUMBERED (WS-FT-USED)
                           MOVE 0 TO WS-FT-EXPENDED (WS-FT-USED)
                       ELSE
                           DISPLAY "FUND TABLE FULL - " FND-CODE
                               " REPORTED AS NOT ON FILE"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUND-FILE.

       SCAN-ORDERS.
           OPEN INPUT ORDER-FILE
           PERFORM UNTIL WS-ORD-EOF = 'Y'
               READ ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORD-EOF
                   NOT AT END
                       ADD 1 TO WS-ORDER-CNT
                       PERFORM POST-ORDER-TO-FUND
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE.

       POST-ORDER-TO-FUND.
           MOVE 0 TO WS-FT-SLOT
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
                   UNTIL WS-FT-IX > WS-FT-USED OR WS-FT-SLOT > 0
               IF WS-FT-CODE (WS-FT-IX) = ORD-FUND-CODE THEN
                   MOVE WS-FT-IX TO WS-FT-SLOT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-OUTSTAND
           MOVE 0 TO WS-ORD-VALUE
           IF ORD-STATUS = 'O' AND ORD-QTY > ORD-RECD-QTY THEN
               ADD 1 TO WS-OPEN-CNT
               COMPUTE WS-OUTSTAND = ORD-QTY - ORD-RECD-QTY
               COMPUTE WS-ORD-VALUE = WS-OUTSTAND * ORD-UNIT-PRICE
           END-IF
           IF WS-FT-SLOT > 0 THEN
               ADD WS-ORD-VALUE TO WS-FT-ENCUMBERED (WS-FT-SLOT)
               ADD ORD-INVOICED-AMT TO WS-FT-EXPENDED (WS-FT-SLOT)
           ELSE
               ADD WS-ORD-VALUE TO WS-NF-ENCUMBERED
               ADD ORD-INVOICED-AMT TO WS-NF-EXPENDED
           END-IF
           IF WS-OUTSTAND > 0 THEN
               PERFORM CHECK-CLAIM-DUE
           END-IF.

       CHECK-CLAIM-DUE.
           MOVE 0 TO WS-DAYS-OPEN
           IF ORD-PLACED-DT IS NUMERIC THEN
               MOVE ORD-PLACED-DT TO WS-PLACED-N
               IF FUNCTION INTEGER-OF-DATE (WS-PLACED-N)
                  < WS-CYCLE-INT THEN
                   COMPUTE WS-DAYS-OPEN = WS-CYCLE-INT
                       - FUNCTION INTEGER-OF-DATE (WS-PLACED-N)
               END-IF
           END-IF
           IF WS-DAYS-OPEN >= WS-CLAIM-DAYS THEN
               ADD 1 TO WS-CLAIM-CNT
               MOVE ORD-VENDOR-CODE TO SC-VENDOR-CODE
               IF ORD-VENDOR-CODE = SPACES THEN
                   MOVE ORD-VENDOR TO SC-VENDOR-NAME
               ELSE
                   MOVE SPACES TO SC-VENDOR-NAME
               END-IF
               MOVE ORD-PLACED-DT TO SC-PLACED-DT
               MOVE ORD-ISBN TO SC-ISBN
               MOVE ORD-SEQ TO SC-SEQ
               MOVE WS-DAYS-OPEN TO SC-DAYS-OPEN
               MOVE WS-OUTSTAND TO SC-OUTSTAND
               MOVE WS-ORD-VALUE TO SC-VALUE
               RELEASE SC-RECORD
           END-IF.

       PRODUCE-ACQ-REPORT.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT VENDOR-FILE
           OPEN INPUT BOOK-FILE
           MOVE RP-CYCLE-DT TO WS-HL-CYCLE
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-FUND-SECTION
           MOVE SPACES TO REPORT-RECORD
           STRING "OPEN ORDERS TO CLAIM - OUTSTANDING "
               WS-CLAIM-DAYS " DAYS OR MORE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-SORT-EOF
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           IF WS-SORT-EOF = 'Y' THEN
               MOVE "NO ORDERS OPEN PAST THE CLAIM THRESHOLD"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF WS-FIRST-CLAIM = 'Y' THEN
                   MOVE 'N' TO WS-FIRST-CLAIM
                   PERFORM START-VENDOR-CLAIMS
               ELSE
                   IF SC-VENDOR-CODE NOT = WS-CUR-VENDOR-CODE
                      OR SC-VENDOR-NAME NOT = WS-CUR-VENDOR-NAME THEN
                       PERFORM END-VENDOR-CLAIMS
                       PERFORM START-VENDOR-CLAIMS
                   END-IF
               END-IF
               PERFORM WRITE-CLAIM-LINE
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-FIRST-CLAIM = 'N' THEN
               PERFORM END-VENDOR-CLAIMS
               MOVE WS-CLAIM-CNT TO WS-COUNT-EDIT
               MOVE WS-CLAIM-VALUE TO WS-VALUE-EDIT
               MOVE SPACES TO REPORT-RECORD
               STRING "ORDERS TO CLAIM: " WS-COUNT-EDIT
                   "   OUTSTANDING VALUE: " WS-VALUE-EDIT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE BOOK-FILE
           CLOSE VENDOR-FILE
           CLOSE REPORT-FILE.

       WRITE-FUND-SECTION.
           MOVE "FUND POSITION" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FUND-COLUMNS TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-FT-IX FROM 1 BY 1
                   UNTIL WS-FT-IX > WS-FT-USED
               MOVE WS-FT-CODE (WS-FT-IX) TO WS-FL-CODE
               MOVE WS-FT-NAME (WS-FT-IX) TO WS-FL-NAME
               MOVE WS-FT-ALLOCATION (WS-FT-IX) TO WS-FL-ALLOCATION
               MOVE WS-FT-ENCUMBERED (WS-FT-IX) TO WS-FL-ENCUMBERED
               MOVE WS-FT-EXPENDED (WS-FT-IX) TO WS-FL-EXPENDED
               COMPUTE WS-FREE-AMT = WS-FT-ALLOCATION (WS-FT-IX)
                   - WS-FT-ENCUMBERED (WS-FT-IX)
                   - WS-FT-EXPENDED (WS-FT-IX)
               PERFORM WRITE-FUND-LINE
               ADD WS-FT-ALLOCATION (WS-FT-IX) TO WS-TOT-ALLOCATION
               ADD WS-FT-ENCUMBERED (WS-FT-IX) TO WS-TOT-ENCUMBERED
               ADD WS-FT-EXPENDED (WS-FT-IX) TO WS-TOT-EXPENDED
           END-PERFORM
           IF WS-NF-ENCUMBERED > 0 OR WS-NF-EXPENDED > 0 THEN
               MOVE SPACES TO WS-FL-CODE
               MOVE "(FUND NOT ON FILE)" TO WS-FL-NAME
               MOVE 0 TO WS-FL-ALLOCATION
               MOVE WS-NF-ENCUMBERED TO WS-FL-ENCUMBERED
               MOVE WS-NF-EXPENDED TO WS-FL-EXPENDED
               COMPUTE WS-FREE-AMT = 0 - WS-NF-ENCUMBERED
                   - WS-NF-EXPENDED
               PERFORM WRITE-FUND-LINE
               ADD WS-NF-ENCUMBERED TO WS-TOT-ENCUMBERED
               ADD WS-NF-EXPENDED TO WS-TOT-EXPENDED
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TOTAL" TO WS-FL-CODE
           MOVE SPACES TO WS-FL-NAME
           MOVE WS-TOT-ALLOCATION TO WS-FL-ALLOCATION
           MOVE WS-TOT-ENCUMBERED TO WS-FL-ENCUMBERED
           MOVE WS-TOT-EXPENDED TO WS-FL-EXPENDED
           COMPUTE WS-FREE-AMT = WS-TOT-ALLOCATION
               - WS-TOT-ENCUMBERED - WS-TOT-EXPENDED
           PERFORM WRITE-FUND-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-FUND-LINE.
           MOVE WS-FREE-AMT TO WS-FL-FREE
           IF WS-FREE-AMT < 0 THEN
               MOVE "OVER" TO WS-FL-FLAG
           ELSE
               MOVE SPACES TO WS-FL-FLAG
           END-IF
           MOVE WS-FUND-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       START-VENDOR-CLAIMS.
           MOVE SC-VENDOR-CODE TO WS-CUR-VENDOR-CODE
           MOVE SC-VENDOR-NAME TO WS-CUR-VENDOR-NAME
           MOVE 0 TO WS-VENDOR-CLAIMS
           MOVE 0 TO WS-VENDOR-VALUE
           MOVE SPACES TO REPORT-RECORD
           IF SC-VENDOR-CODE = SPACES THEN
               STRING "VENDOR (NO CODE)  " SC-VENDOR-NAME
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SC-VENDOR-CODE TO VND-CODE
               READ VENDOR-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VND-ON-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VND-ON-FILE
               END-READ
               IF WS-VND-ON-FILE = 'Y' THEN
                   PERFORM WRITE-VENDOR-HEADING
               ELSE
                   STRING "VENDOR " SC-VENDOR-CODE
                       "  (NOT ON VENDOR MASTER)"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CLAIM-COLUMNS TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-VENDOR-HEADING.
           STRING "VENDOR " VND-CODE "  " VND-NAME
               "  OUR ACCOUNT " VND-ACCOUNT-NO
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "       CONTACT " VND-CONTACT "  " VND-PHONE
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "       " VND-EMAIL
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-CLAIM-LINE.
           ADD 1 TO WS-VENDOR-CLAIMS
           ADD SC-VALUE TO WS-VENDOR-VALUE
           ADD SC-VALUE TO WS-CLAIM-VALUE
           MOVE SC-ISBN TO WS-CL-ISBN
           MOVE SC-SEQ TO WS-CL-SEQ
           MOVE SC-ISBN TO ISBN
           READ BOOK-FILE
               INVALID KEY
                   MOVE "(NEW TITLE - NOT IN CATALOG)" TO WS-CL-TITLE
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-CL-TITLE
           END-READ
           MOVE SC-PLACED-DT TO WS-CL-PLACED
           MOVE SC-DAYS-OPEN TO WS-CL-DAYS
           MOVE SC-OUTSTAND TO WS-CL-OUTSTAND
           MOVE SC-VALUE TO WS-CL-VALUE
           MOVE WS-CLAIM-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END-VENDOR-CLAIMS.
           MOVE WS-VENDOR-CLAIMS TO WS-COUNT-EDIT
           MOVE WS-VENDOR-VALUE TO WS-VALUE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ORDERS TO CLAIM FROM VENDOR: " WS-COUNT-EDIT
               "   OUTSTANDING VALUE: " WS-VALUE-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-ACQRPT" TO RP-JOB-NAME
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
