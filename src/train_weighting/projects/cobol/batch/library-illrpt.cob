       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-ILLRPT.
      *****************************************************
      *  Weekly interlibrary loan report.  Reads every
      *  request on ILL-FILE and writes illrpt.rpt in two
      *  parts.  The outstanding section lists, by lending
      *  library and oldest first, every request not yet
      *  received from the lender (status Q or S) with its
      *  age in days since it was requested, so staff can
      *  chase the lender or cancel.  The overdue section
      *  lists, by lending library, every partner item
      *  still with us (status V, O or R) after the date
      *  the lender wants it back, with the days overdue
      *  and where the item is - on the hold shelf, out to
      *  the patron or waiting to be sent back.  Ages are
      *  counted to the cycle date.  Partner items are not
      *  in BOOK-FILE, so titles come from the request.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ILL-FILE ASSIGN TO "ill.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ILL-REQ-NO.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk14".
           SELECT REPORT-FILE ASSIGN TO "illrpt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ILL-FILE.
           COPY ILLREC.
       SD  SORT-WORK-FILE.
       01  SI-RECORD.
           05 SI-SECTION      PIC X(01).
           05 SI-LENDER       PIC X(06).
           05 SI-DATE-1       PIC X(08).
           05 SI-REQ-NO       PIC 9(06).
           05 SI-DATE-2       PIC X(08).
           05 SI-DAYS         PIC 9(05).
           05 SI-STATUS       PIC X(01).
           05 SI-BORROWER-ID  PIC X(10).
           05 SI-TITLE        PIC X(40).
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-ILL-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-READ-CNT        PIC 9(6) VALUE 0.
       01  WS-OPEN-CNT        PIC 9(6) VALUE 0.
       01  WS-OUTSTAND-CNT    PIC 9(6) VALUE 0.
       01  WS-OVERDUE-CNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-DAYS-EDIT       PIC ZZZZ9.
       01  WS-CYCLE-N         PIC 9(8).
       01  WS-CYCLE-ALPHA REDEFINES WS-CYCLE-N PIC X(8).
       01  WS-CYCLE-INT       PIC 9(7).
       01  WS-DATE-N          PIC 9(8).
       01  WS-DATE-ALPHA REDEFINES WS-DATE-N PIC X(8).
       01  WS-TODAY-N         PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-CUR-SECTION     PIC X(01).
       01  WS-CUR-LENDER      PIC X(06).
       01  WS-SECTION-CNT     PIC 9(6).
       01  WS-LENDER-CNT      PIC 9(6).
       01  WS-LENDER-MAX-DAYS PIC 9(5).
       01  WS-SECTION-MAX-DAYS PIC 9(5).

       01  WS-HEAD-LINE.
           05 FILLER          PIC X(41)
              VALUE "WEEKLY INTERLIBRARY LOAN REPORT".
           05 FILLER          PIC X(06) VALUE "CYCLE ".
           05 WS-HL-CYCLE     PIC X(08).
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE      PIC X(08).
           05 FILLER          PIC X(06) VALUE SPACES.

       01  WS-OUTSTAND-COLUMNS.
           05 FILLER          PIC X(10) VALUE "  REQ NO".
           05 FILLER          PIC X(12) VALUE "BORROWER".
           05 FILLER          PIC X(32) VALUE "TITLE".
           05 FILLER          PIC X(12) VALUE "STATUS".
           05 FILLER          PIC X(10) VALUE "REQUESTED".
           05 FILLER          PIC X(10) VALUE "SHIPPED".
           05 FILLER          PIC X(05) VALUE "  AGE".
           05 FILLER          PIC X(07) VALUE SPACES.

       01  WS-OVERDUE-COLUMNS.
           05 FILLER          PIC X(10) VALUE "  REQ NO".
           05 FILLER          PIC X(12) VALUE "BORROWER".
           05 FILLER          PIC X(32) VALUE "TITLE".
           05 FILLER          PIC X(12) VALUE "ITEM IS".
           05 FILLER          PIC X(10) VALUE "LNDR DUE".
           05 FILLER          PIC X(10) VALUE "PTRN DUE".
           05 FILLER          PIC X(05) VALUE " OVER".
           05 FILLER          PIC X(07) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-REQ-NO    PIC 9(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-BORROWER  PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-TITLE     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-STATUS    PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DATE-1    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DATE-2    PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-DAYS      PIC ZZZZ9.
           05 FILLER          PIC X(07) VALUE SPACES.

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-ILLRPT: weekly interlibrary loan report".
           PERFORM RECORD-RUN-START.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           MOVE RP-CYCLE-DT TO WS-CYCLE-N.
           COMPUTE WS-CYCLE-INT = FUNCTION INTEGER-OF-DATE (WS-CYCLE-N).
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SI-SECTION
               ON ASCENDING KEY SI-LENDER
               ON ASCENDING KEY SI-DATE-1
               ON ASCENDING KEY SI-REQ-NO
               INPUT PROCEDURE IS SCAN-ILL-REQUESTS
               OUTPUT PROCEDURE IS PRODUCE-ILL-REPORT.
           MOVE WS-READ-CNT TO WS-COUNT-EDIT.
           DISPLAY "ILL REQUESTS READ   : " WS-COUNT-EDIT.
           MOVE WS-OPEN-CNT TO WS-COUNT-EDIT.
           DISPLAY "OPEN REQUESTS       : " WS-COUNT-EDIT.
           MOVE WS-OUTSTAND-CNT TO WS-COUNT-EDIT.
           DISPLAY "AWAITING LENDER     : " WS-COUNT-EDIT.
           MOVE WS-OVERDUE-CNT TO WS-COUNT-EDIT.
           DISPLAY "OVERDUE TO LENDER   : " WS-COUNT-EDIT.
           DISPLAY "REPORT WRITTEN TO illrpt.rpt".
           MOVE WS-READ-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       SCAN-ILL-REQUESTS.
           OPEN INPUT ILL-FILE
           PERFORM UNTIL WS-ILL-EOF = 'Y'
               READ ILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-CNT
                       IF ILL-STATUS NOT = 'C' THEN
                           ADD 1 TO WS-OPEN-CNT
                           PERFORM TEST-ILL-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE.

       TEST-ILL-REQUEST.
           MOVE ILL-LENDER TO SI-LENDER
           MOVE ILL-REQ-NO TO SI-REQ-NO
           MOVE ILL-STATUS TO SI-STATUS
           MOVE ILL-BORROWER-ID TO SI-BORROWER-ID
           MOVE ILL-TITLE TO SI-TITLE
           MOVE 0 TO SI-DAYS
           EVALUATE TRUE
               WHEN ILL-STATUS = 'Q' OR ILL-STATUS = 'S'
                   MOVE '1' TO SI-SECTION
                   MOVE ILL-REQUEST-DT TO SI-DATE-1
                   MOVE ILL-SHIPPED-DT TO SI-DATE-2
                   IF ILL-REQUEST-DT IS NUMERIC THEN
                       MOVE ILL-REQUEST-DT TO WS-DATE-ALPHA
                       PERFORM SET-DAYS-TO-CYCLE
                   END-IF
                   ADD 1 TO WS-OUTSTAND-CNT
                   RELEASE SI-RECORD
               WHEN ILL-STATUS = 'V' OR ILL-STATUS = 'O'
                  OR ILL-STATUS = 'R'
                   IF ILL-LENDER-DUE-DT IS NUMERIC
                      AND ILL-LENDER-DUE-DT < WS-CYCLE-ALPHA THEN
                       MOVE '2' TO SI-SECTION
                       MOVE ILL-LENDER-DUE-DT TO SI-DATE-1
                       MOVE ILL-PATRON-DUE-DT TO SI-DATE-2
                       MOVE ILL-LENDER-DUE-DT TO WS-DATE-ALPHA
                       PERFORM SET-DAYS-TO-CYCLE
                       ADD 1 TO WS-OVERDUE-CNT
                       RELEASE SI-RECORD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-DAYS-TO-CYCLE.
           IF FUNCTION INTEGER-OF-DATE (WS-DATE-N) < WS-CYCLE-INT THEN
               COMPUTE SI-DAYS = WS-CYCLE-INT
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-N)
           END-IF.

       PRODUCE-ILL-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE RP-CYCLE-DT TO WS-HL-CYCLE
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '1' TO WS-CUR-SECTION
           PERFORM START-SECTION
           MOVE 'N' TO WS-SORT-EOF
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF SI-SECTION NOT = WS-CUR-SECTION THEN
                   PERFORM END-SECTION
                   MOVE SI-SECTION TO WS-CUR-SECTION
                   PERFORM START-SECTION
               END-IF
               IF WS-SECTION-CNT = 0 THEN
                   PERFORM START-LENDER
               ELSE
                   IF SI-LENDER NOT = WS-CUR-LENDER THEN
                       PERFORM END-LENDER
                       PERFORM START-LENDER
                   END-IF
               END-IF
               PERFORM WRITE-ILL-LINE
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           PERFORM END-SECTION
           IF WS-CUR-SECTION = '1' THEN
               MOVE '2' TO WS-CUR-SECTION
               PERFORM START-SECTION
               PERFORM END-SECTION
           END-IF
           CLOSE REPORT-FILE.

       START-SECTION.
           MOVE 0 TO WS-SECTION-CNT
           MOVE 0 TO WS-SECTION-MAX-DAYS
           IF WS-CUR-SECTION = '1' THEN
               MOVE "OUTSTANDING REQUESTS - NOT YET RECEIVED"
                   TO REPORT-RECORD
           ELSE
               MOVE "PARTNER ITEMS OVERDUE BACK TO THE LENDING LIBRARY"
                   TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END-SECTION.
           IF WS-SECTION-CNT = 0 THEN
               IF WS-CUR-SECTION = '1' THEN
                   MOVE "NO REQUESTS OUTSTANDING WITH LENDERS"
                       TO REPORT-RECORD
               ELSE
                   MOVE "NO PARTNER ITEMS OVERDUE TO LENDERS"
                       TO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           ELSE
               PERFORM END-LENDER
               MOVE WS-SECTION-CNT TO WS-COUNT-EDIT
               MOVE WS-SECTION-MAX-DAYS TO WS-DAYS-EDIT
               MOVE SPACES TO REPORT-RECORD
               IF WS-CUR-SECTION = '1' THEN
                   STRING "TOTAL OUTSTANDING: " WS-COUNT-EDIT
                       "   OLDEST: " WS-DAYS-EDIT " DAYS"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "TOTAL OVERDUE TO LENDERS: " WS-COUNT-EDIT
                       "   MOST OVERDUE: " WS-DAYS-EDIT " DAYS"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       START-LENDER.
           MOVE SI-LENDER TO WS-CUR-LENDER
           MOVE 0 TO WS-LENDER-CNT
           MOVE 0 TO WS-LENDER-MAX-DAYS
           MOVE SPACES TO REPORT-RECORD
           IF SI-LENDER = SPACES THEN
               MOVE "LENDER (NO CODE)" TO REPORT-RECORD
           ELSE
               STRING "LENDER " SI-LENDER
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CUR-SECTION = '1' THEN
               MOVE WS-OUTSTAND-COLUMNS TO REPORT-RECORD
           ELSE
               MOVE WS-OVERDUE-COLUMNS TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD.

       WRITE-ILL-LINE.
           ADD 1 TO WS-SECTION-CNT
           ADD 1 TO WS-LENDER-CNT
           IF SI-DAYS > WS-LENDER-MAX-DAYS THEN
               MOVE SI-DAYS TO WS-LENDER-MAX-DAYS
           END-IF
           IF SI-DAYS > WS-SECTION-MAX-DAYS THEN
               MOVE SI-DAYS TO WS-SECTION-MAX-DAYS
           END-IF
           MOVE SI-REQ-NO TO WS-DL-REQ-NO
           MOVE SI-BORROWER-ID TO WS-DL-BORROWER
           MOVE SI-TITLE TO WS-DL-TITLE
           EVALUATE SI-STATUS
               WHEN 'Q' MOVE "REQUESTED" TO WS-DL-STATUS
               WHEN 'S' MOVE "SHIPPED" TO WS-DL-STATUS
               WHEN 'V' MOVE "HOLD SHELF" TO WS-DL-STATUS
               WHEN 'O' MOVE "ON LOAN" TO WS-DL-STATUS
               WHEN 'R' MOVE "TO RETURN" TO WS-DL-STATUS
               WHEN OTHER MOVE SPACES TO WS-DL-STATUS
           END-EVALUATE
           MOVE SI-DATE-1 TO WS-DL-DATE-1
           MOVE SI-DATE-2 TO WS-DL-DATE-2
           MOVE SI-DAYS TO WS-DL-DAYS
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END-LENDER.
           MOVE WS-LENDER-CNT TO WS-COUNT-EDIT
           MOVE WS-LENDER-MAX-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-CUR-SECTION = '1' THEN
               STRING "REQUESTS WITH LENDER: " WS-COUNT-EDIT
                   "   OLDEST: " WS-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "ITEMS OVERDUE TO LENDER: " WS-COUNT-EDIT
                   "   MOST OVERDUE: " WS-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-ILLRPT" TO RP-JOB-NAME
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
