      *  borrower and due date, and writes one print-ready
      *  notice letter per borrower to notices.rpt with
      *  first/second/final wording based on how long the
      *  oldest item has been out.  Each item shows the fine
      *  accrued to date under the borrower's loan policy
      *  (daily rate, capped at the per-item ceiling), and
      *  the letter closes with the total.  Days overdue
      *  are open days at the lending branch (LIBRARY-
      *  CALENDAR), so weekly closing days and holidays
      *  are neither noticed nor fined.
      *  Patrons whose notification preference is e-mail
      *  or SMS get their overdue notices through the
      *  LIBRARY-NOTIFY gateway feed and are left out of
      *  the letter run; print-preference patrons (and
      *  any not on the borrower master) still get a
      *  letter.
      *  The same letter lists the patron's interlibrary
      *  loan items from ILL-FILE that are waiting at the
      *  desk for pickup (status V) or checked out past the
      *  patron due date (status O).  Partner items carry
      *  no fine, so they never add to the fine total; a
      *  patron with only ILL items gets an interlibrary
      *  loan notice instead of an overdue notice.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
           SELECT OPTIONAL ILL-FILE ASSIGN TO "ill.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ILL-REQ-NO.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk02".
           SELECT NOTICE-FILE ASSIGN TO "notices.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY BOOKREC.
       FD  BORROWER-FILE.
           COPY BORROWREC.
       FD  ILL-FILE.
           COPY ILLREC.
       SD  SORT-WORK-FILE.
       01  SN-RECORD.
           05 SN-BORROWER-ID PIC X(10).
           05 SN-TYPE        PIC X(01).
           05 SN-DUE-DT      PIC X(08).
           05 SN-ISBN        PIC X(13).
           05 SN-DAYS        PIC 9(04).
           05 SN-ILL-REQ     PIC 9(06).
       FD  NOTICE-FILE.
       01  NOTICE-RECORD     PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-CO-EOF          PIC X VALUE 'N'.
       01  WS-ILL-EOF         PIC X VALUE 'N'.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-CURRENT-BORROWER PIC X(10) VALUE SPACES.
       01  WS-LETTER-COUNT    PIC 9(6) VALUE 0.
       01  WS-ITEM-COUNT      PIC 9(6) VALUE 0.
       01  WS-ELECTRONIC-CNT  PIC 9(6) VALUE 0.
       01  WS-ILL-ITEM-COUNT  PIC 9(6) VALUE 0.
       01  WS-LETTER-ILL      PIC 9(4) VALUE 0.
       01  WS-ILL-DAYS-EDIT   PIC ZZZ9.
       01  WS-LETTER-WANTED   PIC X.
       01  WS-LETTER-ITEMS    PIC 9(4) VALUE 0.
       01  WS-NOTICE-LEVEL    PIC 9.
       01  WS-OLDEST-DAYS     PIC 9(4).
       01  WS-DAYS-OVERDUE    PIC 9(4).
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-ITEM-FINE       PIC 9(5)V99.
       01  WS-LETTER-FINES    PIC 9(6)V99.
       01  WS-FINE-EDIT       PIC ZZ,ZZ9.99.
       01  WS-RATE-EDIT       PIC Z9.99.

       01  WS-TODAY-N     PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-ITEM-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IL-TITLE     PIC X(30).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-IL-AUTHOR    PIC X(20).
           05 FILLER          PIC X(05) VALUE " DUE ".
           05 WS-IL-DUE       PIC X(08).
           05 WS-IL-CHARGE.
              10 WS-IL-GAP       PIC X(01) VALUE SPACES.
              10 WS-IL-DAYS      PIC ZZZ9.
              10 WS-IL-DAYS-LBL  PIC X(05) VALUE " DAYS".
              10 WS-IL-FINE-LBL  PIC X(06) VALUE " FINE ".
              10 WS-IL-FINE      PIC ZZ,ZZ9.99.
              10 WS-IL-PAD       PIC X(06) VALUE SPACES.
           05 WS-IL-ILL-NOTE REDEFINES WS-IL-CHARGE PIC X(31).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.
           COPY POLICYPRM.
           COPY CALPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SN-BORROWER-ID
               ON DESCENDING KEY SN-TYPE
               ON ASCENDING KEY SN-DUE-DT
               INPUT PROCEDURE IS LOAD-OVERDUE-ITEMS
               OUTPUT PROCEDURE IS PRODUCE-NOTICES.
           DISPLAY "NOTICES WRITTEN TO notices.rpt: " WS-COUNT-EDIT.
           MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
           DISPLAY "OVERDUE ITEMS LISTED           : " WS-COUNT-EDIT.
           MOVE WS-ILL-ITEM-COUNT TO WS-COUNT-EDIT.
           DISPLAY "ILL ITEMS LISTED               : " WS-COUNT-EDIT.
           MOVE WS-ELECTRONIC-CNT TO WS-COUNT-EDIT.
           DISPLAY "ITEMS LEFT TO E-MAIL/SMS FEED  : " WS-COUNT-EDIT.
           MOVE WS-LETTER-COUNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.
       LOAD-OVERDUE-ITEMS.
           MOVE 'N' TO WS-CO-EOF
           OPEN INPUT CHECKOUT-FILE
           OPEN INPUT BORROWER-FILE
           PERFORM UNTIL WS-CO-EOF = 'Y'
               READ CHECKOUT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF CO-RETURN-DT = SPACES
                          AND CO-DUE-DT < WS-TODAY-ALPHA THEN
                           PERFORM COMPUTE-DAYS-OVERDUE
                           IF WS-DAYS-OVERDUE > 0 THEN
                               MOVE CO-BORROWER-ID TO BR-ID
                               PERFORM CHECK-LETTER-WANTED
                           END-IF
                           IF WS-DAYS-OVERDUE > 0
                              AND WS-LETTER-WANTED = 'Y' THEN
                               MOVE CO-BORROWER-ID TO SN-BORROWER-ID
                               MOVE 'O' TO SN-TYPE
                               MOVE CO-DUE-DT TO SN-DUE-DT
                               MOVE CO-ISBN TO SN-ISBN
                               MOVE WS-DAYS-OVERDUE TO SN-DAYS
                               MOVE 0 TO SN-ILL-REQ
                               RELEASE SN-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM LOAD-ILL-ITEMS
           CLOSE BORROWER-FILE
           CLOSE CHECKOUT-FILE.

       LOAD-ILL-ITEMS.
           MOVE 'N' TO WS-ILL-EOF
           OPEN INPUT ILL-FILE
           MOVE 0 TO ILL-REQ-NO
           START ILL-FILE KEY IS NOT LESS THAN ILL-REQ-NO
               INVALID KEY MOVE 'Y' TO WS-ILL-EOF
           END-START
           PERFORM UNTIL WS-ILL-EOF = 'Y'
               READ ILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
                   NOT AT END
                       IF ILL-BORROWER-ID NOT = SPACES
                          AND (ILL-STATUS = 'V'
                               OR (ILL-STATUS = 'O'
                                   AND ILL-PATRON-DUE-DT
                                       < WS-TODAY-ALPHA)) THEN
                           PERFORM SELECT-ILL-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE.

       SELECT-ILL-ITEM.
           MOVE 0 TO WS-DAYS-OVERDUE
           IF ILL-STATUS = 'O' THEN
               MOVE 'D' TO CP-FUNCTION
               MOVE ILL-BRANCH TO CP-BRANCH
               MOVE ILL-PATRON-DUE-DT TO CP-FROM-DT
               MOVE WS-TODAY-ALPHA TO CP-TO-DT
               CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
               MOVE CP-DAY-COUNT TO WS-DAYS-OVERDUE
           END-IF
           IF ILL-STATUS = 'V' OR WS-DAYS-OVERDUE > 0 THEN
               MOVE ILL-BORROWER-ID TO BR-ID
               PERFORM CHECK-LETTER-WANTED
               IF WS-LETTER-WANTED = 'Y' THEN
                   MOVE ILL-BORROWER-ID TO SN-BORROWER-ID
                   MOVE 'I' TO SN-TYPE
                   MOVE ILL-PATRON-DUE-DT TO SN-DUE-DT
                   MOVE ILL-ISBN TO SN-ISBN
                   MOVE WS-DAYS-OVERDUE TO SN-DAYS
                   MOVE ILL-REQ-NO TO SN-ILL-REQ
                   RELEASE SN-RECORD
               END-IF
           END-IF.

       CHECK-LETTER-WANTED.
           MOVE 'Y' TO WS-LETTER-WANTED
           READ BORROWER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF (BR-NOTIFY-PREF = 'E' AND BR-EMAIL NOT = SPACES)
                      OR (BR-NOTIFY-PREF = 'S'
                          AND BR-MOBILE NOT = SPACES) THEN
                       MOVE 'N' TO WS-LETTER-WANTED
                       ADD 1 TO WS-ELECTRONIC-CNT
                   END-IF
           END-READ.

       PRODUCE-NOTICES.
           OPEN OUTPUT NOTICE-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT BORROWER-FILE
           OPEN INPUT ILL-FILE
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CURRENT-BORROWER
           RETURN SORT-WORK-FILE
           IF WS-CURRENT-BORROWER NOT = SPACES THEN
               PERFORM END-NOTICE
           END-IF
           CLOSE ILL-FILE
           CLOSE BORROWER-FILE
           CLOSE BOOK-FILE
           CLOSE NOTICE-FILE.
       START-NOTICE.
           ADD 1 TO WS-LETTER-COUNT
           MOVE 0 TO WS-LETTER-ITEMS
           MOVE 0 TO WS-LETTER-FINES
           MOVE 0 TO WS-LETTER-ILL
           MOVE SN-DAYS TO WS-OLDEST-DAYS
           EVALUATE TRUE
               WHEN SN-TYPE = 'I'
                   MOVE 0 TO WS-NOTICE-LEVEL
               WHEN WS-OLDEST-DAYS >= 30
                   MOVE 3 TO WS-NOTICE-LEVEL
               WHEN WS-OLDEST-DAYS >= 15
           MOVE WS-HEAD-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           EVALUATE WS-NOTICE-LEVEL
               WHEN 0
                   MOVE "INTERLIBRARY LOAN NOTICE" TO NOTICE-RECORD
               WHEN 1 MOVE "FIRST NOTICE" TO NOTICE-RECORD
               WHEN 2 MOVE "SECOND NOTICE" TO NOTICE-RECORD
               WHEN 3 MOVE "FINAL NOTICE" TO NOTICE-RECORD
           PERFORM WRITE-ADDRESS-LINE
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF WS-NOTICE-LEVEL > 0 THEN
               MOVE "OUR RECORDS SHOW THE FOLLOWING ITEMS ARE OVERDUE:"
                   TO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF.

       WRITE-ADDRESS-LINE.
           MOVE WS-CURRENT-BORROWER TO WS-AL-ID
               INVALID KEY
                   MOVE "(NOT ON BORROWER MASTER)" TO WS-AL-NAME
                   MOVE SPACES TO WS-AL-CONTACT
                   MOVE SPACE TO PP-CATEGORY
               NOT INVALID KEY
                   MOVE BR-NAME TO WS-AL-NAME
                   MOVE BR-CONTACT TO WS-AL-CONTACT
                   MOVE BR-CATEGORY TO PP-CATEGORY
           END-READ
           CALL "LIBRARY-POLICY" USING POLICY-PARMS
           MOVE WS-ADDR-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-ITEM-LINE.
           IF SN-TYPE = 'I' THEN
               PERFORM WRITE-ILL-LINE
           ELSE
               PERFORM WRITE-OVERDUE-LINE
           END-IF.

       WRITE-OVERDUE-LINE.
           ADD 1 TO WS-ITEM-COUNT
           ADD 1 TO WS-LETTER-ITEMS
           MOVE SN-DAYS TO WS-DAYS-OVERDUE
           MOVE SN-ISBN TO ISBN
           READ BOOK-FILE
               INVALID KEY
                   MOVE BOOK-AUTHOR TO WS-IL-AUTHOR
           END-READ
           MOVE SN-DUE-DT TO WS-IL-DUE
           MOVE SPACE TO WS-IL-GAP
           MOVE " DAYS" TO WS-IL-DAYS-LBL
           MOVE " FINE " TO WS-IL-FINE-LBL
           MOVE SPACES TO WS-IL-PAD
           MOVE WS-DAYS-OVERDUE TO WS-IL-DAYS
           COMPUTE WS-ITEM-FINE = WS-DAYS-OVERDUE * PP-FINE-RATE
           IF PP-MAX-FINE > 0 AND WS-ITEM-FINE > PP-MAX-FINE THEN
               MOVE PP-MAX-FINE TO WS-ITEM-FINE
           END-IF
           ADD WS-ITEM-FINE TO WS-LETTER-FINES
           MOVE WS-ITEM-FINE TO WS-IL-FINE
           MOVE WS-ITEM-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       WRITE-ILL-LINE.
           ADD 1 TO WS-ILL-ITEM-COUNT
           IF WS-LETTER-ILL = 0 THEN
               IF WS-LETTER-ITEMS > 0 THEN
                   MOVE SPACES TO NOTICE-RECORD
                   WRITE NOTICE-RECORD
               END-IF
               MOVE SPACES TO NOTICE-RECORD
               STRING "INTERLIBRARY LOAN ITEMS BORROWED FOR YOU FROM "
                   "PARTNER LIBRARIES:"
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           ADD 1 TO WS-LETTER-ILL
           MOVE SN-ILL-REQ TO ILL-REQ-NO
           READ ILL-FILE
               INVALID KEY
                   MOVE SN-ISBN TO WS-IL-TITLE
                   MOVE "(REQUEST NOT ON FILE)" TO WS-IL-AUTHOR
                   MOVE SPACES TO ILL-BRANCH
               NOT INVALID KEY
                   MOVE ILL-TITLE TO WS-IL-TITLE
                   MOVE ILL-AUTHOR TO WS-IL-AUTHOR
           END-READ
           MOVE SN-DUE-DT TO WS-IL-DUE
           MOVE SPACES TO WS-IL-ILL-NOTE
           IF SN-DAYS > 0 THEN
               MOVE SN-DAYS TO WS-ILL-DAYS-EDIT
               STRING " " WS-ILL-DAYS-EDIT " DAYS  OVERDUE - NO FINE"
                   DELIMITED BY SIZE INTO WS-IL-ILL-NOTE
           ELSE
               STRING "  READY FOR PICKUP - BRANCH " ILL-BRANCH
                   DELIMITED BY SIZE INTO WS-IL-ILL-NOTE
           END-IF
           MOVE WS-ITEM-LINE TO NOTICE-RECORD
           WRITE NOTICE-RECORD.

       COMPUTE-DAYS-OVERDUE.
           MOVE 'D' TO CP-FUNCTION
           MOVE CO-BRANCH TO CP-BRANCH
           MOVE CO-DUE-DT TO CP-FROM-DT
           MOVE WS-TODAY-ALPHA TO CP-TO-DT
           CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
           MOVE CP-DAY-COUNT TO WS-DAYS-OVERDUE.

       END-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           WRITE NOTICE-RECORD
           IF WS-LETTER-FINES > 0 THEN
               MOVE WS-LETTER-FINES TO WS-FINE-EDIT
               MOVE PP-FINE-RATE TO WS-RATE-EDIT
               MOVE SPACES TO NOTICE-RECORD
               STRING "FINES ACCRUED TO DATE: " WS-FINE-EDIT
                   "  (" WS-RATE-EDIT " PER ITEM PER DAY)"
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           IF WS-LETTER-ILL > 0 THEN
               MOVE SPACES TO NOTICE-RECORD
               STRING "PLEASE COLLECT INTERLIBRARY LOAN ITEMS FROM THE "
                   "BRANCH SHOWN, AND RETURN THEM BY"
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               STRING "THE DUE DATE - THE LENDING LIBRARY EXPECTS "
                   "THEM BACK ON TIME."
                   DELIMITED BY SIZE INTO NOTICE-RECORD
               WRITE NOTICE-RECORD
               MOVE SPACES TO NOTICE-RECORD
               WRITE NOTICE-RECORD
           END-IF
           MOVE SPACES TO NOTICE-RECORD
           EVALUATE WS-NOTICE-LEVEL
               WHEN 0
                   STRING "THANK YOU FOR USING THE INTERLIBRARY LOAN "
                       "SERVICE."
                       DELIMITED BY SIZE INTO NOTICE-RECORD
               WHEN 1
                   STRING "PLEASE RETURN THE ITEMS LISTED ABOVE "
                       "AT YOUR EARLIEST CONVENIENCE."
