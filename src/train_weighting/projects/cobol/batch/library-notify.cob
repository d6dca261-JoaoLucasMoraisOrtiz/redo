       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-NOTIFY.
      *****************************************************
      *  Nightly patron notification feed for the city
      *  e-mail/SMS messaging gateway.  Writes one
      *  delimited NTF record per notice to
      *  notify-feed.dat for every borrower whose
      *  notification preference is E (e-mail) or S (SMS)
      *  and who has the matching address on file:
      *    PD  courtesy reminder, loan due within the
      *        pre-due window (default 3 days)
      *    HR  hold ready for pickup
      *    HX  ready hold about to pass its pickup date
      *        (only once HR went out on an earlier run)
      *    O1/O2/O3  first/second/final overdue notice
      *        (open days at the lending branch, same
      *        15/30 day steps and accrued fine as the
      *        LIBRARY-NOTICES letters)
      *    LB  lost-item bill still open on FINE-FILE
      *    MX  membership about to expire
      *    IR  interlibrary loan item received and
      *        waiting for the patron
      *    ID  interlibrary loan due within the pre-due
      *        window
      *    IO  interlibrary loan past its patron due date
      *  NTF record: NTF, type, borrower, channel (E/S),
      *  address, name, ISBN, title, date (due date,
      *  pickup-by date, original due date of the lost
      *  loan, expiry date or ILL patron due date),
      *  amount (7 digits, 2 implied decimals) and
      *  branch.  ILL notices take the title from the
      *  request itself.  A TRL trailer
      *  carries the NTF record count and run timestamp
      *  so the gateway can verify a complete
      *  transmission.  Every notice sent is written to
      *  the sent-notice log (NTFLOGREC) and a notice
      *  already on the log is never sent again, so the
      *  job can be rerun safely.  Print-preference
      *  patrons are left to the LIBRARY-NOTICES letter
      *  run.  Runs in the nightly stream after
      *  LIBRARY-HOLDEXP and LIBRARY-LOSTCONV; the pickup
      *  window keyed here should match LIBRARY-HOLDEXP.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHECKOUT-FILE ASSIGN TO "checkout.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CO-KEY.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL CHECKOUT-HIST-FILE
              ASSIGN TO "checkout-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
           SELECT BOOK-FILE ASSIGN TO "books.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ISBN.
           SELECT OPTIONAL FINE-FILE ASSIGN TO "fines.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FINE-KEY.
           SELECT OPTIONAL NOTIFY-LOG-FILE ASSIGN TO "ntflog.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NL-KEY.
           SELECT OPTIONAL ILL-FILE ASSIGN TO "ill.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ILL-REQ-NO.
           SELECT FEED-FILE ASSIGN TO "notify-feed.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKOUT-FILE.
           COPY CHKOUTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  CHECKOUT-HIST-FILE.
           COPY CHKHISTREC.
       FD  BORROWER-FILE.
           COPY BORROWREC.
       FD  BOOK-FILE.
           COPY BOOKREC.
       FD  FINE-FILE.
           COPY FINEREC.
       FD  NOTIFY-LOG-FILE.
           COPY NTFLOGREC.
       FD  ILL-FILE.
           COPY ILLREC.
       FD  FEED-FILE.
       01  FEED-RECORD       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CO-EOF         PIC X VALUE 'N'.
       01  WS-HOLD-EOF       PIC X VALUE 'N'.
       01  WS-HIST-EOF       PIC X VALUE 'N'.
       01  WS-BR-EOF         PIC X VALUE 'N'.
       01  WS-FINE-EOF       PIC X.
       01  WS-ILL-EOF        PIC X VALUE 'N'.
       01  WS-ALREADY-SENT   PIC X.
       01  WS-HR-EARLIER     PIC X.

       01  WS-PREDUE-DAYS    PIC 9(3).
       01  WS-PICKUP-DAYS    PIC 9(3).
       01  WS-HOLD-WARN-DAYS PIC 9(3).
       01  WS-EXPIRY-WARN-DAYS PIC 9(3).

       01  WS-N-BORROWER     PIC X(10).
       01  WS-N-CHANNEL      PIC X(01).
       01  WS-N-ADDRESS      PIC X(50).
       01  WS-N-NAME         PIC X(30).
       01  WS-N-CATEGORY     PIC X(01).
       01  WS-N-TYPE         PIC X(02).
       01  WS-N-ISBN         PIC X(13).
       01  WS-N-TITLE        PIC X(40).
       01  WS-N-REF-DT       PIC X(08).
       01  WS-N-DATE         PIC X(08).
       01  WS-N-AMOUNT       PIC 9(05)V99.
       01  WS-N-BRANCH       PIC X(03).
       01  WS-N-ILL-REQ      PIC 9(06).

       01  WS-DAYS-OVERDUE   PIC 9(4).
       01  WS-DAYS-LEFT      PIC S9(5).
       01  WS-PICKUP-INT     PIC 9(7).
       01  WS-TODAY-INT      PIC 9(7).
       01  WS-LOST-OWED      PIC 9(5)V99.

       01  WS-TRIM-TEXT      PIC X(50).
       01  WS-REV-TEXT       PIC X(50).
       01  WS-SPACE-CNT      PIC 9(2).
       01  WS-TRIM-LEN       PIC 9(2).
       01  WS-ADDR-LEN       PIC 9(2).
       01  WS-NAME-LEN       PIC 9(2).
       01  WS-TITLE-LEN      PIC 9(2).

       01  WS-FEED-CNT       PIC 9(6) VALUE 0.
       01  WS-PD-CNT         PIC 9(6) VALUE 0.
       01  WS-HR-CNT         PIC 9(6) VALUE 0.
       01  WS-HX-CNT         PIC 9(6) VALUE 0.
       01  WS-OD-CNT         PIC 9(6) VALUE 0.
       01  WS-LB-CNT         PIC 9(6) VALUE 0.
       01  WS-MX-CNT         PIC 9(6) VALUE 0.
       01  WS-IL-CNT         PIC 9(6) VALUE 0.
       01  WS-DUP-CNT        PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT     PIC ZZZ,ZZ9.

       01  WS-TODAY-N        PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).
       01  WS-DATE-N         PIC 9(8).
       01  WS-DATE-ALPHA REDEFINES WS-DATE-N PIC X(8).
       01  WS-RUN-TIME       PIC X(8).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.
           COPY POLICYPRM.
           COPY CALPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-NOTIFY: patron notification feed".
           PERFORM RECORD-RUN-START.
           DISPLAY "PRE-DUE REMINDER DAYS (0 = DEFAULT 3): ".
           ACCEPT WS-PREDUE-DAYS.
           IF WS-PREDUE-DAYS = 0 THEN
               MOVE 3 TO WS-PREDUE-DAYS
           END-IF.
           DISPLAY "PICKUP DAYS ALLOWED (0 = DEFAULT 7): ".
           ACCEPT WS-PICKUP-DAYS.
           IF WS-PICKUP-DAYS = 0 THEN
               MOVE 7 TO WS-PICKUP-DAYS
           END-IF.
           DISPLAY "HOLD EXPIRY WARNING DAYS (0 = DEFAULT 2): ".
           ACCEPT WS-HOLD-WARN-DAYS.
           IF WS-HOLD-WARN-DAYS = 0 THEN
               MOVE 2 TO WS-HOLD-WARN-DAYS
           END-IF.
           DISPLAY "MEMBERSHIP EXPIRY WARNING DAYS (0 = DEFAULT 30): ".
           ACCEPT WS-EXPIRY-WARN-DAYS.
           IF WS-EXPIRY-WARN-DAYS = 0 THEN
               MOVE 30 TO WS-EXPIRY-WARN-DAYS
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-N).
           OPEN OUTPUT FEED-FILE.
           OPEN I-O NOTIFY-LOG-FILE.
           OPEN INPUT BORROWER-FILE.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT FINE-FILE.
           PERFORM SCAN-OPEN-LOANS.
           PERFORM SCAN-READY-HOLDS.
           PERFORM SCAN-LOST-BILLS.
           PERFORM SCAN-MEMBERSHIPS.
           PERFORM SCAN-ILL-LOANS.
           PERFORM WRITE-TRAILER.
           CLOSE FINE-FILE.
           CLOSE BOOK-FILE.
           CLOSE BORROWER-FILE.
           CLOSE NOTIFY-LOG-FILE.
           CLOSE FEED-FILE.
           MOVE WS-PD-CNT TO WS-COUNT-EDIT.
           DISPLAY "PRE-DUE REMINDERS   : " WS-COUNT-EDIT.
           MOVE WS-HR-CNT TO WS-COUNT-EDIT.
           DISPLAY "HOLD READY NOTICES  : " WS-COUNT-EDIT.
           MOVE WS-HX-CNT TO WS-COUNT-EDIT.
           DISPLAY "HOLD EXPIRY WARNINGS: " WS-COUNT-EDIT.
           MOVE WS-OD-CNT TO WS-COUNT-EDIT.
           DISPLAY "OVERDUE NOTICES     : " WS-COUNT-EDIT.
           MOVE WS-LB-CNT TO WS-COUNT-EDIT.
           DISPLAY "LOST-ITEM BILLS     : " WS-COUNT-EDIT.
           MOVE WS-MX-CNT TO WS-COUNT-EDIT.
           DISPLAY "MEMBERSHIP WARNINGS : " WS-COUNT-EDIT.
           MOVE WS-IL-CNT TO WS-COUNT-EDIT.
           DISPLAY "ILL NOTICES         : " WS-COUNT-EDIT.
           MOVE WS-FEED-CNT TO WS-COUNT-EDIT.
           DISPLAY "NOTICES TO GATEWAY  : " WS-COUNT-EDIT.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "ALREADY SENT/SKIPPED: " WS-COUNT-EDIT.
           DISPLAY "FEED WRITTEN TO notify-feed.dat".
           MOVE WS-FEED-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       SCAN-OPEN-LOANS.
           OPEN INPUT CHECKOUT-FILE
           PERFORM UNTIL WS-CO-EOF = 'Y'
               READ CHECKOUT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF CO-RETURN-DT = SPACES
                          AND CO-DUE-DT IS NUMERIC THEN
                           PERFORM TEST-LOAN-NOTICES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKOUT-FILE.

       TEST-LOAN-NOTICES.
           MOVE CO-BORROWER-ID TO WS-N-BORROWER
           PERFORM LOAD-NOTICE-BORROWER
           IF WS-N-CHANNEL NOT = SPACE THEN
               MOVE CO-DUE-DT TO WS-DATE-ALPHA
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)
                   - WS-TODAY-INT
               MOVE CO-ISBN TO WS-N-ISBN
               MOVE SPACES TO WS-N-TITLE
               MOVE CO-DUE-DT TO WS-N-REF-DT
               MOVE CO-DUE-DT TO WS-N-DATE
               MOVE CO-BRANCH TO WS-N-BRANCH
               MOVE 0 TO WS-N-AMOUNT
               IF WS-DAYS-LEFT > 0
                  AND WS-DAYS-LEFT <= WS-PREDUE-DAYS THEN
                   MOVE "PD" TO WS-N-TYPE
                   PERFORM ISSUE-NOTICE
               END-IF
               IF WS-DAYS-LEFT < 0 THEN
                   PERFORM TEST-OVERDUE-NOTICE
               END-IF
           END-IF.

       TEST-OVERDUE-NOTICE.
           MOVE 'D' TO CP-FUNCTION
           MOVE CO-BRANCH TO CP-BRANCH
           MOVE CO-DUE-DT TO CP-FROM-DT
           MOVE WS-TODAY-ALPHA TO CP-TO-DT
           CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
           MOVE CP-DAY-COUNT TO WS-DAYS-OVERDUE
           IF WS-DAYS-OVERDUE > 0 THEN
               EVALUATE TRUE
                   WHEN WS-DAYS-OVERDUE >= 30
                       MOVE "O3" TO WS-N-TYPE
                   WHEN WS-DAYS-OVERDUE >= 15
                       MOVE "O2" TO WS-N-TYPE
                   WHEN OTHER
                       MOVE "O1" TO WS-N-TYPE
               END-EVALUATE
               MOVE WS-N-CATEGORY TO PP-CATEGORY
               CALL "LIBRARY-POLICY" USING POLICY-PARMS
               COMPUTE WS-N-AMOUNT = WS-DAYS-OVERDUE * PP-FINE-RATE
               IF PP-MAX-FINE > 0 AND WS-N-AMOUNT > PP-MAX-FINE THEN
                   MOVE PP-MAX-FINE TO WS-N-AMOUNT
               END-IF
               PERFORM ISSUE-NOTICE
           END-IF.

       SCAN-READY-HOLDS.
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-STATUS = 'R'
                          AND HOLD-READY-DT IS NUMERIC THEN
                           PERFORM TEST-HOLD-NOTICES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       TEST-HOLD-NOTICES.
           MOVE HOLD-BORROWER-ID TO WS-N-BORROWER
           PERFORM LOAD-NOTICE-BORROWER
           IF WS-N-CHANNEL NOT = SPACE THEN
               MOVE HOLD-READY-DT TO WS-DATE-ALPHA
               COMPUTE WS-PICKUP-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)
                   + WS-PICKUP-DAYS
               COMPUTE WS-DATE-N =
                   FUNCTION DATE-OF-INTEGER (WS-PICKUP-INT)
               COMPUTE WS-DAYS-LEFT = WS-PICKUP-INT - WS-TODAY-INT
               MOVE HOLD-ISBN TO WS-N-ISBN
               MOVE SPACES TO WS-N-TITLE
               MOVE HOLD-READY-DT TO WS-N-REF-DT
               MOVE WS-DATE-ALPHA TO WS-N-DATE
               MOVE HOLD-BRANCH TO WS-N-BRANCH
               MOVE 0 TO WS-N-AMOUNT
               IF WS-DAYS-LEFT >= 0 THEN
                   MOVE "HR" TO WS-N-TYPE
                   PERFORM ISSUE-NOTICE
                   IF WS-DAYS-LEFT <= WS-HOLD-WARN-DAYS THEN
                       PERFORM TEST-HOLD-EXPIRY-WARNING
                   END-IF
               END-IF
           END-IF.

       TEST-HOLD-EXPIRY-WARNING.
           MOVE 'N' TO WS-HR-EARLIER
           PERFORM SET-LOG-KEY
           READ NOTIFY-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NL-SENT-DT < WS-TODAY-ALPHA THEN
                       MOVE 'Y' TO WS-HR-EARLIER
                   END-IF
           END-READ
           IF WS-HR-EARLIER = 'Y' THEN
               MOVE "HX" TO WS-N-TYPE
               PERFORM ISSUE-NOTICE
           END-IF.

       SCAN-LOST-BILLS.
           OPEN INPUT CHECKOUT-HIST-FILE
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ CHECKOUT-HIST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       IF CH-RETURN-DT = "LOST" THEN
                           PERFORM TEST-LOST-BILL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECKOUT-HIST-FILE.

       TEST-LOST-BILL.
           MOVE CH-BORROWER-ID TO WS-N-BORROWER
           PERFORM LOAD-NOTICE-BORROWER
           IF WS-N-CHANNEL NOT = SPACE THEN
               PERFORM SUM-LOST-ITEM-FINES
               IF WS-LOST-OWED > 0 THEN
                   MOVE "LB" TO WS-N-TYPE
                   MOVE CH-ISBN TO WS-N-ISBN
                   MOVE SPACES TO WS-N-TITLE
                   MOVE CH-CHECKOUT-DT TO WS-N-REF-DT
                   MOVE CH-DUE-DT TO WS-N-DATE
                   MOVE CH-BRANCH TO WS-N-BRANCH
                   MOVE WS-LOST-OWED TO WS-N-AMOUNT
                   PERFORM ISSUE-NOTICE
               END-IF
           END-IF.

       SUM-LOST-ITEM-FINES.
           MOVE 0 TO WS-LOST-OWED
           MOVE 'N' TO WS-FINE-EOF
           MOVE CH-BORROWER-ID TO FINE-BORROWER-ID
           MOVE 0 TO FINE-SEQ
           START FINE-FILE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY MOVE 'Y' TO WS-FINE-EOF
           END-START
           PERFORM UNTIL WS-FINE-EOF = 'Y'
               READ FINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END
                       IF FINE-BORROWER-ID NOT = CH-BORROWER-ID THEN
                           MOVE 'Y' TO WS-FINE-EOF
                       ELSE
                           IF FINE-ISBN = CH-ISBN
                              AND FINE-STATUS = 'O' THEN
                               COMPUTE WS-LOST-OWED = WS-LOST-OWED
                                   + FINE-AMOUNT - FINE-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SCAN-MEMBERSHIPS.
           MOVE LOW-VALUES TO BR-ID
           START BORROWER-FILE KEY IS NOT LESS THAN BR-ID
               INVALID KEY MOVE 'Y' TO WS-BR-EOF
           END-START
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BORROWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-EOF
                   NOT AT END
                       IF BR-STATUS = 'A'
                          AND BR-EXPIRY-DT IS NUMERIC THEN
                           PERFORM TEST-MEMBERSHIP-NOTICE
                       END-IF
               END-READ
           END-PERFORM.

       TEST-MEMBERSHIP-NOTICE.
           MOVE BR-EXPIRY-DT TO WS-DATE-ALPHA
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (WS-DATE-N) - WS-TODAY-INT
           IF WS-DAYS-LEFT >= 0
              AND WS-DAYS-LEFT <= WS-EXPIRY-WARN-DAYS THEN
               MOVE BR-ID TO WS-N-BORROWER
               PERFORM SET-NOTICE-CHANNEL
               IF WS-N-CHANNEL NOT = SPACE THEN
                   MOVE "MX" TO WS-N-TYPE
                   MOVE SPACES TO WS-N-ISBN
                   MOVE SPACES TO WS-N-TITLE
                   MOVE BR-EXPIRY-DT TO WS-N-REF-DT
                   MOVE BR-EXPIRY-DT TO WS-N-DATE
                   MOVE SPACES TO WS-N-BRANCH
                   MOVE 0 TO WS-N-AMOUNT
                   PERFORM ISSUE-NOTICE
               END-IF
           END-IF.

       SCAN-ILL-LOANS.
           OPEN INPUT ILL-FILE
           PERFORM UNTIL WS-ILL-EOF = 'Y'
               READ ILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
                   NOT AT END
                       IF (ILL-STATUS = 'V' OR ILL-STATUS = 'O')
                          AND ILL-PATRON-DUE-DT IS NUMERIC THEN
                           PERFORM TEST-ILL-NOTICES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE.

       TEST-ILL-NOTICES.
           MOVE ILL-BORROWER-ID TO WS-N-BORROWER
           PERFORM LOAD-NOTICE-BORROWER
           IF WS-N-CHANNEL NOT = SPACE THEN
               MOVE ILL-PATRON-DUE-DT TO WS-DATE-ALPHA
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)
                   - WS-TODAY-INT
               MOVE ILL-REQ-NO TO WS-N-ILL-REQ
               MOVE ILL-ISBN TO WS-N-ISBN
               MOVE ILL-TITLE TO WS-N-TITLE
               MOVE ILL-PATRON-DUE-DT TO WS-N-DATE
               MOVE ILL-BRANCH TO WS-N-BRANCH
               MOVE 0 TO WS-N-AMOUNT
               EVALUATE TRUE
                   WHEN ILL-STATUS = 'V'
                       MOVE "IR" TO WS-N-TYPE
                       MOVE ILL-RECEIVED-DT TO WS-N-REF-DT
                       PERFORM ISSUE-NOTICE
                   WHEN WS-DAYS-LEFT < 0
                       MOVE "IO" TO WS-N-TYPE
                       MOVE ILL-PATRON-DUE-DT TO WS-N-REF-DT
                       PERFORM ISSUE-NOTICE
                   WHEN WS-DAYS-LEFT > 0
                      AND WS-DAYS-LEFT <= WS-PREDUE-DAYS
                       MOVE "ID" TO WS-N-TYPE
                       MOVE ILL-PATRON-DUE-DT TO WS-N-REF-DT
                       PERFORM ISSUE-NOTICE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-NOTICE-BORROWER.
           MOVE SPACE TO WS-N-CHANNEL
           MOVE WS-N-BORROWER TO BR-ID
           READ BORROWER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM SET-NOTICE-CHANNEL
           END-READ.

       SET-NOTICE-CHANNEL.
           MOVE SPACE TO WS-N-CHANNEL
           MOVE SPACES TO WS-N-ADDRESS
           EVALUATE TRUE
               WHEN BR-NOTIFY-PREF = 'E' AND BR-EMAIL NOT = SPACES
                   MOVE 'E' TO WS-N-CHANNEL
                   MOVE BR-EMAIL TO WS-N-ADDRESS
               WHEN BR-NOTIFY-PREF = 'S' AND BR-MOBILE NOT = SPACES
                   MOVE 'S' TO WS-N-CHANNEL
                   MOVE BR-MOBILE TO WS-N-ADDRESS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE BR-NAME TO WS-N-NAME
           MOVE BR-CATEGORY TO WS-N-CATEGORY.

       ISSUE-NOTICE.
           MOVE 'N' TO WS-ALREADY-SENT
           PERFORM SET-LOG-KEY
           READ NOTIFY-LOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ALREADY-SENT
           END-READ
           IF WS-ALREADY-SENT = 'Y' THEN
               ADD 1 TO WS-DUP-CNT
           ELSE
               PERFORM WRITE-FEED-RECORD
               PERFORM SET-LOG-KEY
               MOVE WS-TODAY-ALPHA TO NL-SENT-DT
               MOVE WS-N-CHANNEL TO NL-CHANNEL
               WRITE NOTIFY-LOG-RECORD
                   INVALID KEY
                       DISPLAY "LOG WRITE FAILED FOR " WS-N-BORROWER
                           " " WS-N-TYPE " " WS-N-ISBN
               END-WRITE
           END-IF.

       SET-LOG-KEY.
           MOVE WS-N-BORROWER TO NL-BORROWER-ID
           MOVE WS-N-TYPE TO NL-TYPE
           MOVE WS-N-ISBN TO NL-ISBN
           IF WS-N-TYPE (1:1) = 'I' THEN
               MOVE SPACES TO NL-ISBN
               STRING "ILL" WS-N-ILL-REQ
                   DELIMITED BY SIZE INTO NL-ISBN
           END-IF
           MOVE WS-N-REF-DT TO NL-REF-DT.

       WRITE-FEED-RECORD.
           IF WS-N-TITLE = SPACES AND WS-N-ISBN NOT = SPACES THEN
               MOVE WS-N-ISBN TO ISBN
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE TO WS-N-TITLE
               END-READ
           END-IF
           MOVE WS-N-ADDRESS TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT
           MOVE WS-TRIM-LEN TO WS-ADDR-LEN
           MOVE WS-N-NAME TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT
           MOVE WS-TRIM-LEN TO WS-NAME-LEN
           MOVE WS-N-TITLE TO WS-TRIM-TEXT
           PERFORM TRIM-TEXT
           MOVE WS-TRIM-LEN TO WS-TITLE-LEN
           MOVE SPACES TO FEED-RECORD
           STRING "NTF|" WS-N-TYPE "|"
               WS-N-BORROWER "|"
               WS-N-CHANNEL "|"
               WS-N-ADDRESS (1:WS-ADDR-LEN) "|"
               WS-N-NAME (1:WS-NAME-LEN) "|"
               WS-N-ISBN "|"
               WS-N-TITLE (1:WS-TITLE-LEN) "|"
               WS-N-DATE "|"
               WS-N-AMOUNT "|"
               WS-N-BRANCH
               DELIMITED BY SIZE INTO FEED-RECORD
           WRITE FEED-RECORD
           ADD 1 TO WS-FEED-CNT
           EVALUATE WS-N-TYPE
               WHEN "PD" ADD 1 TO WS-PD-CNT
               WHEN "HR" ADD 1 TO WS-HR-CNT
               WHEN "HX" ADD 1 TO WS-HX-CNT
               WHEN "LB" ADD 1 TO WS-LB-CNT
               WHEN "MX" ADD 1 TO WS-MX-CNT
               WHEN "IR" ADD 1 TO WS-IL-CNT
               WHEN "ID" ADD 1 TO WS-IL-CNT
               WHEN "IO" ADD 1 TO WS-IL-CNT
               WHEN OTHER ADD 1 TO WS-OD-CNT
           END-EVALUATE.

       TRIM-TEXT.
           MOVE FUNCTION REVERSE (WS-TRIM-TEXT) TO WS-REV-TEXT
           MOVE 0 TO WS-SPACE-CNT
           INSPECT WS-REV-TEXT
               TALLYING WS-SPACE-CNT FOR LEADING SPACES
           COMPUTE WS-TRIM-LEN = 50 - WS-SPACE-CNT
           IF WS-TRIM-LEN < 1 THEN
               MOVE 1 TO WS-TRIM-LEN
           END-IF.

       WRITE-TRAILER.
           MOVE SPACES TO FEED-RECORD
           STRING "TRL|" WS-FEED-CNT "|"
               WS-TODAY-ALPHA "|" WS-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO FEED-RECORD
           WRITE FEED-RECORD.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-NOTIFY" TO RP-JOB-NAME
           MOVE "LIBRARY-HOLDEXP" TO RP-PRED-NAME
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
