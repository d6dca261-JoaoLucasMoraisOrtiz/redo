       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-PURGE.
      *****************************************************
      *  Periodic patron privacy purge under the city
      *  records retention policy.
      *  Reading history: every checkout history record
      *  returned (or, for a lost item, due) before the
      *  retention period has CH-BORROWER-ID blanked; the
      *  ISBN, dates and branch stay, so LIBRARY-CIRCSTATS
      *  is unaffected.  A lost item whose bill is still
      *  open on FINE-FILE keeps its borrower until the
      *  bill is settled.  The history file is rewritten
      *  through purghist.tmp.  Entries on the sent-notice
      *  log (NTFLOGREC) sent before the retention period
      *  are deleted as well, since they too tie a borrower
      *  to the titles borrowed.  Closed interlibrary loan
      *  requests (ILLREC) closed before the retention
      *  period have ILL-BORROWER-ID blanked the same way.
      *  Inactive borrowers: a borrower deactivated
      *  (BR-STATUS-DT) or expired (BR-EXPIRY-DT) longer
      *  than the inactivity period is deleted from
      *  BORROWER-FILE, but only when nothing is still
      *  open against them - no open loans, no holds on
      *  HOLD-FILE, no open interlibrary loan requests and
      *  no unpaid fines.  Borrowers held back are listed
      *  on purge.rpt with what blocks them, for the desk
      *  to clear.
      *  purgecert.rpt is the certificate of counts for
      *  the records officer.  Trial mode changes nothing
      *  and reports what an update run would do.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
           SELECT OPTIONAL CHECKOUT-FILE ASSIGN TO "checkout.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CO-KEY.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS HOLD-KEY.
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
           SELECT OPTIONAL CHECKOUT-HIST-FILE
              ASSIGN TO "checkout-hist.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-WORK-FILE ASSIGN TO "purghist.tmp"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk13".
           SELECT HOLD-WORK-FILE ASSIGN TO "purghold.tmp"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "purge.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-FILE ASSIGN TO "purgecert.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-FILE.
           COPY BORROWREC.
       FD  CHECKOUT-FILE.
           COPY CHKOUTREC.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  FINE-FILE.
           COPY FINEREC.
       FD  NOTIFY-LOG-FILE.
           COPY NTFLOGREC.
       FD  ILL-FILE.
           COPY ILLREC.
       FD  CHECKOUT-HIST-FILE.
           COPY CHKHISTREC.
       FD  HIST-WORK-FILE.
       01  HIST-WORK-RECORD  PIC X(52).
       SD  SORT-WORK-FILE.
       01  SH-RECORD.
           05 SH-BORROWER-ID PIC X(10).
           05 SH-TYPE        PIC X(01).
       FD  HOLD-WORK-FILE.
       01  HOLD-WORK-RECORD.
           05 HW-BORROWER-ID PIC X(10).
           05 HW-COUNT       PIC 9(04).
           05 HW-ILL-COUNT   PIC 9(04).
       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(98).
       FD  CERT-FILE.
       01  CERT-RECORD       PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-UPDATE-FLAG    PIC X.
       01  WS-RETENTION-DAYS PIC 9(4).
       01  WS-INACTIVE-DAYS  PIC 9(4).
       01  WS-HOLD-EOF       PIC X VALUE 'N'.
       01  WS-SORT-EOF       PIC X VALUE 'N'.
       01  WS-HW-EOF         PIC X VALUE 'N'.
       01  WS-BR-EOF         PIC X VALUE 'N'.
       01  WS-HIST-EOF       PIC X VALUE 'N'.
       01  WS-WORK-EOF       PIC X VALUE 'N'.
       01  WS-LOG-EOF        PIC X VALUE 'N'.
       01  WS-ILL-EOF        PIC X VALUE 'N'.
       01  WS-CO-EOF         PIC X.
       01  WS-FINE-EOF       PIC X.
       01  WS-CURRENT-BORROWER PIC X(10).
       01  WS-BORROWER-HOLDS PIC 9(4).
       01  WS-BORROWER-ILLS  PIC 9(4).

       01  WS-INACTIVE       PIC X.
       01  WS-INACTIVE-WHY   PIC X(11).
       01  WS-SINCE-INT      PIC 9(7).
       01  WS-EXPIRY-INT     PIC 9(7).
       01  WS-REF-INT        PIC 9(7).
       01  WS-TODAY-INT      PIC 9(7).
       01  WS-HIST-CUTOFF-INT PIC 9(7).
       01  WS-BR-CUTOFF-INT  PIC 9(7).
       01  WS-HIST-CUTOFF-DT PIC X(8).
       01  WS-BR-CUTOFF-DT   PIC X(8).

       01  WS-LOAN-CNT       PIC 9(4).
       01  WS-HOLD-CNT       PIC 9(4).
       01  WS-ILL-CNT        PIC 9(4).
       01  WS-OWED           PIC 9(6)V99.
       01  WS-LOST-OWED      PIC 9(6)V99.
       01  WS-REASON         PIC X(19).
       01  WS-REASON-PTR     PIC 9(2).

       01  WS-HIST-READ-CNT  PIC 9(7) VALUE 0.
       01  WS-ANON-CNT       PIC 9(7) VALUE 0.
       01  WS-ALREADY-CNT    PIC 9(7) VALUE 0.
       01  WS-RETAINED-CNT   PIC 9(7) VALUE 0.
       01  WS-BILLED-CNT     PIC 9(7) VALUE 0.
       01  WS-LOG-READ-CNT   PIC 9(7) VALUE 0.
       01  WS-LOG-DEL-CNT    PIC 9(7) VALUE 0.
       01  WS-ILL-READ-CNT   PIC 9(7) VALUE 0.
       01  WS-ILL-ANON-CNT   PIC 9(7) VALUE 0.
       01  WS-BR-READ-CNT    PIC 9(7) VALUE 0.
       01  WS-CANDIDATE-CNT  PIC 9(7) VALUE 0.
       01  WS-PURGED-CNT     PIC 9(7) VALUE 0.
       01  WS-KEPT-CNT       PIC 9(7) VALUE 0.
       01  WS-KEPT-LOANS-CNT PIC 9(7) VALUE 0.
       01  WS-KEPT-HOLDS-CNT PIC 9(7) VALUE 0.
       01  WS-KEPT-FINES-CNT PIC 9(7) VALUE 0.
       01  WS-KEPT-ILLS-CNT  PIC 9(7) VALUE 0.
       01  WS-COUNT-EDIT     PIC Z,ZZZ,ZZ9.
       01  WS-DAYS-EDIT      PIC ZZZ9.

       01  WS-TODAY-N        PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).
       01  WS-DATE-N         PIC 9(8).
       01  WS-DATE-ALPHA REDEFINES WS-DATE-N PIC X(8).

       01  WS-HEAD-LINE.
           05 FILLER         PIC X(50)
              VALUE "INACTIVE BORROWERS NOT PURGED".
           05 WS-HL-MODE     PIC X(13).
           05 FILLER         PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE     PIC X(08).
           05 FILLER         PIC X(18) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER         PIC X(12) VALUE "BORROWER".
           05 FILLER         PIC X(23) VALUE "NAME".
           05 FILLER         PIC X(13) VALUE "INACTIVE".
           05 FILLER         PIC X(10) VALUE "SINCE".
           05 FILLER         PIC X(05) VALUE "LOAN".
           05 FILLER         PIC X(05) VALUE "HOLD".
           05 FILLER         PIC X(11) VALUE "     OWED".
           05 FILLER         PIC X(10) VALUE "BLOCKED BY".

       01  WS-DETAIL-LINE.
           05 WS-DL-ID       PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-NAME     PIC X(21).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-WHY      PIC X(11).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-SINCE    PIC X(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-LOANS    PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-HOLDS    PIC ZZ9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-OWED     PIC ZZ,ZZ9.99.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 WS-DL-REASON   PIC X(19).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-PURGE: patron privacy retention purge".
           PERFORM RECORD-RUN-START.
           DISPLAY "HISTORY RETENTION DAYS (0 = DEFAULT 365): ".
           ACCEPT WS-RETENTION-DAYS.
           IF WS-RETENTION-DAYS = 0 THEN
               MOVE 365 TO WS-RETENTION-DAYS
           END-IF.
           DISPLAY "BORROWER INACTIVITY DAYS (0 = DEFAULT 730): ".
           ACCEPT WS-INACTIVE-DAYS.
           IF WS-INACTIVE-DAYS = 0 THEN
               MOVE 730 TO WS-INACTIVE-DAYS
           END-IF.
           DISPLAY "UPDATE MODE - PURGE RECORDS (Y/N): ".
           ACCEPT WS-UPDATE-FLAG.
           IF WS-UPDATE-FLAG NOT = 'Y' THEN
               MOVE 'N' TO WS-UPDATE-FLAG
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY-N).
           COMPUTE WS-HIST-CUTOFF-INT =
               WS-TODAY-INT - WS-RETENTION-DAYS.
           COMPUTE WS-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-HIST-CUTOFF-INT).
           MOVE WS-DATE-ALPHA TO WS-HIST-CUTOFF-DT.
           COMPUTE WS-BR-CUTOFF-INT = WS-TODAY-INT - WS-INACTIVE-DAYS.
           COMPUTE WS-DATE-N =
               FUNCTION DATE-OF-INTEGER (WS-BR-CUTOFF-INT).
           MOVE WS-DATE-ALPHA TO WS-BR-CUTOFF-DT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SH-BORROWER-ID
               INPUT PROCEDURE IS LOAD-HOLD-BORROWERS
               OUTPUT PROCEDURE IS WRITE-HOLD-COUNTS.
           PERFORM PURGE-INACTIVE-BORROWERS.
           PERFORM ANONYMIZE-HISTORY.
           PERFORM PURGE-NOTICE-LOG.
           PERFORM ANONYMIZE-ILL-REQUESTS.
           PERFORM WRITE-CERTIFICATE.
           MOVE WS-ANON-CNT TO WS-COUNT-EDIT.
           DISPLAY "HISTORY ANONYMIZED  : " WS-COUNT-EDIT.
           MOVE WS-PURGED-CNT TO WS-COUNT-EDIT.
           DISPLAY "BORROWERS PURGED    : " WS-COUNT-EDIT.
           MOVE WS-KEPT-CNT TO WS-COUNT-EDIT.
           DISPLAY "BORROWERS HELD BACK : " WS-COUNT-EDIT.
           IF WS-UPDATE-FLAG NOT = 'Y' THEN
               DISPLAY "TRIAL MODE - NO RECORDS CHANGED"
           END-IF.
           DISPLAY "REPORTS WRITTEN TO purge.rpt AND purgecert.rpt".
           MOVE WS-PURGED-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       LOAD-HOLD-BORROWERS.
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       MOVE HOLD-BORROWER-ID TO SH-BORROWER-ID
                       MOVE 'H' TO SH-TYPE
                       RELEASE SH-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           OPEN INPUT ILL-FILE
           PERFORM UNTIL WS-ILL-EOF = 'Y'
               READ ILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
                   NOT AT END
                       IF ILL-STATUS NOT = 'C'
                          AND ILL-BORROWER-ID NOT = SPACES THEN
                           MOVE ILL-BORROWER-ID TO SH-BORROWER-ID
                           MOVE 'I' TO SH-TYPE
                           RELEASE SH-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE.

       WRITE-HOLD-COUNTS.
           OPEN OUTPUT HOLD-WORK-FILE
           MOVE SPACES TO WS-CURRENT-BORROWER
           MOVE 0 TO WS-BORROWER-HOLDS
           MOVE 0 TO WS-BORROWER-ILLS
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF SH-BORROWER-ID NOT = WS-CURRENT-BORROWER THEN
                   IF WS-CURRENT-BORROWER NOT = SPACES THEN
                       PERFORM WRITE-ONE-HOLD-COUNT
                   END-IF
                   MOVE SH-BORROWER-ID TO WS-CURRENT-BORROWER
                   MOVE 0 TO WS-BORROWER-HOLDS
                   MOVE 0 TO WS-BORROWER-ILLS
               END-IF
               IF SH-TYPE = 'I' THEN
                   ADD 1 TO WS-BORROWER-ILLS
               ELSE
                   ADD 1 TO WS-BORROWER-HOLDS
               END-IF
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-BORROWER NOT = SPACES THEN
               PERFORM WRITE-ONE-HOLD-COUNT
           END-IF
           CLOSE HOLD-WORK-FILE.

       WRITE-ONE-HOLD-COUNT.
           MOVE WS-CURRENT-BORROWER TO HW-BORROWER-ID
           MOVE WS-BORROWER-HOLDS TO HW-COUNT
           MOVE WS-BORROWER-ILLS TO HW-ILL-COUNT
           WRITE HOLD-WORK-RECORD.

       PURGE-INACTIVE-BORROWERS.
           OPEN OUTPUT REPORT-FILE
           IF WS-UPDATE-FLAG = 'Y' THEN
               OPEN I-O BORROWER-FILE
               MOVE "UPDATE MODE" TO WS-HL-MODE
           ELSE
               OPEN INPUT BORROWER-FILE
               MOVE "TRIAL MODE" TO WS-HL-MODE
           END-IF
           OPEN INPUT CHECKOUT-FILE
           OPEN INPUT FINE-FILE
           OPEN INPUT HOLD-WORK-FILE
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM READ-NEXT-HOLD-COUNT
           MOVE LOW-VALUES TO BR-ID
           START BORROWER-FILE KEY IS NOT LESS THAN BR-ID
               INVALID KEY MOVE 'Y' TO WS-BR-EOF
           END-START
           PERFORM UNTIL WS-BR-EOF = 'Y'
               READ BORROWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BR-EOF
                   NOT AT END
                       ADD 1 TO WS-BR-READ-CNT
                       PERFORM TEST-BORROWER-INACTIVE
                       IF WS-INACTIVE = 'Y' THEN
                           PERFORM TEST-BORROWER-CLEAR
                       END-IF
               END-READ
           END-PERFORM
           IF WS-KEPT-CNT = 0 THEN
               MOVE "  NO INACTIVE BORROWERS HELD BACK"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-KEPT-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "BORROWERS HELD BACK: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE HOLD-WORK-FILE
           CLOSE FINE-FILE
           CLOSE CHECKOUT-FILE
           CLOSE BORROWER-FILE
           CLOSE REPORT-FILE.

       READ-NEXT-HOLD-COUNT.
           READ HOLD-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-HW-EOF
                   MOVE HIGH-VALUES TO HW-BORROWER-ID
           END-READ.

       TEST-BORROWER-INACTIVE.
           MOVE 'N' TO WS-INACTIVE
           MOVE 0 TO WS-SINCE-INT
           MOVE SPACES TO WS-INACTIVE-WHY
           IF BR-STATUS = 'D' AND BR-STATUS-DT IS NUMERIC THEN
               MOVE BR-STATUS-DT TO WS-DATE-ALPHA
               COMPUTE WS-SINCE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)
               MOVE "DEACTIVATED" TO WS-INACTIVE-WHY
           END-IF
           IF BR-EXPIRY-DT IS NUMERIC THEN
               MOVE BR-EXPIRY-DT TO WS-DATE-ALPHA
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-N)
               IF WS-EXPIRY-INT < WS-TODAY-INT
                  AND (WS-SINCE-INT = 0
                       OR WS-EXPIRY-INT < WS-SINCE-INT) THEN
                   MOVE WS-EXPIRY-INT TO WS-SINCE-INT
                   MOVE "EXPIRED" TO WS-INACTIVE-WHY
               END-IF
           END-IF
           IF WS-SINCE-INT > 0
              AND WS-SINCE-INT < WS-BR-CUTOFF-INT THEN
               MOVE 'Y' TO WS-INACTIVE
               ADD 1 TO WS-CANDIDATE-CNT
           END-IF.

       TEST-BORROWER-CLEAR.
           PERFORM COUNT-OPEN-LOANS
           PERFORM MATCH-HOLD-COUNT
           PERFORM SUM-UNPAID-FINES
           IF WS-LOAN-CNT = 0 AND WS-HOLD-CNT = 0
              AND WS-ILL-CNT = 0 AND WS-OWED = 0 THEN
               ADD 1 TO WS-PURGED-CNT
               IF WS-UPDATE-FLAG = 'Y' THEN
                   DELETE BORROWER-FILE RECORD
                       INVALID KEY
                           DISPLAY "DELETE FAILED FOR " BR-ID
                   END-DELETE
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-CNT
               PERFORM WRITE-HELD-BACK-LINE
           END-IF.

       COUNT-OPEN-LOANS.
           MOVE 0 TO WS-LOAN-CNT
           MOVE 'N' TO WS-CO-EOF
           MOVE BR-ID TO CO-BORROWER-ID
           MOVE LOW-VALUES TO CO-ISBN
           START CHECKOUT-FILE KEY IS NOT LESS THAN CO-KEY
               INVALID KEY MOVE 'Y' TO WS-CO-EOF
           END-START
           PERFORM UNTIL WS-CO-EOF = 'Y'
               READ CHECKOUT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CO-EOF
                   NOT AT END
                       IF CO-BORROWER-ID NOT = BR-ID THEN
                           MOVE 'Y' TO WS-CO-EOF
                       ELSE
                           IF CO-RETURN-DT = SPACES THEN
                               ADD 1 TO WS-LOAN-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       MATCH-HOLD-COUNT.
           MOVE 0 TO WS-HOLD-CNT
           MOVE 0 TO WS-ILL-CNT
           PERFORM UNTIL WS-HW-EOF = 'Y' OR HW-BORROWER-ID >= BR-ID
               PERFORM READ-NEXT-HOLD-COUNT
           END-PERFORM
           IF WS-HW-EOF NOT = 'Y' AND HW-BORROWER-ID = BR-ID THEN
               MOVE HW-COUNT TO WS-HOLD-CNT
               MOVE HW-ILL-COUNT TO WS-ILL-CNT
           END-IF.

       SUM-UNPAID-FINES.
           MOVE 0 TO WS-OWED
           MOVE 'N' TO WS-FINE-EOF
           MOVE BR-ID TO FINE-BORROWER-ID
           MOVE 0 TO FINE-SEQ
           START FINE-FILE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY MOVE 'Y' TO WS-FINE-EOF
           END-START
           PERFORM UNTIL WS-FINE-EOF = 'Y'
               READ FINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END
                       IF FINE-BORROWER-ID NOT = BR-ID THEN
                           MOVE 'Y' TO WS-FINE-EOF
                       ELSE
                           IF FINE-STATUS = 'O' THEN
                               COMPUTE WS-OWED = WS-OWED
                                   + FINE-AMOUNT - FINE-PAID-AMT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-HELD-BACK-LINE.
           MOVE SPACES TO WS-REASON
           MOVE 1 TO WS-REASON-PTR
           IF WS-LOAN-CNT > 0 THEN
               ADD 1 TO WS-KEPT-LOANS-CNT
               STRING "LOAN " DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-HOLD-CNT > 0 THEN
               ADD 1 TO WS-KEPT-HOLDS-CNT
               STRING "HOLD " DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-OWED > 0 THEN
               ADD 1 TO WS-KEPT-FINES-CNT
               STRING "FINE " DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           IF WS-ILL-CNT > 0 THEN
               ADD 1 TO WS-KEPT-ILLS-CNT
               STRING "ILL " DELIMITED BY SIZE
                   INTO WS-REASON WITH POINTER WS-REASON-PTR
           END-IF
           MOVE BR-ID TO WS-DL-ID
           MOVE BR-NAME TO WS-DL-NAME
           MOVE WS-INACTIVE-WHY TO WS-DL-WHY
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER (WS-SINCE-INT)
           MOVE WS-DATE-ALPHA TO WS-DL-SINCE
           MOVE WS-LOAN-CNT TO WS-DL-LOANS
           MOVE WS-HOLD-CNT TO WS-DL-HOLDS
           MOVE WS-OWED TO WS-DL-OWED
           MOVE WS-REASON TO WS-DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       ANONYMIZE-HISTORY.
           OPEN INPUT CHECKOUT-HIST-FILE
           OPEN OUTPUT HIST-WORK-FILE
           OPEN INPUT FINE-FILE
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               READ CHECKOUT-HIST-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-CNT
                       PERFORM TEST-HISTORY-RECORD
                       WRITE HIST-WORK-RECORD
                           FROM CHECKOUT-HIST-RECORD
               END-READ
           END-PERFORM
           CLOSE FINE-FILE
           CLOSE HIST-WORK-FILE
           CLOSE CHECKOUT-HIST-FILE
           IF WS-UPDATE-FLAG = 'Y' THEN
               PERFORM REPLACE-HISTORY-FILE
           END-IF.

       TEST-HISTORY-RECORD.
           MOVE 0 TO WS-REF-INT
           EVALUATE TRUE
               WHEN CH-BORROWER-ID = SPACES
                   ADD 1 TO WS-ALREADY-CNT
               WHEN CH-RETURN-DT IS NUMERIC
                   MOVE CH-RETURN-DT TO WS-DATE-ALPHA
                   COMPUTE WS-REF-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-N)
               WHEN CH-DUE-DT IS NUMERIC
                   MOVE CH-DUE-DT TO WS-DATE-ALPHA
                   COMPUTE WS-REF-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-N)
               WHEN OTHER
                   ADD 1 TO WS-RETAINED-CNT
           END-EVALUATE
           IF WS-REF-INT > 0 THEN
               IF WS-REF-INT < WS-HIST-CUTOFF-INT THEN
                   PERFORM ANONYMIZE-ONE-RECORD
               ELSE
                   ADD 1 TO WS-RETAINED-CNT
               END-IF
           END-IF.

       ANONYMIZE-ONE-RECORD.
           MOVE 0 TO WS-LOST-OWED
           IF CH-RETURN-DT = "LOST" THEN
               PERFORM SUM-LOST-ITEM-FINES
           END-IF
           IF WS-LOST-OWED > 0 THEN
               ADD 1 TO WS-BILLED-CNT
           ELSE
               MOVE SPACES TO CH-BORROWER-ID
               ADD 1 TO WS-ANON-CNT
           END-IF.

       SUM-LOST-ITEM-FINES.
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

       REPLACE-HISTORY-FILE.
           OPEN INPUT HIST-WORK-FILE
           OPEN OUTPUT CHECKOUT-HIST-FILE
           PERFORM UNTIL WS-WORK-EOF = 'Y'
               READ HIST-WORK-FILE
                   AT END MOVE 'Y' TO WS-WORK-EOF
                   NOT AT END
                       WRITE CHECKOUT-HIST-RECORD
                           FROM HIST-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE CHECKOUT-HIST-FILE
           CLOSE HIST-WORK-FILE.

       PURGE-NOTICE-LOG.
           IF WS-UPDATE-FLAG = 'Y' THEN
               OPEN I-O NOTIFY-LOG-FILE
           ELSE
               OPEN INPUT NOTIFY-LOG-FILE
           END-IF
           MOVE LOW-VALUES TO NL-KEY
           START NOTIFY-LOG-FILE KEY IS NOT LESS THAN NL-KEY
               INVALID KEY MOVE 'Y' TO WS-LOG-EOF
           END-START
           PERFORM UNTIL WS-LOG-EOF = 'Y'
               READ NOTIFY-LOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOG-EOF
                   NOT AT END
                       ADD 1 TO WS-LOG-READ-CNT
                       IF NL-SENT-DT < WS-HIST-CUTOFF-DT THEN
                           PERFORM DELETE-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-LOG-FILE.

       DELETE-LOG-ENTRY.
           ADD 1 TO WS-LOG-DEL-CNT
           IF WS-UPDATE-FLAG = 'Y' THEN
               DELETE NOTIFY-LOG-FILE RECORD
                   INVALID KEY
                       DISPLAY "LOG DELETE FAILED FOR " NL-BORROWER-ID
               END-DELETE
           END-IF.

       ANONYMIZE-ILL-REQUESTS.
           IF WS-UPDATE-FLAG = 'Y' THEN
               OPEN I-O ILL-FILE
           ELSE
               OPEN INPUT ILL-FILE
           END-IF
           MOVE 'N' TO WS-ILL-EOF
           PERFORM UNTIL WS-ILL-EOF = 'Y'
               READ ILL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
                   NOT AT END
                       ADD 1 TO WS-ILL-READ-CNT
                       IF ILL-STATUS = 'C'
                          AND ILL-BORROWER-ID NOT = SPACES
                          AND ILL-CLOSED-DT < WS-HIST-CUTOFF-DT THEN
                           PERFORM ANONYMIZE-ONE-ILL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE.

       ANONYMIZE-ONE-ILL.
           ADD 1 TO WS-ILL-ANON-CNT
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE SPACES TO ILL-BORROWER-ID
               REWRITE ILL-RECORD
                   INVALID KEY
                       DISPLAY "ILL REWRITE FAILED FOR " ILL-REQ-NO
               END-REWRITE
           END-IF.

       WRITE-CERTIFICATE.
           OPEN OUTPUT CERT-FILE
           MOVE SPACES TO CERT-RECORD
           STRING "PATRON RECORDS RETENTION PURGE - CERTIFICATE"
               "      RUN DATE " WS-TODAY-ALPHA
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE ALL "-" TO CERT-RECORD
           WRITE CERT-RECORD
           IF WS-UPDATE-FLAG = 'Y' THEN
               MOVE "MODE: UPDATE - RECORDS PURGED AS COUNTED BELOW"
                   TO CERT-RECORD
           ELSE
               MOVE SPACES TO CERT-RECORD
               STRING "MODE: TRIAL - NO RECORDS CHANGED, COUNTS SHOW "
                   "WHAT AN UPDATE RUN WOULD DO"
                   DELIMITED BY SIZE INTO CERT-RECORD
           END-IF
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "READING HISTORY (checkout-hist.dat)" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-RETENTION-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  RETENTION PERIOD (DAYS) :      " WS-DAYS-EDIT
               "   RETURNED BEFORE " WS-HIST-CUTOFF-DT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-HIST-READ-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  HISTORY RECORDS READ    : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-ANON-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  ANONYMIZED THIS RUN     : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-ALREADY-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  ALREADY ANONYMOUS       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-RETAINED-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  WITHIN RETENTION PERIOD : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-BILLED-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  KEPT - LOST BILL OPEN   : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "SENT-NOTICE LOG (ntflog.dat)" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-LOG-READ-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  LOG ENTRIES READ        : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-LOG-DEL-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  ENTRIES DELETED         : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "INTERLIBRARY LOANS (ill.dat)" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-ILL-READ-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  ILL REQUESTS READ       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-ILL-ANON-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  CLOSED - ANONYMIZED     : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE "INACTIVE BORROWERS (borrower.dat)" TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-INACTIVE-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  INACTIVITY PERIOD (DAYS):      " WS-DAYS-EDIT
               "   INACTIVE BEFORE " WS-BR-CUTOFF-DT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-BR-READ-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  BORROWERS READ          : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-CANDIDATE-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  PAST INACTIVITY PERIOD  : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-PURGED-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  PURGED                  : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-KEPT-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "  HELD BACK (purge.rpt)   : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-KEPT-LOANS-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "    WITH OPEN LOANS       : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-KEPT-HOLDS-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "    WITH HOLDS            : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-KEPT-FINES-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "    WITH UNPAID FINES     : " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE WS-KEPT-ILLS-CNT TO WS-COUNT-EDIT
           MOVE SPACES TO CERT-RECORD
           STRING "    WITH OPEN ILL REQUESTS: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           WRITE CERT-RECORD
           MOVE SPACES TO CERT-RECORD
           STRING "RECORDS OFFICER: ______________________________"
               "   DATE: __________"
               DELIMITED BY SIZE INTO CERT-RECORD
           WRITE CERT-RECORD
           CLOSE CERT-FILE.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-PURGE" TO RP-JOB-NAME
           MOVE "LIBRARY-ARCHIVE" TO RP-PRED-NAME
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
