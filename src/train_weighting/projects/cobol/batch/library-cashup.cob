       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-CASHUP.
      *****************************************************
      *  End-of-day fine cash-up.  Selects the cycle date's
      *  lines from the fine payment journal (payjrnl.dat,
      *  written by F) in LIBRARY-BASIC), sorts them by
      *  branch, operator and tender, and writes
      *  cashup.rpt: receipts, payments taken, refunds
      *  given, net cash and amounts waived for each
      *  operator and tender, with operator, branch and
      *  grand totals, so each drawer can be balanced
      *  against the receipts issued.  The same totals
      *  feed the general ledger: glpost.dat carries one
      *  pipe-delimited revenue posting per branch and
      *  tender (cycle date, branch, tender, revenue
      *  account, payments, refunds, signed net) with a TRL
      *  trailer carrying the record count and run
      *  timestamp like the collections extract.  Waivers
      *  are reported but never posted - no money moved.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-JOURNAL-FILE ASSIGN TO "payjrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk10".
           SELECT REPORT-FILE ASSIGN TO "cashup.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO "glpost.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-JOURNAL-FILE.
           COPY PAYJRNREC.
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       SD  SORT-WORK-FILE.
       01  SJ-RECORD.
           05 SJ-BRANCH       PIC X(03).
           05 SJ-OPERATOR     PIC X(10).
           05 SJ-TENDER       PIC X(01).
           05 SJ-RECEIPT-NO   PIC 9(08).
           05 SJ-TYPE         PIC X(01).
           05 SJ-AMOUNT       PIC 9(05)V99.
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JRNL-EOF        PIC X VALUE 'N'.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-FIRST-LINE      PIC X VALUE 'Y'.
       01  WS-JRNL-READ       PIC 9(6) VALUE 0.
       01  WS-JRNL-SELECTED   PIC 9(6) VALUE 0.
       01  WS-EXTRACT-CNT     PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-GL-ACCOUNT      PIC X(10).
       01  WS-RUN-TIME        PIC X(8).
       01  WS-TODAY-N         PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-CUR-BRANCH      PIC X(03).
       01  WS-CUR-OPERATOR    PIC X(10).
       01  WS-CUR-TENDER      PIC X(01).
       01  WS-CUR-RECEIPT     PIC 9(08).
       01  WS-TX              PIC 9(1).
       01  WS-IX              PIC 9(1).
       01  WS-NET-AMT         PIC S9(7)V99.
       01  WS-GL-NET          PIC S9(7)V99
                                  SIGN IS LEADING SEPARATE.

       01  WS-GROUP-TOTALS.
           05 WS-G-RCPTS      PIC 9(4).
           05 WS-G-PAID       PIC 9(7)V99.
           05 WS-G-REFUND     PIC 9(7)V99.
           05 WS-G-WAIVED     PIC 9(7)V99.
       01  WS-OPERATOR-TOTALS.
           05 WS-O-RCPTS      PIC 9(4).
           05 WS-O-PAID       PIC 9(7)V99.
           05 WS-O-REFUND     PIC 9(7)V99.
           05 WS-O-WAIVED     PIC 9(7)V99.
       01  WS-BRANCH-TOTALS.
           05 WS-B-TENDER OCCURS 4 TIMES.
              10 WS-B-RCPTS   PIC 9(4).
              10 WS-B-PAID    PIC 9(7)V99.
              10 WS-B-REFUND  PIC 9(7)V99.
              10 WS-B-WAIVED  PIC 9(7)V99.
       01  WS-GRAND-TOTALS.
           05 WS-T-TENDER OCCURS 4 TIMES.
              10 WS-T-RCPTS   PIC 9(6).
              10 WS-T-PAID    PIC 9(7)V99.
              10 WS-T-REFUND  PIC 9(7)V99.
              10 WS-T-WAIVED  PIC 9(7)V99.
       01  WS-SUM-TOTALS.
           05 WS-S-RCPTS      PIC 9(6).
           05 WS-S-PAID       PIC 9(7)V99.
           05 WS-S-REFUND     PIC 9(7)V99.
           05 WS-S-WAIVED     PIC 9(7)V99.

       01  WS-TENDER-NAMES.
           05 FILLER          PIC X(06) VALUE "CASH".
           05 FILLER          PIC X(06) VALUE "CHECK".
           05 FILLER          PIC X(06) VALUE "CARD".
           05 FILLER          PIC X(06) VALUE "(NONE)".
       01  WS-TENDER-TABLE REDEFINES WS-TENDER-NAMES.
           05 WS-TENDER-NAME  PIC X(06) OCCURS 4 TIMES.
       01  WS-TENDER-CODES    PIC X(04) VALUE "CKD ".

       01  WS-HEAD-LINE.
           05 FILLER          PIC X(24)
              VALUE "DAILY FINE CASH-UP FOR ".
           05 WS-HL-CYCLE     PIC X(08).
           05 FILLER          PIC X(35) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE      PIC X(08).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05 FILLER          PIC X(07) VALUE "BRANCH ".
           05 WS-BL-BRANCH    PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-BL-NAME      PIC X(30).
           05 FILLER          PIC X(56) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05 FILLER          PIC X(12) VALUE "OPERATOR".
           05 FILLER          PIC X(08) VALUE "TENDER".
           05 FILLER          PIC X(06) VALUE "RCPTS".
           05 FILLER          PIC X(12) VALUE "    PAYMENTS".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "     REFUNDS".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE "          NET".
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE "      WAIVED".
           05 FILLER          PIC X(17) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 WS-DL-OPERATOR  PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-TENDER    PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-RCPTS     PIC ZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-PAID      PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-REFUND    PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-NET       PIC -Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-WAIVED    PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(17) VALUE SPACES.

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-CASHUP: daily fine cash-up and GL posting".
           PERFORM RECORD-RUN-START.
           DISPLAY "GL REVENUE ACCOUNT (BLANK = FINEREV): ".
           ACCEPT WS-GL-ACCOUNT.
           IF WS-GL-ACCOUNT = SPACES THEN
               MOVE "FINEREV" TO WS-GL-ACCOUNT
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           INITIALIZE WS-GRAND-TOTALS.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SJ-BRANCH
               ON ASCENDING KEY SJ-OPERATOR
               ON ASCENDING KEY SJ-TENDER
               ON ASCENDING KEY SJ-RECEIPT-NO
               INPUT PROCEDURE IS SELECT-JOURNAL-LINES
               OUTPUT PROCEDURE IS PRODUCE-CASHUP.
           MOVE WS-JRNL-READ TO WS-COUNT-EDIT.
           DISPLAY "JOURNAL LINES READ  : " WS-COUNT-EDIT.
           MOVE WS-JRNL-SELECTED TO WS-COUNT-EDIT.
           DISPLAY "LINES FOR " RP-CYCLE-DT "  : " WS-COUNT-EDIT.
           MOVE WS-EXTRACT-CNT TO WS-COUNT-EDIT.
           DISPLAY "GL POSTINGS WRITTEN : " WS-COUNT-EDIT.
           DISPLAY "CASH-UP WRITTEN TO cashup.rpt, GL TO glpost.dat".
           MOVE WS-JRNL-SELECTED TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       SELECT-JOURNAL-LINES.
           OPEN INPUT PAY-JOURNAL-FILE
           PERFORM UNTIL WS-JRNL-EOF = 'Y'
               READ PAY-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JRNL-EOF
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ
                       IF PJ-DATE = RP-CYCLE-DT THEN
                           ADD 1 TO WS-JRNL-SELECTED
                           MOVE PJ-BRANCH TO SJ-BRANCH
                           MOVE PJ-OPERATOR TO SJ-OPERATOR
                           MOVE PJ-TENDER TO SJ-TENDER
                           MOVE PJ-RECEIPT-NO TO SJ-RECEIPT-NO
                           MOVE PJ-TYPE TO SJ-TYPE
                           MOVE PJ-AMOUNT TO SJ-AMOUNT
                           RELEASE SJ-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-JOURNAL-FILE.

       PRODUCE-CASHUP.
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE
           OPEN INPUT BRANCH-FILE
           MOVE RP-CYCLE-DT TO WS-HL-CYCLE
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'N' TO WS-SORT-EOF
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           IF WS-SORT-EOF = 'Y' THEN
               MOVE "NO FINE PAYMENTS, WAIVERS OR REFUNDS FOR THE DAY"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               EVALUATE TRUE
                   WHEN WS-FIRST-LINE = 'Y'
                       MOVE 'N' TO WS-FIRST-LINE
                       PERFORM START-BRANCH
                       PERFORM START-OPERATOR
                       PERFORM START-GROUP
                   WHEN SJ-BRANCH NOT = WS-CUR-BRANCH
                       PERFORM END-GROUP
                       PERFORM END-OPERATOR
                       PERFORM END-BRANCH
                       PERFORM START-BRANCH
                       PERFORM START-OPERATOR
                       PERFORM START-GROUP
                   WHEN SJ-OPERATOR NOT = WS-CUR-OPERATOR
                       PERFORM END-GROUP
                       PERFORM END-OPERATOR
                       PERFORM START-OPERATOR
                       PERFORM START-GROUP
                   WHEN SJ-TENDER NOT = WS-CUR-TENDER
                       PERFORM END-GROUP
                       PERFORM START-GROUP
               END-EVALUATE
               PERFORM ADD-LINE-TO-GROUP
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-FIRST-LINE = 'N' THEN
               PERFORM END-GROUP
               PERFORM END-OPERATOR
               PERFORM END-BRANCH
               PERFORM WRITE-GRAND-TOTALS
           END-IF
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE BRANCH-FILE
           CLOSE EXTRACT-FILE
           CLOSE REPORT-FILE.

       START-BRANCH.
           MOVE SJ-BRANCH TO WS-CUR-BRANCH
           INITIALIZE WS-BRANCH-TOTALS
           MOVE WS-CUR-BRANCH TO WS-BL-BRANCH
           MOVE WS-CUR-BRANCH TO BRM-CODE
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "(NOT ON BRANCH MASTER)" TO WS-BL-NAME
               NOT INVALID KEY
                   MOVE BRM-NAME TO WS-BL-NAME
           END-READ
           MOVE WS-BRANCH-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       START-OPERATOR.
           MOVE SJ-OPERATOR TO WS-CUR-OPERATOR
           INITIALIZE WS-OPERATOR-TOTALS.

       START-GROUP.
           MOVE SJ-TENDER TO WS-CUR-TENDER
           MOVE 0 TO WS-CUR-RECEIPT
           INITIALIZE WS-GROUP-TOTALS
           MOVE 4 TO WS-TX
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 3
               IF WS-TENDER-CODES (WS-IX:1) = WS-CUR-TENDER THEN
                   MOVE WS-IX TO WS-TX
               END-IF
           END-PERFORM.

       ADD-LINE-TO-GROUP.
           IF SJ-RECEIPT-NO NOT = WS-CUR-RECEIPT THEN
               MOVE SJ-RECEIPT-NO TO WS-CUR-RECEIPT
               ADD 1 TO WS-G-RCPTS
           END-IF
           EVALUATE SJ-TYPE
               WHEN 'P' ADD SJ-AMOUNT TO WS-G-PAID
               WHEN 'R' ADD SJ-AMOUNT TO WS-G-REFUND
               WHEN 'W' ADD SJ-AMOUNT TO WS-G-WAIVED
               WHEN OTHER
                   DISPLAY "UNKNOWN JOURNAL TYPE " SJ-TYPE
                       " ON RECEIPT " SJ-RECEIPT-NO " - NOT TOTALLED"
           END-EVALUATE.

       END-GROUP.
           MOVE WS-CUR-OPERATOR TO WS-DL-OPERATOR
           MOVE WS-TENDER-NAME (WS-TX) TO WS-DL-TENDER
           MOVE WS-G-RCPTS TO WS-DL-RCPTS
           MOVE WS-G-PAID TO WS-DL-PAID
           MOVE WS-G-REFUND TO WS-DL-REFUND
           COMPUTE WS-NET-AMT = WS-G-PAID - WS-G-REFUND
           MOVE WS-NET-AMT TO WS-DL-NET
           MOVE WS-G-WAIVED TO WS-DL-WAIVED
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-G-RCPTS TO WS-O-RCPTS
           ADD WS-G-PAID TO WS-O-PAID
           ADD WS-G-REFUND TO WS-O-REFUND
           ADD WS-G-WAIVED TO WS-O-WAIVED
           ADD WS-G-RCPTS TO WS-B-RCPTS (WS-TX)
           ADD WS-G-PAID TO WS-B-PAID (WS-TX)
           ADD WS-G-REFUND TO WS-B-REFUND (WS-TX)
           ADD WS-G-WAIVED TO WS-B-WAIVED (WS-TX)
           ADD WS-G-RCPTS TO WS-T-RCPTS (WS-TX)
           ADD WS-G-PAID TO WS-T-PAID (WS-TX)
           ADD WS-G-REFUND TO WS-T-REFUND (WS-TX)
           ADD WS-G-WAIVED TO WS-T-WAIVED (WS-TX).

       END-OPERATOR.
           MOVE SPACES TO WS-DL-OPERATOR
           MOVE "TOTAL" TO WS-DL-TENDER
           MOVE WS-O-RCPTS TO WS-DL-RCPTS
           MOVE WS-O-PAID TO WS-DL-PAID
           MOVE WS-O-REFUND TO WS-DL-REFUND
           COMPUTE WS-NET-AMT = WS-O-PAID - WS-O-REFUND
           MOVE WS-NET-AMT TO WS-DL-NET
           MOVE WS-O-WAIVED TO WS-DL-WAIVED
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END-BRANCH.
           MOVE SPACES TO REPORT-RECORD
           STRING "BRANCH " WS-CUR-BRANCH " TOTALS BY TENDER"
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           INITIALIZE WS-SUM-TOTALS
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               IF WS-B-RCPTS (WS-IX) > 0 THEN
                   MOVE SPACES TO WS-DL-OPERATOR
                   MOVE WS-TENDER-NAME (WS-IX) TO WS-DL-TENDER
                   MOVE WS-B-RCPTS (WS-IX) TO WS-DL-RCPTS
                   MOVE WS-B-PAID (WS-IX) TO WS-DL-PAID
                   MOVE WS-B-REFUND (WS-IX) TO WS-DL-REFUND
                   COMPUTE WS-NET-AMT =
                       WS-B-PAID (WS-IX) - WS-B-REFUND (WS-IX)
                   MOVE WS-NET-AMT TO WS-DL-NET
                   MOVE WS-B-WAIVED (WS-IX) TO WS-DL-WAIVED
                   MOVE WS-DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD WS-B-RCPTS (WS-IX) TO WS-S-RCPTS
                   ADD WS-B-PAID (WS-IX) TO WS-S-PAID
                   ADD WS-B-REFUND (WS-IX) TO WS-S-REFUND
                   ADD WS-B-WAIVED (WS-IX) TO WS-S-WAIVED
                   IF WS-IX < 4 THEN
                       PERFORM WRITE-GL-POSTING
                   END-IF
               END-IF
           END-PERFORM
           MOVE "BRANCH" TO WS-DL-OPERATOR
           PERFORM WRITE-SUM-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-GL-POSTING.
           COMPUTE WS-GL-NET =
               WS-B-PAID (WS-IX) - WS-B-REFUND (WS-IX)
           MOVE SPACES TO EXTRACT-RECORD
           STRING RP-CYCLE-DT "|" WS-CUR-BRANCH "|"
               WS-TENDER-CODES (WS-IX:1) "|"
               WS-GL-ACCOUNT DELIMITED BY SPACE
               "|" WS-B-PAID (WS-IX) "|" WS-B-REFUND (WS-IX)
               "|" WS-GL-NET
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-CNT.

       WRITE-GRAND-TOTALS.
           MOVE "ALL BRANCHES - TOTALS BY TENDER" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           INITIALIZE WS-SUM-TOTALS
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 4
               IF WS-T-RCPTS (WS-IX) > 0 THEN
                   MOVE SPACES TO WS-DL-OPERATOR
                   MOVE WS-TENDER-NAME (WS-IX) TO WS-DL-TENDER
                   MOVE WS-T-RCPTS (WS-IX) TO WS-DL-RCPTS
                   MOVE WS-T-PAID (WS-IX) TO WS-DL-PAID
                   MOVE WS-T-REFUND (WS-IX) TO WS-DL-REFUND
                   COMPUTE WS-NET-AMT =
                       WS-T-PAID (WS-IX) - WS-T-REFUND (WS-IX)
                   MOVE WS-NET-AMT TO WS-DL-NET
                   MOVE WS-T-WAIVED (WS-IX) TO WS-DL-WAIVED
                   MOVE WS-DETAIL-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD WS-T-RCPTS (WS-IX) TO WS-S-RCPTS
                   ADD WS-T-PAID (WS-IX) TO WS-S-PAID
                   ADD WS-T-REFUND (WS-IX) TO WS-S-REFUND
                   ADD WS-T-WAIVED (WS-IX) TO WS-S-WAIVED
               END-IF
           END-PERFORM
           MOVE "GRAND" TO WS-DL-OPERATOR
           PERFORM WRITE-SUM-LINE.

       WRITE-SUM-LINE.
           MOVE "TOTAL" TO WS-DL-TENDER
           MOVE WS-S-RCPTS TO WS-DL-RCPTS
           MOVE WS-S-PAID TO WS-DL-PAID
           MOVE WS-S-REFUND TO WS-DL-REFUND
           COMPUTE WS-NET-AMT = WS-S-PAID - WS-S-REFUND
           MOVE WS-NET-AMT TO WS-DL-NET
           MOVE WS-S-WAIVED TO WS-DL-WAIVED
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           STRING "TRL|" WS-EXTRACT-CNT "|"
               WS-TODAY-ALPHA "|" WS-RUN-TIME (1:6)
               DELIMITED BY SIZE INTO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-CASHUP" TO RP-JOB-NAME
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
