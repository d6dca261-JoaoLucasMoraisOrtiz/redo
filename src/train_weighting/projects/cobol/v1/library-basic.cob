              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BC-KEY.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO "policy.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POL-CATEGORY.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
           SELECT OPTIONAL CLOSED-DAY-FILE ASSIGN TO "closedays.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAL-KEY.
           SELECT OPTIONAL VENDOR-FILE ASSIGN TO "vendors.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VND-CODE.
           SELECT OPTIONAL FUND-FILE ASSIGN TO "funds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FND-CODE.
           SELECT OPTIONAL PAY-JOURNAL-FILE ASSIGN TO "payjrnl.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIPT-CTL-FILE ASSIGN TO "receipt.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCPT-CTL-STATUS.
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "receipt.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ILL-FILE ASSIGN TO "ill.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ILL-REQ-NO.
           SELECT ILL-CTL-FILE ASSIGN TO "illno.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ILL-CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE.
           COPY ORDERREC.
       FD  BRANCH-COPY-FILE.
           COPY BRCOPYREC.
       FD  POLICY-FILE.
           COPY POLICYREC.
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       FD  CLOSED-DAY-FILE.
           COPY CLOSEDREC.
       FD  VENDOR-FILE.
           COPY VENDORREC.
       FD  FUND-FILE.
           COPY FUNDREC.
       FD  PAY-JOURNAL-FILE.
           COPY PAYJRNREC.
       FD  RECEIPT-CTL-FILE.
       01  RECEIPT-CTL-RECORD  PIC 9(8).
       FD  RECEIPT-FILE.
       01  RECEIPT-LINE        PIC X(40).
       FD  ILL-FILE.
           COPY ILLREC.
       FD  ILL-CTL-FILE.
       01  ILL-CTL-RECORD      PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-OPTION      PIC X VALUE SPACE.
       01  WS-END         PIC X VALUE 'N'.
       01  WS-COPY-DELTA        PIC S9(4).
       01  WS-CALC-TOTAL        PIC S9(4).
       01  WS-CALC-AVAIL        PIC S9(4).
       01  WS-CALC-TRANSIT      PIC S9(4).
       01  WS-COPIES-TO-REMOVE  PIC 9(4).
       01  WS-CHECKED-OUT-COPIES PIC S9(4).
       01  WS-OPEN-CO-COUNT     PIC 9(6).
       01  WS-BR-NAME     PIC X(30).
       01  WS-BR-CONTACT  PIC X(30).
       01  WS-BR-EXPIRY   PIC X(08).
       01  WS-BR-CATEGORY PIC X(01).
       01  WS-BR-EMAIL    PIC X(50).
       01  WS-BR-MOBILE   PIC X(15).
       01  WS-BR-NOTIFY   PIC X(01).
       01  WS-BR-REPLY    PIC X.
       01  WS-BORROWER-OK PIC X VALUE 'N'.
       01  WS-DUP-LOAN    PIC X VALUE 'N'.
       01  WS-OPEN-LOAN-COUNT PIC 9(4).
       01  WS-MAX-OPEN-LOANS  PIC 9(4).
       01  WS-LOAN-DAYS       PIC 9(3).
       01  WS-DUE-DAY-CNT     PIC 9(4).

       01  WS-HOLD-OPTION   PIC X VALUE SPACE.
       01  WS-HOLD-EOF      PIC X.
       01  WS-HOLD-SAVE-BR  PIC X(10).
       01  WS-HOLD-MAX-SEQ  PIC 9(4).
       01  WS-HOLD-COUNT    PIC 9(4).
       01  WS-HOLD-PICKUP-BR PIC X(3).
       01  WS-HOLD-IN-TRANSIT PIC X.
       01  WS-BOOK-AVL      PIC 9(4).

       01  WS-RENEW-DUE     PIC X(08).
       01  WS-RENEW-BRANCH  PIC X(03).
       01  WS-RENEWAL-CNT   PIC 9(2).
       01  WS-MAX-RENEWALS  PIC 9(2).

       01  WS-SEARCH-TERM   PIC X(20).
       01  WS-REV-TERM      PIC X(20).
       01  WS-ORD-OUTSTAND  PIC 9(4).
       01  WS-ORD-OPEN-CNT  PIC 9(4).
       01  WS-ORD-OPEN-QTY  PIC 9(6).
       01  WS-ORD-OK        PIC X.
       01  WS-ORD-VENDOR-CODE PIC X(06).
       01  WS-ORD-FUND-CODE PIC X(06).
       01  WS-ORD-UNIT-PRICE PIC 9(5)V99.
       01  WS-ORD-COST      PIC 9(7)V99.
       01  WS-INVOICE-AMT   PIC 9(7)V99.
       01  WS-INVOICE-IN    PIC 9(7)V99.
       01  WS-AMT-EDIT      PIC Z,ZZZ,ZZ9.99.
       01  WS-FREE-EDIT     PIC -Z,ZZZ,ZZ9.99.

       01  WS-VND-OPTION    PIC X VALUE SPACE.
       01  WS-VND-EOF       PIC X.
       01  WS-VND-FOUND     PIC X.
       01  WS-VND-CODE      PIC X(06).
       01  WS-VND-NAME      PIC X(30).
       01  WS-VND-ACCOUNT-NO PIC X(15).
       01  WS-VND-CONTACT   PIC X(30).
       01  WS-VND-PHONE     PIC X(15).
       01  WS-VND-EMAIL     PIC X(40).
       01  WS-VND-STATUS    PIC X(01).

       01  WS-FND-OPTION    PIC X VALUE SPACE.
       01  WS-FND-EOF       PIC X.
       01  WS-FND-FOUND     PIC X.
       01  WS-FND-CODE      PIC X(06).
       01  WS-FND-NAME      PIC X(30).
       01  WS-FND-ALLOCATION PIC 9(7)V99.
       01  WS-FND-STATUS    PIC X(01).
       01  WS-FND-ENCUMBERED PIC 9(7)V99.
       01  WS-FND-EXPENDED  PIC 9(7)V99.
       01  WS-FND-FREE      PIC S9(7)V99.

       01  WS-FINE-OPTION   PIC X VALUE SPACE.
       01  WS-FINE-EOF      PIC X.
       01  WS-CI-DUE        PIC X(08).
       01  WS-FINE-DUE-N    PIC 9(8).
       01  WS-FINE-AMT      PIC 9(5)V99.
       01  WS-FINE-RATE     PIC 9V99.
       01  WS-FINE-CEILING  PIC 9(5)V99.
       01  WS-FINE-BLOCK-LIMIT PIC 9(5)V99.
       01  WS-FINE-BALANCE  PIC 9(6)V99.
       01  WS-FINE-DUE-AMT  PIC 9(6)V99.
       01  WS-PAY-AMT       PIC 9(5)V99.
       01  WS-FINE-EDIT     PIC ZZ,ZZ9.99.
       01  WS-REFUND-SEQ    PIC 9(4).
       01  WS-REFUND-AMT    PIC 9(5)V99.

       01  WS-RECEIPT-NO      PIC 9(8) VALUE 0.
       01  WS-RCPT-CTL-STATUS PIC XX.
       01  WS-TENDER          PIC X(01).
       01  WS-TENDER-NAME     PIC X(05).
       01  WS-PJ-TYPE         PIC X(01).

       01  WS-ILL-OPTION      PIC X VALUE SPACE.
       01  WS-ILL-REQ-NO      PIC 9(6) VALUE 0.
       01  WS-ILL-CTL-STATUS  PIC XX.
       01  WS-ILL-FOUND       PIC X VALUE 'N'.
       01  WS-ILL-EOF         PIC X VALUE 'N'.
       01  WS-ILL-CONFIRM     PIC X.
       01  WS-ILL-TITLE       PIC X(40).
       01  WS-ILL-AUTHOR      PIC X(30).
       01  WS-ILL-LENDER      PIC X(06).
       01  WS-ILL-STATUS-NAME PIC X(10).
       01  WS-ILL-LENDER-DUE  PIC X(08).
       01  WS-ILL-LENDER-DUE-N REDEFINES WS-ILL-LENDER-DUE PIC 9(8).
       01  WS-ILL-DUE-N       PIC 9(8).
       01  WS-ILL-OPEN-CNT    PIC 9(4) VALUE 0.
       01  WS-PJ-AMT          PIC 9(5)V99.
       01  WS-PJ-EOF          PIC X.
       01  WS-RCPT-LINES      PIC 9(4).
       01  WS-RCPT-TOTAL      PIC 9(6)V99.
       01  WS-RCPT-DUPLICATE  PIC X VALUE 'N'.
       01  WS-RCPT-HEAD-LINE.
           05 FILLER          PIC X(11) VALUE "RECEIPT NO ".
           05 WS-RH-RECEIPT   PIC 9(8).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RH-DATE      PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RH-TIME      PIC X(04).
           05 FILLER          PIC X(06) VALUE SPACES.
       01  WS-RCPT-FINE-LINE.
           05 FILLER          PIC X(07) VALUE "  FINE ".
           05 WS-RF-SEQ       PIC 9(4).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-RF-ISBN      PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-RF-AMOUNT    PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(04) VALUE SPACES.
       01  WS-RCPT-TOTAL-LINE.
           05 WS-RT-LABEL     PIC X(18).
           05 FILLER          PIC X(09) VALUE SPACES.
           05 WS-RT-AMOUNT    PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(03) VALUE SPACES.

       01  WS-ISBN-VALID  PIC X VALUE 'N'.
       01  WS-ISBN-DIGIT  PIC 9.
       01  WS-BC-BRANCH         PIC X(03).
       01  WS-BC-TOT-DELTA      PIC S9(4).
       01  WS-BC-AVL-DELTA      PIC S9(4).
       01  WS-BC-TRN-DELTA      PIC S9(4) VALUE 0.
       01  WS-BC-AVL-NOW        PIC 9(4).
       01  WS-BC-TRN-NOW        PIC 9(4).
       01  WS-BC-EOF            PIC X.
       01  WS-CI-BRANCH         PIC X(03).
       01  WS-HOLD-READY-BR     PIC X(03).
       01  WS-AUD-AFTER-TOTAL   PIC 9(4).
       01  WS-AUD-AFTER-AVL     PIC 9(4).

       01  WS-POL-OPTION        PIC X VALUE SPACE.
       01  WS-POL-EOF           PIC X.
       01  WS-POL-FOUND         PIC X.
       01  WS-POL-CATEGORY      PIC X(01).
       01  WS-POL-DESCRIPTION   PIC X(20).
       01  WS-POL-LOAN-DAYS     PIC 9(03).
       01  WS-POL-LOAN-LIMIT    PIC 9(04).
       01  WS-POL-RENEW-LIMIT   PIC 9(02).
       01  WS-POL-FINE-RATE     PIC 9V99.
       01  WS-POL-MAX-FINE      PIC 9(05)V99.
       01  WS-POL-BLOCK-LIMIT   PIC 9(05)V99.
       01  WS-RATE-EDIT         PIC 9.99.
           COPY POLICYPRM.

       01  WS-BRM-OPTION        PIC X VALUE SPACE.
       01  WS-BRM-EOF           PIC X.
       01  WS-BRM-FOUND         PIC X.
       01  WS-BRM-CODE          PIC X(03).
       01  WS-BRM-NAME          PIC X(30).
       01  WS-BRM-ADDRESS       PIC X(40).
       01  WS-BRM-STATUS        PIC X(01).
       01  WS-BRM-WEEKLY        PIC X(07).
       01  WS-BRM-POS           PIC 9(1).
       01  WS-BRM-CLOSED-CNT    PIC 9(1).
       01  WS-BRANCH-CHECK      PIC X(03).
       01  WS-BRANCH-VALID      PIC X.
       01  WS-BRANCH-TRIES      PIC 9(1).
       01  WS-CAL-DATE-N        PIC 9(8).
       01  WS-CAL-DATE REDEFINES WS-CAL-DATE-N PIC X(8).
       01  WS-CAL-REASON        PIC X(30).
       01  WS-CAL-EOF           PIC X.
       01  WS-CAL-CNT           PIC 9(4).
           COPY CALPRM.

       01  WS-MONTH-DAYS-TABLE.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
               DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS"
               MOVE 'Y' TO WS-END
           ELSE
               PERFORM CHECK-SIGNON-BRANCH
               IF WS-BRANCH-VALID NOT = 'Y' THEN
                   DISPLAY "NO ACTIVE BRANCH FOR THIS SESSION - "
                       "SIGNED OFF"
                   MOVE 'Y' TO WS-END
               ELSE
                   DISPLAY "SIGNED ON AT BRANCH " WS-OPR-BRANCH
               END-IF
           END-IF
           PERFORM UNTIL WS-END = 'Y'
               DISPLAY "C)reate R)ead U)pdate D)elete L)ist O)ut I)n "
                   "N)renew"
               DISPLAY "S)earch V)iew checkouts B)orrowers H)olds "
                   "F)ines G)branches K)ILL"
               DISPLAY "A)cquisitions T)ransfer copies "
                   "M)aint operators P)olicy E)xit"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 'C'
                   WHEN 'H' PERFORM HOLD-MENU
                   WHEN 'F' PERFORM FINE-MENU
                   WHEN 'A' PERFORM ORDER-MENU
                   WHEN 'K' PERFORM ILL-MENU
                   WHEN 'T'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM TRANSFER-COPIES
                           MOVE WS-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'P'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM POLICY-MENU
                       ELSE
                           MOVE WS-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'G'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM BRANCH-MENU
                       ELSE
                           MOVE WS-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'E' MOVE 'Y' TO WS-END
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-READ
           CLOSE OPERATOR-FILE.

       CHECK-SIGNON-BRANCH.
           MOVE WS-OPR-BRANCH TO WS-BRANCH-CHECK
           PERFORM VALIDATE-BRANCH
           MOVE 0 TO WS-BRANCH-TRIES
           PERFORM UNTIL WS-BRANCH-VALID = 'Y'
                   OR WS-BRANCH-TRIES >= 3
               IF WS-OPR-BRANCH = SPACES THEN
                   DISPLAY "NO HOME BRANCH ON FILE - "
                       "BRANCH FOR THIS SESSION: "
               ELSE
                   DISPLAY "BRANCH " WS-OPR-BRANCH " NOT ACTIVE - "
                       "BRANCH FOR THIS SESSION: "
               END-IF
               ACCEPT WS-OPR-BRANCH
               ADD 1 TO WS-BRANCH-TRIES
               MOVE WS-OPR-BRANCH TO WS-BRANCH-CHECK
               PERFORM VALIDATE-BRANCH
           END-PERFORM.

       REFUSE-FUNCTION.
           DISPLAY "SUPERVISOR ROLE REQUIRED"
           PERFORM AUDIT-REFUSED-ACTION.
                   ACCEPT WS-MAINT-PASSWORD
                   DISPLAY "ROLE (C=CLERK S=SUPERVISOR): "
                   ACCEPT WS-MAINT-ROLE
                   DISPLAY "HOME BRANCH (BLANK = ASK AT SIGN-ON): "
                   ACCEPT WS-MAINT-BRANCH
                   MOVE 'Y' TO WS-BRANCH-VALID
                   IF WS-MAINT-BRANCH NOT = SPACES THEN
                       MOVE WS-MAINT-BRANCH TO WS-BRANCH-CHECK
                       PERFORM VALIDATE-BRANCH
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-MAINT-ROLE NOT = 'C'
                            AND WS-MAINT-ROLE NOT = 'S'
                           DISPLAY "INVALID ROLE - NOT ADDED"
                       WHEN WS-BRANCH-VALID NOT = 'Y'
                           DISPLAY "BRANCH " WS-MAINT-BRANCH
                               " NOT ACTIVE - NOT ADDED"
                       WHEN OTHER
                           MOVE WS-MAINT-OPR-ID TO OPR-ID
                           MOVE WS-MAINT-PASSWORD TO OPR-PASSWORD
                           MOVE WS-MAINT-ROLE TO OPR-ROLE
                           MOVE WS-MAINT-BRANCH TO OPR-BRANCH
                           WRITE OPERATOR-RECORD
                               INVALID KEY DISPLAY "ADD FAILED"
                               NOT INVALID KEY
                                   DISPLAY "OPERATOR ADDED"
                           END-WRITE
                   END-EVALUATE
               NOT INVALID KEY
                   DISPLAY "OPERATOR ALREADY ON FILE"
           END-READ
                   DISPLAY "NEW HOME BRANCH (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-MAINT-BRANCH
                   IF WS-MAINT-BRANCH NOT = SPACES THEN
                       MOVE WS-MAINT-BRANCH TO WS-BRANCH-CHECK
                       PERFORM VALIDATE-BRANCH
                       IF WS-BRANCH-VALID = 'Y' THEN
                           MOVE WS-MAINT-BRANCH TO OPR-BRANCH
                       ELSE
                           DISPLAY "BRANCH " WS-MAINT-BRANCH
                               " NOT ACTIVE - HOME BRANCH KEPT"
                       END-IF
                   END-IF
                   IF WS-MAINT-PASSWORD NOT = SPACES THEN
                       MOVE WS-MAINT-PASSWORD TO OPR-PASSWORD
               CLOSE OPERATOR-FILE
           END-IF.

       POLICY-MENU.
           MOVE SPACE TO WS-POL-OPTION
           PERFORM UNTIL WS-POL-OPTION = 'Q'
               DISPLAY "LOAN POLICY: M)aintain L)ist Q)uit"
               ACCEPT WS-POL-OPTION
               EVALUATE WS-POL-OPTION
                   WHEN 'M' PERFORM MAINTAIN-POLICY
                   WHEN 'L' PERFORM LIST-POLICIES
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       MAINTAIN-POLICY.
           DISPLAY "BORROWER CATEGORY: "
           ACCEPT WS-POL-CATEGORY
           IF WS-POL-CATEGORY = SPACE THEN
               DISPLAY "NO CATEGORY ENTERED"
           ELSE
               MOVE 'N' TO WS-POL-FOUND
               MOVE WS-POL-CATEGORY TO POL-CATEGORY
               OPEN I-O POLICY-FILE
               READ POLICY-FILE
                   INVALID KEY
                       DISPLAY "NEW CATEGORY " WS-POL-CATEGORY
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POL-FOUND
                       PERFORM DISPLAY-POLICY-LINE
               END-READ
               PERFORM ACCEPT-POLICY-TERMS
               IF WS-POL-LOAN-DAYS = 0 OR WS-POL-LOAN-LIMIT = 0 THEN
                   DISPLAY "LOAN DAYS AND LOAN LIMIT MUST BE "
                       "ABOVE ZERO - NOT SAVED"
               ELSE
                   PERFORM SAVE-POLICY
               END-IF
               CLOSE POLICY-FILE
           END-IF.

       ACCEPT-POLICY-TERMS.
           DISPLAY "DESCRIPTION: "
           ACCEPT WS-POL-DESCRIPTION
           DISPLAY "LOAN DAYS: "
           ACCEPT WS-POL-LOAN-DAYS
           DISPLAY "LOAN LIMIT (OPEN LOANS): "
           ACCEPT WS-POL-LOAN-LIMIT
           DISPLAY "RENEWAL LIMIT: "
           ACCEPT WS-POL-RENEW-LIMIT
           DISPLAY "DAILY FINE RATE: "
           ACCEPT WS-POL-FINE-RATE
           DISPLAY "MAXIMUM FINE PER ITEM (0 = NO CEILING): "
           ACCEPT WS-POL-MAX-FINE
           DISPLAY "FINE BLOCK THRESHOLD: "
           ACCEPT WS-POL-BLOCK-LIMIT.

       SAVE-POLICY.
           MOVE WS-POL-CATEGORY TO POL-CATEGORY
           MOVE WS-POL-DESCRIPTION TO POL-DESCRIPTION
           MOVE WS-POL-LOAN-DAYS TO POL-LOAN-DAYS
           MOVE WS-POL-LOAN-LIMIT TO POL-LOAN-LIMIT
           MOVE WS-POL-RENEW-LIMIT TO POL-RENEW-LIMIT
           MOVE WS-POL-FINE-RATE TO POL-FINE-RATE
           MOVE WS-POL-MAX-FINE TO POL-MAX-FINE
           MOVE WS-POL-BLOCK-LIMIT TO POL-BLOCK-LIMIT
           IF WS-POL-FOUND = 'Y' THEN
               REWRITE POLICY-RECORD
                   INVALID KEY DISPLAY "POLICY UPDATE FAILED"
                   NOT INVALID KEY DISPLAY "POLICY UPDATED"
               END-REWRITE
           ELSE
               WRITE POLICY-RECORD
                   INVALID KEY DISPLAY "POLICY ADD FAILED"
                   NOT INVALID KEY DISPLAY "POLICY ADDED"
               END-WRITE
           END-IF.

       LIST-POLICIES.
           MOVE 'N' TO WS-POL-EOF
           OPEN INPUT POLICY-FILE
           DISPLAY "CATEGORY / DAYS / LOANS / RENEWALS / RATE / "
               "ITEM MAX / BLOCK:"
           PERFORM UNTIL WS-POL-EOF = 'Y'
               READ POLICY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-POL-EOF
                   NOT AT END
                       PERFORM DISPLAY-POLICY-LINE
               END-READ
           END-PERFORM
           CLOSE POLICY-FILE.

       DISPLAY-POLICY-LINE.
           MOVE POL-FINE-RATE TO WS-RATE-EDIT
           DISPLAY "  " POL-CATEGORY " " POL-DESCRIPTION " "
               POL-LOAN-DAYS " " POL-LOAN-LIMIT " " POL-RENEW-LIMIT
               " " WS-RATE-EDIT WITH NO ADVANCING
           MOVE POL-MAX-FINE TO WS-FINE-EDIT
           DISPLAY " " WS-FINE-EDIT WITH NO ADVANCING
           MOVE POL-BLOCK-LIMIT TO WS-FINE-EDIT
           DISPLAY " " WS-FINE-EDIT.

       BRANCH-MENU.
           MOVE SPACE TO WS-BRM-OPTION
           PERFORM UNTIL WS-BRM-OPTION = 'Q'
               DISPLAY "BRANCHES: M)aintain L)ist C)losed day add "
                   "R)emove closed day V)iew closed days Q)uit"
               ACCEPT WS-BRM-OPTION
               EVALUATE WS-BRM-OPTION
                   WHEN 'M' PERFORM MAINTAIN-BRANCH
                   WHEN 'L' PERFORM LIST-BRANCHES
                   WHEN 'C' PERFORM ADD-CLOSED-DAY
                   WHEN 'R' PERFORM REMOVE-CLOSED-DAY
                   WHEN 'V' PERFORM LIST-CLOSED-DAYS
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       MAINTAIN-BRANCH.
           DISPLAY "BRANCH CODE: "
           ACCEPT WS-BRM-CODE
           IF WS-BRM-CODE = SPACES OR WS-BRM-CODE = "ALL" THEN
               DISPLAY "INVALID BRANCH CODE"
           ELSE
               MOVE 'N' TO WS-BRM-FOUND
               MOVE WS-BRM-CODE TO BRM-CODE
               OPEN I-O BRANCH-FILE
               READ BRANCH-FILE
                   INVALID KEY
                       DISPLAY "NEW BRANCH " WS-BRM-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BRM-FOUND
                       PERFORM DISPLAY-BRANCH-LINE
               END-READ
               PERFORM ACCEPT-BRANCH-DETAILS
               EVALUATE TRUE
                   WHEN WS-BRM-STATUS NOT = 'A'
                        AND WS-BRM-STATUS NOT = 'I'
                       DISPLAY "STATUS MUST BE A OR I - NOT SAVED"
                   WHEN WS-BRM-STATUS = 'I'
                        AND WS-BRM-CODE = WS-OPR-BRANCH
                       DISPLAY "CANNOT DEACTIVATE THE BRANCH YOU "
                           "ARE SIGNED ON AT - NOT SAVED"
                   WHEN WS-BRM-CLOSED-CNT >= 7
                       DISPLAY "BRANCH CANNOT BE CLOSED EVERY DAY "
                           "OF THE WEEK - NOT SAVED"
                   WHEN OTHER
                       PERFORM SAVE-BRANCH
               END-EVALUATE
               CLOSE BRANCH-FILE
           END-IF.

       ACCEPT-BRANCH-DETAILS.
           DISPLAY "BRANCH NAME: "
           ACCEPT WS-BRM-NAME
           DISPLAY "ADDRESS: "
           ACCEPT WS-BRM-ADDRESS
           DISPLAY "STATUS (A=ACTIVE I=INACTIVE): "
           ACCEPT WS-BRM-STATUS
           DISPLAY "WEEKLY CLOSED DAYS - 7 POSITIONS MON TO SUN, "
               "C = CLOSED (E.G. '     CC'): "
           ACCEPT WS-BRM-WEEKLY
           MOVE 0 TO WS-BRM-CLOSED-CNT
           PERFORM VARYING WS-BRM-POS FROM 1 BY 1
                   UNTIL WS-BRM-POS > 7
               IF WS-BRM-WEEKLY (WS-BRM-POS:1) = 'C' THEN
                   ADD 1 TO WS-BRM-CLOSED-CNT
               ELSE
                   MOVE SPACE TO WS-BRM-WEEKLY (WS-BRM-POS:1)
               END-IF
           END-PERFORM.

       SAVE-BRANCH.
           MOVE WS-BRM-CODE TO BRM-CODE
           MOVE WS-BRM-NAME TO BRM-NAME
           MOVE WS-BRM-ADDRESS TO BRM-ADDRESS
           MOVE WS-BRM-STATUS TO BRM-STATUS
           MOVE WS-BRM-WEEKLY TO BRM-WEEKLY-CLOSED
           IF WS-BRM-FOUND = 'Y' THEN
               REWRITE BRANCH-RECORD
                   INVALID KEY DISPLAY "BRANCH UPDATE FAILED"
                   NOT INVALID KEY DISPLAY "BRANCH UPDATED"
               END-REWRITE
           ELSE
               WRITE BRANCH-RECORD
                   INVALID KEY DISPLAY "BRANCH ADD FAILED"
                   NOT INVALID KEY DISPLAY "BRANCH ADDED"
               END-WRITE
           END-IF.

       LIST-BRANCHES.
           MOVE 'N' TO WS-BRM-EOF
           OPEN INPUT BRANCH-FILE
           DISPLAY "CODE / NAME / STATUS / CLOSED (MTWTFSS):"
           PERFORM UNTIL WS-BRM-EOF = 'Y'
               READ BRANCH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BRM-EOF
                   NOT AT END
                       PERFORM DISPLAY-BRANCH-LINE
               END-READ
           END-PERFORM
           CLOSE BRANCH-FILE.

       DISPLAY-BRANCH-LINE.
           DISPLAY "  " BRM-CODE " " BRM-NAME " " BRM-STATUS
               " [" BRM-WEEKLY-CLOSED "]"
           DISPLAY "      " BRM-ADDRESS.

       VALIDATE-BRANCH.
           MOVE 'N' TO WS-BRANCH-VALID
           IF WS-BRANCH-CHECK NOT = SPACES THEN
               MOVE WS-BRANCH-CHECK TO BRM-CODE
               OPEN INPUT BRANCH-FILE
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BRM-STATUS = 'A' THEN
                           MOVE 'Y' TO WS-BRANCH-VALID
                       ELSE
                           MOVE 'I' TO WS-BRANCH-VALID
                       END-IF
               END-READ
               CLOSE BRANCH-FILE
           END-IF.

       ACCEPT-BRANCH-CODE.
           MOVE 'N' TO WS-BRANCH-VALID
           PERFORM UNTIL WS-BRANCH-VALID = 'Y'
               ACCEPT WS-BC-BRANCH
               IF WS-BC-BRANCH = SPACES THEN
                   MOVE WS-OPR-BRANCH TO WS-BC-BRANCH
               END-IF
               MOVE WS-BC-BRANCH TO WS-BRANCH-CHECK
               PERFORM VALIDATE-BRANCH
               IF WS-BRANCH-VALID NOT = 'Y' THEN
                   DISPLAY "BRANCH " WS-BC-BRANCH " NOT ACTIVE - "
                       "RE-ENTER (BLANK = " WS-OPR-BRANCH "): "
               END-IF
           END-PERFORM.

       ADD-CLOSED-DAY.
           DISPLAY "BRANCH CODE (ALL = EVERY ACTIVE BRANCH): "
           ACCEPT WS-BRM-CODE
           DISPLAY "DATE CLOSED (YYYYMMDD): "
           ACCEPT WS-CAL-DATE
           DISPLAY "REASON: "
           ACCEPT WS-CAL-REASON
           MOVE 0 TO WS-CAL-CNT
           MOVE WS-BRM-CODE TO WS-BRANCH-CHECK
           PERFORM VALIDATE-BRANCH
           EVALUATE TRUE
               WHEN WS-CAL-DATE NOT NUMERIC
                   DISPLAY "INVALID DATE - NOT ADDED"
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-CAL-DATE-N)
                       NOT = 0
                   DISPLAY "INVALID DATE - NOT ADDED"
               WHEN WS-BRM-CODE = "ALL"
                   PERFORM CLOSE-ALL-BRANCHES
               WHEN WS-BRANCH-VALID = 'N'
                   DISPLAY "BRANCH " WS-BRM-CODE
                       " NOT ON FILE - NOT ADDED"
               WHEN OTHER
                   OPEN I-O CLOSED-DAY-FILE
                   MOVE WS-BRM-CODE TO CAL-BRANCH
                   PERFORM WRITE-CLOSED-DAY
                   CLOSE CLOSED-DAY-FILE
           END-EVALUATE
           DISPLAY "CLOSED DAYS ADDED: " WS-CAL-CNT.

       CLOSE-ALL-BRANCHES.
           MOVE 'N' TO WS-BRM-EOF
           OPEN INPUT BRANCH-FILE
           OPEN I-O CLOSED-DAY-FILE
           PERFORM UNTIL WS-BRM-EOF = 'Y'
               READ BRANCH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BRM-EOF
                   NOT AT END
                       IF BRM-STATUS = 'A' THEN
                           MOVE BRM-CODE TO CAL-BRANCH
                           PERFORM WRITE-CLOSED-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-DAY-FILE
           CLOSE BRANCH-FILE.

       WRITE-CLOSED-DAY.
           MOVE WS-CAL-DATE TO CAL-DATE
           MOVE WS-CAL-REASON TO CAL-REASON
           WRITE CLOSED-DAY-RECORD
               INVALID KEY
                   DISPLAY "  " CAL-BRANCH " ALREADY CLOSED " CAL-DATE
               NOT INVALID KEY
                   ADD 1 TO WS-CAL-CNT
           END-WRITE.

       REMOVE-CLOSED-DAY.
           DISPLAY "BRANCH CODE: "
           ACCEPT WS-BRM-CODE
           DISPLAY "DATE TO REOPEN (YYYYMMDD): "
           ACCEPT WS-CAL-DATE
           MOVE WS-BRM-CODE TO CAL-BRANCH
           MOVE WS-CAL-DATE TO CAL-DATE
           OPEN I-O CLOSED-DAY-FILE
           DELETE CLOSED-DAY-FILE RECORD
               INVALID KEY
                   DISPLAY "NO CLOSED DAY ON FILE FOR THAT "
                       "BRANCH/DATE"
               NOT INVALID KEY
                   DISPLAY "CLOSED DAY REMOVED"
           END-DELETE
           CLOSE CLOSED-DAY-FILE.

       LIST-CLOSED-DAYS.
           DISPLAY "BRANCH CODE: "
           ACCEPT WS-BRM-CODE
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
           MOVE 0 TO WS-CAL-CNT
           MOVE 'N' TO WS-CAL-EOF
           OPEN INPUT CLOSED-DAY-FILE
           MOVE WS-BRM-CODE TO CAL-BRANCH
           MOVE WS-TODAY-ALPHA TO CAL-DATE
           START CLOSED-DAY-FILE KEY IS NOT LESS THAN CAL-KEY
               INVALID KEY MOVE 'Y' TO WS-CAL-EOF
           END-START
           DISPLAY "CLOSED DAYS FROM TODAY (DATE / REASON):"
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CLOSED-DAY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       IF CAL-BRANCH NOT = WS-BRM-CODE THEN
                           MOVE 'Y' TO WS-CAL-EOF
                       ELSE
                           ADD 1 TO WS-CAL-CNT
                           DISPLAY "  " CAL-DATE " " CAL-REASON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSED-DAY-FILE
           DISPLAY "CLOSED DAYS LISTED: " WS-CAL-CNT.

       ADD-BOOK.
           DISPLAY "ISBN: "
           ACCEPT WS-ISBN
               DISPLAY "NUMBER OF COPIES: "
               ACCEPT WS-COPIES-TO-ADD
               DISPLAY "BRANCH (BLANK = " WS-OPR-BRANCH "): "
               PERFORM ACCEPT-BRANCH-CODE
               MOVE WS-ISBN TO ISBN
               OPEN I-O BOOK-FILE
               READ BOOK-FILE
                       IF WS-COPY-DELTA NOT = 0 THEN
                           DISPLAY "BRANCH FOR COPY CHANGE (BLANK = "
                               WS-OPR-BRANCH "): "
                           PERFORM ACCEPT-BRANCH-CODE
                       END-IF
                       DISPLAY "NEW REPLACEMENT COST (0 = KEEP): "
                       ACCEPT WS-REPL-COST
                   IF WS-COPIES-TO-REMOVE NOT = 0 THEN
                       DISPLAY "BRANCH TO REMOVE FROM (BLANK = "
                           WS-OPR-BRANCH "): "
                       PERFORM ACCEPT-BRANCH-CODE
                   END-IF
                   PERFORM APPLY-BOOK-DELETE
           END-READ
                   ACCEPT WS-BR-CONTACT
                   DISPLAY "MEMBERSHIP EXPIRY (YYYYMMDD): "
                   ACCEPT WS-BR-EXPIRY
                   DISPLAY "CATEGORY (BLANK = A): "
                   ACCEPT WS-BR-CATEGORY
                   IF WS-BR-CATEGORY = SPACE THEN
                       MOVE 'A' TO WS-BR-CATEGORY
                   END-IF
                   DISPLAY "E-MAIL ADDRESS (BLANK = NONE): "
                   ACCEPT WS-BR-EMAIL
                   DISPLAY "MOBILE NUMBER (BLANK = NONE): "
                   ACCEPT WS-BR-MOBILE
                   DISPLAY "NOTICES BY E)MAIL S)MS P)RINT "
                       "(BLANK = P): "
                   ACCEPT WS-BR-NOTIFY
                   PERFORM CHECK-NOTIFY-PREF
                   PERFORM CHECK-CATEGORY-POLICY
                   IF PP-RETURN-CODE NOT = 'Y' THEN
                       DISPLAY "NO LOAN POLICY FOR CATEGORY "
                           WS-BR-CATEGORY " - NOT REGISTERED"
                   ELSE
                       MOVE WS-BORROWER-ID TO BR-ID
                       MOVE WS-BR-NAME TO BR-NAME
                       MOVE WS-BR-CONTACT TO BR-CONTACT
                       MOVE 'A' TO BR-STATUS
                       ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                       MOVE WS-TODAY-ALPHA TO BR-STATUS-DT
                       MOVE SPACE TO BR-FEED-SOURCE
                       MOVE SPACES TO BR-FEED-DT
                       MOVE WS-BR-EXPIRY TO BR-EXPIRY-DT
                       MOVE WS-BR-CATEGORY TO BR-CATEGORY
                       MOVE WS-BR-EMAIL TO BR-EMAIL
                       MOVE WS-BR-MOBILE TO BR-MOBILE
                       MOVE WS-BR-NOTIFY TO BR-NOTIFY-PREF
                       WRITE BORROWER-RECORD
                           INVALID KEY DISPLAY "REGISTER FAILED"
                           NOT INVALID KEY DISPLAY "REGISTERED"
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "BORROWER ALREADY REGISTERED: " BR-NAME
           END-READ
               NOT INVALID KEY
                   DISPLAY "ON FILE: " BR-NAME " / " BR-CONTACT
                       " EXPIRES " BR-EXPIRY-DT
                       " CATEGORY " BR-CATEGORY
                   DISPLAY "NOTICES BY " BR-NOTIFY-PREF
                       " E-MAIL " BR-EMAIL
                   DISPLAY "MOBILE " BR-MOBILE
                   DISPLAY "NEW NAME (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-NAME
                   DISPLAY "NEW CONTACT (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-CONTACT
                   DISPLAY "NEW EXPIRY (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-EXPIRY
                   DISPLAY "NEW CATEGORY (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-CATEGORY
                   IF WS-BR-CATEGORY NOT = SPACE THEN
                       PERFORM CHECK-CATEGORY-POLICY
                       IF PP-RETURN-CODE = 'Y' THEN
                           MOVE WS-BR-CATEGORY TO BR-CATEGORY
                       ELSE
                           DISPLAY "NO LOAN POLICY FOR CATEGORY "
                               WS-BR-CATEGORY " - KEPT"
                       END-IF
                   END-IF
                   IF WS-BR-NAME NOT = SPACES THEN
                       MOVE WS-BR-NAME TO BR-NAME
                   END-IF
                   IF WS-BR-EXPIRY NOT = SPACES THEN
                       MOVE WS-BR-EXPIRY TO BR-EXPIRY-DT
                   END-IF
                   DISPLAY "NEW E-MAIL (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-EMAIL
                   DISPLAY "NEW MOBILE (BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-MOBILE
                   DISPLAY "NOTICES BY E)MAIL S)MS P)RINT "
                       "(BLANK TO KEEP CURRENT): "
                   ACCEPT WS-BR-NOTIFY
                   IF WS-BR-EMAIL NOT = SPACES THEN
                       MOVE WS-BR-EMAIL TO BR-EMAIL
                   END-IF
                   IF WS-BR-MOBILE NOT = SPACES THEN
                       MOVE WS-BR-MOBILE TO BR-MOBILE
                   END-IF
                   IF WS-BR-NOTIFY = SPACE THEN
                       MOVE BR-NOTIFY-PREF TO WS-BR-NOTIFY
                   END-IF
                   MOVE BR-EMAIL TO WS-BR-EMAIL
                   MOVE BR-MOBILE TO WS-BR-MOBILE
                   PERFORM CHECK-NOTIFY-PREF
                   MOVE WS-BR-NOTIFY TO BR-NOTIFY-PREF
                   IF BR-STATUS NOT = 'A' THEN
                       DISPLAY "BORROWER DEACTIVATED - REACTIVATE? "
                       ACCEPT WS-BR-REPLY
                       IF WS-BR-REPLY = 'Y' THEN
                           MOVE 'A' TO BR-STATUS
                           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                           MOVE WS-TODAY-ALPHA TO BR-STATUS-DT
                       END-IF
                   END-IF
                   REWRITE BORROWER-RECORD
           END-READ
           CLOSE BORROWER-FILE.

       CHECK-NOTIFY-PREF.
           EVALUATE WS-BR-NOTIFY
               WHEN 'E'
                   IF WS-BR-EMAIL = SPACES THEN
                       DISPLAY "NO E-MAIL ADDRESS - NOTICES BY PRINT"
                       MOVE 'P' TO WS-BR-NOTIFY
                   END-IF
               WHEN 'S'
                   IF WS-BR-MOBILE = SPACES THEN
                       DISPLAY "NO MOBILE NUMBER - NOTICES BY PRINT"
                       MOVE 'P' TO WS-BR-NOTIFY
                   END-IF
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   MOVE 'P' TO WS-BR-NOTIFY
           END-EVALUATE.

       CHECK-CATEGORY-POLICY.
           MOVE WS-BR-CATEGORY TO PP-CATEGORY
           CALL "LIBRARY-POLICY" USING POLICY-PARMS.

       DEACTIVATE-BORROWER.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
                       DISPLAY "BORROWER ALREADY DEACTIVATED"
                   ELSE
                       MOVE 'D' TO BR-STATUS
                       ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                       MOVE WS-TODAY-ALPHA TO BR-STATUS-DT
                       REWRITE BORROWER-RECORD
                       DISPLAY "DEACTIVATED: " BR-NAME
                   END-IF
       HOLD-MENU.
           MOVE SPACE TO WS-HOLD-OPTION
           PERFORM UNTIL WS-HOLD-OPTION = 'Q'
               DISPLAY "HOLDS: P)lace V)iew C)ancel S)helf pull "
                   "R)eceive transit Q)uit"
               ACCEPT WS-HOLD-OPTION
               EVALUATE WS-HOLD-OPTION
                   WHEN 'P' PERFORM PLACE-HOLD
                   WHEN 'V' PERFORM VIEW-HOLDS
                   WHEN 'C' PERFORM CANCEL-HOLD
                   WHEN 'S' PERFORM PULL-COPY-FOR-HOLD
                   WHEN 'R' PERFORM RECEIVE-TRANSIT-COPY
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
                       DISPLAY "NOTE: " WS-BOOK-AVL
                           " COPIES ON SHELF - HOLD PLACED ANYWAY"
                   END-IF
                   DISPLAY "PICKUP BRANCH (BLANK = " WS-OPR-BRANCH
                       "): "
                   PERFORM ACCEPT-BRANCH-CODE
                   MOVE WS-BC-BRANCH TO WS-HOLD-PICKUP-BR
                   PERFORM ADD-HOLD-TO-QUEUE
               END-IF
           END-IF.
               MOVE 'P' TO HOLD-STATUS
               MOVE SPACES TO HOLD-READY-DT
               MOVE SPACES TO HOLD-BRANCH
               MOVE WS-HOLD-PICKUP-BR TO HOLD-PICKUP-BR
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "HOLD NOT PLACED"
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           EVALUATE HOLD-STATUS
                               WHEN 'R'
                                   DISPLAY "  " WS-HOLD-COUNT " "
                                       HOLD-BORROWER-ID " "
                                       HOLD-PLACED-DT " READY AT "
                                       HOLD-BRANCH
                               WHEN 'T'
                                   DISPLAY "  " WS-HOLD-COUNT " "
                                       HOLD-BORROWER-ID " "
                                       HOLD-PLACED-DT
                                       " IN TRANSIT TO " HOLD-BRANCH
                               WHEN OTHER
                                   DISPLAY "  " WS-HOLD-COUNT " "
                                       HOLD-BORROWER-ID " "
                                       HOLD-PLACED-DT " PENDING "
                                       "PICKUP " HOLD-PICKUP-BR
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           ACCEPT WS-ISBN
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE 'N' TO WS-READY-HOLD
           MOVE 'N' TO WS-HOLD-IN-TRANSIT
           MOVE 'N' TO WS-HOLD-EOF
           MOVE SPACES TO WS-HOLD-REL-BR
           OPEN I-O HOLD-FILE
                                   MOVE HOLD-BRANCH
                                       TO WS-HOLD-REL-BR
                               END-IF
                               IF HOLD-STATUS = 'T' THEN
                                   MOVE 'Y' TO WS-HOLD-IN-TRANSIT
                                   MOVE HOLD-BRANCH
                                       TO WS-HOLD-REL-BR
                               END-IF
                           END-IF
                       END-IF
               END-READ
               DISPLAY "NO HOLD FOUND FOR THAT BORROWER/ISBN"
           END-IF
           CLOSE HOLD-FILE
           IF WS-HOLD-FOUND = 'Y' AND WS-HOLD-IN-TRANSIT = 'Y' THEN
               DISPLAY "COPY IN TRANSIT TO BRANCH " WS-HOLD-REL-BR
                   " - RECEIVE IT THERE TO RESHELVE OR PASS ON"
           END-IF
           IF WS-HOLD-FOUND = 'Y' AND WS-READY-HOLD = 'Y' THEN
               PERFORM RELEASE-HELD-COPY
           END-IF.
           IF WS-HOLD-FOUND = 'Y' THEN
               MOVE WS-HOLD-REL-BR TO WS-HOLD-READY-BR
               PERFORM MARK-HOLD-READY
               IF WS-HOLD-IN-TRANSIT = 'Y' THEN
                   PERFORM SEND-COPY-IN-TRANSIT
               ELSE
                   DISPLAY "COPY NOW HELD FOR BORROWER "
                       WS-HOLD-SAVE-BR
               END-IF
           ELSE
               MOVE WS-ISBN TO ISBN
               OPEN I-O BOOK-FILE
                               MOVE HOLD-SEQ TO WS-HOLD-SAVE-SEQ
                               MOVE HOLD-BORROWER-ID
                                   TO WS-HOLD-SAVE-BR
                               MOVE HOLD-PICKUP-BR
                                   TO WS-HOLD-PICKUP-BR
                           END-IF
                       END-IF
               END-READ

       MARK-HOLD-READY.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
           MOVE 'N' TO WS-HOLD-IN-TRANSIT
           IF WS-HOLD-PICKUP-BR NOT = SPACES
              AND WS-HOLD-PICKUP-BR NOT = WS-HOLD-READY-BR THEN
               MOVE 'Y' TO WS-HOLD-IN-TRANSIT
           END-IF
           OPEN I-O HOLD-FILE
           MOVE WS-ISBN TO HOLD-ISBN
           MOVE WS-HOLD-SAVE-SEQ TO HOLD-SEQ
               INVALID KEY
                   DISPLAY "HOLD NOT FOUND FOR UPDATE"
               NOT INVALID KEY
                   IF WS-HOLD-IN-TRANSIT = 'Y' THEN
                       MOVE 'T' TO HOLD-STATUS
                       MOVE SPACES TO HOLD-READY-DT
                       MOVE WS-HOLD-PICKUP-BR TO HOLD-BRANCH
                   ELSE
                       MOVE 'R' TO HOLD-STATUS
                       MOVE WS-TODAY-ALPHA TO HOLD-READY-DT
                       MOVE WS-HOLD-READY-BR TO HOLD-BRANCH
                   END-IF
                   REWRITE HOLD-RECORD
           END-READ
           CLOSE HOLD-FILE.

       SEND-COPY-IN-TRANSIT.
           MOVE WS-HOLD-READY-BR TO WS-BC-BRANCH
           MOVE -1 TO WS-BC-TOT-DELTA
           MOVE 0 TO WS-BC-AVL-DELTA
           PERFORM UPD-BRANCH-COPIES
           MOVE WS-HOLD-PICKUP-BR TO WS-BC-BRANCH
           MOVE 1 TO WS-BC-TOT-DELTA
           MOVE 0 TO WS-BC-AVL-DELTA
           MOVE 1 TO WS-BC-TRN-DELTA
           PERFORM UPD-BRANCH-COPIES
           DISPLAY "SEND COPY TO BRANCH " WS-HOLD-PICKUP-BR
               " - IN TRANSIT FOR BORROWER " WS-HOLD-SAVE-BR.

       PULL-COPY-FOR-HOLD.
           DISPLAY "ISBN OF COPY PULLED FROM SHELF: "
           ACCEPT WS-ISBN
           DISPLAY "BORROWER ON PULL LIST (BLANK = FIRST IN QUEUE): "
           ACCEPT WS-BORROWER-ID
           MOVE WS-OPR-BRANCH TO WS-BC-BRANCH
           PERFORM GET-BRANCH-STOCK
           IF WS-BORROWER-ID = SPACES THEN
               PERFORM FIND-FIRST-PENDING-HOLD
           ELSE
               PERFORM FIND-PENDING-HOLD-FOR-BORROWER
           END-IF
           EVALUATE TRUE
               WHEN WS-HOLD-FOUND NOT = 'Y'
                   DISPLAY "NO PENDING HOLD TO FILL - LEAVE ON SHELF"
               WHEN WS-BC-AVL-NOW = 0
                   DISPLAY "NO COPIES ON SHELF AT BRANCH "
                       WS-OPR-BRANCH " - CHECK THE PULL LIST"
               WHEN OTHER
                   MOVE -1 TO WS-BC-AVL-DELTA
                   PERFORM SHELVE-OR-PULL-COPY
                   MOVE WS-OPR-BRANCH TO WS-HOLD-READY-BR
                   PERFORM MARK-HOLD-READY
                   IF WS-HOLD-IN-TRANSIT = 'Y' THEN
                       PERFORM SEND-COPY-IN-TRANSIT
                   ELSE
                       DISPLAY "COPY HELD FOR BORROWER "
                           WS-HOLD-SAVE-BR
                   END-IF
           END-EVALUATE.

       RECEIVE-TRANSIT-COPY.
           DISPLAY "ISBN OF COPY RECEIVED: "
           ACCEPT WS-ISBN
           MOVE WS-OPR-BRANCH TO WS-BC-BRANCH
           PERFORM GET-BRANCH-STOCK
           IF WS-BC-TRN-NOW = 0 THEN
               DISPLAY "NO COPIES IN TRANSIT TO BRANCH " WS-OPR-BRANCH
           ELSE
               MOVE WS-OPR-BRANCH TO WS-BC-BRANCH
               MOVE 0 TO WS-BC-TOT-DELTA
               MOVE 0 TO WS-BC-AVL-DELTA
               MOVE -1 TO WS-BC-TRN-DELTA
               PERFORM UPD-BRANCH-COPIES
               PERFORM FIND-TRANSIT-HOLD
               IF WS-HOLD-FOUND NOT = 'Y' THEN
                   PERFORM FIND-FIRST-PENDING-HOLD
               END-IF
               IF WS-HOLD-FOUND = 'Y' THEN
                   MOVE WS-OPR-BRANCH TO WS-HOLD-READY-BR
                   PERFORM MARK-HOLD-READY
                   IF WS-HOLD-IN-TRANSIT = 'Y' THEN
                       PERFORM SEND-COPY-IN-TRANSIT
                   ELSE
                       DISPLAY "COPY HELD FOR BORROWER "
                           WS-HOLD-SAVE-BR
                   END-IF
               ELSE
                   MOVE 1 TO WS-BC-AVL-DELTA
                   PERFORM SHELVE-OR-PULL-COPY
                   DISPLAY "COPY RECEIVED AND SHELVED AT BRANCH "
                       WS-OPR-BRANCH
               END-IF
           END-IF.

       GET-BRANCH-STOCK.
           MOVE 0 TO WS-BC-AVL-NOW
           MOVE 0 TO WS-BC-TRN-NOW
           OPEN INPUT BRANCH-COPY-FILE
           MOVE WS-ISBN TO BC-ISBN
           MOVE WS-BC-BRANCH TO BC-BRANCH
           READ BRANCH-COPY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BC-AVL-COPIES TO WS-BC-AVL-NOW
                   MOVE BC-TRANSIT-COPIES TO WS-BC-TRN-NOW
           END-READ
           CLOSE BRANCH-COPY-FILE.

       SHELVE-OR-PULL-COPY.
           MOVE WS-ISBN TO ISBN
           OPEN I-O BOOK-FILE
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "ISBN NOT FOUND IN CATALOG"
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-AUD-BEFORE-TITLE
                   MOVE BOOK-AUTHOR TO WS-AUD-BEFORE-AUTHOR
                   MOVE TOTAL-COPIES TO WS-AUD-BEFORE-TOTAL
                   MOVE COPIES-AVAILABLE TO WS-AUD-BEFORE-AVL
                   IF WS-BC-AVL-DELTA > 0 THEN
                       IF COPIES-AVAILABLE < TOTAL-COPIES THEN
                           ADD 1 TO COPIES-AVAILABLE
                       END-IF
                   ELSE
                       IF COPIES-AVAILABLE > 0 THEN
                           SUBTRACT 1 FROM COPIES-AVAILABLE
                       END-IF
                   END-IF
                   REWRITE BOOK-RECORD
                   MOVE 'T' TO WS-AUD-ACTION
                   MOVE WS-ISBN TO WS-AUD-ISBN
                   MOVE BOOK-TITLE TO WS-AUD-AFTER-TITLE
                   MOVE BOOK-AUTHOR TO WS-AUD-AFTER-AUTHOR
                   MOVE TOTAL-COPIES TO WS-AUD-AFTER-TOTAL
                   MOVE COPIES-AVAILABLE TO WS-AUD-AFTER-AVL
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           CLOSE BOOK-FILE
           MOVE WS-OPR-BRANCH TO WS-BC-BRANCH
           MOVE 0 TO WS-BC-TOT-DELTA
           PERFORM UPD-BRANCH-COPIES.

       FIND-PENDING-HOLD-FOR-BORROWER.
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           MOVE WS-ISBN TO HOLD-ISBN
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ISBN NOT = WS-ISBN THEN
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-STATUS = 'P' AND
                              HOLD-BORROWER-ID = WS-BORROWER-ID THEN
                               MOVE 'Y' TO WS-HOLD-FOUND
                               MOVE 'Y' TO WS-HOLD-EOF
                               MOVE HOLD-SEQ TO WS-HOLD-SAVE-SEQ
                               MOVE HOLD-BORROWER-ID
                                   TO WS-HOLD-SAVE-BR
                               MOVE HOLD-PICKUP-BR
                                   TO WS-HOLD-PICKUP-BR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       FIND-TRANSIT-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE 'N' TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           MOVE WS-ISBN TO HOLD-ISBN
           MOVE 0 TO HOLD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ISBN NOT = WS-ISBN THEN
                           MOVE 'Y' TO WS-HOLD-EOF
                       ELSE
                           IF HOLD-STATUS = 'T' AND
                              HOLD-BRANCH = WS-OPR-BRANCH THEN
                               MOVE 'Y' TO WS-HOLD-FOUND
                               MOVE 'Y' TO WS-HOLD-EOF
                               MOVE HOLD-SEQ TO WS-HOLD-SAVE-SEQ
                               MOVE HOLD-BORROWER-ID
                                   TO WS-HOLD-SAVE-BR
                               MOVE HOLD-PICKUP-BR
                                   TO WS-HOLD-PICKUP-BR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE.

       FINE-MENU.
           MOVE SPACE TO WS-FINE-OPTION
           PERFORM UNTIL WS-FINE-OPTION = 'Q'
               DISPLAY "FINES: P)ayment W)aive R)efund "
                   "D)uplicate receipt B)alance Q)uit"
               ACCEPT WS-FINE-OPTION
               EVALUATE WS-FINE-OPTION
                   WHEN 'P' PERFORM RECORD-FINE-PAYMENT
                   WHEN 'W'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM WAIVE-FINE
                       ELSE
                           MOVE WS-FINE-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'R'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM REFUND-FINE
                       ELSE
                           MOVE WS-FINE-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'D' PERFORM REPRINT-RECEIPT
                   WHEN 'B' PERFORM DISPLAY-FINE-BALANCE
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       RECORD-FINE-PAYMENT.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
           PERFORM GET-FINE-BALANCE
           IF WS-FINE-BALANCE = 0 THEN
               DISPLAY "NO OUTSTANDING FINES"
           ELSE
               MOVE WS-FINE-BALANCE TO WS-FINE-EDIT
               DISPLAY "OUTSTANDING BALANCE: " WS-FINE-EDIT
               DISPLAY "PAYMENT AMOUNT: "
               ACCEPT WS-PAY-AMT
               IF WS-PAY-AMT = 0 THEN
                   DISPLAY "NO PAYMENT TAKEN"
               ELSE
                   PERFORM ACCEPT-TENDER
                   PERFORM NEXT-RECEIPT-NUMBER
                   MOVE 'P' TO WS-PJ-TYPE
                   PERFORM APPLY-PAYMENT-FIFO
                   IF WS-PAY-AMT > 0 THEN
                       MOVE WS-PAY-AMT TO WS-FINE-EDIT
                       DISPLAY "UNAPPLIED REMAINDER RETURNED: "
                           WS-FINE-EDIT
                   END-IF
                   MOVE 'N' TO WS-RCPT-DUPLICATE
                   PERFORM PRINT-RECEIPT
                   PERFORM GET-FINE-BALANCE
                   MOVE WS-FINE-BALANCE TO WS-FINE-EDIT
                   DISPLAY "NEW BALANCE: " WS-FINE-EDIT
               END-IF
           END-IF.

       APPLY-PAYMENT-FIFO.
           MOVE 'N' TO WS-FINE-EOF
           OPEN I-O FINE-FILE
           MOVE WS-BORROWER-ID TO FINE-BORROWER-ID
           MOVE 0 TO FINE-SEQ
           START FINE-FILE KEY IS NOT LESS THAN FINE-KEY
               INVALID KEY MOVE 'Y' TO WS-FINE-EOF
           END-START
           PERFORM UNTIL WS-FINE-EOF = 'Y' OR WS-PAY-AMT = 0
               READ FINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FINE-EOF
                   NOT AT END
                       IF FINE-BORROWER-ID NOT = WS-BORROWER-ID THEN
                           MOVE 'Y' TO WS-FINE-EOF
                       ELSE
                           IF FINE-STATUS = 'O' THEN
                               PERFORM APPLY-PAYMENT-TO-FINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FINE-FILE.

       APPLY-PAYMENT-TO-FINE.
           COMPUTE WS-FINE-DUE-AMT = FINE-AMOUNT - FINE-PAID-AMT
           IF WS-PAY-AMT >= WS-FINE-DUE-AMT THEN
               ADD WS-FINE-DUE-AMT TO FINE-PAID-AMT
               MOVE 'P' TO FINE-STATUS
               MOVE WS-FINE-DUE-AMT TO WS-PJ-AMT
               SUBTRACT WS-FINE-DUE-AMT FROM WS-PAY-AMT
           ELSE
               ADD WS-PAY-AMT TO FINE-PAID-AMT
               MOVE WS-PAY-AMT TO WS-PJ-AMT
               MOVE 0 TO WS-PAY-AMT
           END-IF
           REWRITE FINE-RECORD
           PERFORM WRITE-JOURNAL-LINE.

       WAIVE-FINE.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
           DISPLAY "FINE NUMBER TO WAIVE: "
           ACCEPT WS-WAIVE-SEQ
           MOVE 0 TO WS-RCPT-LINES
           OPEN I-O FINE-FILE
           MOVE WS-BORROWER-ID TO FINE-BORROWER-ID
           MOVE WS-WAIVE-SEQ TO FINE-SEQ
                       REWRITE FINE-RECORD
                       MOVE WS-FINE-DUE-AMT TO WS-FINE-EDIT
                       DISPLAY "WAIVED " WS-FINE-EDIT
                       MOVE SPACE TO WS-TENDER
                       PERFORM NEXT-RECEIPT-NUMBER
                       MOVE 'W' TO WS-PJ-TYPE
                       MOVE WS-FINE-DUE-AMT TO WS-PJ-AMT
                       PERFORM WRITE-JOURNAL-LINE
                   END-IF
           END-READ
           CLOSE FINE-FILE
           IF WS-RCPT-LINES > 0 THEN
               MOVE 'N' TO WS-RCPT-DUPLICATE
               PERFORM PRINT-RECEIPT
           END-IF.

       REFUND-FINE.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
           DISPLAY "FINE NUMBER TO REFUND: "
           ACCEPT WS-REFUND-SEQ
           MOVE 0 TO WS-RCPT-LINES
           OPEN I-O FINE-FILE
           MOVE WS-BORROWER-ID TO FINE-BORROWER-ID
           MOVE WS-REFUND-SEQ TO FINE-SEQ
           READ FINE-FILE
               INVALID KEY
                   DISPLAY "FINE NOT FOUND"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FINE-STATUS = 'O'
                           DISPLAY "FINE IS STILL OPEN - ONLY PAID OR "
                               "WAIVED FINES ARE REFUNDED"
                       WHEN FINE-PAID-AMT = 0
                           DISPLAY "NOTHING WAS PAID ON THIS FINE"
                       WHEN OTHER
                           PERFORM TAKE-REFUND-ON-FINE
                   END-EVALUATE
           END-READ
           CLOSE FINE-FILE
           IF WS-RCPT-LINES > 0 THEN
               MOVE 'N' TO WS-RCPT-DUPLICATE
               PERFORM PRINT-RECEIPT
           END-IF.

       TAKE-REFUND-ON-FINE.
           MOVE FINE-PAID-AMT TO WS-FINE-EDIT
           DISPLAY "PAID ON THIS FINE: " WS-FINE-EDIT
           DISPLAY "REFUND AMOUNT: "
           ACCEPT WS-REFUND-AMT
           EVALUATE TRUE
               WHEN WS-REFUND-AMT = 0
                   DISPLAY "NO REFUND GIVEN"
               WHEN WS-REFUND-AMT > FINE-PAID-AMT
                   DISPLAY "REFUND EXCEEDS AMOUNT PAID - "
                       "NO REFUND GIVEN"
               WHEN OTHER
                   PERFORM ACCEPT-TENDER
                   SUBTRACT WS-REFUND-AMT FROM FINE-PAID-AMT
                   MOVE 'W' TO FINE-STATUS
                   REWRITE FINE-RECORD
                   PERFORM NEXT-RECEIPT-NUMBER
                   MOVE 'R' TO WS-PJ-TYPE
                   MOVE WS-REFUND-AMT TO WS-PJ-AMT
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE SPACE TO WS-TENDER
                   MOVE 'W' TO WS-PJ-TYPE
                   MOVE WS-REFUND-AMT TO WS-PJ-AMT
                   PERFORM WRITE-JOURNAL-LINE
                   MOVE WS-REFUND-AMT TO WS-FINE-EDIT
                   DISPLAY "REFUNDED " WS-FINE-EDIT
                       " - BALANCE OF FINE WAIVED"
           END-EVALUATE.

       ACCEPT-TENDER.
           MOVE SPACE TO WS-TENDER
           PERFORM UNTIL WS-TENDER = 'C' OR WS-TENDER = 'K'
                   OR WS-TENDER = 'D'
               DISPLAY "TENDER: C)ash K) check D) card: "
               ACCEPT WS-TENDER
           END-PERFORM.

       NEXT-RECEIPT-NUMBER.
           MOVE 0 TO WS-RECEIPT-NO
           MOVE 0 TO WS-RCPT-LINES
           OPEN INPUT RECEIPT-CTL-FILE
           IF WS-RCPT-CTL-STATUS = "00" THEN
               READ RECEIPT-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE RECEIPT-CTL-RECORD TO WS-RECEIPT-NO
               END-READ
               CLOSE RECEIPT-CTL-FILE
           END-IF
           ADD 1 TO WS-RECEIPT-NO
           OPEN OUTPUT RECEIPT-CTL-FILE
           MOVE WS-RECEIPT-NO TO RECEIPT-CTL-RECORD
           WRITE RECEIPT-CTL-RECORD
           CLOSE RECEIPT-CTL-FILE.

       WRITE-JOURNAL-LINE.
           MOVE WS-RECEIPT-NO TO PJ-RECEIPT-NO
           ACCEPT PJ-DATE FROM DATE YYYYMMDD
           ACCEPT PJ-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PJ-OPERATOR
           MOVE WS-OPR-BRANCH TO PJ-BRANCH
           MOVE WS-PJ-TYPE TO PJ-TYPE
           MOVE WS-TENDER TO PJ-TENDER
           MOVE FINE-BORROWER-ID TO PJ-BORROWER-ID
           MOVE FINE-SEQ TO PJ-FINE-SEQ
           MOVE FINE-ISBN TO PJ-ISBN
           MOVE WS-PJ-AMT TO PJ-AMOUNT
           OPEN EXTEND PAY-JOURNAL-FILE
           WRITE PAY-JOURNAL-RECORD
           CLOSE PAY-JOURNAL-FILE
           ADD 1 TO WS-RCPT-LINES.

       REPRINT-RECEIPT.
           DISPLAY "RECEIPT NUMBER: "
           ACCEPT WS-RECEIPT-NO
           MOVE 'Y' TO WS-RCPT-DUPLICATE
           PERFORM PRINT-RECEIPT.

       PRINT-RECEIPT.
           MOVE 0 TO WS-RCPT-LINES
           MOVE 0 TO WS-RCPT-TOTAL
           MOVE 'N' TO WS-PJ-EOF
           OPEN INPUT PAY-JOURNAL-FILE
           OPEN EXTEND RECEIPT-FILE
           PERFORM UNTIL WS-PJ-EOF = 'Y'
               READ PAY-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-PJ-EOF
                   NOT AT END
                       IF PJ-RECEIPT-NO = WS-RECEIPT-NO
                          AND (WS-RCPT-LINES = 0
                               OR PJ-TYPE = WS-PJ-TYPE) THEN
                           PERFORM PRINT-RECEIPT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RCPT-LINES = 0 THEN
               DISPLAY "RECEIPT " WS-RECEIPT-NO " NOT FOUND"
           ELSE
               PERFORM PRINT-RECEIPT-FOOT
           END-IF
           CLOSE RECEIPT-FILE
           CLOSE PAY-JOURNAL-FILE.

       PRINT-RECEIPT-LINE.
           IF WS-RCPT-LINES = 0 THEN
               PERFORM PRINT-RECEIPT-HEAD
           END-IF
           ADD 1 TO WS-RCPT-LINES
           ADD PJ-AMOUNT TO WS-RCPT-TOTAL
           MOVE PJ-FINE-SEQ TO WS-RF-SEQ
           MOVE PJ-ISBN TO WS-RF-ISBN
           MOVE PJ-AMOUNT TO WS-RF-AMOUNT
           MOVE WS-RCPT-FINE-LINE TO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE.

       PRINT-RECEIPT-HEAD.
           MOVE ALL "-" TO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE
           IF WS-RCPT-DUPLICATE = 'Y' THEN
               MOVE "LIBRARY FINES RECEIPT - DUPLICATE" TO RECEIPT-LINE
           ELSE
               MOVE "LIBRARY FINES RECEIPT" TO RECEIPT-LINE
           END-IF
           PERFORM EMIT-RECEIPT-LINE
           MOVE PJ-RECEIPT-NO TO WS-RH-RECEIPT
           MOVE PJ-DATE TO WS-RH-DATE
           MOVE PJ-TIME (1:4) TO WS-RH-TIME
           MOVE WS-RCPT-HEAD-LINE TO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "BRANCH " PJ-BRANCH "  OPERATOR " PJ-OPERATOR
               DELIMITED BY SIZE INTO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           STRING "BORROWER " PJ-BORROWER-ID
               DELIMITED BY SIZE INTO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE
           EVALUATE PJ-TYPE
               WHEN 'P' MOVE "FINES PAID" TO RECEIPT-LINE
               WHEN 'W' MOVE "FINES WAIVED" TO RECEIPT-LINE
               WHEN 'R' MOVE "FINE PAYMENT REFUNDED" TO RECEIPT-LINE
               WHEN OTHER MOVE PJ-TYPE TO RECEIPT-LINE
           END-EVALUATE
           PERFORM EMIT-RECEIPT-LINE
           MOVE PJ-TYPE TO WS-PJ-TYPE
           MOVE PJ-TENDER TO WS-TENDER
           PERFORM SET-TENDER-NAME.

       PRINT-RECEIPT-FOOT.
           EVALUATE WS-PJ-TYPE
               WHEN 'P' MOVE "TOTAL PAID" TO WS-RT-LABEL
               WHEN 'W' MOVE "TOTAL WAIVED" TO WS-RT-LABEL
               WHEN OTHER MOVE "TOTAL REFUNDED" TO WS-RT-LABEL
           END-EVALUATE
           MOVE WS-RCPT-TOTAL TO WS-RT-AMOUNT
           MOVE WS-RCPT-TOTAL-LINE TO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE
           IF WS-TENDER-NAME NOT = SPACES THEN
               MOVE SPACES TO RECEIPT-LINE
               STRING "TENDER " WS-TENDER-NAME
                   DELIMITED BY SIZE INTO RECEIPT-LINE
               PERFORM EMIT-RECEIPT-LINE
           END-IF
           MOVE ALL "-" TO RECEIPT-LINE
           PERFORM EMIT-RECEIPT-LINE.

       EMIT-RECEIPT-LINE.
           WRITE RECEIPT-LINE
           DISPLAY RECEIPT-LINE.

       SET-TENDER-NAME.
           EVALUATE WS-TENDER
               WHEN 'C' MOVE "CASH" TO WS-TENDER-NAME
               WHEN 'K' MOVE "CHECK" TO WS-TENDER-NAME
               WHEN 'D' MOVE "CARD" TO WS-TENDER-NAME
               WHEN OTHER MOVE SPACES TO WS-TENDER-NAME
           END-EVALUATE.

       DISPLAY-FINE-BALANCE.
           DISPLAY "BORROWER ID: "
           CLOSE FINE-FILE.

       ASSESS-OVERDUE-FINE.
           PERFORM GET-BORROWER-CATEGORY
           PERFORM LOAD-BORROWER-POLICY
           PERFORM COUNT-DAYS-LATE
           COMPUTE WS-FINE-AMT = WS-DAYS-LATE * WS-FINE-RATE
           IF WS-FINE-CEILING > 0
              AND WS-FINE-AMT > WS-FINE-CEILING THEN
               MOVE WS-FINE-CEILING TO WS-FINE-AMT
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LATE = 0
                   DISPLAY "PAST DUE DATE BUT BRANCH CLOSED SINCE - "
                       "NO FINE"
               WHEN WS-FINE-AMT = 0
                   DISPLAY "RETURNED " WS-DAYS-LATE
                       " DAYS LATE - NO FINE UNDER LOAN POLICY"
               WHEN OTHER
                   PERFORM RECORD-OVERDUE-FINE
           END-EVALUATE.

       COUNT-DAYS-LATE.
           IF WS-CI-BRANCH = SPACES THEN
               MOVE WS-OPR-BRANCH TO CP-BRANCH
           ELSE
               MOVE WS-CI-BRANCH TO CP-BRANCH
           END-IF
           MOVE 'D' TO CP-FUNCTION
           MOVE WS-CI-DUE TO CP-FROM-DT
           MOVE WS-TODAY-ALPHA TO CP-TO-DT
           CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
           IF CP-RETURN-CODE = 'Y' THEN
               MOVE CP-DAY-COUNT TO WS-DAYS-LATE
           ELSE
               MOVE WS-CI-DUE TO WS-FINE-DUE-N
               COMPUTE WS-DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-N)
                   - FUNCTION INTEGER-OF-DATE (WS-FINE-DUE-N)
           END-IF.

       RECORD-OVERDUE-FINE.
           MOVE 0 TO WS-FINE-MAX-SEQ
           MOVE 'N' TO WS-FINE-EOF
           OPEN I-O FINE-FILE
       ORDER-MENU.
           MOVE SPACE TO WS-ORD-OPTION
           PERFORM UNTIL WS-ORD-OPTION = 'Q'
               DISPLAY "ORDERS: P)lace L)ist R)eceive C)ancel "
                   "V)endors F)unds Q)uit"
               ACCEPT WS-ORD-OPTION
               EVALUATE WS-ORD-OPTION
                   WHEN 'P'
                           MOVE WS-ORD-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'V' PERFORM VENDOR-MENU
                   WHEN 'F' PERFORM FUND-MENU
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
                       DISPLAY "ORDERING COPIES OF: " BOOK-TITLE
               END-READ
               CLOSE BOOK-FILE
               PERFORM ACCEPT-ORDER-TERMS
               IF WS-ORD-OK = 'Y' THEN
                   PERFORM ADD-ORDER-TO-FILE
               END-IF
           END-IF.

       ACCEPT-ORDER-TERMS.
           MOVE 'N' TO WS-ORD-OK
           DISPLAY "VENDOR CODE: "
           ACCEPT WS-ORD-VENDOR-CODE
           PERFORM GET-ORDER-VENDOR
           IF WS-ORD-OK = 'Y' THEN
               MOVE 'N' TO WS-ORD-OK
               DISPLAY "FUND CODE: "
               ACCEPT WS-ORD-FUND-CODE
               PERFORM GET-ORDER-FUND
           END-IF
           IF WS-ORD-OK = 'Y' THEN
               DISPLAY "QUANTITY: "
               ACCEPT WS-ORD-QTY
               DISPLAY "UNIT PRICE: "
               ACCEPT WS-ORD-UNIT-PRICE
               EVALUATE TRUE
                   WHEN WS-ORD-QTY = 0
                       DISPLAY "QUANTITY ZERO - NOT ORDERED"
                       MOVE 'N' TO WS-ORD-OK
                   WHEN WS-ORD-UNIT-PRICE = 0
                       DISPLAY "UNIT PRICE ZERO - NOT ORDERED"
                       MOVE 'N' TO WS-ORD-OK
                   WHEN OTHER
                       PERFORM CHECK-ORDER-AGAINST-FUND
               END-EVALUATE
           END-IF.

       GET-ORDER-VENDOR.
           MOVE WS-ORD-VENDOR-CODE TO VND-CODE
           OPEN INPUT VENDOR-FILE
           READ VENDOR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " WS-ORD-VENDOR-CODE
                       " NOT ON FILE - NOT ORDERED"
               NOT INVALID KEY
                   IF VND-STATUS = 'A' THEN
                       MOVE VND-NAME TO WS-ORD-VENDOR
                       MOVE 'Y' TO WS-ORD-OK
                       DISPLAY "VENDOR: " VND-NAME
                   ELSE
                       DISPLAY "VENDOR " WS-ORD-VENDOR-CODE
                           " IS INACTIVE - NOT ORDERED"
                   END-IF
           END-READ
           CLOSE VENDOR-FILE.

       GET-ORDER-FUND.
           MOVE WS-ORD-FUND-CODE TO FND-CODE
           OPEN INPUT FUND-FILE
           READ FUND-FILE
               INVALID KEY
                   DISPLAY "FUND " WS-ORD-FUND-CODE
                       " NOT ON FILE - NOT ORDERED"
               NOT INVALID KEY
                   IF FND-STATUS = 'A' THEN
                       MOVE FND-CODE TO WS-FND-CODE
                       MOVE FND-ALLOCATION TO WS-FND-ALLOCATION
                       MOVE 'Y' TO WS-ORD-OK
                       DISPLAY "FUND: " FND-NAME
                   ELSE
                       DISPLAY "FUND " WS-ORD-FUND-CODE
                           " IS CLOSED - NOT ORDERED"
                   END-IF
           END-READ
           CLOSE FUND-FILE.

       CHECK-ORDER-AGAINST-FUND.
           COMPUTE WS-ORD-COST = WS-ORD-QTY * WS-ORD-UNIT-PRICE
           PERFORM CALC-FUND-POSITION
           MOVE WS-ORD-COST TO WS-AMT-EDIT
           MOVE WS-FND-FREE TO WS-FREE-EDIT
           IF WS-ORD-COST > WS-FND-FREE THEN
               DISPLAY "ORDER COST " WS-AMT-EDIT
                   " EXCEEDS FUND FREE BALANCE " WS-FREE-EDIT
                   " - NOT ORDERED"
               MOVE 'N' TO WS-ORD-OK
           ELSE
               DISPLAY "ORDER COST " WS-AMT-EDIT
                   " - FUND FREE BALANCE " WS-FREE-EDIT
           END-IF.

       CALC-FUND-POSITION.
           MOVE 0 TO WS-FND-ENCUMBERED
           MOVE 0 TO WS-FND-EXPENDED
           MOVE 'N' TO WS-ORD-EOF
           OPEN INPUT ORDER-FILE
           PERFORM UNTIL WS-ORD-EOF = 'Y'
               READ ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORD-EOF
                   NOT AT END
                       IF ORD-FUND-CODE = WS-FND-CODE THEN
                           ADD ORD-INVOICED-AMT TO WS-FND-EXPENDED
                           IF ORD-STATUS = 'O' THEN
                               COMPUTE WS-FND-ENCUMBERED =
                                   WS-FND-ENCUMBERED +
                                   (ORD-QTY - ORD-RECD-QTY) *
                                   ORD-UNIT-PRICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDER-FILE
           COMPUTE WS-FND-FREE = WS-FND-ALLOCATION
               - WS-FND-ENCUMBERED - WS-FND-EXPENDED.

       ADD-ORDER-TO-FILE.
           MOVE 0 TO WS-ORD-MAX-SEQ
           MOVE 'N' TO WS-ORD-EOF
           MOVE WS-ISBN TO ORD-ISBN
           COMPUTE ORD-SEQ = WS-ORD-MAX-SEQ + 1
           MOVE WS-ORD-VENDOR TO ORD-VENDOR
           MOVE WS-ORD-VENDOR-CODE TO ORD-VENDOR-CODE
           MOVE WS-ORD-FUND-CODE TO ORD-FUND-CODE
           MOVE WS-ORD-UNIT-PRICE TO ORD-UNIT-PRICE
           MOVE 0 TO ORD-INVOICED-AMT
           MOVE WS-ORD-QTY TO ORD-QTY
           MOVE 0 TO ORD-RECD-QTY
           MOVE WS-TODAY-ALPHA TO ORD-PLACED-DT
           MOVE 'N' TO WS-ORD-EOF
           OPEN INPUT ORDER-FILE
           DISPLAY "OUTSTANDING ORDERS "
               "(ISBN / NO / VENDOR / OUTSTANDING / PLACED / FUND):"
           PERFORM UNTIL WS-ORD-EOF = 'Y'
               READ ORDER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ORD-EOF
           ADD WS-ORD-OUTSTAND TO WS-ORD-OPEN-QTY
           DISPLAY "  " ORD-ISBN " " ORD-SEQ " " ORD-VENDOR " "
               WS-ORD-OUTSTAND " OF " ORD-QTY " PLACED "
               ORD-PLACED-DT " " ORD-FUND-CODE.

       RECEIVE-ORDER.
           DISPLAY "ISBN OF ORDER: "
                       WS-ORD-OUTSTAND " ONLY"
                   MOVE WS-ORD-OUTSTAND TO WS-RECV-QTY
               END-IF
               PERFORM ACCEPT-INVOICE-AMOUNT
               ADD WS-RECV-QTY TO ORD-RECD-QTY
               IF ORD-RECD-QTY >= ORD-QTY THEN
                   MOVE 'R' TO ORD-STATUS
       RECEIVE-ADD-COPIES.
           MOVE WS-RECV-QTY TO WS-COPIES-TO-ADD
           DISPLAY "RECEIVING BRANCH (BLANK = " WS-OPR-BRANCH "): "
           PERFORM ACCEPT-BRANCH-CODE
           MOVE WS-ISBN TO ISBN
           OPEN I-O BOOK-FILE
           READ BOOK-FILE
           END-READ
           CLOSE ORDER-FILE.

       ACCEPT-INVOICE-AMOUNT.
           COMPUTE WS-INVOICE-AMT = WS-RECV-QTY * ORD-UNIT-PRICE
           MOVE WS-INVOICE-AMT TO WS-AMT-EDIT
           DISPLAY "INVOICED AMOUNT (0 = DEFAULT " WS-AMT-EDIT "): "
           ACCEPT WS-INVOICE-IN
           IF WS-INVOICE-IN > 0 THEN
               MOVE WS-INVOICE-IN TO WS-INVOICE-AMT
           END-IF
           ADD WS-INVOICE-AMT TO ORD-INVOICED-AMT
           MOVE WS-INVOICE-AMT TO WS-AMT-EDIT
           DISPLAY "INVOICED " WS-AMT-EDIT WITH NO ADVANCING
           MOVE ORD-INVOICED-AMT TO WS-AMT-EDIT
           DISPLAY " - TOTAL INVOICED ON ORDER " WS-AMT-EDIT.

       VENDOR-MENU.
           MOVE SPACE TO WS-VND-OPTION
           PERFORM UNTIL WS-VND-OPTION = 'Q'
               DISPLAY "VENDORS: M)aintain L)ist Q)uit"
               ACCEPT WS-VND-OPTION
               EVALUATE WS-VND-OPTION
                   WHEN 'M'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM MAINTAIN-VENDOR
                       ELSE
                           MOVE WS-VND-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'L' PERFORM LIST-VENDORS
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       MAINTAIN-VENDOR.
           DISPLAY "VENDOR CODE: "
           ACCEPT WS-VND-CODE
           IF WS-VND-CODE = SPACES THEN
               DISPLAY "NO VENDOR CODE ENTERED"
           ELSE
               MOVE 'N' TO WS-VND-FOUND
               MOVE WS-VND-CODE TO VND-CODE
               OPEN I-O VENDOR-FILE
               READ VENDOR-FILE
                   INVALID KEY
                       DISPLAY "NEW VENDOR " WS-VND-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-VND-FOUND
                       PERFORM DISPLAY-VENDOR-LINE
               END-READ
               PERFORM ACCEPT-VENDOR-DETAILS
               IF WS-VND-STATUS NOT = 'A' AND WS-VND-STATUS NOT = 'I'
                   THEN
                   DISPLAY "STATUS MUST BE A OR I - NOT SAVED"
               ELSE
                   PERFORM SAVE-VENDOR
               END-IF
               CLOSE VENDOR-FILE
           END-IF.

       ACCEPT-VENDOR-DETAILS.
           DISPLAY "VENDOR NAME: "
           ACCEPT WS-VND-NAME
           DISPLAY "OUR ACCOUNT NUMBER WITH VENDOR: "
           ACCEPT WS-VND-ACCOUNT-NO
           DISPLAY "CONTACT NAME: "
           ACCEPT WS-VND-CONTACT
           DISPLAY "CONTACT PHONE: "
           ACCEPT WS-VND-PHONE
           DISPLAY "CONTACT EMAIL: "
           ACCEPT WS-VND-EMAIL
           DISPLAY "STATUS (A=ACTIVE I=INACTIVE): "
           ACCEPT WS-VND-STATUS.

       SAVE-VENDOR.
           MOVE WS-VND-CODE TO VND-CODE
           MOVE WS-VND-NAME TO VND-NAME
           MOVE WS-VND-ACCOUNT-NO TO VND-ACCOUNT-NO
           MOVE WS-VND-CONTACT TO VND-CONTACT
           MOVE WS-VND-PHONE TO VND-PHONE
           MOVE WS-VND-EMAIL TO VND-EMAIL
           MOVE WS-VND-STATUS TO VND-STATUS
           IF WS-VND-FOUND = 'Y' THEN
               REWRITE VENDOR-RECORD
                   INVALID KEY DISPLAY "VENDOR UPDATE FAILED"
                   NOT INVALID KEY DISPLAY "VENDOR UPDATED"
               END-REWRITE
           ELSE
               WRITE VENDOR-RECORD
                   INVALID KEY DISPLAY "VENDOR ADD FAILED"
                   NOT INVALID KEY DISPLAY "VENDOR ADDED"
               END-WRITE
           END-IF.

       LIST-VENDORS.
           MOVE 'N' TO WS-VND-EOF
           OPEN INPUT VENDOR-FILE
           DISPLAY "CODE / NAME / ACCOUNT / STATUS:"
           PERFORM UNTIL WS-VND-EOF = 'Y'
               READ VENDOR-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-VND-EOF
                   NOT AT END
                       PERFORM DISPLAY-VENDOR-LINE
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

       DISPLAY-VENDOR-LINE.
           DISPLAY "  " VND-CODE " " VND-NAME " " VND-ACCOUNT-NO
               " " VND-STATUS
           DISPLAY "         " VND-CONTACT " " VND-PHONE
           DISPLAY "         " VND-EMAIL.

       FUND-MENU.
           MOVE SPACE TO WS-FND-OPTION
           PERFORM UNTIL WS-FND-OPTION = 'Q'
               DISPLAY "FUNDS: M)aintain L)ist Q)uit"
               ACCEPT WS-FND-OPTION
               EVALUATE WS-FND-OPTION
                   WHEN 'M'
                       IF WS-OPR-ROLE = 'S' THEN
                           PERFORM MAINTAIN-FUND
                       ELSE
                           MOVE WS-FND-OPTION TO WS-REFUSED-ACT
                           PERFORM REFUSE-FUNCTION
                       END-IF
                   WHEN 'L' PERFORM LIST-FUNDS
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       MAINTAIN-FUND.
           DISPLAY "FUND CODE: "
           ACCEPT WS-FND-CODE
           IF WS-FND-CODE = SPACES THEN
               DISPLAY "NO FUND CODE ENTERED"
           ELSE
               MOVE 'N' TO WS-FND-FOUND
               MOVE WS-FND-CODE TO FND-CODE
               OPEN I-O FUND-FILE
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "NEW FUND " WS-FND-CODE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FND-FOUND
                       DISPLAY "  " FND-CODE " " FND-NAME " "
                           FND-STATUS
                       MOVE FND-ALLOCATION TO WS-AMT-EDIT
                       DISPLAY "  ALLOCATION " WS-AMT-EDIT
               END-READ
               DISPLAY "FUND NAME: "
               ACCEPT WS-FND-NAME
               DISPLAY "ALLOCATION: "
               ACCEPT WS-FND-ALLOCATION
               DISPLAY "STATUS (A=ACTIVE I=CLOSED TO ORDERS): "
               ACCEPT WS-FND-STATUS
               IF WS-FND-STATUS NOT = 'A' AND WS-FND-STATUS NOT = 'I'
                   THEN
                   DISPLAY "STATUS MUST BE A OR I - NOT SAVED"
               ELSE
                   PERFORM SAVE-FUND
               END-IF
               CLOSE FUND-FILE
           END-IF.

       SAVE-FUND.
           MOVE WS-FND-CODE TO FND-CODE
           MOVE WS-FND-NAME TO FND-NAME
           MOVE WS-FND-ALLOCATION TO FND-ALLOCATION
           MOVE WS-FND-STATUS TO FND-STATUS
           IF WS-FND-FOUND = 'Y' THEN
               REWRITE FUND-RECORD
                   INVALID KEY DISPLAY "FUND UPDATE FAILED"
                   NOT INVALID KEY DISPLAY "FUND UPDATED"
               END-REWRITE
           ELSE
               WRITE FUND-RECORD
                   INVALID KEY DISPLAY "FUND ADD FAILED"
                   NOT INVALID KEY DISPLAY "FUND ADDED"
               END-WRITE
           END-IF.

       LIST-FUNDS.
           MOVE 'N' TO WS-FND-EOF
           OPEN INPUT FUND-FILE
           DISPLAY "FUND / NAME / STATUS"
           DISPLAY "    ALLOCATION / ENCUMBERED / EXPENDED / FREE:"
           PERFORM UNTIL WS-FND-EOF = 'Y'
               READ FUND-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FND-EOF
                   NOT AT END
                       PERFORM DISPLAY-FUND-LINE
               END-READ
           END-PERFORM
           CLOSE FUND-FILE.

       DISPLAY-FUND-LINE.
           MOVE FND-CODE TO WS-FND-CODE
           MOVE FND-ALLOCATION TO WS-FND-ALLOCATION
           PERFORM CALC-FUND-POSITION
           DISPLAY "  " FND-CODE " " FND-NAME " " FND-STATUS
           MOVE WS-FND-ALLOCATION TO WS-AMT-EDIT
           DISPLAY "    " WS-AMT-EDIT WITH NO ADVANCING
           MOVE WS-FND-ENCUMBERED TO WS-AMT-EDIT
           DISPLAY " " WS-AMT-EDIT WITH NO ADVANCING
           MOVE WS-FND-EXPENDED TO WS-AMT-EDIT
           DISPLAY " " WS-AMT-EDIT WITH NO ADVANCING
           MOVE WS-FND-FREE TO WS-FREE-EDIT
           DISPLAY " " WS-FREE-EDIT.

       CHECK-OUT-BOOK.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
               PERFORM CHECK-OUT-VERIFIED
           END-IF.

       ILL-MENU.
           MOVE SPACE TO WS-ILL-OPTION
           PERFORM UNTIL WS-ILL-OPTION = 'Q'
               DISPLAY "ILL: R)equest S)hipped V) received O)ut I)n "
                   "C)lose L)ist Q)uit"
               ACCEPT WS-ILL-OPTION
               EVALUATE WS-ILL-OPTION
                   WHEN 'R' PERFORM REQUEST-ILL
                   WHEN 'S' PERFORM MARK-ILL-SHIPPED
                   WHEN 'V' PERFORM RECEIVE-ILL-ITEM
                   WHEN 'O' PERFORM CHECK-OUT-ILL-ITEM
                   WHEN 'I' PERFORM CHECK-IN-ILL-ITEM
                   WHEN 'C' PERFORM CLOSE-ILL-REQUEST
                   WHEN 'L' PERFORM LIST-ILL-REQUESTS
                   WHEN 'Q' CONTINUE
                   WHEN OTHER DISPLAY "INVALID OPTION"
               END-EVALUATE
           END-PERFORM.

       REQUEST-ILL.
           DISPLAY "BORROWER ID: "
           ACCEPT WS-BORROWER-ID
           PERFORM VERIFY-BORROWER
           IF WS-BORROWER-OK = 'Y' THEN
               DISPLAY "ISBN (BLANK IF NONE): "
               ACCEPT WS-ISBN
               MOVE 'Y' TO WS-ISBN-VALID
               IF WS-ISBN NOT = SPACES THEN
                   PERFORM VALIDATE-ISBN
               END-IF
               IF WS-ISBN-VALID NOT = 'Y' THEN
                   DISPLAY "INVALID ISBN-13 CHECK DIGIT - NOT REQUESTED"
               ELSE
                   PERFORM CHECK-ILL-NOT-OWNED
                   IF WS-FOUND = 'Y' THEN
                       DISPLAY "TITLE IS IN OUR CATALOG - USE H)OLDS"
                   ELSE
                       PERFORM ACCEPT-ILL-DETAILS
                       IF WS-ILL-LENDER = SPACES
                          OR WS-ILL-TITLE = SPACES THEN
                           DISPLAY "TITLE AND LENDER REQUIRED - "
                               "NOT REQUESTED"
                       ELSE
                           PERFORM ADD-ILL-REQUEST
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ILL-NOT-OWNED.
           MOVE 'N' TO WS-FOUND
           IF WS-ISBN NOT = SPACES THEN
               MOVE WS-ISBN TO ISBN
               OPEN INPUT BOOK-FILE
               READ BOOK-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF TOTAL-COPIES > 0 THEN
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
               CLOSE BOOK-FILE
           END-IF.

       ACCEPT-ILL-DETAILS.
           DISPLAY "TITLE: "
           ACCEPT WS-ILL-TITLE
           DISPLAY "AUTHOR: "
           ACCEPT WS-ILL-AUTHOR
           DISPLAY "LENDING LIBRARY CODE: "
           ACCEPT WS-ILL-LENDER.

       ADD-ILL-REQUEST.
           PERFORM NEXT-ILL-NUMBER
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
           MOVE SPACES TO ILL-RECORD
           MOVE WS-ILL-REQ-NO TO ILL-REQ-NO
           MOVE WS-BORROWER-ID TO ILL-BORROWER-ID
           MOVE WS-ISBN TO ILL-ISBN
           MOVE WS-ILL-TITLE TO ILL-TITLE
           MOVE WS-ILL-AUTHOR TO ILL-AUTHOR
           MOVE WS-ILL-LENDER TO ILL-LENDER
           MOVE WS-OPR-BRANCH TO ILL-BRANCH
           MOVE 'Q' TO ILL-STATUS
           MOVE WS-TODAY-ALPHA TO ILL-REQUEST-DT
           OPEN I-O ILL-FILE
           WRITE ILL-RECORD
               INVALID KEY
                   DISPLAY "ILL REQUEST NOT RECORDED"
               NOT INVALID KEY
                   DISPLAY "ILL REQUEST " ILL-REQ-NO
                       " SENT TO " ILL-LENDER
           END-WRITE
           CLOSE ILL-FILE.

       NEXT-ILL-NUMBER.
           MOVE 0 TO WS-ILL-REQ-NO
           OPEN INPUT ILL-CTL-FILE
           IF WS-ILL-CTL-STATUS = "00" THEN
               READ ILL-CTL-FILE
                   AT END CONTINUE
                   NOT AT END MOVE ILL-CTL-RECORD TO WS-ILL-REQ-NO
               END-READ
               CLOSE ILL-CTL-FILE
           END-IF
           ADD 1 TO WS-ILL-REQ-NO
           OPEN OUTPUT ILL-CTL-FILE
           MOVE WS-ILL-REQ-NO TO ILL-CTL-RECORD
           WRITE ILL-CTL-RECORD
           CLOSE ILL-CTL-FILE.

       GET-ILL-REQUEST.
           MOVE 'N' TO WS-ILL-FOUND
           DISPLAY "ILL REQUEST NO: "
           ACCEPT WS-ILL-REQ-NO
           MOVE WS-ILL-REQ-NO TO ILL-REQ-NO
           READ ILL-FILE
               INVALID KEY
                   DISPLAY "ILL REQUEST NOT FOUND"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ILL-FOUND
                   PERFORM SET-ILL-STATUS-NAME
                   DISPLAY "ILL " ILL-REQ-NO " " ILL-TITLE
                   DISPLAY "  FOR " ILL-BORROWER-ID " FROM "
                       ILL-LENDER " - " WS-ILL-STATUS-NAME
           END-READ.

       SET-ILL-STATUS-NAME.
           EVALUATE ILL-STATUS
               WHEN 'Q' MOVE "REQUESTED" TO WS-ILL-STATUS-NAME
               WHEN 'S' MOVE "SHIPPED" TO WS-ILL-STATUS-NAME
               WHEN 'V' MOVE "RECEIVED" TO WS-ILL-STATUS-NAME
               WHEN 'O' MOVE "ON LOAN" TO WS-ILL-STATUS-NAME
               WHEN 'R' MOVE "RETURNED" TO WS-ILL-STATUS-NAME
               WHEN 'C' MOVE "CLOSED" TO WS-ILL-STATUS-NAME
               WHEN OTHER MOVE "UNKNOWN" TO WS-ILL-STATUS-NAME
           END-EVALUATE.

       MARK-ILL-SHIPPED.
           OPEN I-O ILL-FILE
           PERFORM GET-ILL-REQUEST
           IF WS-ILL-FOUND = 'Y' THEN
               IF ILL-STATUS NOT = 'Q' THEN
                   DISPLAY "REQUEST IS NOT AWAITING SHIPMENT"
               ELSE
                   ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                   MOVE 'S' TO ILL-STATUS
                   MOVE WS-TODAY-ALPHA TO ILL-SHIPPED-DT
                   REWRITE ILL-RECORD
                       INVALID KEY DISPLAY "ILL REQUEST NOT UPDATED"
                       NOT INVALID KEY
                           DISPLAY "MARKED SHIPPED BY " ILL-LENDER
                   END-REWRITE
               END-IF
           END-IF
           CLOSE ILL-FILE.

       RECEIVE-ILL-ITEM.
           OPEN I-O ILL-FILE
           PERFORM GET-ILL-REQUEST
           IF WS-ILL-FOUND = 'Y' THEN
               IF ILL-STATUS NOT = 'Q' AND ILL-STATUS NOT = 'S' THEN
                   DISPLAY "REQUEST IS NOT AWAITING AN ITEM"
               ELSE
                   PERFORM ACCEPT-ILL-DUE-DATES
                   IF ILL-PATRON-DUE-DT NOT = SPACES THEN
                       MOVE 'V' TO ILL-STATUS
                       MOVE WS-TODAY-ALPHA TO ILL-RECEIVED-DT
                       REWRITE ILL-RECORD
                           INVALID KEY
                               DISPLAY "ILL REQUEST NOT UPDATED"
                           NOT INVALID KEY
                               DISPLAY "RECEIVED - HOLD SHELF FOR "
                                   ILL-BORROWER-ID " DUE "
                                   ILL-PATRON-DUE-DT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           CLOSE ILL-FILE.

       ACCEPT-ILL-DUE-DATES.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
           MOVE SPACES TO ILL-PATRON-DUE-DT
           DISPLAY "DUE BACK TO LENDER (YYYYMMDD): "
           ACCEPT WS-ILL-LENDER-DUE
           IF WS-ILL-LENDER-DUE NOT NUMERIC
              OR WS-ILL-LENDER-DUE NOT > WS-TODAY-ALPHA THEN
               DISPLAY "INVALID LENDER DUE DATE - NOT RECEIVED"
           ELSE
               MOVE WS-ILL-LENDER-DUE TO ILL-LENDER-DUE-DT
               DISPLAY "PATRON DUE DATE (BLANK = 7 DAYS EARLIER): "
               ACCEPT WS-DUE-DATE
               IF WS-DUE-DATE = SPACES THEN
                   COMPUTE WS-ILL-DUE-N =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                       (WS-ILL-LENDER-DUE-N) - 7)
                   MOVE WS-ILL-DUE-N TO WS-DUE-DATE
                   MOVE WS-OPR-BRANCH TO CP-BRANCH
                   PERFORM ROLL-TO-OPEN-DAY
               END-IF
               IF WS-DUE-DATE NOT NUMERIC
                  OR WS-DUE-DATE NOT > WS-TODAY-ALPHA
                  OR WS-DUE-DATE > WS-ILL-LENDER-DUE THEN
                   DISPLAY "PATRON DUE DATE MUST FALL BETWEEN TODAY "
                       "AND " WS-ILL-LENDER-DUE " - NOT RECEIVED"
               ELSE
                   MOVE WS-DUE-DATE TO ILL-PATRON-DUE-DT
               END-IF
           END-IF.

       CHECK-OUT-ILL-ITEM.
           OPEN I-O ILL-FILE
           PERFORM GET-ILL-REQUEST
           IF WS-ILL-FOUND = 'Y' THEN
               IF ILL-STATUS NOT = 'V' THEN
                   DISPLAY "ITEM IS NOT ON THE HOLD SHELF"
               ELSE
                   MOVE ILL-BORROWER-ID TO WS-BORROWER-ID
                   PERFORM VERIFY-BORROWER
                   IF WS-BORROWER-OK = 'Y' THEN
                       ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                       MOVE 'O' TO ILL-STATUS
                       MOVE WS-TODAY-ALPHA TO ILL-CHECKOUT-DT
                       REWRITE ILL-RECORD
                           INVALID KEY
                               DISPLAY "ILL REQUEST NOT UPDATED"
                           NOT INVALID KEY
                               DISPLAY "CHECKED OUT - DUE "
                                   ILL-PATRON-DUE-DT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF
           CLOSE ILL-FILE.

       CHECK-IN-ILL-ITEM.
           OPEN I-O ILL-FILE
           PERFORM GET-ILL-REQUEST
           IF WS-ILL-FOUND = 'Y' THEN
               IF ILL-STATUS NOT = 'O' THEN
                   DISPLAY "ITEM IS NOT ON LOAN"
               ELSE
                   ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                   IF WS-TODAY-ALPHA > ILL-PATRON-DUE-DT THEN
                       DISPLAY "RETURNED LATE - WAS DUE "
                           ILL-PATRON-DUE-DT
                   END-IF
                   MOVE 'R' TO ILL-STATUS
                   MOVE WS-TODAY-ALPHA TO ILL-RETURN-DT
                   REWRITE ILL-RECORD
                       INVALID KEY DISPLAY "ILL REQUEST NOT UPDATED"
                       NOT INVALID KEY
                           DISPLAY "SEND BACK TO " ILL-LENDER
                               " BY " ILL-LENDER-DUE-DT
                   END-REWRITE
               END-IF
           END-IF
           CLOSE ILL-FILE.

       CLOSE-ILL-REQUEST.
           OPEN I-O ILL-FILE
           PERFORM GET-ILL-REQUEST
           IF WS-ILL-FOUND = 'Y' THEN
               MOVE 'N' TO WS-ILL-CONFIRM
               EVALUATE ILL-STATUS
                   WHEN 'Q'
                       DISPLAY "CANCEL REQUEST WITH LENDER (Y/N): "
                       ACCEPT WS-ILL-CONFIRM
                   WHEN 'V'
                       DISPLAY "NOT COLLECTED - SENT BACK (Y/N): "
                       ACCEPT WS-ILL-CONFIRM
                   WHEN 'R'
                       MOVE 'Y' TO WS-ILL-CONFIRM
                   WHEN 'S'
                       DISPLAY "ITEM IN TRANSIT - RECEIVE IT FIRST"
                   WHEN 'O'
                       DISPLAY "ITEM ON LOAN - CHECK IT IN FIRST"
                   WHEN OTHER
                       DISPLAY "REQUEST ALREADY CLOSED"
               END-EVALUATE
               IF WS-ILL-CONFIRM = 'Y' THEN
                   ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
                   MOVE 'C' TO ILL-STATUS
                   MOVE WS-TODAY-ALPHA TO ILL-CLOSED-DT
                   REWRITE ILL-RECORD
                       INVALID KEY DISPLAY "ILL REQUEST NOT UPDATED"
                       NOT INVALID KEY DISPLAY "ILL REQUEST CLOSED"
                   END-REWRITE
               END-IF
           END-IF
           CLOSE ILL-FILE.

       LIST-ILL-REQUESTS.
           DISPLAY "BORROWER ID (BLANK = ALL): "
           ACCEPT WS-BORROWER-ID
           MOVE 0 TO WS-ILL-OPEN-CNT
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
                       IF ILL-STATUS NOT = 'C'
                          AND (WS-BORROWER-ID = SPACES
                           OR ILL-BORROWER-ID = WS-BORROWER-ID) THEN
                           PERFORM DISPLAY-ILL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILL-FILE
           DISPLAY WS-ILL-OPEN-CNT " OPEN ILL REQUEST(S)".

       DISPLAY-ILL-LINE.
           ADD 1 TO WS-ILL-OPEN-CNT
           PERFORM SET-ILL-STATUS-NAME
           DISPLAY ILL-REQ-NO " " ILL-BORROWER-ID " " ILL-LENDER " "
               WS-ILL-STATUS-NAME " " ILL-TITLE (1:25)
           EVALUATE ILL-STATUS
               WHEN 'Q'
                   DISPLAY "    REQUESTED " ILL-REQUEST-DT
               WHEN 'S'
                   DISPLAY "    SHIPPED " ILL-SHIPPED-DT
               WHEN 'R'
                   DISPLAY "    LENDER DUE " ILL-LENDER-DUE-DT
               WHEN OTHER
                   DISPLAY "    PATRON DUE " ILL-PATRON-DUE-DT
                       " LENDER DUE " ILL-LENDER-DUE-DT
           END-EVALUATE.

       VERIFY-BORROWER.
           PERFORM CHECK-BORROWER-STANDING
           IF WS-BORROWER-OK = 'Y' THEN
               PERFORM LOAD-BORROWER-POLICY
               PERFORM COUNT-OPEN-LOANS
               IF WS-OPEN-LOAN-COUNT >= WS-MAX-OPEN-LOANS THEN
                   DISPLAY "BORROWER HAS " WS-OPEN-LOAN-COUNT

       CHECK-BORROWER-STANDING.
           MOVE 'N' TO WS-BORROWER-OK
           MOVE SPACE TO WS-BR-CATEGORY
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD
           MOVE WS-BORROWER-ID TO BR-ID
           OPEN INPUT BORROWER-FILE
               INVALID KEY
                   DISPLAY "BORROWER NOT REGISTERED"
               NOT INVALID KEY
                   MOVE BR-CATEGORY TO WS-BR-CATEGORY
                   EVALUATE TRUE
                       WHEN BR-STATUS NOT = 'A'
                           DISPLAY "BORROWER DEACTIVATED"
           END-READ
           CLOSE BORROWER-FILE.

       GET-BORROWER-CATEGORY.
           MOVE SPACE TO WS-BR-CATEGORY
           MOVE WS-BORROWER-ID TO BR-ID
           OPEN INPUT BORROWER-FILE
           READ BORROWER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BR-CATEGORY TO WS-BR-CATEGORY
           END-READ
           CLOSE BORROWER-FILE.

       LOAD-BORROWER-POLICY.
           MOVE WS-BR-CATEGORY TO PP-CATEGORY
           CALL "LIBRARY-POLICY" USING POLICY-PARMS
           MOVE PP-LOAN-DAYS TO WS-LOAN-DAYS
           MOVE PP-LOAN-LIMIT TO WS-MAX-OPEN-LOANS
           MOVE PP-RENEW-LIMIT TO WS-MAX-RENEWALS
           MOVE PP-FINE-RATE TO WS-FINE-RATE
           MOVE PP-MAX-FINE TO WS-FINE-CEILING
           MOVE PP-BLOCK-LIMIT TO WS-FINE-BLOCK-LIMIT.

       COUNT-OPEN-LOANS.
           MOVE 0 TO WS-OPEN-LOAN-COUNT
           MOVE 'N' TO WS-EOF-FLAG
                       IF WS-HOLD-FOUND = 'Y' THEN
                           MOVE WS-OPR-BRANCH TO WS-HOLD-READY-BR
                           PERFORM MARK-HOLD-READY
                           IF WS-HOLD-IN-TRANSIT NOT = 'Y' THEN
                               DISPLAY "COPY HELD FOR BORROWER "
                                   WS-HOLD-SAVE-BR
                           END-IF
                       ELSE
                           IF COPIES-AVAILABLE < TOTAL-COPIES THEN
                               ADD 1 TO COPIES-AVAILABLE
                       MOVE COPIES-AVAILABLE TO WS-AUD-AFTER-AVL
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM UPDATE-BRANCH-ON-CHECKIN
                       IF WS-HOLD-FOUND = 'Y'
                          AND WS-HOLD-IN-TRANSIT = 'Y' THEN
                           PERFORM SEND-COPY-IN-TRANSIT
                       END-IF
               END-READ
               CLOSE BOOK-FILE
               DISPLAY "CHECKED IN"
                   IF CO-RETURN-DT = SPACES THEN
                       MOVE 'Y' TO WS-FOUND
                       MOVE CO-DUE-DT TO WS-RENEW-DUE
                       MOVE CO-BRANCH TO WS-RENEW-BRANCH
                       MOVE CO-RENEWAL-CNT TO WS-RENEWAL-CNT
                   END-IF
           END-READ
           IF WS-FOUND = 'N' THEN
               DISPLAY "NO OPEN CHECKOUT FOUND FOR THAT BORROWER/ISBN"
           ELSE
               PERFORM GET-BORROWER-CATEGORY
               PERFORM LOAD-BORROWER-POLICY
               PERFORM FIND-FIRST-PENDING-HOLD
               EVALUATE TRUE
                   WHEN WS-HOLD-FOUND = 'Y'
       APPLY-RENEWAL.
           MOVE WS-RENEW-DUE TO WS-DUE-DATE
           PERFORM EXTEND-DUE-DATE
           IF WS-RENEW-BRANCH = SPACES THEN
               MOVE WS-OPR-BRANCH TO CP-BRANCH
           ELSE
               MOVE WS-RENEW-BRANCH TO CP-BRANCH
           END-IF
           PERFORM ROLL-TO-OPEN-DAY
           OPEN I-O CHECKOUT-FILE
           MOVE WS-BORROWER-ID TO CO-BORROWER-ID
           MOVE WS-ISBN TO CO-ISBN
           MOVE WS-TODAY-YYYY TO WS-DUE-YYYY
           MOVE WS-TODAY-MM TO WS-DUE-MM
           MOVE WS-TODAY-DD TO WS-DUE-DD
           PERFORM EXTEND-DUE-DATE
           MOVE WS-OPR-BRANCH TO CP-BRANCH
           PERFORM ROLL-TO-OPEN-DAY.

       ROLL-TO-OPEN-DAY.
           MOVE 'N' TO CP-FUNCTION
           MOVE WS-DUE-DATE TO CP-FROM-DT
           CALL "LIBRARY-CALENDAR" USING CALENDAR-PARMS
           IF CP-RETURN-CODE = 'Y'
              AND CP-RESULT-DT NOT = WS-DUE-DATE THEN
               DISPLAY "BRANCH " CP-BRANCH " CLOSED " WS-DUE-DATE
                   " - DUE DATE MOVED TO NEXT OPEN DAY"
               MOVE CP-RESULT-DT TO WS-DUE-DATE
           END-IF.

       EXTEND-DUE-DATE.
           COMPUTE WS-DUE-DAY-CNT = WS-DUE-DD + WS-LOAN-DAYS
           PERFORM SET-FEBRUARY-LENGTH
           PERFORM UNTIL WS-DUE-DAY-CNT <= WS-MONTH-DAY-LEN (WS-DUE-MM)
               SUBTRACT WS-MONTH-DAY-LEN (WS-DUE-MM)
                   FROM WS-DUE-DAY-CNT
               ADD 1 TO WS-DUE-MM
               IF WS-DUE-MM > 12
                   MOVE 1 TO WS-DUE-MM
                   ADD 1 TO WS-DUE-YYYY
                   PERFORM SET-FEBRUARY-LENGTH
               END-IF
           END-PERFORM
           MOVE WS-DUE-DAY-CNT TO WS-DUE-DD.

       SET-FEBRUARY-LENGTH.
           IF (FUNCTION MOD (WS-DUE-YYYY, 4) = 0
                   MOVE WS-BC-BRANCH TO BC-BRANCH
                   MOVE 0 TO BC-TOTAL-COPIES
                   MOVE 0 TO BC-AVL-COPIES
                   MOVE 0 TO BC-TRANSIT-COPIES
                   PERFORM APPLY-BRANCH-DELTA
                   WRITE BRANCH-COPY-RECORD
                       INVALID KEY
                   PERFORM APPLY-BRANCH-DELTA
                   REWRITE BRANCH-COPY-RECORD
           END-READ
           CLOSE BRANCH-COPY-FILE
           MOVE 0 TO WS-BC-TRN-DELTA.

       APPLY-BRANCH-DELTA.
           COMPUTE WS-CALC-TOTAL = BC-TOTAL-COPIES + WS-BC-TOT-DELTA
           COMPUTE WS-CALC-AVAIL = BC-AVL-COPIES + WS-BC-AVL-DELTA
           COMPUTE WS-CALC-TRANSIT =
               BC-TRANSIT-COPIES + WS-BC-TRN-DELTA
           IF WS-CALC-TOTAL < 0 THEN
               MOVE 0 TO WS-CALC-TOTAL
           END-IF
           IF WS-CALC-AVAIL < 0 THEN
               MOVE 0 TO WS-CALC-AVAIL
           END-IF
           IF WS-CALC-TRANSIT < 0 THEN
               MOVE 0 TO WS-CALC-TRANSIT
           END-IF
           IF WS-CALC-TRANSIT > WS-CALC-TOTAL THEN
               MOVE WS-CALC-TOTAL TO WS-CALC-TRANSIT
           END-IF
           IF WS-CALC-AVAIL > WS-CALC-TOTAL - WS-CALC-TRANSIT THEN
               COMPUTE WS-CALC-AVAIL = WS-CALC-TOTAL - WS-CALC-TRANSIT
           END-IF
           MOVE WS-CALC-TOTAL TO BC-TOTAL-COPIES
           MOVE WS-CALC-AVAIL TO BC-AVL-COPIES
           MOVE WS-CALC-TRANSIT TO BC-TRANSIT-COPIES.

       SHOW-BRANCH-COPIES.
           MOVE 'N' TO WS-BC-EOF
                       ELSE
                           DISPLAY "  AT BRANCH " BC-BRANCH ": "
                               BC-AVL-COPIES " OF " BC-TOTAL-COPIES
                               " IN TRANSIT " BC-TRANSIT-COPIES
                       END-IF
               END-READ
           END-PERFORM
               ACCEPT WS-XFER-TO
               DISPLAY "COPIES TO TRANSFER: "
               ACCEPT WS-XFER-QTY
               MOVE WS-XFER-FROM TO WS-BRANCH-CHECK
               PERFORM VALIDATE-BRANCH
               MOVE WS-BRANCH-VALID TO WS-XFER-OK
               MOVE WS-XFER-TO TO WS-BRANCH-CHECK
               PERFORM VALIDATE-BRANCH
               EVALUATE TRUE
                   WHEN WS-XFER-QTY = 0
                       DISPLAY "NOTHING TO TRANSFER"
                   WHEN WS-XFER-FROM = WS-XFER-TO
                       DISPLAY "BRANCHES ARE THE SAME - NO TRANSFER"
                   WHEN WS-XFER-OK = 'N'
                       DISPLAY "FROM BRANCH " WS-XFER-FROM
                           " NOT ON FILE - NO TRANSFER"
                   WHEN WS-BRANCH-VALID NOT = 'Y'
                       DISPLAY "TO BRANCH " WS-XFER-TO
                           " NOT ACTIVE - NO TRANSFER"
                   WHEN OTHER
                       PERFORM CHECK-TRANSFER-STOCK
                       IF WS-XFER-OK = 'Y' THEN
           PERFORM UPD-BRANCH-COPIES
           MOVE WS-XFER-TO TO WS-BC-BRANCH
           MOVE WS-XFER-QTY TO WS-BC-TOT-DELTA
           MOVE 0 TO WS-BC-AVL-DELTA
           MOVE WS-XFER-QTY TO WS-BC-TRN-DELTA
           PERFORM UPD-BRANCH-COPIES
           MOVE WS-ISBN TO ISBN
           OPEN I-O BOOK-FILE
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "ISBN NOT FOUND IN CATALOG"
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-AUD-BEFORE-TITLE
                   MOVE BOOK-AUTHOR TO WS-AUD-BEFORE-AUTHOR
                   MOVE TOTAL-COPIES TO WS-AUD-BEFORE-TOTAL
                   MOVE COPIES-AVAILABLE TO WS-AUD-BEFORE-AVL
                   IF COPIES-AVAILABLE < WS-XFER-QTY THEN
                       MOVE 0 TO COPIES-AVAILABLE
                   ELSE
                       SUBTRACT WS-XFER-QTY FROM COPIES-AVAILABLE
                   END-IF
                   REWRITE BOOK-RECORD
                   MOVE 'T' TO WS-AUD-ACTION
                   MOVE WS-ISBN TO WS-AUD-ISBN
                   MOVE BOOK-TITLE TO WS-AUD-AFTER-TITLE
                   MOVE BOOK-AUTHOR TO WS-AUD-AFTER-AUTHOR
                   MOVE TOTAL-COPIES TO WS-AUD-AFTER-TOTAL
                   MOVE COPIES-AVAILABLE TO WS-AUD-AFTER-AVL
                   PERFORM WRITE-AUDIT-RECORD
           END-READ
           CLOSE BOOK-FILE
           DISPLAY "TRANSFERRED " WS-XFER-QTY " COPIES "
               WS-XFER-FROM " TO " WS-XFER-TO
               " - IN TRANSIT UNTIL RECEIVED (H MENU)".

       WRITE-AUDIT-RECORD.
           ACCEPT AUD-DATE FROM DATE YYYYMMDD
