       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-POLICY.
      *****************************************************
      *  Loan policy lookup subprogram, CALLed with the
      *  POLICYPRM parameter block by LIBRARY-BASIC and
      *  the batch jobs that need a borrower's loan terms.
      *  Reads POLICY-FILE for the borrower category and
      *  returns loan days, loan limit, renewal limit,
      *  daily fine rate, per-item fine ceiling and block
      *  threshold.  A category with no policy record
      *  (including a blank category on a record not yet
      *  converted) gets the house defaults, so the desk
      *  never stops for want of a policy row.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLICY-FILE ASSIGN TO "policy.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS POL-CATEGORY.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
           COPY POLICYREC.
       WORKING-STORAGE SECTION.
       01  WS-DFLT-LOAN-DAYS    PIC 9(03)    VALUE 14.
       01  WS-DFLT-LOAN-LIMIT   PIC 9(04)    VALUE 5.
       01  WS-DFLT-RENEW-LIMIT  PIC 9(02)    VALUE 2.
       01  WS-DFLT-FINE-RATE    PIC 9V99     VALUE 0.25.
       01  WS-DFLT-MAX-FINE     PIC 9(05)V99 VALUE 0.
       01  WS-DFLT-BLOCK-LIMIT  PIC 9(05)V99 VALUE 10.00.
       LINKAGE SECTION.
           COPY POLICYPRM.
       PROCEDURE DIVISION USING POLICY-PARMS.
       MAIN-PARA.
           MOVE 'D' TO PP-RETURN-CODE
           MOVE WS-DFLT-LOAN-DAYS TO PP-LOAN-DAYS
           MOVE WS-DFLT-LOAN-LIMIT TO PP-LOAN-LIMIT
           MOVE WS-DFLT-RENEW-LIMIT TO PP-RENEW-LIMIT
           MOVE WS-DFLT-FINE-RATE TO PP-FINE-RATE
           MOVE WS-DFLT-MAX-FINE TO PP-MAX-FINE
           MOVE WS-DFLT-BLOCK-LIMIT TO PP-BLOCK-LIMIT
           IF PP-CATEGORY NOT = SPACE THEN
               PERFORM READ-POLICY
           END-IF
           GOBACK.

       READ-POLICY.
           OPEN INPUT POLICY-FILE
           MOVE PP-CATEGORY TO POL-CATEGORY
           READ POLICY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE POL-LOAN-DAYS TO PP-LOAN-DAYS
                   MOVE POL-LOAN-LIMIT TO PP-LOAN-LIMIT
                   MOVE POL-RENEW-LIMIT TO PP-RENEW-LIMIT
                   MOVE POL-FINE-RATE TO PP-FINE-RATE
                   MOVE POL-MAX-FINE TO PP-MAX-FINE
                   MOVE POL-BLOCK-LIMIT TO PP-BLOCK-LIMIT
                   MOVE 'Y' TO PP-RETURN-CODE
           END-READ
           CLOSE POLICY-FILE.
