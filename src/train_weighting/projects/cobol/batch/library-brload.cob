       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-BRLOAD.
      *****************************************************
      *  One-time load of the branch master.  Reads
      *  branches.seq (code, name, address, status, weekly
      *  closed days - one fixed 81-byte record per line)
      *  and loads the keyed BRANCH-FILE that LIBRARY-BASIC
      *  checks every branch code against.  Run once before
      *  the first sign-on, seeding every code already in
      *  use on OPR-BRANCH and BRANCH-COPY-FILE; ongoing
      *  maintenance and the closed-day calendar are the
      *  G) function in LIBRARY-BASIC.
      *  BRM-STATUS must be A (active) or I (inactive).
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "branches.seq"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-RECORD.
           05 SEED-CODE       PIC X(03).
           05 SEED-NAME       PIC X(30).
           05 SEED-ADDRESS    PIC X(40).
           05 SEED-STATUS     PIC X(01).
           05 SEED-WEEKLY     PIC X(07).
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       WORKING-STORAGE SECTION.
       01  WS-SEED-EOF      PIC X VALUE 'N'.
       01  WS-LOADED-CNT    PIC 9(6) VALUE 0.
       01  WS-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-BAD-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-BRLOAD: branch master load".
           OPEN INPUT SEED-FILE.
           OPEN I-O BRANCH-FILE.
           PERFORM UNTIL WS-SEED-EOF = 'Y'
               READ SEED-FILE
                   AT END MOVE 'Y' TO WS-SEED-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BRANCH
               END-READ
           END-PERFORM.
           CLOSE BRANCH-FILE.
           CLOSE SEED-FILE.
           MOVE WS-LOADED-CNT TO WS-COUNT-EDIT.
           DISPLAY "BRANCHES LOADED     : " WS-COUNT-EDIT.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "DUPLICATES SKIPPED  : " WS-COUNT-EDIT.
           MOVE WS-BAD-CNT TO WS-COUNT-EDIT.
           DISPLAY "INVALID RECORDS SKIPPED: " WS-COUNT-EDIT.
           STOP RUN.

       LOAD-ONE-BRANCH.
           IF SEED-CODE = SPACES
              OR (SEED-STATUS NOT = 'A' AND SEED-STATUS NOT = 'I')
               THEN
               ADD 1 TO WS-BAD-CNT
               DISPLAY "INVALID RECORD SKIPPED: " SEED-CODE
                   " STATUS " SEED-STATUS
           ELSE
               MOVE SEED-CODE TO BRM-CODE
               MOVE SEED-NAME TO BRM-NAME
               MOVE SEED-ADDRESS TO BRM-ADDRESS
               MOVE SEED-STATUS TO BRM-STATUS
               MOVE SEED-WEEKLY TO BRM-WEEKLY-CLOSED
               WRITE BRANCH-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-CNT
                       DISPLAY "DUPLICATE SKIPPED: " SEED-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-CNT
               END-WRITE
           END-IF.
