       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-BORCONV.
      *****************************************************
      *  One-time conversion of the borrower master to the
      *  BORROWREC layout.  Reads borrower.old (the old
      *  borrower.dat, renamed before the run, still in the
      *  original five-field layout) and loads a fresh
      *  keyed borrower.dat.  For every borrower:
      *    - BR-CATEGORY is the category keyed at the
      *      prompt (normally A, adult); children, staff,
      *      teachers and homebound patrons are then moved
      *      to their own category through B) U)pdate in
      *      LIBRARY-BASIC.  Load POLICY-FILE first so the
      *      new category has terms of its own.
      *    - where the free-text contact is an e-mail
      *      address it is copied into BR-EMAIL and the
      *      patron is put on e-mail notices (E); everyone
      *      else stays on printed letters (P).  No mobile
      *      numbers were ever kept.
      *    - the date a borrower was deactivated was never
      *      kept, so BR-STATUS-DT is set to the conversion
      *      date: the LIBRARY-PURGE inactivity period for
      *      borrowers already deactivated runs from the
      *      conversion, never from an earlier guess.
      *    - the feed source and date are left blank (a
      *      desk registration); the first LIBRARY-BORLOAD
      *      run marks the borrowers found on the school
      *      roster or the city resident file.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BORROWER-FILE ASSIGN TO "borrower.old"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OB-ID.
           SELECT OPTIONAL BORROWER-FILE ASSIGN TO "borrower.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BR-ID.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BORROWER-FILE.
       01  OLD-BORROWER-RECORD.
           05 OB-ID               PIC X(10).
           05 OB-NAME             PIC X(30).
           05 OB-CONTACT          PIC X(30).
           05 OB-STATUS           PIC X(01).
           05 OB-EXPIRY-DT        PIC X(08).
       FD  BORROWER-FILE.
           COPY BORROWREC.
       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF       PIC X VALUE 'N'.
       01  WS-LOADED-CNT    PIC 9(6) VALUE 0.
       01  WS-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT    PIC ZZZ,ZZ9.
       01  WS-DFLT-CATEGORY PIC X(01).
       01  WS-AT-CNT        PIC 9(2).
       01  WS-EMAIL-CNT     PIC 9(6) VALUE 0.
       01  WS-DEACT-CNT     PIC 9(6) VALUE 0.
       01  WS-TODAY-N       PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-BORCONV: borrower master conversion".
           DISPLAY "CATEGORY FOR CONVERTED BORROWERS (BLANK = A): ".
           ACCEPT WS-DFLT-CATEGORY.
           IF WS-DFLT-CATEGORY = SPACE THEN
               MOVE 'A' TO WS-DFLT-CATEGORY
           END-IF.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           OPEN INPUT OLD-BORROWER-FILE.
           OPEN OUTPUT BORROWER-FILE.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-BORROWER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BORROWER
               END-READ
           END-PERFORM.
           CLOSE BORROWER-FILE.
           CLOSE OLD-BORROWER-FILE.
           MOVE WS-LOADED-CNT TO WS-COUNT-EDIT.
           DISPLAY "BORROWERS CONVERTED : " WS-COUNT-EDIT.
           MOVE WS-DEACT-CNT TO WS-COUNT-EDIT.
           DISPLAY "  OF WHICH INACTIVE : " WS-COUNT-EDIT.
           DISPLAY "CATEGORY ASSIGNED   : " WS-DFLT-CATEGORY.
           MOVE WS-EMAIL-CNT TO WS-COUNT-EDIT.
           DISPLAY "E-MAIL FROM CONTACT : " WS-COUNT-EDIT.
           DISPLAY "STATUS DATE SET TO  : " WS-TODAY-ALPHA.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "DUPLICATES SKIPPED  : " WS-COUNT-EDIT.
           STOP RUN.

       LOAD-ONE-BORROWER.
           MOVE OB-ID TO BR-ID
           MOVE OB-NAME TO BR-NAME
           MOVE OB-CONTACT TO BR-CONTACT
           MOVE OB-STATUS TO BR-STATUS
           MOVE OB-EXPIRY-DT TO BR-EXPIRY-DT
           MOVE WS-DFLT-CATEGORY TO BR-CATEGORY
           MOVE SPACES TO BR-EMAIL
           MOVE SPACES TO BR-MOBILE
           MOVE 'P' TO BR-NOTIFY-PREF
           MOVE 0 TO WS-AT-CNT
           INSPECT OB-CONTACT TALLYING WS-AT-CNT FOR ALL "@"
           IF WS-AT-CNT = 1 THEN
               MOVE OB-CONTACT TO BR-EMAIL
               MOVE 'E' TO BR-NOTIFY-PREF
           END-IF
           MOVE WS-TODAY-ALPHA TO BR-STATUS-DT
           MOVE SPACE TO BR-FEED-SOURCE
           MOVE SPACES TO BR-FEED-DT
           WRITE BORROWER-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   DISPLAY "DUPLICATE SKIPPED: " OB-ID
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
                   IF WS-AT-CNT = 1 THEN
                       ADD 1 TO WS-EMAIL-CNT
                   END-IF
                   IF OB-STATUS = 'D' THEN
                       ADD 1 TO WS-DEACT-CNT
                   END-IF
           END-WRITE.
