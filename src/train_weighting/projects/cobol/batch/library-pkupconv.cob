       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-PKUPCONV.
      *****************************************************
      *  One-time conversion of the hold queue to the
      *  layout carrying HOLD-PICKUP-BR.  Reads holds.old
      *  (the old holds.dat, renamed before the run, still
      *  in the seven-field layout) and loads a fresh keyed
      *  holds.dat in the HOLDREC layout.  Ready holds get
      *  the branch already holding the copy as their
      *  pickup branch; pending holds get spaces and are
      *  filled at whichever branch handles the copy, as
      *  before.  Holds placed after the conversion always
      *  carry the pickup branch asked for at the desk.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HOLD-FILE ASSIGN TO "holds.old"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OH-KEY.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HOLD-FILE.
       01  OLD-HOLD-RECORD.
           05 OH-KEY.
              10 OH-ISBN          PIC X(13).
              10 OH-SEQ           PIC 9(04).
           05 OH-BORROWER-ID      PIC X(10).
           05 OH-PLACED-DT        PIC X(08).
           05 OH-STATUS           PIC X(01).
           05 OH-READY-DT         PIC X(08).
           05 OH-BRANCH           PIC X(03).
       FD  HOLD-FILE.
           COPY HOLDREC.
       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF       PIC X VALUE 'N'.
       01  WS-LOADED-CNT    PIC 9(6) VALUE 0.
       01  WS-PICKUP-CNT    PIC 9(6) VALUE 0.
       01  WS-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-PKUPCONV: hold pickup branch conversion".
           OPEN INPUT OLD-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-HOLD
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           CLOSE OLD-HOLD-FILE.
           MOVE WS-LOADED-CNT TO WS-COUNT-EDIT.
           DISPLAY "HOLDS CONVERTED     : " WS-COUNT-EDIT.
           MOVE WS-PICKUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "PICKUP BRANCH SET   : " WS-COUNT-EDIT.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "DUPLICATES SKIPPED  : " WS-COUNT-EDIT.
           STOP RUN.

       LOAD-ONE-HOLD.
           MOVE OH-ISBN TO HOLD-ISBN
           MOVE OH-SEQ TO HOLD-SEQ
           MOVE OH-BORROWER-ID TO HOLD-BORROWER-ID
           MOVE OH-PLACED-DT TO HOLD-PLACED-DT
           MOVE OH-STATUS TO HOLD-STATUS
           MOVE OH-READY-DT TO HOLD-READY-DT
           MOVE OH-BRANCH TO HOLD-BRANCH
           IF OH-STATUS = 'R' AND OH-BRANCH NOT = SPACES THEN
               MOVE OH-BRANCH TO HOLD-PICKUP-BR
               ADD 1 TO WS-PICKUP-CNT
           ELSE
               MOVE SPACES TO HOLD-PICKUP-BR
           END-IF
           WRITE HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   DISPLAY "DUPLICATE SKIPPED: " OH-ISBN
                       " SEQ " OH-SEQ
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
           END-WRITE.
