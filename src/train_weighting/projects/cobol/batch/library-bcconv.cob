       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-BCCONV.
      *****************************************************
      *  One-time conversion of the per-branch copy counts
      *  to the layout carrying BC-TRANSIT-COPIES.  Reads
      *  branchcopy.old (the old branchcopy.dat, renamed
      *  before the run, still in the four-field layout)
      *  and loads a fresh keyed branchcopy.dat in the
      *  BRCOPYREC layout with nothing in transit - copies
      *  already on the road at conversion are received
      *  onto the shelf as ordinary returns.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BRANCH-COPY-FILE ASSIGN TO "branchcopy.old"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS OC-KEY.
           SELECT OPTIONAL BRANCH-COPY-FILE ASSIGN TO "branchcopy.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BC-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BRANCH-COPY-FILE.
       01  OLD-BRANCH-COPY-RECORD.
           05 OC-KEY.
              10 OC-ISBN          PIC X(13).
              10 OC-BRANCH        PIC X(03).
           05 OC-TOTAL-COPIES     PIC 9(04).
           05 OC-AVL-COPIES       PIC 9(04).
       FD  BRANCH-COPY-FILE.
           COPY BRCOPYREC.
       WORKING-STORAGE SECTION.
       01  WS-OLD-EOF       PIC X VALUE 'N'.
       01  WS-LOADED-CNT    PIC 9(6) VALUE 0.
       01  WS-DUP-CNT       PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-BCCONV: branch copy count conversion".
           OPEN INPUT OLD-BRANCH-COPY-FILE.
           OPEN OUTPUT BRANCH-COPY-FILE.
           PERFORM UNTIL WS-OLD-EOF = 'Y'
               READ OLD-BRANCH-COPY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-OLD-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-BRANCH-COPY
               END-READ
           END-PERFORM.
           CLOSE BRANCH-COPY-FILE.
           CLOSE OLD-BRANCH-COPY-FILE.
           MOVE WS-LOADED-CNT TO WS-COUNT-EDIT.
           DISPLAY "BRANCH ROWS CONVERTED: " WS-COUNT-EDIT.
           MOVE WS-DUP-CNT TO WS-COUNT-EDIT.
           DISPLAY "DUPLICATES SKIPPED   : " WS-COUNT-EDIT.
           STOP RUN.

       LOAD-ONE-BRANCH-COPY.
           MOVE OC-ISBN TO BC-ISBN
           MOVE OC-BRANCH TO BC-BRANCH
           MOVE OC-TOTAL-COPIES TO BC-TOTAL-COPIES
           MOVE OC-AVL-COPIES TO BC-AVL-COPIES
           MOVE 0 TO BC-TRANSIT-COPIES
           WRITE BRANCH-COPY-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-CNT
                   DISPLAY "DUPLICATE SKIPPED: " OC-ISBN
                       " BRANCH " OC-BRANCH
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-CNT
           END-WRITE.
