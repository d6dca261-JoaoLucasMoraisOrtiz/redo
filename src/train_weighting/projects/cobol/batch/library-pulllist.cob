       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-PULLLIST.
      *****************************************************
      *  Nightly hold pull lists.  Walks HOLD-FILE in queue
      *  order and, for each pending hold, picks an
      *  on-shelf copy from BRANCH-COPY-FILE availability:
      *  a copy at the hold's pickup branch when there is
      *  one, otherwise the first branch with a copy on the
      *  shelf.  Each copy is promised to one hold only, so
      *  a title with two holds and one copy on the shelf
      *  pulls one copy.  The picks are sorted by branch and
      *  written to pulllist.rpt as one list per branch,
      *  showing whether the copy is held at that desk or
      *  sent in transit to the pickup branch.  The desk
      *  works the list through H) S)helf pull in
      *  LIBRARY-BASIC.  Holds with no copy on any shelf
      *  are counted and wait for a return.  Runs after
      *  LIBRARY-HOLDEXP so copies released from expired
      *  holds are already placed.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "holds.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HOLD-KEY.
           SELECT OPTIONAL BRANCH-COPY-FILE ASSIGN TO "branchcopy.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BC-KEY.
           SELECT BOOK-FILE ASSIGN TO "books.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ISBN.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
           SELECT SORT-WORK-FILE ASSIGN TO "sortwk09".
           SELECT REPORT-FILE ASSIGN TO "pulllist.rpt"
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
           COPY HOLDREC.
       FD  BRANCH-COPY-FILE.
           COPY BRCOPYREC.
       FD  BOOK-FILE.
           COPY BOOKREC.
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       SD  SORT-WORK-FILE.
       01  SP-RECORD.
           05 SP-BRANCH       PIC X(03).
           05 SP-ISBN         PIC X(13).
           05 SP-SEQ          PIC 9(04).
           05 SP-BORROWER-ID  PIC X(10).
           05 SP-PICKUP-BR    PIC X(03).
       FD  REPORT-FILE.
       01  REPORT-RECORD      PIC X(98).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-EOF        PIC X VALUE 'N'.
       01  WS-BC-EOF          PIC X.
       01  WS-SORT-EOF        PIC X VALUE 'N'.
       01  WS-CURRENT-ISBN    PIC X(13) VALUE SPACES.
       01  WS-CURRENT-BRANCH  PIC X(03) VALUE SPACES.
       01  WS-PENDING-CNT     PIC 9(6) VALUE 0.
       01  WS-PULL-CNT        PIC 9(6) VALUE 0.
       01  WS-TRANSIT-CNT     PIC 9(6) VALUE 0.
       01  WS-UNFILLED-CNT    PIC 9(6) VALUE 0.
       01  WS-BRANCH-PULLS    PIC 9(6) VALUE 0.
       01  WS-COUNT-EDIT      PIC ZZZ,ZZ9.
       01  WS-IX              PIC 9(2).
       01  WS-SLOT            PIC 9(2).

       01  WS-SHELF-USED      PIC 9(2) VALUE 0.
       01  WS-SHELF-TABLE.
           05 WS-SHELF-ENTRY OCCURS 50 TIMES.
              10 WS-SHELF-BRANCH PIC X(03).
              10 WS-SHELF-AVL    PIC 9(04).

       01  WS-TODAY-N         PIC 9(8).
       01  WS-TODAY-ALPHA REDEFINES WS-TODAY-N PIC X(8).

       01  WS-HEAD-LINE.
           05 FILLER          PIC X(21)
              VALUE "HOLD PULL LIST - BR ".
           05 WS-HL-BRANCH    PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-HL-NAME      PIC X(30).
           05 FILLER          PIC X(11) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE "RUN DATE ".
           05 WS-HL-DATE      PIC X(08).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ISBN      PIC X(13).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-TITLE     PIC X(35).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-BORROWER  PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE "PICKUP ".
           05 WS-DL-PICKUP    PIC X(03).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WS-DL-ACTION    PIC X(20).

       01  WS-FORCE-REPLY     PIC X.
           COPY RUNCTLPRM.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "LIBRARY-PULLLIST: hold pull lists by branch".
           PERFORM RECORD-RUN-START.
           ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SP-BRANCH
               ON ASCENDING KEY SP-ISBN
               ON ASCENDING KEY SP-SEQ
               INPUT PROCEDURE IS LOAD-PULL-REQUESTS
               OUTPUT PROCEDURE IS PRODUCE-PULL-LISTS.
           MOVE WS-PENDING-CNT TO WS-COUNT-EDIT.
           DISPLAY "PENDING HOLDS READ  : " WS-COUNT-EDIT.
           MOVE WS-PULL-CNT TO WS-COUNT-EDIT.
           DISPLAY "COPIES TO PULL      : " WS-COUNT-EDIT.
           MOVE WS-TRANSIT-CNT TO WS-COUNT-EDIT.
           DISPLAY "  OF WHICH TO SEND  : " WS-COUNT-EDIT.
           MOVE WS-UNFILLED-CNT TO WS-COUNT-EDIT.
           DISPLAY "NO COPY ON A SHELF  : " WS-COUNT-EDIT.
           DISPLAY "PULL LISTS WRITTEN TO pulllist.rpt".
           MOVE WS-PULL-CNT TO RP-RECORD-COUNT.
           PERFORM RECORD-RUN-END.
           STOP RUN.

       LOAD-PULL-REQUESTS.
           OPEN INPUT HOLD-FILE
           OPEN INPUT BRANCH-COPY-FILE
           PERFORM UNTIL WS-HOLD-EOF = 'Y'
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
                   NOT AT END
                       IF HOLD-ISBN NOT = WS-CURRENT-ISBN THEN
                           MOVE HOLD-ISBN TO WS-CURRENT-ISBN
                           PERFORM LOAD-SHELF-TABLE
                       END-IF
                       IF HOLD-STATUS = 'P' THEN
                           ADD 1 TO WS-PENDING-CNT
                           PERFORM ALLOCATE-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-COPY-FILE
           CLOSE HOLD-FILE.

       LOAD-SHELF-TABLE.
           MOVE 0 TO WS-SHELF-USED
           MOVE 'N' TO WS-BC-EOF
           MOVE WS-CURRENT-ISBN TO BC-ISBN
           MOVE SPACES TO BC-BRANCH
           START BRANCH-COPY-FILE KEY IS NOT LESS THAN BC-KEY
               INVALID KEY MOVE 'Y' TO WS-BC-EOF
           END-START
           PERFORM UNTIL WS-BC-EOF = 'Y'
               READ BRANCH-COPY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BC-EOF
                   NOT AT END
                       IF BC-ISBN NOT = WS-CURRENT-ISBN THEN
                           MOVE 'Y' TO WS-BC-EOF
                       ELSE
                           IF BC-AVL-COPIES > 0
                              AND WS-SHELF-USED < 50 THEN
                               ADD 1 TO WS-SHELF-USED
                               MOVE BC-BRANCH
                                   TO WS-SHELF-BRANCH (WS-SHELF-USED)
                               MOVE BC-AVL-COPIES
                                   TO WS-SHELF-AVL (WS-SHELF-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-ONE-HOLD.
           MOVE 0 TO WS-SLOT
           IF HOLD-PICKUP-BR NOT = SPACES THEN
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-SHELF-USED OR WS-SLOT > 0
                   IF WS-SHELF-BRANCH (WS-IX) = HOLD-PICKUP-BR
                      AND WS-SHELF-AVL (WS-IX) > 0 THEN
                       MOVE WS-IX TO WS-SLOT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-SHELF-USED OR WS-SLOT > 0
               IF WS-SHELF-AVL (WS-IX) > 0 THEN
                   MOVE WS-IX TO WS-SLOT
               END-IF
           END-PERFORM
           IF WS-SLOT = 0 THEN
               ADD 1 TO WS-UNFILLED-CNT
           ELSE
               SUBTRACT 1 FROM WS-SHELF-AVL (WS-SLOT)
               MOVE WS-SHELF-BRANCH (WS-SLOT) TO SP-BRANCH
               MOVE HOLD-ISBN TO SP-ISBN
               MOVE HOLD-SEQ TO SP-SEQ
               MOVE HOLD-BORROWER-ID TO SP-BORROWER-ID
               MOVE HOLD-PICKUP-BR TO SP-PICKUP-BR
               RELEASE SP-RECORD
           END-IF.

       PRODUCE-PULL-LISTS.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT BRANCH-FILE
           MOVE 'N' TO WS-SORT-EOF
           MOVE SPACES TO WS-CURRENT-BRANCH
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF
           END-RETURN
           IF WS-SORT-EOF = 'Y' THEN
               MOVE "NO COPIES TO PULL FOR PENDING HOLDS"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               IF SP-BRANCH NOT = WS-CURRENT-BRANCH THEN
                   IF WS-CURRENT-BRANCH NOT = SPACES THEN
                       PERFORM END-BRANCH-LIST
                   END-IF
                   MOVE SP-BRANCH TO WS-CURRENT-BRANCH
                   PERFORM START-BRANCH-LIST
               END-IF
               PERFORM WRITE-PULL-LINE
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
               END-RETURN
           END-PERFORM
           IF WS-CURRENT-BRANCH NOT = SPACES THEN
               PERFORM END-BRANCH-LIST
           END-IF
           CLOSE BRANCH-FILE
           CLOSE BOOK-FILE
           CLOSE REPORT-FILE.

       START-BRANCH-LIST.
           MOVE 0 TO WS-BRANCH-PULLS
           MOVE WS-CURRENT-BRANCH TO WS-HL-BRANCH
           MOVE WS-CURRENT-BRANCH TO BRM-CODE
           READ BRANCH-FILE
               INVALID KEY
                   MOVE "(NOT ON BRANCH MASTER)" TO WS-HL-NAME
               NOT INVALID KEY
                   MOVE BRM-NAME TO WS-HL-NAME
           END-READ
           MOVE WS-TODAY-ALPHA TO WS-HL-DATE
           MOVE WS-HEAD-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-PULL-LINE.
           ADD 1 TO WS-PULL-CNT
           ADD 1 TO WS-BRANCH-PULLS
           MOVE SP-ISBN TO WS-DL-ISBN
           MOVE SP-ISBN TO ISBN
           READ BOOK-FILE
               INVALID KEY
                   MOVE "(TITLE NOT ON FILE)" TO WS-DL-TITLE
               NOT INVALID KEY
                   MOVE BOOK-TITLE TO WS-DL-TITLE
           END-READ
           MOVE SP-BORROWER-ID TO WS-DL-BORROWER
           IF SP-PICKUP-BR = SPACES
              OR SP-PICKUP-BR = SP-BRANCH THEN
               MOVE SP-BRANCH TO WS-DL-PICKUP
               MOVE "HOLD AT THIS DESK" TO WS-DL-ACTION
           ELSE
               ADD 1 TO WS-TRANSIT-CNT
               MOVE SP-PICKUP-BR TO WS-DL-PICKUP
               MOVE SPACES TO WS-DL-ACTION
               STRING "SEND TO BRANCH " SP-PICKUP-BR
                   DELIMITED BY SIZE INTO WS-DL-ACTION
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END-BRANCH-LIST.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BRANCH-PULLS TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "COPIES TO PULL AT " WS-CURRENT-BRANCH ": "
               WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE ALL "-" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       RECORD-RUN-START.
           DISPLAY "CYCLE DATE YYYYMMDD (BLANK = TODAY): "
           ACCEPT RP-CYCLE-DT
           MOVE 'S' TO RP-FUNCTION
           MOVE "LIBRARY-PULLLIST" TO RP-JOB-NAME
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
