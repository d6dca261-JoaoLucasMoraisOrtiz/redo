       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRARY-CALENDAR.
      *****************************************************
      *  Branch calendar subprogram, CALLed with the CALPRM
      *  parameter block by LIBRARY-BASIC and the batch
      *  jobs that work in days late.  A day is closed at a
      *  branch when the branch master marks that weekday
      *  closed (BRM-WEEKLY-CLOSED) or CLOSED-DAY-FILE has
      *  a record for the branch and date.  Function N
      *  rolls a due date forward to the next open day;
      *  function D counts the open days between two dates
      *  so closures are never charged as days late.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRANCH-FILE ASSIGN TO "branches.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS BRM-CODE.
           SELECT OPTIONAL CLOSED-DAY-FILE ASSIGN TO "closedays.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAL-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE.
           COPY BRANCHREC.
       FD  CLOSED-DAY-FILE.
           COPY CLOSEDREC.
       WORKING-STORAGE SECTION.
       01  WS-WEEKLY-CLOSED   PIC X(07).
       01  WS-DAY-CLOSED      PIC X.
       01  WS-WEEKDAY         PIC 9.
       01  WS-FROM-N          PIC 9(8).
       01  WS-TO-N            PIC 9(8).
       01  WS-DAY-INT         PIC 9(7).
       01  WS-LAST-INT        PIC 9(7).
       01  WS-TRIES           PIC 9(3).
       01  WS-DAY-N           PIC 9(8).
       01  WS-DAY-ALPHA REDEFINES WS-DAY-N PIC X(8).
       LINKAGE SECTION.
           COPY CALPRM.
       PROCEDURE DIVISION USING CALENDAR-PARMS.
       MAIN-PARA.
           MOVE 'E' TO CP-RETURN-CODE
           MOVE CP-FROM-DT TO CP-RESULT-DT
           MOVE 0 TO CP-DAY-COUNT
           MOVE 0 TO WS-FROM-N
           IF CP-FROM-DT NUMERIC THEN
               MOVE CP-FROM-DT TO WS-FROM-N
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-N) NOT = 0 THEN
               DISPLAY "LIBRARY-CALENDAR: BAD DATE " CP-FROM-DT
           ELSE
               PERFORM LOAD-BRANCH-WEEK
               OPEN INPUT CLOSED-DAY-FILE
               EVALUATE CP-FUNCTION
                   WHEN 'N' PERFORM FIND-NEXT-OPEN-DAY
                   WHEN 'D' PERFORM COUNT-OPEN-DAYS
                   WHEN OTHER
                       DISPLAY "LIBRARY-CALENDAR: BAD FUNCTION "
                           CP-FUNCTION
               END-EVALUATE
               CLOSE CLOSED-DAY-FILE
           END-IF
           GOBACK.

       LOAD-BRANCH-WEEK.
           MOVE SPACES TO WS-WEEKLY-CLOSED
           OPEN INPUT BRANCH-FILE
           MOVE CP-BRANCH TO BRM-CODE
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BRM-WEEKLY-CLOSED TO WS-WEEKLY-CLOSED
           END-READ
           CLOSE BRANCH-FILE.

       FIND-NEXT-OPEN-DAY.
           MOVE CP-FROM-DT TO WS-FROM-N
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-N)
           MOVE 0 TO WS-TRIES
           PERFORM TEST-DAY-CLOSED
           PERFORM UNTIL WS-DAY-CLOSED = 'N' OR WS-TRIES >= 366
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-TRIES
               PERFORM TEST-DAY-CLOSED
           END-PERFORM
           IF WS-DAY-CLOSED = 'N' THEN
               MOVE WS-DAY-ALPHA TO CP-RESULT-DT
           ELSE
               DISPLAY "LIBRARY-CALENDAR: BRANCH " CP-BRANCH
                   " CLOSED FOR A YEAR FROM " CP-FROM-DT
           END-IF
           MOVE 'Y' TO CP-RETURN-CODE.

       COUNT-OPEN-DAYS.
           MOVE 0 TO WS-TO-N
           IF CP-TO-DT NUMERIC THEN
               MOVE CP-TO-DT TO WS-TO-N
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-TO-N) NOT = 0 THEN
               DISPLAY "LIBRARY-CALENDAR: BAD DATE " CP-TO-DT
           ELSE
               PERFORM FIND-NEXT-OPEN-DAY
               COMPUTE WS-LAST-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TO-N)
               PERFORM UNTIL WS-DAY-INT >= WS-LAST-INT
                   ADD 1 TO WS-DAY-INT
                   PERFORM TEST-DAY-CLOSED
                   IF WS-DAY-CLOSED = 'N' THEN
                       ADD 1 TO CP-DAY-COUNT
                   END-IF
               END-PERFORM
               MOVE 'Y' TO CP-RETURN-CODE
           END-IF.

       TEST-DAY-CLOSED.
           COMPUTE WS-DAY-N = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INT - 1, 7) + 1
           MOVE 'N' TO WS-DAY-CLOSED
           IF WS-WEEKLY-CLOSED (WS-WEEKDAY:1) = 'C' THEN
               MOVE 'Y' TO WS-DAY-CLOSED
           ELSE
               MOVE CP-BRANCH TO CAL-BRANCH
               MOVE WS-DAY-ALPHA TO CAL-DATE
               READ CLOSED-DAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DAY-CLOSED
               END-READ
           END-IF.
