      *****************************************************
      *  CALPRM - parameter block for calls to the
      *  LIBRARY-CALENDAR subprogram.
      *  CP-FUNCTION: N=next open day - returns in
      *                 CP-RESULT-DT the first date on or
      *                 after CP-FROM-DT that CP-BRANCH is
      *                 open
      *               D=days open - returns in CP-DAY-COUNT
      *                 the number of open days at
      *                 CP-BRANCH after CP-FROM-DT up to
      *                 and including CP-TO-DT (zero when
      *                 CP-TO-DT is not later).  A
      *                 CP-FROM-DT that fell on a closed
      *                 day is first rolled to the next
      *                 open day, so an item due on a day
      *                 the branch later closed is not late
      *                 until the day after it reopens.
      *  A branch not on the master is treated as open
      *  every day.
      *  CP-RETURN-CODE: Y=done  E=bad function or date
      *****************************************************
       01  CALENDAR-PARMS.
           05 CP-FUNCTION         PIC X(01).
           05 CP-BRANCH           PIC X(03).
           05 CP-FROM-DT          PIC X(08).
           05 CP-TO-DT            PIC X(08).
           05 CP-RESULT-DT        PIC X(08).
           05 CP-DAY-COUNT        PIC 9(04).
           05 CP-RETURN-CODE      PIC X(01).
