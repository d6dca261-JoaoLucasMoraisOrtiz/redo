      *****************************************************
      *  BRANCHREC - branch master record for BRANCH-FILE,
      *  keyed by the 3-character branch code used in
      *  OPR-BRANCH, CO-BRANCH, BC-BRANCH and HOLD-BRANCH.
      *  BRM-STATUS: A=Active  I=Inactive (no longer
      *              accepted as a branch code at the desk)
      *  BRM-WEEKLY-CLOSED: one byte per weekday, Monday
      *              first; C=closed every week on that day
      *              (e.g. "     CC" = closed weekends).
      *              Holidays and one-off closures are on
      *              CLOSED-DAY-FILE (see CLOSEDREC).
      *****************************************************
       01  BRANCH-RECORD.
           05 BRM-CODE            PIC X(03).
           05 BRM-NAME            PIC X(30).
           05 BRM-ADDRESS         PIC X(40).
           05 BRM-STATUS          PIC X(01).
           05 BRM-WEEKLY-CLOSED   PIC X(07).
