      *****************************************************
      *  CLOSEDREC - closed-day calendar record for
      *  CLOSED-DAY-FILE, one record per branch per date
      *  the branch is closed (holidays, staff days,
      *  emergency closures).  Weekly closing days are on
      *  the branch master (BRM-WEEKLY-CLOSED).
      *****************************************************
       01  CLOSED-DAY-RECORD.
           05 CAL-KEY.
              10 CAL-BRANCH       PIC X(03).
              10 CAL-DATE         PIC X(08).
           05 CAL-REASON          PIC X(30).
