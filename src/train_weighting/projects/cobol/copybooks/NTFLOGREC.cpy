      *****************************************************
      *  NTFLOGREC - NOTIFY-LOG-RECORD layout for the
      *  sent-notice log (ntflog.dat), keyed on NL-KEY.
      *  LIBRARY-NOTIFY writes one record for every notice
      *  passed to the messaging gateway and skips any
      *  notice already on the log, so a rerun or the next
      *  night's run never sends the same notice twice.
      *  NL-TYPE: PD=Pre-due reminder  HR=Hold ready
      *           HX=Hold pickup expiring
      *           O1/O2/O3=First/second/final overdue
      *           LB=Lost-item bill  MX=Membership expiry
      *           IR=ILL item ready  ID=ILL pre-due
      *           IO=ILL overdue
      *  NL-REF-DT is the date the notice is about (due
      *  date, hold ready date, checkout date of the lost
      *  loan or membership expiry date), so a renewed
      *  loan, a new hold or a renewed membership is
      *  noticed afresh.  ILL notices carry "ILL" and the
      *  ILL request number in NL-ISBN, and the received
      *  date (IR) or patron due date (ID/IO) in NL-REF-DT.
      *  NL-CHANNEL: E=Email  S=SMS text
      *****************************************************
       01  NOTIFY-LOG-RECORD.
           05 NL-KEY.
              10 NL-BORROWER-ID   PIC X(10).
              10 NL-TYPE          PIC X(02).
              10 NL-ISBN          PIC X(13).
              10 NL-REF-DT        PIC X(08).
           05 NL-SENT-DT          PIC X(08).
           05 NL-CHANNEL          PIC X(01).
