      *  BORROWREC - shared BORROWER-RECORD layout for
      *  BORROWER-FILE (borrower master).
      *  BR-STATUS: A=Active  D=Deactivated
      *  BR-STATUS-DT: date BR-STATUS last changed
      *  (registration, deactivation or reactivation);
      *  LIBRARY-PURGE measures how long a borrower has
      *  been deactivated from it.
      *  BR-CATEGORY: loan policy category, keyed into
      *  POLICY-FILE (see POLICYREC)
      *  BR-EMAIL / BR-MOBILE: addresses for the city
      *  messaging gateway (spaces when not given).
      *  BR-NOTIFY-PREF: E=Email  S=SMS text  P=Print
      *  (printed letters; spaces are treated as P).
      *  Electronic-preference patrons are sent their
      *  notices through LIBRARY-NOTIFY instead of the
      *  LIBRARY-NOTICES letter run.
      *  BR-FEED-SOURCE: S=School roster  C=City resident
      *  file  (spaces = registered at the desk); set by
      *  LIBRARY-BORLOAD, with BR-FEED-DT the date the
      *  borrower was last found on that feed.
      *****************************************************
       01  BORROWER-RECORD.
           05 BR-ID           PIC X(10).
           05 BR-CONTACT      PIC X(30).
           05 BR-STATUS       PIC X(01).
           05 BR-EXPIRY-DT    PIC X(08).
           05 BR-CATEGORY     PIC X(01).
           05 BR-EMAIL        PIC X(50).
           05 BR-MOBILE       PIC X(15).
           05 BR-NOTIFY-PREF  PIC X(01).
           05 BR-STATUS-DT    PIC X(08).
           05 BR-FEED-SOURCE  PIC X(01).
           05 BR-FEED-DT      PIC X(08).
