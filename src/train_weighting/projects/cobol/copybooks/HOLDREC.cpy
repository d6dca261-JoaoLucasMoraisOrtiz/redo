      *  (reservation queue per ISBN, first come first
      *  served in HOLD-SEQ order).
      *  HOLD-STATUS: P=Pending  R=Ready (copy held)
      *               T=In transit (copy on its way to
      *                 the pickup branch; goes Ready when
      *                 that branch receives it at the desk)
      *  HOLD-READY-DT is the date the copy was put
      *  behind the desk (spaces while pending); the
      *  LIBRARY-HOLDEXP sweep cancels ready holds not
      *  picked up within the pickup window.
      *  HOLD-BRANCH is the branch whose desk is holding
      *  the copy (spaces while pending) so a released
      *  copy goes back on the right shelf.  While in
      *  transit it is the pickup branch the copy is
      *  travelling to.
      *  HOLD-PICKUP-BR is the branch where the patron
      *  asked to collect the copy (spaces on holds placed
      *  before pickup branches were taken - such holds
      *  are filled at whichever branch handles the copy).
      *****************************************************
       01  HOLD-RECORD.
           05 HOLD-KEY.
           05 HOLD-STATUS         PIC X(01).
           05 HOLD-READY-DT       PIC X(08).
           05 HOLD-BRANCH         PIC X(03).
           05 HOLD-PICKUP-BR      PIC X(03).
