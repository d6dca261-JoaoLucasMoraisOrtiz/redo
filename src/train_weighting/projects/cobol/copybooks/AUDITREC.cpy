      *              L=Lost conversion (LIBRARY-LOSTCONV,
      *                operator LIBRARYLST; copy written
      *                off and replacement cost billed)
      *              T=Transit (copies taken off the shelf
      *                to send to another branch or fill a
      *                hold, or received from transit and
      *                put back on the shelf)
      *              S=Stocktake write-off (LIBRARY-STOCKTAKE,
      *                operator is the approving supervisor;
      *                missing copies taken off the counts)
      *              P=Patron feed load (LIBRARY-BORLOAD,
      *                operator LIBRARYBLD; AUD-ISBN carries
      *                the BR-ID, AUD-BEFORE-TITLE the feed
      *                and change, AUD-BEFORE-AUTHOR the old
      *                contact, AUD-AFTER-TITLE/-AUTHOR the
      *                name and contact loaded; counts zero)
      *****************************************************
       01  AUDIT-RECORD.
           05 AUD-TIMESTAMP.
