      ******************************************************************
      * Copybook:  PRCHIST
      * Purpose:   Shared price-history record.  PRICEAPL appends one
      *            line per pending change it applies (old price, new
      *            price, effective date, date applied) or drops, and
      *            GLJRNL reads the APPLIED lines back to value the
      *            month's revaluation, so the layout only has to
      *            change in one place.  ARCHPRG splits the file on
      *            the leading applied date and carries the rest as
      *            text.
      * Modification History:
      *   2026-10-14  DLT  Original - factored out of PRICEAPL, which
      *                    had carried this layout inline, so GLJRNL
      *                    can read the identical record.
      ******************************************************************
       01  PRICE-HISTORY-RECORD.
           05  PHIST-APPLIED-DATE      PIC X(10).
           05  PHIST-SEP-1             PIC X(01).
           05  PHIST-GOODS-NAME        PIC X(04).
           05  PHIST-SEP-2             PIC X(01).
           05  PHIST-OLD-PRICE         PIC 9(03).99.
           05  PHIST-SEP-3             PIC X(01).
           05  PHIST-NEW-PRICE         PIC 9(03).99.
           05  PHIST-SEP-4             PIC X(01).
           05  PHIST-EFFECTIVE-DATE    PIC X(10).
           05  PHIST-SEP-5             PIC X(01).
           05  PHIST-RESULT            PIC X(20).
               88  PHIST-APPLIED          VALUE "APPLIED".
