      ******************************************************************
      * Copybook:  SUPRREC
      * Purpose:   Shared item-supersession record.  One line per
      *            superseded GOODS-NAME, kept by purchasing when a
      *            vendor replaces an item with a new code: the old
      *            item, the item that replaces it, the date the
      *            replacement takes over and whether the old item's
      *            remaining stock is to be used up first.  A
      *            replacement may itself be superseded later, so
      *            the lines form chains.  Read by the SUPRLKUP
      *            subprogram and by SUPRRPT, so the layout only has
      *            to change in one place.
      *
      *            Use-up switch:  Y - keep picking the old item until
      *                                its stock runs out, then pick
      *                                the replacement
      *                            N - pick the replacement from the
      *                                effective date on; any old
      *                                stock is left over to clear
      * Modification History:
      *   2026-10-15  DLT  Original.
      ******************************************************************
       01  SUPERSESSION-RECORD.
           05  SUPR-OLD-GOODS-NAME     PIC X(04).
           05  SUPR-SEP-1              PIC X(01).
           05  SUPR-NEW-GOODS-NAME     PIC X(04).
           05  SUPR-SEP-2              PIC X(01).
           05  SUPR-EFFECTIVE-DATE     PIC X(10).
           05  SUPR-SEP-3              PIC X(01).
           05  SUPR-USE-UP-SWITCH      PIC X(01).
               88  SUPR-USE-UP-FIRST      VALUE "Y".
               88  SUPR-VALID-USE-UP      VALUE "Y" "N".
