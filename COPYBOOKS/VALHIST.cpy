      ******************************************************************
      * Copybook:  VALHIST
      * Purpose:   Shared valuation-history record.  VALURPT appends
      *            one line every time it runs - when, how many items
      *            it valued and the grand total of inventory value it
      *            printed, and whether the operator ran it as the
      *            month-end valuation - and GLJRNL takes the last
      *            two month-end runs as the opening and closing
      *            valuation its journal has to tie to, so the layout
      *            only has to change in one place.
      * Modification History:
      *   2026-10-14  DLT  Original.
      *   2026-10-15  DLT  Month-end flag added at the end of the line,
      *                    so an ad-hoc valuation during the month no
      *                    longer closes GLJRNL's period.  Lines
      *                    written before it existed read as spaces,
      *                    not month-end; a history line can be marked
      *                    by keying Y in the last column.
      ******************************************************************
       01  VALUATION-HISTORY-RECORD.
           05  VALH-RUN-DATE           PIC X(10).
           05  VALH-SEP-1              PIC X(01).
           05  VALH-RUN-TIME           PIC X(08).
           05  VALH-SEP-2              PIC X(01).
           05  VALH-ITEM-COUNT         PIC 9(05).
           05  VALH-SEP-3              PIC X(01).
           05  VALH-GRAND-TOTAL        PIC 9(10)V99.
           05  VALH-SEP-4              PIC X(01).
           05  VALH-MONTH-END-FLAG     PIC X(01).
               88  VALH-MONTH-END         VALUE "Y".
