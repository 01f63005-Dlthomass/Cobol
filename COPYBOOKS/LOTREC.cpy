      ******************************************************************
      * Copybook:  LOTREC
      * Purpose:   Shared lot-stock record.  One record per location
      *            per item per lot, keyed on location ID plus
      *            GOODS-NAME plus the lot number, carrying the lot's
      *            expiry date and how much of it sits in that
      *            building.  The location-stock file (LOCSREC) stays
      *            the building's total for the item; this file says
      *            which lots make it up.  The key leads with the
      *            same location and item LSTK-KEY does, so the two
      *            files read in key order line up for LOTRECN.
      *
      *            A lot with no expiry date carries spaces, which
      *            GOODSISS and LOCSMNT treat as expiring after every
      *            dated lot.  Stock received without a vendor lot
      *            number is lotted under the PO number it came in
      *            on, and a customer return under the order number
      *            it went out on.  Created by PORECV and RTNPROC,
      *            drawn down earliest-expiry first by GOODSISS and by
      *            RTNPROC's returns to vendor, moved by LOCSMNT
      *            transfers, drawn and credited by KITASM, and read
      *            by LOTEXPR and LOTRECN, so the layout only has to
      *            change in one place.
      * Modification History:
      *   2026-10-15  DLT  Original.
      ******************************************************************
       01  LOT-STOCK-RECORD.
           05  LOT-KEY.
               10  LOT-LOCATION-ID     PIC X(03).
               10  LOT-GOODS-NAME      PIC X(04).
               10  LOT-NUMBER          PIC X(10).
           05  LOT-EXPIRY-DATE         PIC X(10).
               88  LOT-NOT-DATED          VALUE SPACES.
           05  LOT-QTY-ON-HAND         PIC 9(05).
           05  LOT-RECEIVED-DATE       PIC X(10).
           05  LOT-SOURCE-REF          PIC X(10).
           05  FILLER                  PIC X(10).
