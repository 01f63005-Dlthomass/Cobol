      ******************************************************************
      * Copybook:  ORDREC
      * Purpose:   Shared customer-order record.  One indexed file
      *            holds both halves of an order, keyed on order
      *            number plus line number: line 000 is the order
      *            header (customer, order date, ship-by date,
      *            priority) and lines 001-999 are the items ordered.
      *            The order number is the order reference GOODSISS
      *            carries on every issue, the pick list and the
      *            transaction log.
      *
      *            Each order line tracks where its quantity stands:
      *              ALLOC - reserved against on-hand by ORDALLOC but
      *                      not yet released to the floor
      *              PICK  - released to GOODSISS as issue input and
      *                      not yet shipped; whatever GOODSISS
      *                      cannot ship comes off PICK again and is
      *                      backordered, for ORDALLOC to allocate
      *              SHIP  - shipped by GOODSISS
      *            Whatever of ORDL-ORDER-QTY is in none of the three
      *            is still waiting for stock - backordered.
      *            ORDL-RETURN-QTY is how much of the shipped quantity
      *            the customer has since sent back (RTNPROC).  It
      *            does not reopen the line.
      *
      *            Used by ORDMNT to enter orders, ORDALLOC to
      *            allocate and release them, GOODSISS to post
      *            shipments back, and ORDRPT to report open orders,
      *            so the layout only has to change in one place.
      * Modification History:
      *   2026-10-14  DLT  Original.
      *   2026-10-14  DLT  ORDL-RETURN-QTY taken out of the FILLER.
      *                    Lines entered before it existed carry
      *                    spaces there, which RTNPROC reads as
      *                    nothing returned yet.
      *   2026-10-15  DLT  A short shipment no longer stays in PICK on
      *                    GOODSISS's backorder file; the shortfall
      *                    goes back to backordered on the line.
      ******************************************************************
       01  CUSTOMER-ORDER-RECORD.
           05  ORD-KEY.
               10  ORD-NUMBER          PIC X(10).
               10  ORD-LINE-NO         PIC 9(03).
                   88  ORD-HEADER-LINE    VALUE ZERO.
           05  ORD-DETAIL              PIC X(40).
           05  ORD-HEADER-DETAIL REDEFINES ORD-DETAIL.
               10  ORDH-CUSTOMER-ID    PIC X(06).
               10  ORDH-ORDER-DATE     PIC X(10).
               10  ORDH-SHIP-BY-DATE   PIC X(10).
      *            1 is the most urgent, 9 the least.
               10  ORDH-PRIORITY       PIC 9(01).
               10  FILLER              PIC X(13).
           05  ORD-LINE-DETAIL REDEFINES ORD-DETAIL.
               10  ORDL-GOODS-NAME     PIC X(04).
               10  ORDL-ORDER-QTY      PIC 9(05).
               10  ORDL-ALLOC-QTY      PIC 9(05).
               10  ORDL-PICK-QTY       PIC 9(05).
               10  ORDL-SHIP-QTY       PIC 9(05).
               10  ORDL-LOCATION-ID    PIC X(03).
               10  ORDL-RETURN-QTY     PIC 9(05).
               10  FILLER              PIC X(08).
