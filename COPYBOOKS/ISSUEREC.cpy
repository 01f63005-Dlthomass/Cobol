      ******************************************************************
      * Copybook:  ISSUEREC
      * Purpose:   Shared issue-transaction record layout for
      *            GOODSISS's two issue inputs: the hand-keyed
      *            ISSUEDD and the released-issue file RELISSDD that
      *            ORDALLOC writes from allocated order lines.  Used
      *            by GOODSISS to read both and by ORDALLOC to write
      *            RELISSDD, so the layout only has to change in one
      *            place.  An issue released from
      *            an order carries the order line and the location
      *            ORDALLOC chose; a hand-keyed issue leaves both
      *            blank.
      * Modification History:
      *   2026-10-14  DLT  Original - factored out of GOODSISS, which
      *                    had carried this layout inline, and
      *                    extended with the order line and location.
      *   2026-10-15  DLT  Also the layout of ORDALLOC's released-issue
      *                    file, RELISSDD.
      ******************************************************************
       01  ISSUE-TRAN-RECORD.
           05  ISS-GOODS-NAME          PIC X(04).
           05  ISS-QTY                 PIC 9(05).
           05  ISS-ORDER-REF           PIC X(10).
           05  ISS-ORDER-LINE          PIC 9(03).
           05  ISS-LOCATION-ID         PIC X(03).
