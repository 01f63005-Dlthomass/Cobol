      ******************************************************************
      * Copybook:  STKLDGR
      * Purpose:   Shared stock-movement ledger record.  One line is
      *            appended for every change to a quantity on hand,
      *            by whichever program makes it: the item, the
      *            location (spaces for the goods master's
      *            system-wide GOODS-QTY-ON-HAND, a location ID for
      *            that building's LSTK-QTY-ON-HAND), the program
      *            the change came from, a reason code, the business
      *            reference behind it (order reference, PO number,
      *            transfer locations) and the quantity before and
      *            after.  ROLLFWD applies the master-level lines to
      *            the prior MSTRSNAP snapshot to prove the new one,
      *            so the layout only has to change in one place.
      *
      *            Reason codes:
      *              LOAD - master rebuilt from the upload (GOODSBLD)
      *              ADD  - item added by maintenance
      *              CHG  - quantity changed by maintenance
      *              DEL  - item deleted by maintenance
      *              CADJ - count adjustment raised by RECONCIL
      *                     (lines written before 2026-10-15; since
      *                     then a count adjustment is a GOODSMNT CHG
      *                     line with reference PHYS COUNT)
      *              ISS  - shipped by GOODSISS
      *              RCPT - received against a PO by PORECV
      *              XOUT - transferred out of a location (LOCSMNT)
      *              XIN  - transferred into a location (LOCSMNT)
      *              RTN  - customer return taken back (RTNPROC)
      *              RTV  - returned to the vendor (RTNPROC)
      *              ASM  - kit assembled, components used (KITASM)
      *              DSM  - kit taken apart, components freed (KITASM)
      * Modification History:
      *   2026-10-14  DLT  Original.
      *   2026-10-14  DLT  RTN and RTV reason codes for RTNPROC.
      *   2026-10-15  DLT  ASM and DSM reason codes for KITASM.
      *   2026-10-15  DLT  CADJ is no longer written; see above.
      ******************************************************************
       01  STOCK-LEDGER-RECORD.
           05  LDGR-RUN-DATE           PIC X(10).
           05  LDGR-SEP-1              PIC X(01).
           05  LDGR-RUN-TIME           PIC X(08).
           05  LDGR-SEP-2              PIC X(01).
           05  LDGR-GOODS-NAME         PIC X(04).
           05  LDGR-SEP-3              PIC X(01).
           05  LDGR-LOCATION-ID        PIC X(03).
               88  LDGR-MASTER-LEVEL      VALUE SPACES.
           05  LDGR-SEP-4              PIC X(01).
           05  LDGR-SOURCE-PGM         PIC X(08).
           05  LDGR-SEP-5              PIC X(01).
           05  LDGR-REASON-CODE        PIC X(04).
               88  LDGR-RELOAD            VALUE "LOAD".
           05  LDGR-SEP-6              PIC X(01).
           05  LDGR-REFERENCE          PIC X(10).
           05  LDGR-SEP-7              PIC X(01).
           05  LDGR-QTY-BEFORE         PIC 9(05).
           05  LDGR-SEP-8              PIC X(01).
           05  LDGR-QTY-AFTER          PIC 9(05).
