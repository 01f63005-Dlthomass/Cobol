      *            POGEN to raise orders from REORDRPT's suggested-
      *            order file and by PORECV to receive vendor
      *            shipments against them, so the layout only has to
      *            change in one place.  INVMATCH reads it to match
      *            vendor invoices against what was ordered and
      *            received, and keeps PO-BILLED-QTY as the quantity
      *            already approved to pay on the line.  RTNPROC keeps
      *            PO-RETURNED-QTY as the quantity sent back to the
      *            vendor against it.
      * Modification History:
      *   2026-09-02  DLT  Original.
      *   2026-10-14  DLT  PO-BILLED-QTY taken out of the FILLER.
      *                    Lines raised before it existed carry spaces
      *                    there, which INVMATCH reads as nothing
      *                    billed yet.
      *   2026-10-15  DLT  PO-RETURNED-QTY added after PO-BILLED-QTY
      *                    in place of the FILLER: the quantity RTNPROC
      *                    has sent back to the vendor against the
      *                    line.  The record grows from 46 to 48
      *                    bytes, so the open-PO file is unloaded and
      *                    reloaded into the new layout once; lines
      *                    carried over that way have spaces in the
      *                    new field, which RTNPROC reads as nothing
      *                    returned yet.
      ******************************************************************
       01  OPEN-PO-RECORD.
           05  PO-NUMBER.
           05  PO-STATUS-CODE          PIC X(01).
               88  PO-LINE-OPEN           VALUE "O".
               88  PO-LINE-CLOSED         VALUE "C".
           05  PO-BILLED-QTY           PIC 9(05).
           05  PO-RETURNED-QTY         PIC 9(05).
