      ******************************************************************
      * Copybook:  BOMREC
      * Purpose:   Shared bill-of-materials record.  One record per
      *            component of a kit: the kit's GOODS-NAME, the
      *            component's GOODS-NAME and how many of the
      *            component go into one kit.  Kits and components
      *            are both ordinary items on the goods master.  The
      *            indexed file is keyed on kit plus component, so a
      *            kit's components read back together from a START
      *            on the kit.  Used by BOMMNT to maintain the file,
      *            by KITASM to assemble and disassemble kits and by
      *            KITRPT to work out how many can be built, so the
      *            layout only has to change in one place.
      * Modification History:
      *   2026-10-15  DLT  Original.
      ******************************************************************
       01  BILL-OF-MATERIALS-RECORD.
           05  BOM-KEY.
               10  BOM-KIT-GOODS-NAME  PIC X(04).
               10  BOM-COMPONENT-NAME  PIC X(04).
           05  BOM-QTY-PER-KIT         PIC 9(03).
           05  FILLER                  PIC X(09).
