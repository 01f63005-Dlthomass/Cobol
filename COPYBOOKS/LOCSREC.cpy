      *            layout only has to change in one place.
      * Modification History:
      *   2026-09-02  DLT  Original.
      *   2026-10-14  DLT  LSTK-QUARANTINE-LOCATION names the building
      *                    returned and damaged goods are held in.  It
      *                    counts in the master total but is never
      *                    pickable: GOODSISS, ORDALLOC and GOODSINQ
      *                    take it out of what can ship.  RTNPROC puts
      *                    stock into it and sends it back to vendors.
      ******************************************************************
       01  LOCATION-STOCK-RECORD.
           05  LSTK-KEY.
               10  LSTK-LOCATION-ID    PIC X(03).
                   88  LSTK-QUARANTINE-LOCATION VALUE "QTN".
               10  LSTK-GOODS-NAME     PIC X(04).
           05  LSTK-QTY-ON-HAND        PIC 9(05).
           05  FILLER                  PIC X(08).
