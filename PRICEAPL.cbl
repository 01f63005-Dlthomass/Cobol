      *              history file as such and removed, rather than
      *              retrying forever.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Price-history layout moved to the PRCHIST
      *                    copybook so GLJRNL reads the same record.
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY GOODSREC.

       FD  PRICE-HISTORY-FILE.
           COPY PRCHIST.

       WORKING-STORAGE SECTION.
       77  WS-PENDING-STATUS        PIC X(02).
