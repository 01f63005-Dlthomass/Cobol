      *              of every item, which understates ages rather
      *              than overstating them.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15  DLT  Catalog record extended with the snapshot
      *                    time MSTRSNAP now writes after the record
      *                    count.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  SCAT-SNAP-DATE          PIC X(10).
           05  SCAT-SEP-1              PIC X(01).
           05  SCAT-RECORD-COUNT       PIC 9(07).
           05  SCAT-SEP-2              PIC X(01).
           05  SCAT-SNAP-TIME          PIC X(08).

       FD  SNAPSHOT-GEN-1.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
