      *              with less, and items gone from the newest
      *              generation, are counted and left alone.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Change transactions carry the reviewing
      *                    buyer's operator ID (RORDCALC-OPERATOR) so
      *                    GOODSMNT can check them against the operator
      *                    authority file like any keyed change.
      *                    Writing is refused without one.
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
       77  WS-COVER-DAYS            PIC 9(02) VALUE 14.
       77  WS-WRITE-PARM            PIC X(01) VALUE "N".
           88  WRITE-PROPOSALS         VALUE "Y".
       77  WS-OPERATOR-PARM         PIC X(08) VALUE SPACES.

       77  WS-SPAN-DAYS             PIC 9(05) VALUE ZERO.
       77  WS-DAILY-USAGE           PIC 9(05)V99 VALUE ZERO.
               ON EXCEPTION
                   MOVE "N" TO WS-WRITE-PARM
           END-ACCEPT.
      *    Proposals are applied under the buyer's own authority, so
      *    the buyer who reviewed the report must be named.
           IF WRITE-PROPOSALS
               ACCEPT WS-OPERATOR-PARM
                   FROM ENVIRONMENT "RORDCALC-OPERATOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERATOR-PARM
               END-ACCEPT
               IF WS-OPERATOR-PARM = SPACES
                   DISPLAY "RORDCALC-OPERATOR NOT SET - CHANGE "
                       "TRANSACTIONS WILL NOT BE WRITTEN"
                   MOVE "N" TO WS-WRITE-PARM
               END-IF
           END-IF.
           OPEN INPUT SNAPSHOT-CATALOG-FILE.
           IF NOT CATALOG-OK
               DISPLAY "UNABLE TO OPEN SNAPSHOT CATALOG - STATUS "
           MOVE WS-NEWEST-QTY       TO TXN-QTY-ON-HAND.
           MOVE WS-NEWEST-PRICE     TO TXN-UNIT-PRICE.
           MOVE WS-SUGGESTED-ROP    TO TXN-REORDER-POINT.
           MOVE WS-OPERATOR-PARM    TO TXN-OPERATOR-ID.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-TRAN-WRITE-COUNT.
       4400-EXIT.
