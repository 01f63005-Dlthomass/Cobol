      *              translates them, and codes with no entry land on
      *              the receiving report instead of silently dropping.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Quantity received against an open PO line
      *                    is now booked onto the goods master's
      *                    GOODS-QTY-ON-HAND, and each booking is
      *                    written to the stock-movement ledger
      *                    (STKLDGR) under the PO number.  Over
      *                    shipments and receipts with no open PO are
      *                    still only reported - nothing purchasing
      *                    did not order goes into stock until it is
      *                    dealt with.
      *   2026-10-15  DLT  Received stock is now put away at the
      *                    receiving location (PORECV-LOCATION,
      *                    default RCV): its location-stock record is
      *                    credited and ledgered at location level,
      *                    and the lot file (LOTREC) is credited lot
      *                    by lot from the lot number and expiry date
      *                    now carried on the receipt line.  A line
      *                    with no lot number is lotted under the PO
      *                    number it is booked against.
      *   2026-10-15  DLT  When the master's on-hand is capped at
      *                    99999, the location, its ledger line and
      *                    the lots are credited only with what the
      *                    master actually took, not the full
      *                    quantity applied.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RECEIVING-REPORT-FILE ASSIGN TO PORCVRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           05  RCPT-VENDOR-CODE        PIC X(10).
           05  RCPT-QTY                PIC 9(05).
           05  RCPT-UNIT-PRICE         PIC 9(03)V99.
      *    The vendor's lot number and its expiry date (YYYY-MM-DD),
      *    spaces when the item is not lot-controlled or not dated.
           05  RCPT-LOT-NUMBER         PIC X(10).
           05  RCPT-EXPIRY-DATE        PIC X(10).

       FD  VENDOR-XREF-FILE.
           COPY VENDXREC.
       FD  OPEN-PO-FILE.
           COPY POREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  RECEIVING-REPORT-FILE.
      *    The PO-number column doubles as the vendor-code column on
      *    the unmapped-code lines, where there is no PO to show.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-QTY                  PIC 9(05).
           05  SW-LOT-NUMBER           PIC X(10).
           05  SW-EXPIRY-DATE          PIC X(10).

       WORKING-STORAGE SECTION.
       77  WS-RECEIPT-STATUS        PIC X(02).
       77  WS-PO-STATUS             PIC X(02).
           88  PO-FILE-OK              VALUE "00".
           88  PO-FILE-EOF-STATUS      VALUE "10".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
           88  LOCSTK-MISSING          VALUE "35".
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
           88  LOT-FILE-MISSING        VALUE "35".
       77  WS-LEDGER-STATUS         PIC X(02).
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-XREF-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  XREF-FILE-OPENED        VALUE "Y".
       77  WS-PO-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  PO-FILE-OPENED          VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".

       77  WS-RECEIPT-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-RECEIPTS         VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".

       77  WS-VENDOR-ID-PARM        PIC X(03) VALUE "V01".
       77  WS-LOCATION-PARM         PIC X(03) VALUE "RCV".

      *    The receipt being applied: consecutive sorted records for
      *    the same item are summed here first, so one vendor line
       77  WS-ITEM-QTY              PIC 9(07) VALUE ZERO.
       77  WS-ITEM-QTY-LEFT         PIC 9(07) VALUE ZERO.
       77  WS-OPEN-REMAINDER        PIC 9(05) VALUE ZERO.
       77  WS-APPLIED-QTY           PIC 9(05) VALUE ZERO.
       77  WS-QTY-BEFORE            PIC 9(05) VALUE ZERO.
      *    What the receipt actually added to GOODS-QTY-ON-HAND - the
      *    quantity applied, less anything lost to the 99999 cap.
       77  WS-BOOKED-QTY            PIC 9(05) VALUE ZERO.
       77  WS-PO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  OPEN-PO-FOUND           VALUE "Y".

      *    The lots the item's receipt arrived in, summed by lot
      *    number as the sorted records are merged, and used up in
      *    that order as quantity is booked against PO lines.  Fifty
      *    lots of one item in one drop is far beyond any delivery;
      *    quantity past the fiftieth is lotted under the PO number,
      *    the same as a line that came in with no lot number.
       01  RECEIPT-LOT-TABLE.
           05  RLOT-ENTRY OCCURS 50 TIMES.
               10  RLOT-LOT-NUMBER     PIC X(10).
               10  RLOT-EXPIRY-DATE    PIC X(10).
               10  RLOT-QTY-LEFT       PIC 9(07).
       77  WS-RLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-RLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-LOT-QTY-LEFT          PIC 9(05) VALUE ZERO.
       77  WS-LOT-TAKE-QTY          PIC 9(05) VALUE ZERO.
       77  WS-PUT-LOT-NUMBER        PIC X(10) VALUE SPACES.
       77  WS-PUT-EXPIRY-DATE       PIC X(10) VALUE SPACES.
       77  WS-LOCSTK-QTY-BEFORE     PIC 9(05) VALUE ZERO.

       77  WS-RECEIPT-READ-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-UNMAPPED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-CLOSED-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-SHORT-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-OVER-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-NO-PO-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-NOT-POSTED-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-LOTS-CREDITED-COUNT   PIC 9(07) VALUE ZERO.
       77  WS-NOT-PUT-AWAY-COUNT    PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF XREF-FILE-OPENED AND PO-FILE-OPENED
               AND MASTER-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GOODS-NAME SW-LOT-NUMBER
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               DISPLAY "RECEIPT LINES READ:     " WS-RECEIPT-READ-COUNT
               DISPLAY "PO LINES SHORT:         " WS-SHORT-COUNT
               DISPLAY "OVER SHIPMENTS:         " WS-OVER-COUNT
               DISPLAY "RECEIPTS WITH NO PO:    " WS-NO-PO-COUNT
               DISPLAY "RECEIPTS NOT POSTED:    " WS-NOT-POSTED-COUNT
               DISPLAY "LOT CREDITS WRITTEN:    " WS-LOTS-CREDITED-COUNT
               DISPLAY "POSTINGS NOT PUT AWAY:  " WS-NOT-PUT-AWAY-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the cross-reference and the open-PO file
      *    must both be there or nothing can be matched, and the goods
      *    master must be there for the received stock to land on; the
      *    report is opened here because unmapped codes are reported
      *    from the sort input procedure.  The location-stock and lot
      *    files are created empty if this is the first receipt run
      *    since lots were introduced; either one missing is reported
      *    and the receipt is still booked to the master.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-VENDOR-ID-PARM FROM ENVIRONMENT "PORECV-VENDOR"
               ON EXCEPTION
                   MOVE "V01" TO WS-VENDOR-ID-PARM
           END-ACCEPT.
           ACCEPT WS-LOCATION-PARM FROM ENVIRONMENT "PORECV-LOCATION"
               ON EXCEPTION
                   MOVE "RCV" TO WS-LOCATION-PARM
           END-ACCEPT.
           IF WS-LOCATION-PARM = SPACES
               DISPLAY "PORECV-LOCATION IS BLANK - USING RCV"
               MOVE "RCV" TO WS-LOCATION-PARM
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
                   PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT
               END-IF
           END-IF.
           OPEN I-O GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCSTK-MISSING
               OPEN OUTPUT LOCATION-STOCK-FILE
               CLOSE LOCATION-STOCK-FILE
               OPEN I-O LOCATION-STOCK-FILE
           END-IF.
           IF NOT LOCSTK-OK
               DISPLAY "UNABLE TO OPEN LOCATION STOCK - STATUS "
                   WS-LOCSTK-STATUS
           ELSE
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           END-IF.
           OPEN I-O LOT-STOCK-FILE.
           IF LOT-FILE-MISSING
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF.
           IF NOT LOT-FILE-OK
               DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                   WS-LOT-STATUS
           ELSE
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.
       1000-EXIT.
           EXIT.

                   MOVE SPACES          TO SORT-WORK-RECORD
                   MOVE XREF-GOODS-NAME TO SW-GOODS-NAME
                   MOVE RCPT-QTY        TO SW-QTY
                   MOVE RCPT-LOT-NUMBER TO SW-LOT-NUMBER
                   MOVE RCPT-EXPIRY-DATE TO SW-EXPIRY-DATE
                   RELEASE SORT-WORK-RECORD
           END-READ.
       3500-EXIT.
      *    4000-SORT-OUTPUT - the sorted work file arrives grouped by
      *    GOODS-NAME; consecutive records for the same item are
      *    summed into one receipt quantity, and each item's total is
      *    applied against the vendor's open PO lines in turn.  Within
      *    the item the records arrive in lot-number order, so the
      *    same lot split across the upload sums into one lot entry.
      ******************************************************************
       4000-SORT-OUTPUT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-ITEM-QTY
                   END-ADD
                   PERFORM 4300-ADD-RECEIPT-LOT THRU 4300-EXIT
               ELSE
                   PERFORM 5000-APPLY-ITEM-RECEIPT THRU 5000-EXIT
                   PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
       4200-START-NEW-ITEM.
           MOVE SW-GOODS-NAME TO WS-ITEM-NAME.
           MOVE SW-QTY        TO WS-ITEM-QTY.
           MOVE ZERO          TO WS-RLOT-COUNT.
           MOVE 1             TO WS-RLOT-SUBSCRIPT.
           PERFORM 4300-ADD-RECEIPT-LOT THRU 4300-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-ADD-RECEIPT-LOT - add the sorted record's quantity to
      *    the item's lot table: onto the last entry when it is the
      *    same lot, otherwise as a new entry.  A full table drops the
      *    lot detail, not the quantity - the quantity is still booked
      *    and ends up lotted under the PO number.
      ******************************************************************
       4300-ADD-RECEIPT-LOT.
           IF WS-RLOT-COUNT > ZERO
               IF SW-LOT-NUMBER = RLOT-LOT-NUMBER(WS-RLOT-COUNT)
                   ADD SW-QTY TO RLOT-QTY-LEFT(WS-RLOT-COUNT)
                       ON SIZE ERROR
                           MOVE 9999999
                               TO RLOT-QTY-LEFT(WS-RLOT-COUNT)
                   END-ADD
                   GO TO 4300-EXIT
               END-IF
           END-IF.
           IF WS-RLOT-COUNT NOT < 50
               DISPLAY "MORE THAN 50 LOTS FOR " SW-GOODS-NAME
                   " - LOT " SW-LOT-NUMBER " NOT RECORDED"
               GO TO 4300-EXIT
           END-IF.
           ADD 1 TO WS-RLOT-COUNT.
           MOVE SW-LOT-NUMBER  TO RLOT-LOT-NUMBER(WS-RLOT-COUNT).
           MOVE SW-EXPIRY-DATE TO RLOT-EXPIRY-DATE(WS-RLOT-COUNT).
           MOVE SW-QTY         TO RLOT-QTY-LEFT(WS-RLOT-COUNT).
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    5000-APPLY-ITEM-RECEIPT - walk the open-PO file from the
      *    front (key order is chronological, so the oldest open line
      ******************************************************************
      *    5200-APPLY-TO-ONE-LINE - enough quantity closes the line;
      *    less than enough is booked on and reported SHORT, and the
      *    line stays open for the vendor's next drop.  Either way the
      *    quantity applied to the line goes into stock.
      ******************************************************************
       5200-APPLY-TO-ONE-LINE.
           MOVE SPACES TO RECEIVING-REPORT-RECORD.
           COMPUTE WS-OPEN-REMAINDER =
               PO-ORDER-QTY - PO-RECEIVED-QTY.
           IF WS-ITEM-QTY-LEFT NOT < WS-OPEN-REMAINDER
               MOVE WS-OPEN-REMAINDER TO WS-APPLIED-QTY
               SUBTRACT WS-OPEN-REMAINDER FROM WS-ITEM-QTY-LEFT
               MOVE PO-ORDER-QTY TO PO-RECEIVED-QTY
               MOVE "C"          TO PO-STATUS-CODE
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "RECEIVED IN FULL - LINE CLOSED" TO RCVR-STATUS
           ELSE
               MOVE WS-ITEM-QTY-LEFT TO WS-APPLIED-QTY
               ADD WS-ITEM-QTY-LEFT TO PO-RECEIVED-QTY
               MOVE ZERO            TO WS-ITEM-QTY-LEFT
               ADD 1 TO WS-SHORT-COUNT
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR PO " PO-NUMBER
                       " - STATUS " WS-PO-STATUS
               NOT INVALID KEY
                   IF WS-APPLIED-QTY > ZERO
                       PERFORM 5300-POST-TO-STOCK THRU 5300-EXIT
                   END-IF
           END-REWRITE.
           MOVE PO-NUMBER           TO RCVR-PO-NUMBER.
           MOVE PO-GOODS-NAME       TO RCVR-GOODS-NAME.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    5300-POST-TO-STOCK - add the quantity applied to this PO
      *    line to the item's GOODS-QTY-ON-HAND and ledger it under
      *    the PO number.  A PO raised for an item since deleted from
      *    the master cannot be booked; it is flagged on the report
      *    line for the buyer.
      ******************************************************************
       5300-POST-TO-STOCK.
           MOVE PO-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-POSTED-COUNT
                   MOVE "RECEIVED - ITEM NOT ON MASTER" TO RCVR-STATUS
               NOT INVALID KEY
                   MOVE GOODS-QTY-ON-HAND TO WS-QTY-BEFORE
                   ADD WS-APPLIED-QTY TO GOODS-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO GOODS-QTY-ON-HAND
                           DISPLAY "ON-HAND CAPPED AT 99999 FOR "
                               PO-GOODS-NAME
                   END-ADD
                   COMPUTE WS-BOOKED-QTY =
                       GOODS-QTY-ON-HAND - WS-QTY-BEFORE
                   REWRITE GOODS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-NOT-POSTED-COUNT
                           DISPLAY "MASTER REWRITE FAILED FOR "
                               PO-GOODS-NAME " - STATUS "
                               WS-MASTER-STATUS
                       NOT INVALID KEY
                           PERFORM 5350-LEDGER-RECEIPT THRU 5350-EXIT
                           PERFORM 5600-PUT-AWAY THRU 5600-EXIT
                   END-REWRITE
           END-READ.
       5300-EXIT.
           EXIT.

       5350-LEDGER-RECEIPT.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE PO-GOODS-NAME       TO LDGR-GOODS-NAME.
           MOVE "PORECV"            TO LDGR-SOURCE-PGM.
           MOVE "RCPT"              TO LDGR-REASON-CODE.
           MOVE PO-NUMBER           TO LDGR-REFERENCE.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           MOVE GOODS-QTY-ON-HAND   TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       5350-EXIT.
           EXIT.

       5400-REPORT-OVER-SHIPMENT.
           ADD 1 TO WS-OVER-COUNT.
           MOVE SPACES              TO RECEIVING-REPORT-RECORD.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    5600-PUT-AWAY - the quantity just booked to the master
      *    (WS-BOOKED-QTY, which is short of the quantity applied when
      *    the master hit its 99999 cap) lands at the receiving
      *    location: its location-stock record is credited (created
      *    on the first receipt of the item there) and ledgered at
      *    location level, then the same quantity is spread over the
      *    receipt's lots, so master, location and lots all move
      *    together.  Without both files the booking stands on the
      *    master alone and is counted.
      ******************************************************************
       5600-PUT-AWAY.
           IF WS-BOOKED-QTY = ZERO
               GO TO 5600-EXIT
           END-IF.
           IF NOT LOCSTK-FILE-OPENED OR NOT LOT-FILE-OPENED
               ADD 1 TO WS-NOT-PUT-AWAY-COUNT
               GO TO 5600-EXIT
           END-IF.
           MOVE WS-LOCATION-PARM    TO LSTK-LOCATION-ID.
           MOVE PO-GOODS-NAME       TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO           TO WS-LOCSTK-QTY-BEFORE
                   MOVE SPACES         TO LOCATION-STOCK-RECORD
                   MOVE WS-LOCATION-PARM TO LSTK-LOCATION-ID
                   MOVE PO-GOODS-NAME  TO LSTK-GOODS-NAME
                   MOVE WS-BOOKED-QTY  TO LSTK-QTY-ON-HAND
                   WRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOCATION STOCK WRITE FAILED FOR "
                               PO-GOODS-NAME " - STATUS "
                               WS-LOCSTK-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE LSTK-QTY-ON-HAND TO WS-LOCSTK-QTY-BEFORE
                   ADD WS-BOOKED-QTY TO LSTK-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LSTK-QTY-ON-HAND
                   END-ADD
                   REWRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOCATION STOCK REWRITE FAILED FOR "
                               PO-GOODS-NAME " - STATUS "
                               WS-LOCSTK-STATUS
                   END-REWRITE
           END-READ.
           IF NOT LOCSTK-OK
               ADD 1 TO WS-NOT-PUT-AWAY-COUNT
               GO TO 5600-EXIT
           END-IF.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE PO-GOODS-NAME       TO LDGR-GOODS-NAME.
           MOVE WS-LOCATION-PARM    TO LDGR-LOCATION-ID.
           MOVE "PORECV"            TO LDGR-SOURCE-PGM.
           MOVE "RCPT"              TO LDGR-REASON-CODE.
           MOVE PO-NUMBER           TO LDGR-REFERENCE.
           MOVE WS-LOCSTK-QTY-BEFORE TO LDGR-QTY-BEFORE.
           MOVE LSTK-QTY-ON-HAND    TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
           MOVE WS-BOOKED-QTY       TO WS-LOT-QTY-LEFT.
           PERFORM 5700-CREDIT-NEXT-LOT THRU 5700-EXIT
               UNTIL WS-LOT-QTY-LEFT = ZERO.
       5600-EXIT.
           EXIT.

      ******************************************************************
      *    5700-CREDIT-NEXT-LOT - take as much of the posting as the
      *    current receipt lot still holds; once the table is used up
      *    (or the lot came in unnumbered) the quantity is lotted
      *    under the PO number with no expiry date.
      ******************************************************************
       5700-CREDIT-NEXT-LOT.
           IF WS-RLOT-SUBSCRIPT > WS-RLOT-COUNT
               MOVE PO-NUMBER       TO WS-PUT-LOT-NUMBER
               MOVE SPACES          TO WS-PUT-EXPIRY-DATE
               MOVE WS-LOT-QTY-LEFT TO WS-LOT-TAKE-QTY
           ELSE
               MOVE RLOT-LOT-NUMBER(WS-RLOT-SUBSCRIPT)
                   TO WS-PUT-LOT-NUMBER
               MOVE RLOT-EXPIRY-DATE(WS-RLOT-SUBSCRIPT)
                   TO WS-PUT-EXPIRY-DATE
               IF WS-PUT-LOT-NUMBER = SPACES
                   MOVE PO-NUMBER   TO WS-PUT-LOT-NUMBER
               END-IF
               IF RLOT-QTY-LEFT(WS-RLOT-SUBSCRIPT) > WS-LOT-QTY-LEFT
                   MOVE WS-LOT-QTY-LEFT TO WS-LOT-TAKE-QTY
                   SUBTRACT WS-LOT-QTY-LEFT
                       FROM RLOT-QTY-LEFT(WS-RLOT-SUBSCRIPT)
               ELSE
                   MOVE RLOT-QTY-LEFT(WS-RLOT-SUBSCRIPT)
                       TO WS-LOT-TAKE-QTY
                   MOVE ZERO TO RLOT-QTY-LEFT(WS-RLOT-SUBSCRIPT)
                   ADD 1 TO WS-RLOT-SUBSCRIPT
               END-IF
           END-IF.
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-LOT-QTY-LEFT.
           IF WS-LOT-TAKE-QTY > ZERO
               PERFORM 5750-CREDIT-LOT-RECORD THRU 5750-EXIT
           END-IF.
       5700-EXIT.
           EXIT.

      ******************************************************************
      *    5750-CREDIT-LOT-RECORD - add to the lot at the receiving
      *    location, creating it on first receipt.  A lot already on
      *    file keeps the expiry date it has unless it had none.
      ******************************************************************
       5750-CREDIT-LOT-RECORD.
           MOVE WS-LOCATION-PARM    TO LOT-LOCATION-ID.
           MOVE PO-GOODS-NAME       TO LOT-GOODS-NAME.
           MOVE WS-PUT-LOT-NUMBER   TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE SPACES            TO LOT-STOCK-RECORD
                   MOVE WS-LOCATION-PARM  TO LOT-LOCATION-ID
                   MOVE PO-GOODS-NAME     TO LOT-GOODS-NAME
                   MOVE WS-PUT-LOT-NUMBER TO LOT-NUMBER
                   MOVE WS-PUT-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-TAKE-QTY   TO LOT-QTY-ON-HAND
                   MOVE WS-TODAY-DATE     TO LOT-RECEIVED-DATE
                   MOVE PO-NUMBER         TO LOT-SOURCE-REF
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOT WRITE FAILED FOR "
                               PO-GOODS-NAME " LOT " WS-PUT-LOT-NUMBER
                               " - STATUS " WS-LOT-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF LOT-NOT-DATED
                       MOVE WS-PUT-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   END-IF
                   ADD WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LOT-QTY-ON-HAND
                   END-ADD
                   REWRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "LOT REWRITE FAILED FOR "
                               PO-GOODS-NAME " LOT " WS-PUT-LOT-NUMBER
                               " - STATUS " WS-LOT-STATUS
                   END-REWRITE
           END-READ.
           IF LOT-FILE-OK
               ADD 1 TO WS-LOTS-CREDITED-COUNT
           END-IF.
       5750-EXIT.
           EXIT.

      ******************************************************************
      *    8100-WRITE-LEDGER-RECORD - append one line to the stock-
      *    movement ledger; the caller clears the record and sets the
      *    item, location, source, reason, reference and quantities.
      *    Same discipline as GOODSMNT's 8100.
      ******************************************************************
       8100-WRITE-LEDGER-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-DATE(1:4)    TO LDGR-RUN-DATE(1:4).
           MOVE "-"                 TO LDGR-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO LDGR-RUN-DATE(6:2).
           MOVE "-"                 TO LDGR-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO LDGR-RUN-DATE(9:2).
           MOVE WS-SYS-TIME(1:2)    TO LDGR-RUN-TIME(1:2).
           MOVE ":"                 TO LDGR-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO LDGR-RUN-TIME(4:2).
           MOVE ":"                 TO LDGR-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO LDGR-RUN-TIME(7:2).
           WRITE STOCK-LEDGER-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
               CLOSE OPEN-PO-FILE
               CLOSE RECEIVING-REPORT-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           CLOSE STOCK-LEDGER-FILE.
       9000-EXIT.
           EXIT.
