      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Month-end general ledger journal for inventory.
      *              Values the month's stock movements and price
      *              changes and writes a balanced journal-entry file
      *              for finance, replacing the figures they used to
      *              re-key from VALURPT, RECONCIL and PRICEAPL.
      *
      *              The month is the span between the last two
      *              month-end VALURPT runs on the valuation history
      *              (VALHIST) - runs flagged month-end, so an ad-hoc
      *              valuation during the month is passed over.  Every
      *              master-level line on the stock-movement ledger
      *              (STKLDGR) stamped after the opening run and not
      *              after the closing run, and every price change
      *              PRICEAPL applied in that span (PRCHIST), is
      *              journaled.  Movements are valued at the unit price
      *              the item carried on the day they happened -
      *              GOODSISS shipments (ISS) are cost of goods issued,
      *              RECONCIL count adjustments (CADJ) are shrink or
      *              overage at the same unit-difference-times-price
      *              RECONCIL prints, PORECV receipts (RCPT) and hand
      *              maintenance (ADD/CHG/DEL/LOAD) are booked the same
      *              way.  A count adjustment reaches the ledger as a
      *              GOODSMNT CHG line with reference PHYS COUNT and is
      *              booked under CADJ (older ledgers carry CADJ lines
      *              directly).  A price change is a revaluation (REVL):
      *              old-to-new price difference times the quantity
      *              on hand the day it took effect on the master.
      *              A master build ledgers every item as a LOAD from
      *              zero; it is booked as a restatement - the loaded
      *              quantity less the quantity the item's previous
      *              ledger line left it at.
      *
      *              Each item's history is walked backwards from the
      *              master as it stands now, so the price and the
      *              quantity in force at every event are known
      *              without an opening snapshot; that is also why the
      *              ledger and price history after the closing run
      *              are read (they are unwound, not journaled), and
      *              why the ledger before the opening run is read (a
      *              LOAD needs the line before it).
      *
      *              The GL accounts come from the account-mapping
      *              table (GLMAPDD): one line per source code (the
      *              ledger reason code, or REVL) giving the inventory
      *              account, the offset account (COGS, shrink,
      *              revaluation, receipts accrual...) and the entry
      *              description.  An increase in inventory debits the
      *              inventory account and credits the offset; a
      *              decrease does the reverse.  A source code with no
      *              mapping line is not journaled - it is shown on the
      *              control report instead.
      *
      *              The control report proves the journal's debits
      *              equal its credits and that the net change booked
      *              to inventory ties to the change in VALURPT's grand
      *              total between the two runs, showing anything that
      *              keeps it from tying: unmapped movement, breaks in
      *              an item's ledger chain, price changes the history
      *              does not explain, movements on items no longer on
      *              the master.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJRNL.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MAP-FILE ASSIGN TO GLMAPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT VALUATION-HISTORY-FILE ASSIGN TO VALHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALHIST-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PRICE-HISTORY-FILE ASSIGN TO PRCHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRCHIST-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT JOURNAL-ENTRY-FILE ASSIGN TO GLJRNLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO GLCTLRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "GLJRWK1".

       DATA DIVISION.
       FILE SECTION.
      *    Finance keeps this table; REVL is the source code for
      *    revaluation, every other code is a ledger reason code.
       FD  ACCOUNT-MAP-FILE.
       01  ACCOUNT-MAP-RECORD.
           05  GLMR-SOURCE-CODE        PIC X(04).
           05  GLMR-INVENTORY-ACCT     PIC X(10).
           05  GLMR-OFFSET-ACCT        PIC X(10).
           05  GLMR-DESCRIPTION        PIC X(30).

       FD  VALUATION-HISTORY-FILE.
           COPY VALHIST.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  PRICE-HISTORY-FILE.
           COPY PRCHIST.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

      *    Two lines per entry - line 1 the debit, line 2 the credit -
      *    all dated the closing valuation date.
       FD  JOURNAL-ENTRY-FILE.
       01  JOURNAL-ENTRY-RECORD.
           05  JE-PERIOD-END-DATE      PIC X(10).
           05  JE-ENTRY-NUMBER         PIC 9(03).
           05  JE-LINE-NUMBER          PIC 9(01).
           05  JE-ACCOUNT              PIC X(10).
           05  JE-DEBIT-CREDIT         PIC X(01).
               88  JE-DEBIT               VALUE "D".
               88  JE-CREDIT              VALUE "C".
           05  JE-AMOUNT               PIC 9(09)V99.
           05  JE-SOURCE-CODE          PIC X(04).
           05  JE-DESCRIPTION          PIC X(30).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD.
           05  GLCR-SOURCE-CODE        PIC X(04).
           05  GLCR-SEP-1              PIC X(01).
           05  GLCR-DIRECTION          PIC X(08).
           05  GLCR-SEP-2              PIC X(01).
           05  GLCR-DEBIT-ACCT         PIC X(10).
           05  GLCR-SEP-3              PIC X(01).
           05  GLCR-CREDIT-ACCT        PIC X(10).
           05  GLCR-SEP-4              PIC X(01).
           05  GLCR-AMOUNT             PIC Z(8)9.99.
           05  GLCR-SEP-5              PIC X(01).
           05  GLCR-DESCRIPTION        PIC X(30).
       01  CONTROL-AMOUNT-LINE REDEFINES CONTROL-REPORT-RECORD.
           05  GLCA-LABEL              PIC X(40).
           05  GLCA-AMOUNT             PIC -(10)9.99.
           05  GLCA-SEP-1              PIC X(02).
           05  GLCA-FLAG               PIC X(23).
       01  CONTROL-COUNT-LINE REDEFINES CONTROL-REPORT-RECORD.
           05  GLCC-LABEL              PIC X(40).
           05  GLCC-COUNT              PIC Z(6)9.
           05  FILLER                  PIC X(32).
       01  CONTROL-TEXT-LINE REDEFINES CONTROL-REPORT-RECORD.
           05  GLCR-TEXT               PIC X(79).

      *    One record per event in an item's history.  The stamp sorts
      *    descending so each item is walked newest-first; a price
      *    change is stamped at the start of the day it was applied.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-EVENT-STAMP.
               10  SW-EVENT-DATE       PIC X(10).
               10  SW-EVENT-TIME       PIC X(08).
           05  SW-EVENT-TYPE           PIC X(01).
               88  SW-PRICE-CHANGE        VALUE "1".
               88  SW-MOVEMENT            VALUE "2".
           05  SW-EVENT-SEQ            PIC 9(09).
           05  SW-SOURCE-CODE          PIC X(04).
           05  SW-QTY-BEFORE           PIC 9(05).
           05  SW-QTY-AFTER            PIC 9(05).
           05  SW-OLD-PRICE            PIC 9(03)V99.
           05  SW-NEW-PRICE            PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       77  WS-MAP-STATUS            PIC X(02).
           88  MAP-FILE-OK             VALUE "00".
       77  WS-VALHIST-STATUS        PIC X(02).
           88  VALHIST-OK              VALUE "00".
       77  WS-LEDGER-STATUS         PIC X(02).
           88  LEDGER-OK               VALUE "00".
           88  LEDGER-EOF-STATUS       VALUE "10".
           88  LEDGER-MISSING          VALUE "35".
       77  WS-PRCHIST-STATUS        PIC X(02).
           88  PRCHIST-OK              VALUE "00".
           88  PRCHIST-EOF-STATUS      VALUE "10".
           88  PRCHIST-MISSING         VALUE "35".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-JOURNAL-STATUS        PIC X(02).
           88  JOURNAL-FILE-OK         VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-FILE-OK          VALUE "00".

       77  WS-MAP-LOADED-SWITCH     PIC X(01) VALUE "N".
           88  MAP-LOADED              VALUE "Y".
       77  WS-PERIOD-FOUND-SWITCH   PIC X(01) VALUE "N".
           88  PERIOD-FOUND            VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-OUTPUT-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  OUTPUT-FILES-OPENED     VALUE "Y".

       77  WS-MAP-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-MAP              VALUE "Y".
       77  WS-VALHIST-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-VALHIST          VALUE "Y".
       77  WS-LEDGER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-LEDGER           VALUE "Y".
       77  WS-PRCHIST-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-PRCHIST          VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".

      *    The opening and closing month-end valuations - the last
      *    two VALURPT runs on different days.  A rerun on the
      *    closing day replaces that day's figure.
       01  WS-OPENING-STAMP.
           05  WS-OPENING-DATE         PIC X(10) VALUE SPACES.
           05  WS-OPENING-TIME         PIC X(08) VALUE SPACES.
       01  WS-CLOSING-STAMP.
           05  WS-CLOSING-DATE         PIC X(10) VALUE SPACES.
           05  WS-CLOSING-TIME         PIC X(08) VALUE SPACES.
       77  WS-OPENING-VALUE         PIC 9(10)V99 VALUE ZERO.
       77  WS-CLOSING-VALUE         PIC 9(10)V99 VALUE ZERO.

      *    The account-mapping table, with the month's value booked
      *    against each source code.  Twenty slots is several times
      *    the number of ledger reason codes.
       01  ACCOUNT-MAP-TABLE.
           05  MAP-ENTRY OCCURS 20 TIMES.
               10  MAP-SOURCE-CODE     PIC X(04).
               10  MAP-INVENTORY-ACCT  PIC X(10).
               10  MAP-OFFSET-ACCT     PIC X(10).
               10  MAP-DESCRIPTION     PIC X(30).
               10  MAP-INCREASE-VALUE  PIC 9(09)V99.
               10  MAP-DECREASE-VALUE  PIC 9(09)V99.
       77  WS-MAP-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-MAP-SUBSCRIPT         PIC 9(02) VALUE ZERO.
       77  WS-MAP-FOUND-SWITCH      PIC X(01) VALUE "N".
           88  MAP-SLOT-FOUND          VALUE "Y".

      *    The backward walk through one item's history: the
      *    quantity and price in force just after the event being
      *    looked at.
       77  WS-ITEM-NAME             PIC X(04) VALUE SPACES.
       77  WS-WALK-QTY              PIC 9(05) VALUE ZERO.
       77  WS-WALK-PRICE            PIC 9(03)V99 VALUE ZERO.
       77  WS-PRICE-KNOWN-SWITCH    PIC X(01) VALUE "N".
           88  PRICE-KNOWN             VALUE "Y".
       77  WS-ITEM-DONE-SWITCH      PIC X(01) VALUE "N".
           88  ITEM-DONE               VALUE "Y".

      *    A LOAD waiting for the quantity before it: the next older
      *    ledger line's after-quantity, or zero when there is none.
      *    Price changes met while it waits are held with it, since
      *    the quantity they apply to is that same quantity.
       77  WS-LOAD-PENDING-SWITCH   PIC X(01) VALUE "N".
           88  LOAD-PENDING            VALUE "Y".
       77  WS-LOAD-IN-PERIOD-SWITCH PIC X(01) VALUE "N".
           88  LOAD-IN-PERIOD          VALUE "Y".
       77  WS-LOAD-AFTER-QTY        PIC 9(05) VALUE ZERO.
       77  WS-LOAD-PRICE            PIC 9(03)V99 VALUE ZERO.
       77  WS-RESOLVE-QTY           PIC 9(05) VALUE ZERO.
       77  WS-PENDING-REVAL-DELTA   PIC S9(04)V99 VALUE ZERO.

       77  WS-LEDGER-SEQ            PIC 9(09) VALUE ZERO.
       77  WS-QTY-CHANGE            PIC 9(05) VALUE ZERO.
       77  WS-PRICE-CHANGE          PIC 9(03)V99 VALUE ZERO.
       77  WS-POST-SOURCE           PIC X(04) VALUE SPACES.
       77  WS-POST-DIRECTION        PIC X(01) VALUE SPACES.
           88  POST-INCREASE           VALUE "I".
           88  POST-DECREASE           VALUE "D".
       77  WS-POST-VALUE            PIC 9(08)V99 VALUE ZERO.

       77  WS-UNMAPPED-INCREASE     PIC 9(09)V99 VALUE ZERO.
       77  WS-UNMAPPED-DECREASE     PIC 9(09)V99 VALUE ZERO.
       77  WS-TOTAL-DEBITS          PIC 9(11)V99 VALUE ZERO.
       77  WS-TOTAL-CREDITS         PIC 9(11)V99 VALUE ZERO.
       77  WS-NET-JOURNALED         PIC S9(11)V99 VALUE ZERO.
       77  WS-NET-UNMAPPED          PIC S9(11)V99 VALUE ZERO.
       77  WS-VALUATION-CHANGE      PIC S9(11)V99 VALUE ZERO.
       77  WS-UNEXPLAINED           PIC S9(11)V99 VALUE ZERO.

      *    The entry being written by 5200.
       77  WS-ENTRY-NUMBER          PIC 9(03) VALUE ZERO.
       77  WS-ENTRY-DEBIT-ACCT      PIC X(10) VALUE SPACES.
       77  WS-ENTRY-CREDIT-ACCT     PIC X(10) VALUE SPACES.
       77  WS-ENTRY-AMOUNT          PIC 9(09)V99 VALUE ZERO.
       77  WS-ENTRY-DIRECTION       PIC X(08) VALUE SPACES.

       77  WS-MOVEMENT-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-REVALUATION-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-CHAIN-BREAK-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-PRICE-BREAK-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-UNVALUED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-BAD-LEDGER-COUNT      PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF MAP-LOADED AND PERIOD-FOUND AND MASTER-FILE-OPENED
               AND OUTPUT-FILES-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GOODS-NAME
                   ON DESCENDING KEY SW-EVENT-STAMP
                                     SW-EVENT-TYPE
                                     SW-EVENT-SEQ
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
               PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT
               DISPLAY "MOVEMENTS VALUED:       " WS-MOVEMENT-COUNT
               DISPLAY "PRICE CHANGES VALUED:   " WS-REVALUATION-COUNT
               DISPLAY "JOURNAL ENTRIES:        " WS-ENTRY-NUMBER
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - nothing can be journaled without the
      *    account map, two month-end valuations to bound the month,
      *    and the master to start each item's walk from.
      ******************************************************************
       1000-INITIALIZE.
           PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
           PERFORM 1300-FIND-PERIOD THRU 1300-EXIT.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           IF MAP-LOADED AND PERIOD-FOUND AND MASTER-FILE-OPENED
               OPEN OUTPUT JOURNAL-ENTRY-FILE
               OPEN OUTPUT CONTROL-REPORT-FILE
               IF JOURNAL-FILE-OK AND REPORT-FILE-OK
                   MOVE "Y" TO WS-OUTPUT-OPEN-SWITCH
                   PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT
               ELSE
                   DISPLAY "UNABLE TO OPEN JOURNAL OUTPUTS - STATUS "
                       WS-JOURNAL-STATUS "/" WS-REPORT-STATUS
                   IF JOURNAL-FILE-OK
                       CLOSE JOURNAL-ENTRY-FILE
                   END-IF
                   IF REPORT-FILE-OK
                       CLOSE CONTROL-REPORT-FILE
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1200-LOAD-ACCOUNT-MAP.
           OPEN INPUT ACCOUNT-MAP-FILE.
           IF NOT MAP-FILE-OK
               DISPLAY "UNABLE TO OPEN GL ACCOUNT MAP - STATUS "
                   WS-MAP-STATUS
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1250-READ-ONE-MAP-LINE THRU 1250-EXIT
               UNTIL END-OF-MAP.
           CLOSE ACCOUNT-MAP-FILE.
           IF WS-MAP-COUNT = ZERO
               DISPLAY "GL ACCOUNT MAP IS EMPTY - NO JOURNAL"
           ELSE
               MOVE "Y" TO WS-MAP-LOADED-SWITCH
           END-IF.
       1200-EXIT.
           EXIT.

       1250-READ-ONE-MAP-LINE.
           READ ACCOUNT-MAP-FILE
               AT END
                   MOVE "Y" TO WS-MAP-EOF-SWITCH
               NOT AT END
                   IF GLMR-SOURCE-CODE NOT = SPACES
                       IF WS-MAP-COUNT < 20
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GLMR-SOURCE-CODE
                               TO MAP-SOURCE-CODE(WS-MAP-COUNT)
                           MOVE GLMR-INVENTORY-ACCT
                               TO MAP-INVENTORY-ACCT(WS-MAP-COUNT)
                           MOVE GLMR-OFFSET-ACCT
                               TO MAP-OFFSET-ACCT(WS-MAP-COUNT)
                           MOVE GLMR-DESCRIPTION
                               TO MAP-DESCRIPTION(WS-MAP-COUNT)
                           MOVE ZERO
                               TO MAP-INCREASE-VALUE(WS-MAP-COUNT)
                           MOVE ZERO
                               TO MAP-DECREASE-VALUE(WS-MAP-COUNT)
                       ELSE
                           DISPLAY "ACCOUNT MAP TABLE FULL - "
                               GLMR-SOURCE-CODE " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    1300-FIND-PERIOD - read the valuation history through,
      *    keeping the last month-end run of the last two days a
      *    month-end run was made on.  Ad-hoc runs are skipped.
      ******************************************************************
       1300-FIND-PERIOD.
           OPEN INPUT VALUATION-HISTORY-FILE.
           IF NOT VALHIST-OK
               DISPLAY "UNABLE TO OPEN VALUATION HISTORY - STATUS "
                   WS-VALHIST-STATUS
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-READ-ONE-VALUATION THRU 1350-EXIT
               UNTIL END-OF-VALHIST.
           CLOSE VALUATION-HISTORY-FILE.
           IF WS-OPENING-DATE = SPACES
               DISPLAY "VALUATION HISTORY NEEDS TWO MONTH-END "
                   "VALURPT RUNS - NO JOURNAL"
           ELSE
               MOVE "Y" TO WS-PERIOD-FOUND-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

       1350-READ-ONE-VALUATION.
           READ VALUATION-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-VALHIST-EOF-SWITCH
               NOT AT END
                   IF VALH-MONTH-END
                       PERFORM 1360-TAKE-MONTH-END THRU 1360-EXIT
                   END-IF
           END-READ.
       1350-EXIT.
           EXIT.

       1360-TAKE-MONTH-END.
           IF VALH-RUN-DATE NOT = WS-CLOSING-DATE
               MOVE WS-CLOSING-STAMP TO WS-OPENING-STAMP
               MOVE WS-CLOSING-VALUE TO WS-OPENING-VALUE
           END-IF.
           MOVE VALH-RUN-DATE       TO WS-CLOSING-DATE.
           MOVE VALH-RUN-TIME       TO WS-CLOSING-TIME.
           MOVE VALH-GRAND-TOTAL    TO WS-CLOSING-VALUE.
       1360-EXIT.
           EXIT.

       1500-WRITE-REPORT-HEADING.
           MOVE SPACES              TO CONTROL-REPORT-RECORD.
           MOVE "INVENTORY GL JOURNAL FOR MOVEMENTS AFTER"
               TO GLCR-TEXT(1:40).
           MOVE WS-OPENING-DATE     TO GLCR-TEXT(42:10).
           MOVE "THROUGH"           TO GLCR-TEXT(53:7).
           MOVE WS-CLOSING-DATE     TO GLCR-TEXT(61:10).
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES              TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "SRC"               TO GLCR-SOURCE-CODE.
           MOVE "CHANGE"            TO GLCR-DIRECTION.
           MOVE "DEBIT"             TO GLCR-DEBIT-ACCT.
           MOVE "CREDIT"            TO GLCR-CREDIT-ACCT.
           MOVE "      AMOUNT"      TO GLCR-TEXT(38:12).
           MOVE "DESCRIPTION"       TO GLCR-DESCRIPTION.
           WRITE CONTROL-REPORT-RECORD.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - release every master-level ledger line
      *    and every applied price change stamped after the opening
      *    valuation.  Ledger lines from before it are released too,
      *    for the walk to find the line ahead of a LOAD; the walk
      *    stops at the first one.  Location-level lines (transfers
      *    between buildings) move no value and are left out.
      ******************************************************************
       3000-SORT-INPUT.
           OPEN INPUT STOCK-LEDGER-FILE.
           IF LEDGER-MISSING
               DISPLAY "NO STOCK LEDGER - NO MOVEMENTS TO JOURNAL"
           ELSE
               IF NOT LEDGER-OK
                   DISPLAY "UNABLE TO OPEN STOCK LEDGER - STATUS "
                       WS-LEDGER-STATUS
               ELSE
                   PERFORM 3100-RELEASE-LEDGER-LINE THRU 3100-EXIT
                       UNTIL END-OF-LEDGER
               END-IF
           END-IF.
           IF LEDGER-OK OR LEDGER-EOF-STATUS
               CLOSE STOCK-LEDGER-FILE
           END-IF.
           OPEN INPUT PRICE-HISTORY-FILE.
           IF NOT PRCHIST-MISSING
               IF NOT PRCHIST-OK
                   DISPLAY "UNABLE TO OPEN PRICE HISTORY - STATUS "
                       WS-PRCHIST-STATUS
               ELSE
                   PERFORM 3200-RELEASE-PRICE-CHANGE THRU 3200-EXIT
                       UNTIL END-OF-PRCHIST
               END-IF
           END-IF.
           IF PRCHIST-OK OR PRCHIST-EOF-STATUS
               CLOSE PRICE-HISTORY-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RELEASE-LEDGER-LINE.
           READ STOCK-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LEDGER-SEQ
                   IF LDGR-MASTER-LEVEL
                       PERFORM 3150-BUILD-LEDGER-EVENT THRU 3150-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3150-BUILD-LEDGER-EVENT.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE LDGR-RUN-DATE       TO SW-EVENT-DATE.
           MOVE LDGR-RUN-TIME       TO SW-EVENT-TIME.
           IF LDGR-QTY-BEFORE IS NOT NUMERIC
               OR LDGR-QTY-AFTER IS NOT NUMERIC
               ADD 1 TO WS-BAD-LEDGER-COUNT
               GO TO 3150-EXIT
           END-IF.
           MOVE LDGR-GOODS-NAME     TO SW-GOODS-NAME.
           MOVE "2"                 TO SW-EVENT-TYPE.
           MOVE WS-LEDGER-SEQ       TO SW-EVENT-SEQ.
           MOVE LDGR-REASON-CODE    TO SW-SOURCE-CODE.
           IF LDGR-REASON-CODE = "CHG"
               AND LDGR-REFERENCE = "PHYS COUNT"
               MOVE "CADJ"          TO SW-SOURCE-CODE
           END-IF.
           MOVE LDGR-QTY-BEFORE     TO SW-QTY-BEFORE.
           MOVE LDGR-QTY-AFTER      TO SW-QTY-AFTER.
           MOVE ZERO                TO SW-OLD-PRICE.
           MOVE ZERO                TO SW-NEW-PRICE.
           RELEASE SORT-WORK-RECORD.
       3150-EXIT.
           EXIT.

       3200-RELEASE-PRICE-CHANGE.
           READ PRICE-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-PRCHIST-EOF-SWITCH
               NOT AT END
                   IF PHIST-APPLIED
                       MOVE SPACES             TO SORT-WORK-RECORD
                       MOVE PHIST-APPLIED-DATE TO SW-EVENT-DATE
                       MOVE "00:00:00"         TO SW-EVENT-TIME
                       IF SW-EVENT-STAMP > WS-OPENING-STAMP
                           MOVE PHIST-GOODS-NAME TO SW-GOODS-NAME
                           MOVE "1"              TO SW-EVENT-TYPE
                           MOVE ZERO             TO SW-EVENT-SEQ
                           MOVE "REVL"           TO SW-SOURCE-CODE
                           MOVE ZERO             TO SW-QTY-BEFORE
                           MOVE ZERO             TO SW-QTY-AFTER
                           MOVE PHIST-OLD-PRICE  TO SW-OLD-PRICE
                           MOVE PHIST-NEW-PRICE  TO SW-NEW-PRICE
                           RELEASE SORT-WORK-RECORD
                       END-IF
                   END-IF
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - each item's events arrive newest-first.
      *    The walk starts from the master's quantity and price and
      *    unwinds one event at a time; events stamped after the
      *    closing valuation are unwound without being valued.
      ******************************************************************
       4000-SORT-OUTPUT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           PERFORM 4100-PROCESS-SORTED-EVENT THRU 4100-EXIT
               UNTIL END-OF-SORT.
           IF NOT FIRST-RECORD
               PERFORM 4600-FINISH-ITEM THRU 4600-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-PROCESS-SORTED-EVENT.
           IF FIRST-RECORD
               PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
           ELSE
               IF SW-GOODS-NAME NOT = WS-ITEM-NAME
                   PERFORM 4600-FINISH-ITEM THRU 4600-EXIT
                   PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
               END-IF
           END-IF.
           IF SW-MOVEMENT
               PERFORM 4300-UNWIND-MOVEMENT THRU 4300-EXIT
           ELSE
               PERFORM 4400-UNWIND-PRICE-CHANGE THRU 4400-EXIT
           END-IF.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-START-NEW-ITEM - an item since deleted from the master
      *    starts from nothing on hand and no known price; its price
      *    only becomes known if the walk meets one of its price
      *    changes, and movements before then cannot be valued.
      ******************************************************************
       4200-START-NEW-ITEM.
           MOVE SW-GOODS-NAME TO WS-ITEM-NAME.
           MOVE "N"  TO WS-ITEM-DONE-SWITCH.
           MOVE "N"  TO WS-LOAD-PENDING-SWITCH.
           MOVE ZERO TO WS-PENDING-REVAL-DELTA.
           MOVE SW-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-WALK-QTY
                   MOVE ZERO TO WS-WALK-PRICE
                   MOVE "N"  TO WS-PRICE-KNOWN-SWITCH
               NOT INVALID KEY
                   MOVE GOODS-QTY-ON-HAND TO WS-WALK-QTY
                   MOVE GOODS-UNIT-PRICE  TO WS-WALK-PRICE
                   MOVE "Y" TO WS-PRICE-KNOWN-SWITCH
           END-READ.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-UNWIND-MOVEMENT - the line's after-quantity should be
      *    the quantity the walk is holding; when it is not, something
      *    changed the quantity without a ledger line (a chain break)
      *    and that change cannot be journaled.  The walk carries on
      *    from the line's before-quantity either way.  The first
      *    line from before the opening valuation only settles a
      *    waiting LOAD and checks the chain; it ends the item's walk.
      ******************************************************************
       4300-UNWIND-MOVEMENT.
           IF ITEM-DONE
               GO TO 4300-EXIT
           END-IF.
           IF LOAD-PENDING
               MOVE SW-QTY-AFTER TO WS-RESOLVE-QTY
               PERFORM 4350-RESOLVE-LOAD THRU 4350-EXIT
           ELSE
               IF SW-QTY-AFTER NOT = WS-WALK-QTY
                   ADD 1 TO WS-CHAIN-BREAK-COUNT
               END-IF
           END-IF.
           IF SW-EVENT-STAMP NOT > WS-OPENING-STAMP
               MOVE "Y" TO WS-ITEM-DONE-SWITCH
               GO TO 4300-EXIT
           END-IF.
           IF SW-SOURCE-CODE = "LOAD"
               MOVE "Y"           TO WS-LOAD-PENDING-SWITCH
               MOVE SW-QTY-AFTER  TO WS-LOAD-AFTER-QTY
               MOVE WS-WALK-PRICE TO WS-LOAD-PRICE
               IF SW-EVENT-STAMP NOT > WS-CLOSING-STAMP
                   MOVE "Y" TO WS-LOAD-IN-PERIOD-SWITCH
               ELSE
                   MOVE "N" TO WS-LOAD-IN-PERIOD-SWITCH
               END-IF
               GO TO 4300-EXIT
           END-IF.
           IF SW-EVENT-STAMP NOT > WS-CLOSING-STAMP
               ADD 1 TO WS-MOVEMENT-COUNT
               MOVE SW-SOURCE-CODE TO WS-POST-SOURCE
               IF SW-QTY-AFTER > SW-QTY-BEFORE
                   COMPUTE WS-QTY-CHANGE =
                       SW-QTY-AFTER - SW-QTY-BEFORE
                   MOVE "I" TO WS-POST-DIRECTION
               ELSE
                   COMPUTE WS-QTY-CHANGE =
                       SW-QTY-BEFORE - SW-QTY-AFTER
                   MOVE "D" TO WS-POST-DIRECTION
               END-IF
               IF WS-QTY-CHANGE > ZERO AND NOT PRICE-KNOWN
                   ADD 1 TO WS-UNVALUED-COUNT
               END-IF
               COMPUTE WS-POST-VALUE = WS-QTY-CHANGE * WS-WALK-PRICE
               IF WS-POST-VALUE > ZERO
                   PERFORM 4500-POST-VALUE THRU 4500-EXIT
               END-IF
           END-IF.
           MOVE SW-QTY-BEFORE TO WS-WALK-QTY.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4350-RESOLVE-LOAD - WS-RESOLVE-QTY is what the item stood
      *    at before the LOAD.  The restatement is the difference at
      *    the price the item carried at the time; revaluations held
      *    while the LOAD waited apply to that same quantity.
      ******************************************************************
       4350-RESOLVE-LOAD.
           MOVE "N" TO WS-LOAD-PENDING-SWITCH.
           IF LOAD-IN-PERIOD
               ADD 1 TO WS-MOVEMENT-COUNT
               MOVE "LOAD" TO WS-POST-SOURCE
               IF WS-LOAD-AFTER-QTY > WS-RESOLVE-QTY
                   COMPUTE WS-QTY-CHANGE =
                       WS-LOAD-AFTER-QTY - WS-RESOLVE-QTY
                   MOVE "I" TO WS-POST-DIRECTION
               ELSE
                   COMPUTE WS-QTY-CHANGE =
                       WS-RESOLVE-QTY - WS-LOAD-AFTER-QTY
                   MOVE "D" TO WS-POST-DIRECTION
               END-IF
               COMPUTE WS-POST-VALUE = WS-QTY-CHANGE * WS-LOAD-PRICE
               IF WS-POST-VALUE > ZERO
                   PERFORM 4500-POST-VALUE THRU 4500-EXIT
               END-IF
           END-IF.
           IF WS-PENDING-REVAL-DELTA NOT = ZERO
               MOVE "REVL" TO WS-POST-SOURCE
               IF WS-PENDING-REVAL-DELTA > ZERO
                   MOVE WS-PENDING-REVAL-DELTA TO WS-PRICE-CHANGE
                   MOVE "I" TO WS-POST-DIRECTION
               ELSE
                   COMPUTE WS-PRICE-CHANGE =
                       ZERO - WS-PENDING-REVAL-DELTA
                   MOVE "D" TO WS-POST-DIRECTION
               END-IF
               COMPUTE WS-POST-VALUE = WS-PRICE-CHANGE * WS-RESOLVE-QTY
               IF WS-POST-VALUE > ZERO
                   PERFORM 4500-POST-VALUE THRU 4500-EXIT
               END-IF
               MOVE ZERO TO WS-PENDING-REVAL-DELTA
           END-IF.
           MOVE WS-RESOLVE-QTY TO WS-WALK-QTY.
       4350-EXIT.
           EXIT.

      ******************************************************************
      *    4400-UNWIND-PRICE-CHANGE - the new price should be the
      *    price the walk is holding; when it is not, the price was
      *    changed some other way (hand maintenance) and that
      *    revaluation is not in the journal.  The revaluation is
      *    the price difference times the quantity on hand when the
      *    change took effect, which is the quantity the walk holds
      *    once every later movement has been unwound.
      ******************************************************************
       4400-UNWIND-PRICE-CHANGE.
           IF PRICE-KNOWN AND SW-NEW-PRICE NOT = WS-WALK-PRICE
               ADD 1 TO WS-PRICE-BREAK-COUNT
           END-IF.
           IF SW-EVENT-STAMP NOT > WS-CLOSING-STAMP
               AND LOAD-PENDING
               ADD 1 TO WS-REVALUATION-COUNT
               COMPUTE WS-PENDING-REVAL-DELTA =
                   WS-PENDING-REVAL-DELTA + SW-NEW-PRICE - SW-OLD-PRICE
               MOVE SW-OLD-PRICE TO WS-WALK-PRICE
               MOVE "Y" TO WS-PRICE-KNOWN-SWITCH
               GO TO 4400-EXIT
           END-IF.
           IF SW-EVENT-STAMP NOT > WS-CLOSING-STAMP
               ADD 1 TO WS-REVALUATION-COUNT
               MOVE "REVL" TO WS-POST-SOURCE
               IF SW-NEW-PRICE > SW-OLD-PRICE
                   COMPUTE WS-PRICE-CHANGE =
                       SW-NEW-PRICE - SW-OLD-PRICE
                   MOVE "I" TO WS-POST-DIRECTION
               ELSE
                   COMPUTE WS-PRICE-CHANGE =
                       SW-OLD-PRICE - SW-NEW-PRICE
                   MOVE "D" TO WS-POST-DIRECTION
               END-IF
               COMPUTE WS-POST-VALUE = WS-PRICE-CHANGE * WS-WALK-QTY
               IF WS-POST-VALUE > ZERO
                   PERFORM 4500-POST-VALUE THRU 4500-EXIT
               END-IF
           END-IF.
           MOVE SW-OLD-PRICE TO WS-WALK-PRICE.
           MOVE "Y" TO WS-PRICE-KNOWN-SWITCH.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-POST-VALUE - book WS-POST-VALUE against the source
      *    code's slot in the account map, or to the unmapped totals
      *    when finance has not mapped the code.
      ******************************************************************
       4500-POST-VALUE.
           MOVE "N" TO WS-MAP-FOUND-SWITCH.
           PERFORM 4550-CHECK-ONE-MAP-SLOT THRU 4550-EXIT
               VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
               UNTIL MAP-SLOT-FOUND OR WS-MAP-SUBSCRIPT > WS-MAP-COUNT.
           IF MAP-SLOT-FOUND
               IF POST-INCREASE
                   ADD WS-POST-VALUE
                       TO MAP-INCREASE-VALUE(WS-MAP-SUBSCRIPT)
               ELSE
                   ADD WS-POST-VALUE
                       TO MAP-DECREASE-VALUE(WS-MAP-SUBSCRIPT)
               END-IF
           ELSE
               IF POST-INCREASE
                   ADD WS-POST-VALUE TO WS-UNMAPPED-INCREASE
               ELSE
                   ADD WS-POST-VALUE TO WS-UNMAPPED-DECREASE
               END-IF
           END-IF.
       4500-EXIT.
           EXIT.

       4550-CHECK-ONE-MAP-SLOT.
           IF MAP-SOURCE-CODE(WS-MAP-SUBSCRIPT) = WS-POST-SOURCE
               MOVE "Y" TO WS-MAP-FOUND-SWITCH
      *        Step back so the VARYING increment leaves the
      *        subscript on the matched slot.
               SUBTRACT 1 FROM WS-MAP-SUBSCRIPT
           END-IF.
       4550-EXIT.
           EXIT.

      ******************************************************************
      *    4600-FINISH-ITEM - a LOAD still waiting when the item's
      *    history runs out was the item's first appearance.
      ******************************************************************
       4600-FINISH-ITEM.
           IF LOAD-PENDING
               MOVE ZERO TO WS-RESOLVE-QTY
               PERFORM 4350-RESOLVE-LOAD THRU 4350-EXIT
           END-IF.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-JOURNAL - up to two entries per mapped source
      *    code: one for the month's increases, one for the
      *    decreases, each a balanced debit and credit pair.
      ******************************************************************
       5000-WRITE-JOURNAL.
           PERFORM 5100-WRITE-ONE-SOURCE THRU 5100-EXIT
               VARYING WS-MAP-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-MAP-SUBSCRIPT > WS-MAP-COUNT.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-SOURCE.
           IF MAP-INCREASE-VALUE(WS-MAP-SUBSCRIPT) > ZERO
               MOVE MAP-INVENTORY-ACCT(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-DEBIT-ACCT
               MOVE MAP-OFFSET-ACCT(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-CREDIT-ACCT
               MOVE MAP-INCREASE-VALUE(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-AMOUNT
               MOVE "INCREASE" TO WS-ENTRY-DIRECTION
               ADD WS-ENTRY-AMOUNT TO WS-NET-JOURNALED
               PERFORM 5200-WRITE-ENTRY-PAIR THRU 5200-EXIT
           END-IF.
           IF MAP-DECREASE-VALUE(WS-MAP-SUBSCRIPT) > ZERO
               MOVE MAP-OFFSET-ACCT(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-DEBIT-ACCT
               MOVE MAP-INVENTORY-ACCT(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-CREDIT-ACCT
               MOVE MAP-DECREASE-VALUE(WS-MAP-SUBSCRIPT)
                   TO WS-ENTRY-AMOUNT
               MOVE "DECREASE" TO WS-ENTRY-DIRECTION
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-NET-JOURNALED
               PERFORM 5200-WRITE-ENTRY-PAIR THRU 5200-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

       5200-WRITE-ENTRY-PAIR.
           ADD 1 TO WS-ENTRY-NUMBER.
           MOVE SPACES              TO JOURNAL-ENTRY-RECORD.
           MOVE WS-CLOSING-DATE     TO JE-PERIOD-END-DATE.
           MOVE WS-ENTRY-NUMBER     TO JE-ENTRY-NUMBER.
           MOVE 1                   TO JE-LINE-NUMBER.
           MOVE WS-ENTRY-DEBIT-ACCT TO JE-ACCOUNT.
           MOVE "D"                 TO JE-DEBIT-CREDIT.
           MOVE WS-ENTRY-AMOUNT     TO JE-AMOUNT.
           MOVE MAP-SOURCE-CODE(WS-MAP-SUBSCRIPT) TO JE-SOURCE-CODE.
           MOVE MAP-DESCRIPTION(WS-MAP-SUBSCRIPT) TO JE-DESCRIPTION.
           WRITE JOURNAL-ENTRY-RECORD.
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.
           MOVE 2                   TO JE-LINE-NUMBER.
           MOVE WS-ENTRY-CREDIT-ACCT TO JE-ACCOUNT.
           MOVE "C"                 TO JE-DEBIT-CREDIT.
           WRITE JOURNAL-ENTRY-RECORD.
           ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.
           MOVE SPACES              TO CONTROL-REPORT-RECORD.
           MOVE MAP-SOURCE-CODE(WS-MAP-SUBSCRIPT) TO GLCR-SOURCE-CODE.
           MOVE WS-ENTRY-DIRECTION  TO GLCR-DIRECTION.
           MOVE WS-ENTRY-DEBIT-ACCT TO GLCR-DEBIT-ACCT.
           MOVE WS-ENTRY-CREDIT-ACCT TO GLCR-CREDIT-ACCT.
           MOVE WS-ENTRY-AMOUNT     TO GLCR-AMOUNT.
           MOVE MAP-DESCRIPTION(WS-MAP-SUBSCRIPT) TO GLCR-DESCRIPTION.
           WRITE CONTROL-REPORT-RECORD.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    6000-WRITE-CONTROL-TOTALS - the two proofs.  The tie
      *    compares the net change booked to inventory with the
      *    change in VALURPT's grand total; unmapped movement is
      *    shown as its own line because it is the usual reason the
      *    two differ, and what is left after it is unexplained.
      ******************************************************************
       6000-WRITE-CONTROL-TOTALS.
           COMPUTE WS-NET-UNMAPPED =
               WS-UNMAPPED-INCREASE - WS-UNMAPPED-DECREASE.
           COMPUTE WS-VALUATION-CHANGE =
               WS-CLOSING-VALUE - WS-OPENING-VALUE.
           COMPUTE WS-UNEXPLAINED =
               WS-VALUATION-CHANGE - WS-NET-JOURNALED
               - WS-NET-UNMAPPED.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "TOTAL DEBITS:"                TO GLCA-LABEL.
           MOVE WS-TOTAL-DEBITS                TO GLCA-AMOUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "TOTAL CREDITS:"               TO GLCA-LABEL.
           MOVE WS-TOTAL-CREDITS               TO GLCA-AMOUNT.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "DEBITS EQUAL CREDITS"     TO GLCA-FLAG
           ELSE
               MOVE "** OUT OF BALANCE"        TO GLCA-FLAG
           END-IF.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "OPENING VALUATION (VALURPT):"  TO GLCA-LABEL.
           MOVE WS-OPENING-VALUE               TO GLCA-AMOUNT.
           MOVE WS-OPENING-DATE                TO GLCA-FLAG.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "CLOSING VALUATION (VALURPT):"  TO GLCA-LABEL.
           MOVE WS-CLOSING-VALUE               TO GLCA-AMOUNT.
           MOVE WS-CLOSING-DATE                TO GLCA-FLAG.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "CHANGE IN VALUATION:"         TO GLCA-LABEL.
           MOVE WS-VALUATION-CHANGE            TO GLCA-AMOUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "NET CHANGE JOURNALED TO INVENTORY:" TO GLCA-LABEL.
           MOVE WS-NET-JOURNALED               TO GLCA-AMOUNT.
           IF WS-NET-JOURNALED = WS-VALUATION-CHANGE
               MOVE "TIES TO VALURPT"          TO GLCA-FLAG
           ELSE
               MOVE "** DOES NOT TIE"          TO GLCA-FLAG
           END-IF.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "  MOVEMENT NOT JOURNALED (NO MAPPING):" TO GLCA-LABEL.
           MOVE WS-NET-UNMAPPED                TO GLCA-AMOUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "  UNEXPLAINED DIFFERENCE:"    TO GLCA-LABEL.
           MOVE WS-UNEXPLAINED                 TO GLCA-AMOUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           WRITE CONTROL-REPORT-RECORD.
           MOVE "LEDGER MOVEMENTS VALUED:"     TO GLCC-LABEL.
           MOVE WS-MOVEMENT-COUNT              TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "PRICE CHANGES VALUED:"        TO GLCC-LABEL.
           MOVE WS-REVALUATION-COUNT           TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "LEDGER CHAIN BREAKS:"         TO GLCC-LABEL.
           MOVE WS-CHAIN-BREAK-COUNT           TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "PRICE CHANGES NOT IN PRICE HISTORY:" TO GLCC-LABEL.
           MOVE WS-PRICE-BREAK-COUNT           TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "MOVEMENTS WITH NO KNOWN PRICE:" TO GLCC-LABEL.
           MOVE WS-UNVALUED-COUNT              TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
           MOVE SPACES TO CONTROL-REPORT-RECORD.
           MOVE "UNREADABLE LEDGER LINES:"     TO GLCC-LABEL.
           MOVE WS-BAD-LEDGER-COUNT            TO GLCC-COUNT.
           WRITE CONTROL-REPORT-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF OUTPUT-FILES-OPENED
               CLOSE JOURNAL-ENTRY-FILE
               CLOSE CONTROL-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
