      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Returns processing.  Until now the only way stock
      *              came back was a hand-keyed GOODSMNT CHANGE, so
      *              customer returns and damaged goods vanished into
      *              the on-hand total with nothing to say why.  This
      *              program posts two kinds of return transaction:
      *
      *                C - customer return, keyed after inspection
      *                    against the order number and line GOODSISS
      *                    shipped it on, with a reason code and a
      *                    disposition: S puts the goods back into
      *                    sellable stock, Q holds them in the
      *                    quarantine location (LSTK-QUARANTINE-
      *                    LOCATION on the location-stock file), which
      *                    GOODSISS, ORDALLOC and GOODSINQ never treat
      *                    as pickable.  A line cannot take back more
      *                    than it shipped less what has already come
      *                    back (ORDL-RETURN-QTY).
      *                V - return to vendor: quarantined stock shipped
      *                    back to the supplier, keyed against the PO
      *                    it was received on.  The vendor comes from
      *                    the PO and the vendor's own item code from
      *                    the cross-reference, and the goods come out
      *                    of quarantine and off the master.
      *
      *              Both kinds raise the master's GOODS-QTY-ON-HAND
      *              (or lower it) and are written to the stock-
      *              movement ledger - reason RTN or RTV, at master
      *              level and at the location the goods went to or
      *              left - and to the returns history (RTNHIST)
      *              RTNRPT reports from.  Every transaction is checked
      *              through OPAUTH (program RTNPROC, type C or V, the
      *              returned quantity measured against the operator's
      *              unit limit) and listed on the returns register
      *              with what was done or why it was refused.  Each
      *              vendor's returns are listed on a debit memo
      *              (memo number D + date yymmdd + vendor ID), valued
      *              at GOODS-UNIT-PRICE, for accounts payable to
      *              claim against the vendor's next invoice.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-15  DLT  Returns are kept in step with the location-
      *                    stock and lot files.  A sellable return
      *                    goes back to the location its order line
      *                    was picked from, a quarantined one to the
      *                    quarantine location, each lotted under the
      *                    order number; a return to vendor comes out
      *                    of the quarantine lots earliest expiry
      *                    first.  Every record is edited before any
      *                    is touched, and a rewrite that fails puts
      *                    back those already made and refuses the
      *                    return, the same as KITASM.
      *   2026-10-15  DLT  A return to vendor is limited to what the
      *                    PO received less what has already gone
      *                    back against it (PO-RETURNED-QTY).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RTNPROC.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-TRAN-FILE ASSIGN TO RTNTRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

      *    The order, PO, location-stock and cross-reference files
      *    are each needed by only some transactions; a stream
      *    without one rejects those transactions and posts the rest.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO ORDERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO OPENPODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

      *    The lot file is created empty if this is the first run to
      *    need it; a return to vendor reads the quarantine lots in
      *    key order.
           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *    The cross-reference is keyed vendor code first, so the
      *    vendor's code for one of our items is a scan of that
      *    vendor's entries.
           SELECT VENDOR-XREF-FILE ASSIGN TO VENDXRDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RETURN-HISTORY-FILE ASSIGN TO RTNHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RETURNS-REGISTER-FILE ASSIGN TO RTNREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT DEBIT-MEMO-FILE ASSIGN TO DBMEMODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMO-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "RTNPRWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRAN-FILE.
       01  RETURN-TRAN-RECORD.
           05  RTNT-TYPE-CODE          PIC X(01).
               88  RTNT-CUSTOMER-RETURN   VALUE "C".
               88  RTNT-RETURN-TO-VENDOR  VALUE "V".
           05  RTNT-GOODS-NAME         PIC X(04).
           05  RTNT-QTY                PIC 9(05).
           05  RTNT-REASON-CODE        PIC X(04).
           05  RTNT-DISPOSITION        PIC X(01).
               88  RTNT-TO-SELLABLE       VALUE "S".
               88  RTNT-TO-QUARANTINE     VALUE "Q".
      *            Order number on a customer return, PO number on a
      *            return to vendor.
           05  RTNT-REFERENCE          PIC X(10).
           05  RTNT-ORDER-LINE         PIC 9(03).
           05  RTNT-OPERATOR-ID        PIC X(08).
           05  RTNT-SUPERVISOR-ID      PIC X(08).

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  CUSTOMER-ORDER-FILE.
           COPY ORDREC.

       FD  OPEN-PO-FILE.
           COPY POREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       FD  VENDOR-XREF-FILE.
           COPY VENDXREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  RETURN-HISTORY-FILE.
           COPY RTNHIST.

       FD  RETURNS-REGISTER-FILE.
       01  RETURNS-REGISTER-RECORD.
           05  RREG-TYPE-CODE          PIC X(01).
           05  RREG-SEP-1              PIC X(01).
           05  RREG-GOODS-NAME         PIC X(04).
           05  RREG-SEP-2              PIC X(01).
           05  RREG-QTY                PIC Z(4)9.
           05  RREG-SEP-3              PIC X(01).
           05  RREG-REASON-CODE        PIC X(04).
           05  RREG-SEP-4              PIC X(01).
           05  RREG-DISPOSITION        PIC X(01).
           05  RREG-SEP-5              PIC X(01).
           05  RREG-REFERENCE          PIC X(10).
           05  RREG-SEP-6              PIC X(01).
           05  RREG-ORDER-LINE         PIC X(03).
           05  RREG-SEP-7              PIC X(01).
           05  RREG-OPERATOR-ID        PIC X(08).
           05  RREG-SEP-8              PIC X(01).
           05  RREG-RESULT             PIC X(40).
       01  RETURNS-REGISTER-TEXT-LINE REDEFINES
               RETURNS-REGISTER-RECORD.
           05  RREG-TEXT               PIC X(84).

       FD  DEBIT-MEMO-FILE.
       01  DEBIT-MEMO-RECORD.
           05  DMEM-PO-NUMBER          PIC X(10).
           05  DMEM-SEP-1              PIC X(01).
           05  DMEM-GOODS-NAME         PIC X(04).
           05  DMEM-SEP-2              PIC X(01).
           05  DMEM-VENDOR-CODE        PIC X(10).
           05  DMEM-SEP-3              PIC X(01).
           05  DMEM-QTY                PIC Z(4)9.
           05  DMEM-SEP-4              PIC X(01).
           05  DMEM-UNIT-PRICE         PIC ZZ9.99.
           05  DMEM-SEP-5              PIC X(01).
           05  DMEM-AMOUNT             PIC Z(6)9.99.
           05  DMEM-SEP-6              PIC X(01).
           05  DMEM-REASON-CODE        PIC X(04).
       01  DEBIT-MEMO-TEXT-LINE REDEFINES DEBIT-MEMO-RECORD.
           05  DMEM-TEXT               PIC X(55).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-VENDOR-ID            PIC X(03).
           05  SW-PO-NUMBER            PIC X(10).
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-VENDOR-CODE          PIC X(10).
           05  SW-QTY                  PIC 9(05).
           05  SW-UNIT-PRICE           PIC 9(03)V99.
           05  SW-REASON-CODE          PIC X(04).

       WORKING-STORAGE SECTION.
       77  WS-TRAN-STATUS           PIC X(02).
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-ORDER-STATUS          PIC X(02).
           88  ORDER-OK                VALUE "00".
       77  WS-PO-STATUS             PIC X(02).
           88  PO-FILE-OK              VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
           88  LOT-FILE-MISSING        VALUE "35".
       77  WS-XREF-STATUS           PIC X(02).
           88  XREF-OK                 VALUE "00".
       77  WS-LEDGER-STATUS         PIC X(02).
       77  WS-HISTORY-STATUS        PIC X(02).
       77  WS-REGISTER-STATUS       PIC X(02).
       77  WS-MEMO-STATUS           PIC X(02).

       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-ORDER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  ORDER-FILE-OPENED       VALUE "Y".
       77  WS-PO-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  PO-FILE-OPENED          VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".
       77  WS-XREF-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  XREF-FILE-OPENED        VALUE "Y".

       77  WS-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".
       77  WS-XREF-SCAN-EOF-SWITCH  PIC X(01) VALUE "N".
           88  END-OF-XREF-SCAN        VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".
       77  WS-REJECT-SWITCH         PIC X(01) VALUE "N".
           88  RETURN-REJECTED         VALUE "Y".
       77  WS-LOT-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
           88  END-OF-LOT-SCAN         VALUE "Y".
       77  WS-LOTS-EXHAUSTED-SWITCH PIC X(01) VALUE "N".
           88  LOTS-EXHAUSTED          VALUE "Y".

      *    Posting a return: whether a rewrite has failed, and which
      *    records have been rewritten so far (and so would have to
      *    be put back).
       77  WS-APPLY-FAILED-SWITCH   PIC X(01) VALUE "N".
           88  APPLY-FAILED            VALUE "Y".
       77  WS-MASTER-APPLIED-SWITCH PIC X(01) VALUE "N".
           88  MASTER-APPLIED          VALUE "Y".
       77  WS-ORDER-APPLIED-SWITCH  PIC X(01) VALUE "N".
           88  ORDER-LINE-APPLIED      VALUE "Y".
       77  WS-PO-APPLIED-SWITCH     PIC X(01) VALUE "N".
           88  PO-LINE-APPLIED         VALUE "Y".
       77  WS-LOC-APPLIED-SWITCH    PIC X(01) VALUE "N".
           88  LOCATION-APPLIED        VALUE "Y".

       77  WS-RESULT-TEXT           PIC X(40) VALUE SPACES.
       77  WS-QTY-BEFORE            PIC 9(05) VALUE ZERO.
       77  WS-RETURNABLE-QTY        PIC 9(05) VALUE ZERO.

      *    The location the return is posted at - the order line's
      *    pick location for a sellable return, the quarantine
      *    location otherwise; blank for a sellable return off a line
      *    that was never allocated to a location - and what each
      *    record held before and after the return.
       77  WS-RETURN-LOCATION-ID    PIC X(03) VALUE SPACES.
       77  WS-MASTER-QTY-BEFORE     PIC 9(05) VALUE ZERO.
       77  WS-MASTER-QTY-AFTER      PIC 9(05) VALUE ZERO.
       77  WS-LOC-QTY-BEFORE        PIC 9(05) VALUE ZERO.
       77  WS-LOC-QTY-AFTER         PIC 9(05) VALUE ZERO.
       77  WS-ORDL-RETURN-BEFORE    PIC 9(05) VALUE ZERO.
       77  WS-PO-RETURNED-QTY       PIC 9(05) VALUE ZERO.
       77  WS-QTY-LIMIT-TEST        PIC 9(06) VALUE ZERO.

      *    The quarantine lots of the item, loaded for a return to
      *    vendor and drawn earliest expiry first, the same way
      *    GOODSISS draws a pick location's.  Lots past the fiftieth
      *    are not drawn this run.
       01  LOT-DRAW-TABLE.
           05  DLOT-ENTRY OCCURS 50 TIMES.
               10  DLOT-NUMBER         PIC X(10).
               10  DLOT-SORT-EXPIRY    PIC X(10).
               10  DLOT-QTY            PIC 9(05).
       77  WS-DLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-DLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-EARLIEST-SUBSCRIPT    PIC 9(03) VALUE ZERO.
       77  WS-DRAW-LEFT             PIC 9(05) VALUE ZERO.
       77  WS-LOT-TAKE-QTY          PIC 9(05) VALUE ZERO.
       77  WS-LOT-QTY-BEFORE        PIC 9(05) VALUE ZERO.

      *    Every lot record the return has rewritten and what it held
      *    before, so a back-out can put each one back.
       01  LOT-POSTING-TABLE.
           05  LPST-ENTRY OCCURS 50 TIMES.
               10  LPST-NUMBER         PIC X(10).
               10  LPST-QTY-BEFORE     PIC 9(05).
       77  WS-LPST-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-LPST-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-VENDOR-ID             PIC X(03) VALUE SPACES.
       77  WS-VENDOR-CODE           PIC X(10) VALUE SPACES.

      *    The debit memo being printed.
       77  WS-PRIOR-VENDOR-ID       PIC X(03) VALUE SPACES.
       77  WS-MEMO-NUMBER           PIC X(10) VALUE SPACES.
       77  WS-LINE-AMOUNT           PIC 9(07)V99 VALUE ZERO.
       77  WS-MEMO-TOTAL            PIC 9(07)V99 VALUE ZERO.
       77  WS-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.

       77  WS-TRAN-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-TO-STOCK-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-TO-QUARANTINE-COUNT   PIC 9(07) VALUE ZERO.
       77  WS-TO-VENDOR-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-BACKED-OUT-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-MEMO-COUNT            PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF MASTER-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-VENDOR-ID
                                    SW-PO-NUMBER
                   INPUT PROCEDURE IS 3000-PROCESS-RETURNS
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 6000-PRINT-DEBIT-MEMOS
                       THRU 6000-EXIT
               DISPLAY "RETURN TRANSACTIONS READ:  " WS-TRAN-READ-COUNT
               DISPLAY "RETURNED TO STOCK:         " WS-TO-STOCK-COUNT
               DISPLAY "RETURNED TO QUARANTINE:    "
                   WS-TO-QUARANTINE-COUNT
               DISPLAY "RETURNED TO VENDOR:        " WS-TO-VENDOR-COUNT
               DISPLAY "REJECTED:                  " WS-REJECT-COUNT
               DISPLAY "  NOT AUTHORIZED:          "
                   WS-AUTH-REJECT-COUNT
               DISPLAY "  BACKED OUT:              "
                   WS-BACKED-OUT-COUNT
               DISPLAY "DEBIT MEMOS:               " WS-MEMO-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the goods master must be there or nothing
      *    can be posted.  The other indexed files are opened if they
      *    are there; a transaction that needs a missing one is
      *    rejected on the register.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN I-O GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTER-OPEN-SWITCH.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF ORDER-OK
               MOVE "Y" TO WS-ORDER-OPEN-SWITCH
           ELSE
               DISPLAY "NO ORDER FILE - CUSTOMER RETURNS REJECTED "
                   "(STATUS " WS-ORDER-STATUS ")"
           END-IF.
           OPEN I-O OPEN-PO-FILE.
           IF PO-FILE-OK
               MOVE "Y" TO WS-PO-OPEN-SWITCH
           ELSE
               DISPLAY "NO OPEN-PO FILE - RETURNS TO VENDOR REJECTED "
                   "(STATUS " WS-PO-STATUS ")"
           END-IF.
           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCSTK-OK
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           ELSE
               DISPLAY "NO LOCATION STOCK FILE - QUARANTINE NOT "
                   "AVAILABLE (STATUS " WS-LOCSTK-STATUS ")"
           END-IF.
           OPEN I-O LOT-STOCK-FILE.
           IF LOT-FILE-MISSING
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF.
           IF LOT-FILE-OK
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                   WS-LOT-STATUS
           END-IF.
           OPEN INPUT VENDOR-XREF-FILE.
           IF XREF-OK
               MOVE "Y" TO WS-XREF-OPEN-SWITCH
           ELSE
               DISPLAY "NO VENDOR XREF - VENDOR CODES NOT SHOWN "
                   "(STATUS " WS-XREF-STATUS ")"
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.
           OPEN EXTEND RETURN-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT RETURN-HISTORY-FILE
           END-IF.
           OPEN OUTPUT RETURNS-REGISTER-FILE.
           MOVE SPACES              TO RETURNS-REGISTER-RECORD.
           MOVE "RETURNS REGISTER -" TO RREG-TEXT(1:18).
           MOVE WS-TODAY-DATE       TO RREG-TEXT(20:10).
           WRITE RETURNS-REGISTER-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-PROCESS-RETURNS - the sort input procedure: every
      *    return transaction is edited and posted here, in the order
      *    keyed, and each return to vendor that posts is RELEASEd
      *    for its vendor's debit memo.
      ******************************************************************
       3000-PROCESS-RETURNS.
           OPEN INPUT RETURN-TRAN-FILE.
           IF NOT TRAN-OK
               DISPLAY "UNABLE TO OPEN RETURN TRANSACTIONS - STATUS "
                   WS-TRAN-STATUS
           ELSE
               PERFORM 3100-PROCESS-ONE-RETURN THRU 3100-EXIT
                   UNTIL END-OF-TRANSACTIONS
               CLOSE RETURN-TRAN-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-PROCESS-ONE-RETURN.
           READ RETURN-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 3200-EDIT-RETURN THRU 3200-EXIT
                   IF NOT RETURN-REJECTED
                       IF RTNT-CUSTOMER-RETURN
                           PERFORM 4000-POST-CUSTOMER-RETURN
                               THRU 4000-EXIT
                       ELSE
                           PERFORM 5000-POST-RETURN-TO-VENDOR
                               THRU 5000-EXIT
                       END-IF
                   END-IF
                   PERFORM 3900-WRITE-REGISTER-LINE THRU 3900-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-EDIT-RETURN - everything that can refuse a return is
      *    tested before anything is touched, so a refused return
      *    changes nothing.  The reason code is edited against the
      *    history record's own code list so the valid codes live in
      *    one place (RTNHIST).  The operator's authority is checked
      *    once the transaction itself is well formed.
      ******************************************************************
       3200-EDIT-RETURN.
           MOVE "N"    TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE SPACES TO WS-RETURN-LOCATION-ID.
           MOVE RTNT-REASON-CODE TO RTNH-REASON-CODE.
           EVALUATE TRUE
               WHEN NOT RTNT-CUSTOMER-RETURN
                   AND NOT RTNT-RETURN-TO-VENDOR
                   MOVE "REJECTED - UNKNOWN TYPE CODE"
                       TO WS-RESULT-TEXT
               WHEN RTNT-QTY NOT NUMERIC
                   OR RTNT-QTY = ZERO
                   MOVE "REJECTED - QUANTITY NOT VALID"
                       TO WS-RESULT-TEXT
               WHEN NOT RTNH-VALID-REASON
                   MOVE "REJECTED - UNKNOWN REASON CODE"
                       TO WS-RESULT-TEXT
               WHEN RTNT-CUSTOMER-RETURN
                   AND NOT RTNT-TO-SELLABLE
                   AND NOT RTNT-TO-QUARANTINE
                   MOVE "REJECTED - DISPOSITION NOT S OR Q"
                       TO WS-RESULT-TEXT
               WHEN RTNT-CUSTOMER-RETURN
                   AND NOT ORDER-FILE-OPENED
                   MOVE "REJECTED - NO ORDER FILE"
                       TO WS-RESULT-TEXT
               WHEN RTNT-RETURN-TO-VENDOR
                   AND NOT PO-FILE-OPENED
                   MOVE "REJECTED - NO OPEN-PO FILE"
                       TO WS-RESULT-TEXT
               WHEN (RTNT-RETURN-TO-VENDOR OR RTNT-TO-QUARANTINE)
                   AND NOT LOCSTK-FILE-OPENED
                   MOVE "REJECTED - NO LOCATION STOCK FILE"
                       TO WS-RESULT-TEXT
               WHEN (RTNT-RETURN-TO-VENDOR OR RTNT-TO-QUARANTINE)
                   AND NOT LOT-FILE-OPENED
                   MOVE "REJECTED - NO LOT STOCK FILE"
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT.
           IF RETURN-REJECTED
               GO TO 3200-EXIT
           END-IF.
           MOVE RTNT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - GOODS-NAME NOT ON MASTER"
                       TO WS-RESULT-TEXT
                   PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF RTNT-CUSTOMER-RETURN
               PERFORM 3400-EDIT-AGAINST-ORDER THRU 3400-EXIT
           ELSE
               PERFORM 3500-EDIT-AGAINST-PO THRU 3500-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CHECK-AUTHORITY - a return puts stock back on the
      *    books or takes it off them, so it goes through OPAUTH like
      *    any maintenance: the operator must hold RTNPROC for the
      *    type, and the returned quantity is measured against the
      *    operator's unit limit.
      ******************************************************************
       3300-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "RTNPROC"           TO OPAU-PARM-PROGRAM.
           MOVE RTNT-TYPE-CODE      TO OPAU-PARM-TYPE-CODE.
           MOVE RTNT-REFERENCE      TO OPAU-PARM-KEY-TEXT(1:10).
           MOVE RTNT-GOODS-NAME     TO OPAU-PARM-KEY-TEXT(12:4).
           MOVE RTNT-OPERATOR-ID    TO OPAU-PARM-OPERATOR-ID.
           MOVE RTNT-SUPERVISOR-ID  TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE.
           MOVE RTNT-QTY            TO OPAU-PARM-QTY-CHANGE.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE "REJECTED - "       TO WS-RESULT-TEXT(1:11)
               MOVE OPAU-REJECT-REASON  TO WS-RESULT-TEXT(12:29)
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3400-EDIT-AGAINST-ORDER - the return must match a shipped
      *    order line for the same item, and cannot bring back more
      *    than the line shipped less what has already come back.  A
      *    line entered before ORDL-RETURN-QTY existed carries spaces
      *    there and is read as nothing returned yet.  The location it
      *    goes back to must have room for it.
      ******************************************************************
       3400-EDIT-AGAINST-ORDER.
           IF RTNT-ORDER-LINE NOT NUMERIC
               OR RTNT-ORDER-LINE = ZERO
               MOVE "REJECTED - ORDER LINE NOT VALID"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE RTNT-REFERENCE  TO ORD-NUMBER.
           MOVE RTNT-ORDER-LINE TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   MOVE "REJECTED - ORDER LINE NOT ON FILE"
                       TO WS-RESULT-TEXT
                   PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
                   GO TO 3400-EXIT
           END-READ.
           IF ORDL-GOODS-NAME NOT = RTNT-GOODS-NAME
               MOVE "REJECTED - ITEM NOT ON ORDER LINE"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF ORDL-RETURN-QTY NOT NUMERIC
               MOVE ZERO TO ORDL-RETURN-QTY
           END-IF.
           IF ORDL-RETURN-QTY NOT < ORDL-SHIP-QTY
               MOVE ZERO TO WS-RETURNABLE-QTY
           ELSE
               COMPUTE WS-RETURNABLE-QTY =
                   ORDL-SHIP-QTY - ORDL-RETURN-QTY
           END-IF.
           IF RTNT-QTY > WS-RETURNABLE-QTY
               MOVE "REJECTED - MORE THAN SHIPPED ON LINE"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.
           IF RTNT-QTY + GOODS-QTY-ON-HAND > 99999
               MOVE "REJECTED - ON HAND WOULD PASS 99999"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3400-EXIT
           END-IF.
           PERFORM 3450-EDIT-RETURN-LOCATION THRU 3450-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    3450-EDIT-RETURN-LOCATION - a quarantined return goes to the
      *    quarantine location; a sellable one goes back where its
      *    line was picked, so ORDALLOC and GOODSISS find it there.  A
      *    line that was never given a location (a hand-keyed order
      *    shipped from the master alone) puts the goods back on the
      *    master only.
      ******************************************************************
       3450-EDIT-RETURN-LOCATION.
           IF RTNT-TO-QUARANTINE
               SET LSTK-QUARANTINE-LOCATION TO TRUE
               MOVE LSTK-LOCATION-ID    TO WS-RETURN-LOCATION-ID
           ELSE
               MOVE ORDL-LOCATION-ID    TO WS-RETURN-LOCATION-ID
           END-IF.
           IF WS-RETURN-LOCATION-ID = SPACES
               GO TO 3450-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT LOCSTK-FILE-OPENED
                   MOVE "REJECTED - NO LOCATION STOCK FILE"
                       TO WS-RESULT-TEXT
               WHEN NOT LOT-FILE-OPENED
                   MOVE "REJECTED - NO LOT STOCK FILE"
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3450-EXIT
           END-IF.
           MOVE WS-RETURN-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LSTK-GOODS-NAME.
           MOVE ZERO                TO WS-QTY-LIMIT-TEST.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-QTY-LIMIT-TEST =
                       LSTK-QTY-ON-HAND + RTNT-QTY
           END-READ.
           IF WS-QTY-LIMIT-TEST > 99999
               MOVE "REJECTED - LOCATION WOULD PASS 99999"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3450-EXIT.
           EXIT.

      ******************************************************************
      *    3500-EDIT-AGAINST-PO - only stock that came in on the PO
      *    can go back against it - what it received less what has
      *    already gone back (a line raised before PO-RETURNED-QTY
      *    existed is read as nothing returned yet) - and only what is
      *    actually held in quarantine: goods are inspected into
      *    quarantine first, and what leaves for the vendor leaves
      *    from there.  The vendor is the PO's; the vendor's own item
      *    code is looked up for the debit memo.
      ******************************************************************
       3500-EDIT-AGAINST-PO.
           MOVE RTNT-REFERENCE TO PO-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   MOVE "REJECTED - PO NOT ON FILE"
                       TO WS-RESULT-TEXT
                   PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF PO-GOODS-NAME NOT = RTNT-GOODS-NAME
               MOVE "REJECTED - ITEM NOT ON PO"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF PO-RETURNED-QTY IS NUMERIC
               MOVE PO-RETURNED-QTY TO WS-PO-RETURNED-QTY
           ELSE
               MOVE ZERO TO WS-PO-RETURNED-QTY
           END-IF.
           IF WS-PO-RETURNED-QTY NOT < PO-RECEIVED-QTY
               MOVE ZERO TO WS-RETURNABLE-QTY
           ELSE
               COMPUTE WS-RETURNABLE-QTY =
                   PO-RECEIVED-QTY - WS-PO-RETURNED-QTY
           END-IF.
           IF RTNT-QTY > WS-RETURNABLE-QTY
               MOVE "REJECTED - MORE THAN RECEIVED ON PO"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           SET LSTK-QUARANTINE-LOCATION TO TRUE.
           MOVE LSTK-LOCATION-ID TO WS-RETURN-LOCATION-ID.
           MOVE RTNT-GOODS-NAME TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE "REJECTED - NONE IN QUARANTINE"
                       TO WS-RESULT-TEXT
                   PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
                   GO TO 3500-EXIT
           END-READ.
           IF RTNT-QTY > LSTK-QTY-ON-HAND
               MOVE "REJECTED - MORE THAN IN QUARANTINE"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           IF RTNT-QTY > GOODS-QTY-ON-HAND
               MOVE "REJECTED - MORE THAN ON HAND"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE PO-VENDOR-ID TO WS-VENDOR-ID.
           PERFORM 3600-FIND-VENDOR-CODE THRU 3600-EXIT.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    3600-FIND-VENDOR-CODE - walk the vendor's cross-reference
      *    entries for the one that maps to this item.  A vendor
      *    with no entry for it still gets the goods back; the memo
      *    line shows our item name alone.
      ******************************************************************
       3600-FIND-VENDOR-CODE.
           MOVE SPACES TO WS-VENDOR-CODE.
           IF NOT XREF-FILE-OPENED
               GO TO 3600-EXIT
           END-IF.
           MOVE "N"          TO WS-XREF-SCAN-EOF-SWITCH.
           MOVE WS-VENDOR-ID TO XREF-VENDOR-ID.
           MOVE LOW-VALUES   TO XREF-VENDOR-CODE.
           START VENDOR-XREF-FILE KEY NOT < XREF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-XREF-SCAN-EOF-SWITCH
           END-START.
           PERFORM 3650-SCAN-ONE-XREF THRU 3650-EXIT
               UNTIL END-OF-XREF-SCAN.
       3600-EXIT.
           EXIT.

       3650-SCAN-ONE-XREF.
           READ VENDOR-XREF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-XREF-SCAN-EOF-SWITCH
               NOT AT END
                   IF XREF-VENDOR-ID NOT = WS-VENDOR-ID
                       MOVE "Y" TO WS-XREF-SCAN-EOF-SWITCH
                   ELSE
                       IF XREF-GOODS-NAME = RTNT-GOODS-NAME
                           MOVE XREF-VENDOR-CODE TO WS-VENDOR-CODE
                           MOVE "Y" TO WS-XREF-SCAN-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

       3800-COUNT-REJECT.
           MOVE "Y" TO WS-REJECT-SWITCH.
           ADD 1 TO WS-REJECT-COUNT.
       3800-EXIT.
           EXIT.

       3900-WRITE-REGISTER-LINE.
           MOVE SPACES              TO RETURNS-REGISTER-RECORD.
           MOVE RTNT-TYPE-CODE      TO RREG-TYPE-CODE.
           MOVE RTNT-GOODS-NAME     TO RREG-GOODS-NAME.
           IF RTNT-QTY IS NUMERIC
               MOVE RTNT-QTY        TO RREG-QTY
           END-IF.
           MOVE RTNT-REASON-CODE    TO RREG-REASON-CODE.
           MOVE RTNT-REFERENCE      TO RREG-REFERENCE.
           IF RTNT-CUSTOMER-RETURN
               MOVE RTNT-DISPOSITION TO RREG-DISPOSITION
               MOVE RTNT-ORDER-LINE  TO RREG-ORDER-LINE
           END-IF.
           MOVE RTNT-OPERATOR-ID    TO RREG-OPERATOR-ID.
           MOVE WS-RESULT-TEXT      TO RREG-RESULT.
           WRITE RETURNS-REGISTER-RECORD.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-POST-CUSTOMER-RETURN - the goods come back onto the
      *    master, the order line records what came back, and the
      *    goods go into the location the edit chose: the line's pick
      *    location for a sellable return, the quarantine location
      *    (which is what keeps them from being picked) otherwise.
      *    Each location credit is lotted under the order number.
      *    Everything was edited before this point; if a rewrite
      *    still fails, those already made are put back and the
      *    return is refused.  The ledger and history are written
      *    only once the whole return stands.
      ******************************************************************
       4000-POST-CUSTOMER-RETURN.
           PERFORM 4050-START-POSTING THRU 4050-EXIT.
           MOVE GOODS-QTY-ON-HAND   TO WS-MASTER-QTY-BEFORE.
           ADD RTNT-QTY TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
           END-REWRITE.
           IF NOT APPLY-FAILED
               MOVE GOODS-QTY-ON-HAND TO WS-MASTER-QTY-AFTER
               MOVE "Y"             TO WS-MASTER-APPLIED-SWITCH
               PERFORM 4100-UPDATE-ORDER-LINE THRU 4100-EXIT
           END-IF.
           IF NOT APPLY-FAILED
               AND WS-RETURN-LOCATION-ID NOT = SPACES
               PERFORM 4200-CREDIT-LOCATION THRU 4200-EXIT
           END-IF.
           IF APPLY-FAILED
               PERFORM 4400-REJECT-BACKED-OUT THRU 4400-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-LEDGER-MASTER THRU 4300-EXIT.
           IF LOCATION-APPLIED
               PERFORM 4350-LEDGER-LOCATION THRU 4350-EXIT
           END-IF.
           IF RTNT-TO-QUARANTINE
               ADD 1 TO WS-TO-QUARANTINE-COUNT
               MOVE "RETURNED TO QUARANTINE" TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-TO-STOCK-COUNT
               MOVE "RETURNED TO SELLABLE STOCK" TO WS-RESULT-TEXT
           END-IF.
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

       4050-START-POSTING.
           MOVE "N"                 TO WS-APPLY-FAILED-SWITCH.
           MOVE "N"                 TO WS-MASTER-APPLIED-SWITCH.
           MOVE "N"                 TO WS-ORDER-APPLIED-SWITCH.
           MOVE "N"                 TO WS-PO-APPLIED-SWITCH.
           MOVE "N"                 TO WS-LOC-APPLIED-SWITCH.
           MOVE ZERO                TO WS-LPST-COUNT.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *    4100-UPDATE-ORDER-LINE - the line is still in the buffer
      *    from the edit, its returned quantity already read as zero
      *    if it was blank.
      ******************************************************************
       4100-UPDATE-ORDER-LINE.
           MOVE ORDL-RETURN-QTY     TO WS-ORDL-RETURN-BEFORE.
           ADD RTNT-QTY TO ORDL-RETURN-QTY.
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4100-EXIT
           END-REWRITE.
           MOVE "Y"                 TO WS-ORDER-APPLIED-SWITCH.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-CREDIT-LOCATION - the location record is created on
      *    first use, the same way LOCSMNT creates the to side of a
      *    transfer; the edit has seen that it has room.  The goods
      *    then go into the lot named for the order number - there
      *    is no telling which lot they left in, so the lot carries
      *    no expiry date and is drawn after the dated ones.
      ******************************************************************
       4200-CREDIT-LOCATION.
           MOVE WS-RETURN-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO            TO WS-LOC-QTY-BEFORE
                   MOVE SPACES          TO LOCATION-STOCK-RECORD
                   MOVE WS-RETURN-LOCATION-ID TO LSTK-LOCATION-ID
                   MOVE RTNT-GOODS-NAME TO LSTK-GOODS-NAME
                   MOVE RTNT-QTY        TO LSTK-QTY-ON-HAND
                   WRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               NOT INVALID KEY
                   MOVE LSTK-QTY-ON-HAND TO WS-LOC-QTY-BEFORE
                   ADD RTNT-QTY TO LSTK-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-ADD
                   IF NOT APPLY-FAILED
                       REWRITE LOCATION-STOCK-RECORD
                           INVALID KEY
                               MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                       END-REWRITE
                   END-IF
           END-READ.
           IF APPLY-FAILED
               GO TO 4200-EXIT
           END-IF.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-AFTER.
           MOVE "Y"                 TO WS-LOC-APPLIED-SWITCH.
           MOVE WS-RETURN-LOCATION-ID TO LOT-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LOT-GOODS-NAME.
           MOVE RTNT-REFERENCE      TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE ZERO            TO WS-LOT-QTY-BEFORE
                   MOVE SPACES          TO LOT-STOCK-RECORD
                   MOVE WS-RETURN-LOCATION-ID TO LOT-LOCATION-ID
                   MOVE RTNT-GOODS-NAME TO LOT-GOODS-NAME
                   MOVE RTNT-REFERENCE  TO LOT-NUMBER
                   MOVE RTNT-QTY        TO LOT-QTY-ON-HAND
                   MOVE WS-TODAY-DATE   TO LOT-RECEIVED-DATE
                   MOVE RTNT-REFERENCE  TO LOT-SOURCE-REF
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               NOT INVALID KEY
                   MOVE LOT-QTY-ON-HAND TO WS-LOT-QTY-BEFORE
                   ADD RTNT-QTY TO LOT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LOT-QTY-ON-HAND
                   END-ADD
                   REWRITE LOT-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-REWRITE
           END-READ.
           IF NOT APPLY-FAILED
               PERFORM 4600-NOTE-LOT-POSTING THRU 4600-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-LEDGER-MASTER and 4350-LEDGER-LOCATION - the master and
      *    location lines for a return that has stood.
      ******************************************************************
       4300-LEDGER-MASTER.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           IF RTNT-RETURN-TO-VENDOR
               MOVE "RTV"           TO LDGR-REASON-CODE
           ELSE
               MOVE "RTN"           TO LDGR-REASON-CODE
           END-IF.
           MOVE WS-MASTER-QTY-BEFORE TO WS-QTY-BEFORE.
           MOVE WS-MASTER-QTY-AFTER TO LDGR-QTY-AFTER.
           PERFORM 4500-LEDGER-RETURN THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

       4350-LEDGER-LOCATION.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE WS-RETURN-LOCATION-ID TO LDGR-LOCATION-ID.
           IF RTNT-RETURN-TO-VENDOR
               MOVE "RTV"           TO LDGR-REASON-CODE
           ELSE
               MOVE "RTN"           TO LDGR-REASON-CODE
           END-IF.
           MOVE WS-LOC-QTY-BEFORE   TO WS-QTY-BEFORE.
           MOVE WS-LOC-QTY-AFTER    TO LDGR-QTY-AFTER.
           PERFORM 4500-LEDGER-RETURN THRU 4500-EXIT.
       4350-EXIT.
           EXIT.

      ******************************************************************
      *    4400-REJECT-BACKED-OUT - a rewrite failed part way through
      *    a return: put back what was done and refuse it.
      ******************************************************************
       4400-REJECT-BACKED-OUT.
           PERFORM 4800-BACK-OUT THRU 4800-EXIT.
           ADD 1 TO WS-BACKED-OUT-COUNT.
           MOVE "REJECTED - REWRITE FAILED, BACKED OUT"
               TO WS-RESULT-TEXT.
           PERFORM 3800-COUNT-REJECT THRU 3800-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-LEDGER-RETURN - one stock-movement ledger line; the
      *    caller clears the record and sets the location, reason and
      *    quantity after, and WS-QTY-BEFORE holds the quantity
      *    before.  The reference is the order or PO number.
      ******************************************************************
       4500-LEDGER-RETURN.
           MOVE RTNT-GOODS-NAME     TO LDGR-GOODS-NAME.
           MOVE "RTNPROC"           TO LDGR-SOURCE-PGM.
           MOVE RTNT-REFERENCE      TO LDGR-REFERENCE.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-NOTE-LOT-POSTING - the lot record just rewritten (the
      *    lot number in LOT-KEY) and what it held before, for the
      *    back-out.
      ******************************************************************
       4600-NOTE-LOT-POSTING.
           ADD 1 TO WS-LPST-COUNT.
           MOVE LOT-NUMBER          TO LPST-NUMBER(WS-LPST-COUNT).
           MOVE WS-LOT-QTY-BEFORE   TO LPST-QTY-BEFORE(WS-LPST-COUNT).
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4800-BACK-OUT - put every record the return has rewritten
      *    back to what it held, lots first and the master last, the
      *    same way KITASM backs out an assembly.  A record that
      *    cannot be put back is displayed with the quantity it
      *    should hold, for the stock clerk to correct by hand.
      ******************************************************************
       4800-BACK-OUT.
           PERFORM 4870-BACK-OUT-LOT THRU 4870-EXIT
               VARYING WS-LPST-SUBSCRIPT FROM WS-LPST-COUNT BY -1
               UNTIL WS-LPST-SUBSCRIPT < 1.
           MOVE ZERO TO WS-LPST-COUNT.
           IF LOCATION-APPLIED
               PERFORM 4860-BACK-OUT-LOCATION THRU 4860-EXIT
           END-IF.
           IF PO-LINE-APPLIED
               PERFORM 4830-BACK-OUT-PO-LINE THRU 4830-EXIT
           END-IF.
           IF ORDER-LINE-APPLIED
               PERFORM 4840-BACK-OUT-ORDER-LINE THRU 4840-EXIT
           END-IF.
           IF MASTER-APPLIED
               PERFORM 4810-BACK-OUT-MASTER THRU 4810-EXIT
           END-IF.
       4800-EXIT.
           EXIT.

       4810-BACK-OUT-MASTER.
           MOVE RTNT-GOODS-NAME     TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " WS-MASTER-QTY-BEFORE
                   GO TO 4810-EXIT
           END-READ.
           MOVE WS-MASTER-QTY-BEFORE TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " WS-MASTER-QTY-BEFORE
           END-REWRITE.
           MOVE "N" TO WS-MASTER-APPLIED-SWITCH.
       4810-EXIT.
           EXIT.

       4830-BACK-OUT-PO-LINE.
           MOVE RTNT-REFERENCE      TO PO-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - PO " PO-NUMBER
                       " RETURNED SHOULD BE " WS-PO-RETURNED-QTY
                   GO TO 4830-EXIT
           END-READ.
           MOVE WS-PO-RETURNED-QTY  TO PO-RETURNED-QTY.
           REWRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - PO " PO-NUMBER
                       " RETURNED SHOULD BE " WS-PO-RETURNED-QTY
           END-REWRITE.
           MOVE "N" TO WS-PO-APPLIED-SWITCH.
       4830-EXIT.
           EXIT.

       4840-BACK-OUT-ORDER-LINE.
           MOVE RTNT-REFERENCE      TO ORD-NUMBER.
           MOVE RTNT-ORDER-LINE     TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - ORDER "
                       RTNT-REFERENCE " LINE " RTNT-ORDER-LINE
                       " RETURNED SHOULD BE " WS-ORDL-RETURN-BEFORE
                   GO TO 4840-EXIT
           END-READ.
           MOVE WS-ORDL-RETURN-BEFORE TO ORDL-RETURN-QTY.
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - ORDER "
                       RTNT-REFERENCE " LINE " RTNT-ORDER-LINE
                       " RETURNED SHOULD BE " WS-ORDL-RETURN-BEFORE
           END-REWRITE.
           MOVE "N" TO WS-ORDER-APPLIED-SWITCH.
       4840-EXIT.
           EXIT.

       4860-BACK-OUT-LOCATION.
           MOVE WS-RETURN-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " RTNT-GOODS-NAME
                       " AT " WS-RETURN-LOCATION-ID
                       " SHOULD BE " WS-LOC-QTY-BEFORE
                   GO TO 4860-EXIT
           END-READ.
           MOVE WS-LOC-QTY-BEFORE   TO LSTK-QTY-ON-HAND.
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " RTNT-GOODS-NAME
                       " AT " WS-RETURN-LOCATION-ID
                       " SHOULD BE " WS-LOC-QTY-BEFORE
           END-REWRITE.
           MOVE "N" TO WS-LOC-APPLIED-SWITCH.
       4860-EXIT.
           EXIT.

       4870-BACK-OUT-LOT.
           MOVE WS-RETURN-LOCATION-ID TO LOT-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LOT-GOODS-NAME.
           MOVE LPST-NUMBER(WS-LPST-SUBSCRIPT) TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " LOT-GOODS-NAME
                       " LOT " LOT-NUMBER " SHOULD BE "
                       LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT)
                   GO TO 4870-EXIT
           END-READ.
           MOVE LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT) TO LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   DISPLAY "RETURN BACK-OUT FAILED - " LOT-GOODS-NAME
                       " LOT " LOT-NUMBER " SHOULD BE "
                       LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT)
           END-REWRITE.
       4870-EXIT.
           EXIT.

      ******************************************************************
      *    5000-POST-RETURN-TO-VENDOR - the goods leave the master, are
      *    counted as returned against the PO line, and leave the
      *    quarantine location and its lots, earliest expiry first;
      *    then they go onto the vendor's debit memo.  A failed
      *    rewrite is backed out as in 4000.
      ******************************************************************
       5000-POST-RETURN-TO-VENDOR.
           PERFORM 4050-START-POSTING THRU 4050-EXIT.
           MOVE GOODS-QTY-ON-HAND   TO WS-MASTER-QTY-BEFORE.
           SUBTRACT RTNT-QTY FROM GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
           END-REWRITE.
           IF NOT APPLY-FAILED
               MOVE GOODS-QTY-ON-HAND TO WS-MASTER-QTY-AFTER
               MOVE "Y"             TO WS-MASTER-APPLIED-SWITCH
               PERFORM 5050-UPDATE-PO-LINE THRU 5050-EXIT
           END-IF.
           IF NOT APPLY-FAILED
               PERFORM 5100-DEBIT-QUARANTINE THRU 5100-EXIT
           END-IF.
           IF APPLY-FAILED
               PERFORM 4400-REJECT-BACKED-OUT THRU 4400-EXIT
               GO TO 5000-EXIT
           END-IF.
           PERFORM 4300-LEDGER-MASTER THRU 4300-EXIT.
           PERFORM 4350-LEDGER-LOCATION THRU 4350-EXIT.
           ADD 1 TO WS-TO-VENDOR-COUNT.
           MOVE SPACES               TO WS-RESULT-TEXT.
           MOVE "RETURNED TO VENDOR" TO WS-RESULT-TEXT(1:18).
           MOVE WS-VENDOR-ID         TO WS-RESULT-TEXT(20:3).
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE WS-VENDOR-ID        TO SW-VENDOR-ID.
           MOVE RTNT-REFERENCE      TO SW-PO-NUMBER.
           MOVE RTNT-GOODS-NAME     TO SW-GOODS-NAME.
           MOVE WS-VENDOR-CODE      TO SW-VENDOR-CODE.
           MOVE RTNT-QTY            TO SW-QTY.
           MOVE GOODS-UNIT-PRICE    TO SW-UNIT-PRICE.
           MOVE RTNT-REASON-CODE    TO SW-REASON-CODE.
           RELEASE SORT-WORK-RECORD.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5050-UPDATE-PO-LINE - the PO line is still in the buffer
      *    from the edit; WS-PO-RETURNED-QTY holds what had gone back
      *    against it before, read as zero if it was blank.
      ******************************************************************
       5050-UPDATE-PO-LINE.
           COMPUTE PO-RETURNED-QTY = WS-PO-RETURNED-QTY + RTNT-QTY.
           REWRITE OPEN-PO-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5050-EXIT
           END-REWRITE.
           MOVE "Y"                 TO WS-PO-APPLIED-SWITCH.
       5050-EXIT.
           EXIT.

      ******************************************************************
      *    5100-DEBIT-QUARANTINE - the quarantine record (the edit has
      *    seen the quantity there) and then its lots, earliest expiry
      *    first, the same way GOODSISS draws a pick location.  Stock
      *    the lots do not cover was never lotted and is simply not
      *    drawn.
      ******************************************************************
       5100-DEBIT-QUARANTINE.
           MOVE WS-RETURN-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5100-EXIT
           END-READ.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-BEFORE.
           IF RTNT-QTY NOT < LSTK-QTY-ON-HAND
               MOVE ZERO TO LSTK-QTY-ON-HAND
           ELSE
               SUBTRACT RTNT-QTY FROM LSTK-QTY-ON-HAND
           END-IF.
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5100-EXIT
           END-REWRITE.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-AFTER.
           MOVE "Y"                 TO WS-LOC-APPLIED-SWITCH.
           MOVE RTNT-QTY            TO WS-DRAW-LEFT.
           PERFORM 5200-LOAD-QUARANTINE-LOTS THRU 5200-EXIT.
           PERFORM 5300-DRAW-EARLIEST-LOT THRU 5300-EXIT
               UNTIL WS-DRAW-LEFT = ZERO
                  OR LOTS-EXHAUSTED
                  OR APPLY-FAILED.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-LOAD-QUARANTINE-LOTS - every quarantine lot of the item
      *    still holding stock, read in key order from the first lot
      *    of that location and item.  Same as GOODSISS's 5720.
      ******************************************************************
       5200-LOAD-QUARANTINE-LOTS.
           MOVE ZERO                TO WS-DLOT-COUNT.
           MOVE "N"                 TO WS-LOT-SCAN-EOF-SWITCH.
           MOVE "N"                 TO WS-LOTS-EXHAUSTED-SWITCH.
           MOVE WS-RETURN-LOCATION-ID TO LOT-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LOT-GOODS-NAME.
           MOVE LOW-VALUES          TO LOT-NUMBER.
           START LOT-STOCK-FILE KEY NOT < LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
           END-START.
           PERFORM 5250-LOAD-ONE-LOT THRU 5250-EXIT
               UNTIL END-OF-LOT-SCAN.
       5200-EXIT.
           EXIT.

       5250-LOAD-ONE-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
                   GO TO 5250-EXIT
           END-READ.
           IF LOT-LOCATION-ID NOT = WS-RETURN-LOCATION-ID
               OR LOT-GOODS-NAME NOT = RTNT-GOODS-NAME
               MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
               GO TO 5250-EXIT
           END-IF.
           IF LOT-QTY-ON-HAND = ZERO
               GO TO 5250-EXIT
           END-IF.
           IF WS-DLOT-COUNT NOT < 50
               DISPLAY "MORE THAN 50 LOTS OF " RTNT-GOODS-NAME
                   " AT " WS-RETURN-LOCATION-ID " - LOT " LOT-NUMBER
                   " NOT DRAWN"
               GO TO 5250-EXIT
           END-IF.
           ADD 1 TO WS-DLOT-COUNT.
           MOVE LOT-NUMBER          TO DLOT-NUMBER(WS-DLOT-COUNT).
           IF LOT-NOT-DATED
               MOVE HIGH-VALUES     TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           ELSE
               MOVE LOT-EXPIRY-DATE TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           END-IF.
           MOVE LOT-QTY-ON-HAND     TO DLOT-QTY(WS-DLOT-COUNT).
       5250-EXIT.
           EXIT.

      ******************************************************************
      *    5300-DRAW-EARLIEST-LOT - take as much of the draw as the
      *    loaded lot with the earliest expiry holds, the same choice
      *    GOODSISS's 5730 makes.
      ******************************************************************
       5300-DRAW-EARLIEST-LOT.
           MOVE ZERO TO WS-EARLIEST-SUBSCRIPT.
           PERFORM 5350-CHECK-ONE-LOT THRU 5350-EXIT
               VARYING WS-DLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DLOT-SUBSCRIPT > WS-DLOT-COUNT.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE "Y" TO WS-LOTS-EXHAUSTED-SWITCH
               GO TO 5300-EXIT
           END-IF.
           IF DLOT-QTY(WS-EARLIEST-SUBSCRIPT) > WS-DRAW-LEFT
               MOVE WS-DRAW-LEFT    TO WS-LOT-TAKE-QTY
           ELSE
               MOVE DLOT-QTY(WS-EARLIEST-SUBSCRIPT) TO WS-LOT-TAKE-QTY
           END-IF.
           MOVE WS-RETURN-LOCATION-ID TO LOT-LOCATION-ID.
           MOVE RTNT-GOODS-NAME     TO LOT-GOODS-NAME.
           MOVE DLOT-NUMBER(WS-EARLIEST-SUBSCRIPT) TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5300-EXIT
           END-READ.
           MOVE LOT-QTY-ON-HAND     TO WS-LOT-QTY-BEFORE.
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5300-EXIT
           END-REWRITE.
           PERFORM 4600-NOTE-LOT-POSTING THRU 4600-EXIT.
           SUBTRACT WS-LOT-TAKE-QTY
               FROM DLOT-QTY(WS-EARLIEST-SUBSCRIPT).
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-DRAW-LEFT.
       5300-EXIT.
           EXIT.

       5350-CHECK-ONE-LOT.
           IF DLOT-QTY(WS-DLOT-SUBSCRIPT) = ZERO
               GO TO 5350-EXIT
           END-IF.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
           ELSE
               IF DLOT-SORT-EXPIRY(WS-DLOT-SUBSCRIPT) <
                  DLOT-SORT-EXPIRY(WS-EARLIEST-SUBSCRIPT)
                   MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
               END-IF
           END-IF.
       5350-EXIT.
           EXIT.

      ******************************************************************
      *    6000-PRINT-DEBIT-MEMOS - the sort output procedure: the
      *    returns to vendor arrive grouped by vendor, and each
      *    vendor's lines become one debit memo with its total.
      ******************************************************************
       6000-PRINT-DEBIT-MEMOS.
           OPEN OUTPUT DEBIT-MEMO-FILE.
           PERFORM 6050-RETURN-SORTED-RECORD THRU 6050-EXIT.
           IF END-OF-SORT
               MOVE SPACES TO DEBIT-MEMO-RECORD
               MOVE "NO RETURNS TO VENDOR TODAY" TO DMEM-TEXT
               WRITE DEBIT-MEMO-RECORD
           END-IF.
           PERFORM 6100-PRINT-ONE-MEMO-LINE THRU 6100-EXIT
               UNTIL END-OF-SORT.
           IF NOT FIRST-RECORD
               PERFORM 6300-PRINT-MEMO-TOTAL THRU 6300-EXIT
               MOVE SPACES            TO DEBIT-MEMO-RECORD
               MOVE "TOTAL ALL DEBIT MEMOS" TO DMEM-TEXT(1:21)
               MOVE WS-GRAND-TOTAL    TO DMEM-AMOUNT
               WRITE DEBIT-MEMO-RECORD
           END-IF.
           CLOSE DEBIT-MEMO-FILE.
       6000-EXIT.
           EXIT.

       6050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.
       6050-EXIT.
           EXIT.

       6100-PRINT-ONE-MEMO-LINE.
           IF FIRST-RECORD
               PERFORM 6200-START-NEW-MEMO THRU 6200-EXIT
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
           ELSE
               IF SW-VENDOR-ID NOT = WS-PRIOR-VENDOR-ID
                   PERFORM 6300-PRINT-MEMO-TOTAL THRU 6300-EXIT
                   PERFORM 6200-START-NEW-MEMO THRU 6200-EXIT
               END-IF
           END-IF.
           COMPUTE WS-LINE-AMOUNT = SW-QTY * SW-UNIT-PRICE.
           ADD WS-LINE-AMOUNT TO WS-MEMO-TOTAL.
           MOVE SPACES              TO DEBIT-MEMO-RECORD.
           MOVE SW-PO-NUMBER        TO DMEM-PO-NUMBER.
           MOVE SW-GOODS-NAME       TO DMEM-GOODS-NAME.
           IF SW-VENDOR-CODE = SPACES
               MOVE "*NO XREF*"     TO DMEM-VENDOR-CODE
           ELSE
               MOVE SW-VENDOR-CODE  TO DMEM-VENDOR-CODE
           END-IF.
           MOVE SW-QTY              TO DMEM-QTY.
           MOVE SW-UNIT-PRICE       TO DMEM-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT      TO DMEM-AMOUNT.
           MOVE SW-REASON-CODE      TO DMEM-REASON-CODE.
           WRITE DEBIT-MEMO-RECORD.
           PERFORM 6050-RETURN-SORTED-RECORD THRU 6050-EXIT.
       6100-EXIT.
           EXIT.

       6200-START-NEW-MEMO.
           ADD 1 TO WS-MEMO-COUNT.
           MOVE SW-VENDOR-ID        TO WS-PRIOR-VENDOR-ID.
           MOVE ZERO                TO WS-MEMO-TOTAL.
           MOVE "D"                 TO WS-MEMO-NUMBER(1:1).
           MOVE WS-SYS-DATE(3:6)    TO WS-MEMO-NUMBER(2:6).
           MOVE SW-VENDOR-ID        TO WS-MEMO-NUMBER(8:3).
           MOVE SPACES              TO DEBIT-MEMO-RECORD.
           WRITE DEBIT-MEMO-RECORD.
           MOVE "DEBIT MEMO"        TO DMEM-TEXT(1:10).
           MOVE WS-MEMO-NUMBER      TO DMEM-TEXT(12:10).
           MOVE "VENDOR"            TO DMEM-TEXT(24:6).
           MOVE SW-VENDOR-ID        TO DMEM-TEXT(31:3).
           MOVE WS-TODAY-DATE       TO DMEM-TEXT(36:10).
           WRITE DEBIT-MEMO-RECORD.
           MOVE SPACES              TO DEBIT-MEMO-RECORD.
           MOVE "PO/ITEM/VENDOR CODE/QTY/PRICE/AMOUNT/REASON"
               TO DMEM-TEXT.
           WRITE DEBIT-MEMO-RECORD.
       6200-EXIT.
           EXIT.

       6300-PRINT-MEMO-TOTAL.
           MOVE SPACES              TO DEBIT-MEMO-RECORD.
           MOVE "  TOTAL DEBIT MEMO" TO DMEM-TEXT(1:18).
           MOVE WS-MEMO-TOTAL       TO DMEM-AMOUNT.
           WRITE DEBIT-MEMO-RECORD.
           ADD WS-MEMO-TOTAL TO WS-GRAND-TOTAL.
       6300-EXIT.
           EXIT.

      ******************************************************************
      *    7000-WRITE-HISTORY - one returns-history line for every
      *    return posted; the master record still holds the item's
      *    unit price.
      ******************************************************************
       7000-WRITE-HISTORY.
           MOVE SPACES              TO RETURN-HISTORY-RECORD.
           MOVE WS-TODAY-DATE       TO RTNH-RUN-DATE.
           MOVE RTNT-TYPE-CODE      TO RTNH-TYPE-CODE.
           MOVE RTNT-GOODS-NAME     TO RTNH-GOODS-NAME.
           MOVE RTNT-QTY            TO RTNH-QTY.
           MOVE RTNT-REASON-CODE    TO RTNH-REASON-CODE.
           IF RTNT-CUSTOMER-RETURN
               MOVE RTNT-DISPOSITION TO RTNH-DISPOSITION
           ELSE
               MOVE WS-VENDOR-ID     TO RTNH-VENDOR-ID
           END-IF.
           MOVE RTNT-REFERENCE      TO RTNH-REFERENCE.
           MOVE GOODS-UNIT-PRICE    TO RTNH-UNIT-PRICE.
           MOVE RTNT-OPERATOR-ID    TO RTNH-OPERATOR-ID.
           WRITE RETURN-HISTORY-RECORD.
       7000-EXIT.
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
       9000-TERMINATE.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
               CLOSE STOCK-LEDGER-FILE
               CLOSE RETURN-HISTORY-FILE
               CLOSE RETURNS-REGISTER-FILE
           END-IF.
           IF ORDER-FILE-OPENED
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
           IF PO-FILE-OPENED
               CLOSE OPEN-PO-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF XREF-FILE-OPENED
               CLOSE VENDOR-XREF-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
       9000-EXIT.
           EXIT.
