      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Vendor invoice three-way match.  Each line of the
      *              vendor invoice file (invoice number, vendor, PO
      *              number, item, quantity billed, unit cost billed)
      *              is checked against the open-PO line POGEN raised
      *              and PORECV received against, and priced against
      *              the item's GOODS-UNIT-PRICE on the goods master.
      *
      *              A line is approved to pay when the PO line is on
      *              file for the same vendor and item, everything
      *              billed on the line so far (PO-BILLED-QTY plus
      *              this invoice) is inside both the ordered and the
      *              received quantity give or take the quantity
      *              tolerance, and the unit cost billed is inside the
      *              price tolerance of the item's cost.  Approved
      *              lines go to the voucher file for accounts payable
      *              and are added into PO-BILLED-QTY, so a second
      *              invoice for the same receipt cannot pass as well.
      *
      *              Every other line is held and goes to the match-
      *              exception report with each reason it failed on -
      *              billed over the ordered quantity, billed but not
      *              received, off on price, or a PO / vendor / item
      *              that does not agree.  A held line changes nothing
      *              on the PO file.
      *
      *              Tolerances come from the environment:
      *              INVMATCH-QTY-TOL (units, five digits, default
      *              00000) and INVMATCH-PRICE-PCT (whole percent,
      *              three digits, default 002).
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INVMATCH.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-INVOICE-FILE ASSIGN TO VNDINVDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO OPENPODD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PO-NUMBER
               FILE STATUS IS WS-PO-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO VOUCHRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO INVEXCDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-INVOICE-FILE.
       01  VENDOR-INVOICE-RECORD.
           05  INV-NUMBER              PIC X(10).
           05  INV-VENDOR-ID           PIC X(03).
           05  INV-PO-NUMBER           PIC X(10).
           05  INV-GOODS-NAME          PIC X(04).
           05  INV-QTY-BILLED          PIC 9(05).
           05  INV-UNIT-COST           PIC 9(03)V99.

       FD  OPEN-PO-FILE.
           COPY POREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

      *    One voucher per approved invoice line; accounts payable
      *    pays from this file, so it is a data file with no headings.
       FD  VOUCHER-FILE.
       01  VOUCHER-RECORD.
           05  VCHR-INVOICE-NUMBER     PIC X(10).
           05  VCHR-VENDOR-ID          PIC X(03).
           05  VCHR-PO-NUMBER          PIC X(10).
           05  VCHR-GOODS-NAME         PIC X(04).
           05  VCHR-QTY                PIC 9(05).
           05  VCHR-UNIT-COST          PIC 9(03)V99.
           05  VCHR-AMOUNT             PIC 9(08)V99.
           05  VCHR-APPROVED-DATE      PIC X(10).

      *    The ordered / received / prior-billed columns are left
      *    blank when the PO line is not on file, and the item-cost
      *    column when the item is not on the master.
       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD.
           05  EXCP-INVOICE-NUMBER     PIC X(10).
           05  EXCP-SEP-1              PIC X(01).
           05  EXCP-VENDOR-ID          PIC X(03).
           05  EXCP-SEP-2              PIC X(01).
           05  EXCP-PO-NUMBER          PIC X(10).
           05  EXCP-SEP-3              PIC X(01).
           05  EXCP-GOODS-NAME         PIC X(04).
           05  EXCP-SEP-4              PIC X(01).
           05  EXCP-QTY-BILLED         PIC Z(4)9.
           05  EXCP-SEP-5              PIC X(01).
           05  EXCP-PRIOR-BILLED       PIC Z(4)9.
           05  EXCP-SEP-6              PIC X(01).
           05  EXCP-ORDERED-QTY        PIC Z(4)9.
           05  EXCP-SEP-7              PIC X(01).
           05  EXCP-RECEIVED-QTY       PIC Z(4)9.
           05  EXCP-SEP-8              PIC X(01).
           05  EXCP-UNIT-COST          PIC ZZ9.99.
           05  EXCP-SEP-9              PIC X(01).
           05  EXCP-ITEM-COST          PIC ZZ9.99.
           05  EXCP-SEP-10             PIC X(01).
           05  EXCP-REASON             PIC X(28).
       01  EXCEPTION-TOTAL-LINE REDEFINES EXCEPTION-REPORT-RECORD.
           05  EXCT-LABEL              PIC X(30).
           05  EXCT-COUNT              PIC Z(6)9.
           05  EXCT-SEP-1              PIC X(02).
           05  EXCT-AMOUNT             PIC Z(8)9.99.
           05  FILLER                  PIC X(46).
       01  EXCEPTION-TEXT-LINE REDEFINES EXCEPTION-REPORT-RECORD.
           05  EXCP-TEXT               PIC X(97).

       WORKING-STORAGE SECTION.
       77  WS-INVOICE-STATUS        PIC X(02).
           88  INVOICE-FILE-OK         VALUE "00".
           88  INVOICE-EOF-STATUS      VALUE "10".
       77  WS-PO-STATUS             PIC X(02).
           88  PO-FILE-OK              VALUE "00".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-VOUCHER-STATUS        PIC X(02).
           88  VOUCHER-FILE-OK         VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).
           88  REPORT-FILE-OK          VALUE "00".

       77  WS-INVOICE-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  INVOICE-FILE-OPENED     VALUE "Y".
       77  WS-PO-OPEN-SWITCH        PIC X(01) VALUE "N".
           88  PO-FILE-OPENED          VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-VOUCHER-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  VOUCHER-FILE-OPENED     VALUE "Y".
       77  WS-REPORT-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  REPORT-FILE-OPENED      VALUE "Y".

       77  WS-INVOICE-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-INVOICES         VALUE "Y".
       77  WS-PO-FOUND-SWITCH       PIC X(01) VALUE "N".
           88  PO-LINE-FOUND           VALUE "Y".
       77  WS-COST-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  ITEM-COST-FOUND         VALUE "Y".
       77  WS-LINE-HELD-SWITCH      PIC X(01) VALUE "N".
           88  LINE-HELD               VALUE "Y".

      *    Tolerances - see the Purpose block.  The price test is
      *    scaled by 100 to stay in whole numbers, the way RECONCIL
      *    scales its percent tolerance.
       77  WS-QTY-TOL-PARM          PIC X(05) VALUE "00000".
       77  WS-PRICE-PCT-PARM        PIC X(03) VALUE "002".
       77  WS-QTY-TOLERANCE         PIC 9(05) VALUE ZERO.
       77  WS-PRICE-TOLERANCE-PCT   PIC 9(03) VALUE 2.

       77  WS-PRIOR-BILLED          PIC 9(05) VALUE ZERO.
       77  WS-BILLED-TO-DATE        PIC 9(06) VALUE ZERO.
       77  WS-QTY-LIMIT             PIC 9(06) VALUE ZERO.
       77  WS-COST-DIFFERENCE       PIC 9(03)V99 VALUE ZERO.
       77  WS-DIFF-SCALED           PIC 9(07)V99 VALUE ZERO.
       77  WS-PCT-SCALED            PIC 9(07)V99 VALUE ZERO.
       77  WS-LINE-AMOUNT           PIC 9(08)V99 VALUE ZERO.
       77  WS-EXCEPTION-REASON      PIC X(28) VALUE SPACES.

       77  WS-INVOICE-READ-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-APPROVED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-HELD-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-NO-PO-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-MISMATCH-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-OVER-ORDERED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-NOT-RECEIVED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-PRICE-OFF-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-APPROVED-AMOUNT       PIC 9(09)V99 VALUE ZERO.
       77  WS-HELD-AMOUNT           PIC 9(09)V99 VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF INVOICE-FILE-OPENED AND PO-FILE-OPENED
               AND MASTER-FILE-OPENED AND VOUCHER-FILE-OPENED
               AND REPORT-FILE-OPENED
               PERFORM 2000-READ-ONE-INVOICE THRU 2000-EXIT
                   UNTIL END-OF-INVOICES
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
               DISPLAY "INVOICE LINES READ:     " WS-INVOICE-READ-COUNT
               DISPLAY "LINES APPROVED TO PAY:  " WS-APPROVED-COUNT
               DISPLAY "LINES HELD:             " WS-HELD-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - pick up the tolerances and open every
      *    file.  The match needs all five: without the PO file or the
      *    master there is nothing to match against, and without the
      *    voucher file or the report a line would have nowhere to go.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-QTY-TOL-PARM
               FROM ENVIRONMENT "INVMATCH-QTY-TOL"
               ON EXCEPTION
                   MOVE "00000" TO WS-QTY-TOL-PARM
           END-ACCEPT.
           ACCEPT WS-PRICE-PCT-PARM
               FROM ENVIRONMENT "INVMATCH-PRICE-PCT"
               ON EXCEPTION
                   MOVE "002" TO WS-PRICE-PCT-PARM
           END-ACCEPT.
           IF WS-QTY-TOL-PARM IS NUMERIC
               MOVE WS-QTY-TOL-PARM TO WS-QTY-TOLERANCE
           ELSE
               DISPLAY "INVMATCH-QTY-TOL NOT NUMERIC - "
                   "QUANTITY TOLERANCE SET TO ZERO"
           END-IF.
           IF WS-PRICE-PCT-PARM IS NUMERIC
               MOVE WS-PRICE-PCT-PARM TO WS-PRICE-TOLERANCE-PCT
           ELSE
               DISPLAY "INVMATCH-PRICE-PCT NOT NUMERIC - "
                   "PRICE TOLERANCE SET TO 002 PERCENT"
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN INPUT VENDOR-INVOICE-FILE.
           IF NOT INVOICE-FILE-OK
               DISPLAY "UNABLE TO OPEN VENDOR INVOICE FILE - STATUS "
                   WS-INVOICE-STATUS
           ELSE
               MOVE "Y" TO WS-INVOICE-OPEN-SWITCH
           END-IF.
           OPEN I-O OPEN-PO-FILE.
           IF NOT PO-FILE-OK
               DISPLAY "UNABLE TO OPEN OPEN-PO FILE - STATUS "
                   WS-PO-STATUS
           ELSE
               MOVE "Y" TO WS-PO-OPEN-SWITCH
           END-IF.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT VOUCHER-FILE.
           IF NOT VOUCHER-FILE-OK
               DISPLAY "UNABLE TO OPEN VOUCHER FILE - STATUS "
                   WS-VOUCHER-STATUS
           ELSE
               MOVE "Y" TO WS-VOUCHER-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF NOT REPORT-FILE-OK
               DISPLAY "UNABLE TO OPEN EXCEPTION REPORT - STATUS "
                   WS-REPORT-STATUS
           ELSE
               MOVE "Y" TO WS-REPORT-OPEN-SWITCH
               PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1500-WRITE-REPORT-HEADING.
           MOVE SPACES              TO EXCEPTION-REPORT-RECORD.
           MOVE "INVOICE MATCH EXCEPTIONS ON" TO EXCP-TEXT(1:27).
           MOVE WS-TODAY-DATE       TO EXCP-TEXT(29:10).
           MOVE "PRICE TOL"         TO EXCP-TEXT(42:9).
           MOVE WS-PRICE-TOLERANCE-PCT TO EXCP-TEXT(52:3).
           MOVE "PCT  QTY TOL"      TO EXCP-TEXT(56:12).
           MOVE WS-QTY-TOLERANCE    TO EXCP-TEXT(69:5).
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES              TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "INVOICE"           TO EXCP-TEXT(1:7).
           MOVE "VND"               TO EXCP-TEXT(12:3).
           MOVE "PO NUMBER"         TO EXCP-TEXT(16:9).
           MOVE "ITEM"              TO EXCP-TEXT(27:4).
           MOVE "BILLD"             TO EXCP-TEXT(32:5).
           MOVE "PRIOR"             TO EXCP-TEXT(38:5).
           MOVE "ORDRD"             TO EXCP-TEXT(44:5).
           MOVE "RECVD"             TO EXCP-TEXT(50:5).
           MOVE "BILLED"            TO EXCP-TEXT(56:6).
           MOVE "  COST"            TO EXCP-TEXT(63:6).
           MOVE "REASON HELD"       TO EXCP-TEXT(70:11).
           WRITE EXCEPTION-REPORT-RECORD.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    2000-READ-ONE-INVOICE - match the line, then either voucher
      *    it or count it as held.  Lines are taken in file order, so
      *    a second line against the same PO line sees what the first
      *    one added into PO-BILLED-QTY.
      ******************************************************************
       2000-READ-ONE-INVOICE.
           READ VENDOR-INVOICE-FILE
               AT END
                   MOVE "Y" TO WS-INVOICE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-INVOICE-READ-COUNT
                   PERFORM 3000-MATCH-INVOICE-LINE THRU 3000-EXIT
                   IF NOT LINE-HELD
                       PERFORM 4000-APPROVE-LINE THRU 4000-EXIT
                   END-IF
                   IF LINE-HELD
                       ADD 1 TO WS-HELD-COUNT
                       ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-MATCH-INVOICE-LINE - a line that cannot be tied to its
      *    PO line (bad numbers, PO not on file, a different vendor or
      *    item) is held straight away; one that can is tested on
      *    ordered quantity, received quantity and price, and every
      *    test it fails is reported so AP sees the whole story.
      ******************************************************************
       3000-MATCH-INVOICE-LINE.
           MOVE "N" TO WS-LINE-HELD-SWITCH.
           MOVE "N" TO WS-PO-FOUND-SWITCH.
           MOVE "N" TO WS-COST-FOUND-SWITCH.
           MOVE ZERO TO WS-LINE-AMOUNT.
           IF INV-QTY-BILLED IS NOT NUMERIC
               OR INV-UNIT-COST IS NOT NUMERIC
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "QTY OR COST NOT NUMERIC" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF.
           COMPUTE WS-LINE-AMOUNT = INV-QTY-BILLED * INV-UNIT-COST.
           MOVE INV-PO-NUMBER TO PO-NUMBER.
           READ OPEN-PO-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-PO-COUNT
                   MOVE "PO NOT ON FILE" TO WS-EXCEPTION-REASON
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               NOT INVALID KEY
                   MOVE "Y" TO WS-PO-FOUND-SWITCH
           END-READ.
           IF NOT PO-LINE-FOUND
               GO TO 3000-EXIT
           END-IF.
           IF PO-BILLED-QTY IS NUMERIC
               MOVE PO-BILLED-QTY TO WS-PRIOR-BILLED
           ELSE
               MOVE ZERO TO WS-PRIOR-BILLED
           END-IF.
           IF INV-VENDOR-ID NOT = PO-VENDOR-ID
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "VENDOR DOES NOT MATCH PO" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF INV-GOODS-NAME NOT = PO-GOODS-NAME
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE "ITEM DOES NOT MATCH PO" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE INV-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-COST-FOUND-SWITCH
           END-READ.
           COMPUTE WS-BILLED-TO-DATE =
               WS-PRIOR-BILLED + INV-QTY-BILLED.
           COMPUTE WS-QTY-LIMIT = PO-ORDER-QTY + WS-QTY-TOLERANCE.
           IF WS-BILLED-TO-DATE > WS-QTY-LIMIT
               OR WS-BILLED-TO-DATE > 99999
               ADD 1 TO WS-OVER-ORDERED-COUNT
               MOVE "BILLED OVER ORDERED" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
           COMPUTE WS-QTY-LIMIT = PO-RECEIVED-QTY + WS-QTY-TOLERANCE.
           IF WS-BILLED-TO-DATE > WS-QTY-LIMIT
               ADD 1 TO WS-NOT-RECEIVED-COUNT
               MOVE "BILLED NOT RECEIVED" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
           IF ITEM-COST-FOUND
               PERFORM 3500-CHECK-PRICE THRU 3500-EXIT
           ELSE
               ADD 1 TO WS-PRICE-OFF-COUNT
               MOVE "ITEM NOT ON MASTER - NO COST"
                   TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3500-CHECK-PRICE - the unit cost billed agrees when it is
      *    within the percent tolerance of GOODS-UNIT-PRICE either
      *    way.  An item with no cost on the master can only agree
      *    with an invoice that bills it at no cost.
      ******************************************************************
       3500-CHECK-PRICE.
           IF INV-UNIT-COST > GOODS-UNIT-PRICE
               COMPUTE WS-COST-DIFFERENCE =
                   INV-UNIT-COST - GOODS-UNIT-PRICE
           ELSE
               COMPUTE WS-COST-DIFFERENCE =
                   GOODS-UNIT-PRICE - INV-UNIT-COST
           END-IF.
           COMPUTE WS-DIFF-SCALED = WS-COST-DIFFERENCE * 100.
           COMPUTE WS-PCT-SCALED =
               WS-PRICE-TOLERANCE-PCT * GOODS-UNIT-PRICE.
           IF WS-DIFF-SCALED > WS-PCT-SCALED
               ADD 1 TO WS-PRICE-OFF-COUNT
               MOVE "PRICE OFF BEYOND TOLERANCE" TO WS-EXCEPTION-REASON
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      *    4000-APPROVE-LINE - book the quantity onto the PO line
      *    first and voucher it only once that has stuck; a PO line
      *    that cannot be updated would let the same receipt be
      *    billed again, so the line is held instead.
      ******************************************************************
       4000-APPROVE-LINE.
           MOVE WS-BILLED-TO-DATE TO PO-BILLED-QTY.
           REWRITE OPEN-PO-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR PO " PO-NUMBER
                       " - STATUS " WS-PO-STATUS
                   MOVE WS-PRIOR-BILLED TO PO-BILLED-QTY
                   MOVE "PO REWRITE FAILED - NOT PAID"
                       TO WS-EXCEPTION-REASON
                   PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
               NOT INVALID KEY
                   PERFORM 4100-WRITE-VOUCHER THRU 4100-EXIT
           END-REWRITE.
       4000-EXIT.
           EXIT.

       4100-WRITE-VOUCHER.
           MOVE SPACES              TO VOUCHER-RECORD.
           MOVE INV-NUMBER          TO VCHR-INVOICE-NUMBER.
           MOVE INV-VENDOR-ID       TO VCHR-VENDOR-ID.
           MOVE INV-PO-NUMBER       TO VCHR-PO-NUMBER.
           MOVE INV-GOODS-NAME      TO VCHR-GOODS-NAME.
           MOVE INV-QTY-BILLED      TO VCHR-QTY.
           MOVE INV-UNIT-COST       TO VCHR-UNIT-COST.
           MOVE WS-LINE-AMOUNT      TO VCHR-AMOUNT.
           MOVE WS-TODAY-DATE       TO VCHR-APPROVED-DATE.
           WRITE VOUCHER-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           ADD WS-LINE-AMOUNT TO WS-APPROVED-AMOUNT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-EXCEPTION - one report line per reason; the
      *    caller sets WS-EXCEPTION-REASON.  Writing any exception
      *    holds the invoice line.
      ******************************************************************
       5000-WRITE-EXCEPTION.
           MOVE "Y" TO WS-LINE-HELD-SWITCH.
           MOVE SPACES              TO EXCEPTION-REPORT-RECORD.
           MOVE INV-NUMBER          TO EXCP-INVOICE-NUMBER.
           MOVE INV-VENDOR-ID       TO EXCP-VENDOR-ID.
           MOVE INV-PO-NUMBER       TO EXCP-PO-NUMBER.
           MOVE INV-GOODS-NAME      TO EXCP-GOODS-NAME.
           IF INV-QTY-BILLED IS NUMERIC
               MOVE INV-QTY-BILLED  TO EXCP-QTY-BILLED
           END-IF.
           IF INV-UNIT-COST IS NUMERIC
               MOVE INV-UNIT-COST   TO EXCP-UNIT-COST
           END-IF.
           IF PO-LINE-FOUND
               MOVE WS-PRIOR-BILLED TO EXCP-PRIOR-BILLED
               MOVE PO-ORDER-QTY    TO EXCP-ORDERED-QTY
               MOVE PO-RECEIVED-QTY TO EXCP-RECEIVED-QTY
           END-IF.
           IF ITEM-COST-FOUND
               MOVE GOODS-UNIT-PRICE TO EXCP-ITEM-COST
           END-IF.
           MOVE WS-EXCEPTION-REASON TO EXCP-REASON.
           WRITE EXCEPTION-REPORT-RECORD.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-WRITE-TOTALS - reason counts are report lines, not
      *    invoice lines: a line held for two reasons counts under
      *    both.
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE "INVOICE LINES READ:"       TO EXCT-LABEL.
           MOVE WS-INVOICE-READ-COUNT       TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "LINES APPROVED TO PAY:"    TO EXCT-LABEL.
           MOVE WS-APPROVED-COUNT           TO EXCT-COUNT.
           MOVE WS-APPROVED-AMOUNT          TO EXCT-AMOUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "LINES HELD FOR AP:"        TO EXCT-LABEL.
           MOVE WS-HELD-COUNT               TO EXCT-COUNT.
           MOVE WS-HELD-AMOUNT              TO EXCT-AMOUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "  PO NOT ON FILE:"         TO EXCT-LABEL.
           MOVE WS-NO-PO-COUNT              TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "  VENDOR/ITEM/DATA MISMATCH:" TO EXCT-LABEL.
           MOVE WS-MISMATCH-COUNT           TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "  BILLED OVER ORDERED:"    TO EXCT-LABEL.
           MOVE WS-OVER-ORDERED-COUNT       TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "  BILLED NOT RECEIVED:"    TO EXCT-LABEL.
           MOVE WS-NOT-RECEIVED-COUNT       TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           MOVE "  OFF ON PRICE OR NO COST:" TO EXCT-LABEL.
           MOVE WS-PRICE-OFF-COUNT          TO EXCT-COUNT.
           WRITE EXCEPTION-REPORT-RECORD.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF INVOICE-FILE-OPENED
               CLOSE VENDOR-INVOICE-FILE
           END-IF.
           IF PO-FILE-OPENED
               CLOSE OPEN-PO-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF VOUCHER-FILE-OPENED
               CLOSE VOUCHER-FILE
           END-IF.
           IF REPORT-FILE-OPENED
               CLOSE EXCEPTION-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
