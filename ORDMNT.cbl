      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Customer-order entry.  Until now an order was only
      *              a reference keyed onto a bare GOODSISS issue and
      *              nothing on file said who ordered what, by when,
      *              or how urgently.  This program applies order
      *              transactions against the indexed customer-order
      *              file (ORDREC layout - a header at line 000 and
      *              the ordered items at lines 001-999), the same
      *              shape VENDXMNT uses for its cross-reference:
      *                H - add an order header (customer, order date,
      *                    ship-by date, priority 1-9)
      *                L - add an order line (item, quantity); the
      *                    header must already be on file and the item
      *                    on the goods master
      *                C - change an order header's ship-by date
      *                    and/or priority (blank leaves a field as
      *                    it was)
      *                D - cancel an order line; refused once any of
      *                    it has been released to the floor
      *              An order date left blank defaults to today, a
      *              ship-by date left blank to the order date, and a
      *              priority left blank to 5.  Every add, change,
      *              cancel and rejection is written to the order log.
      *              Allocation and release are ORDALLOC's job; this
      *              program never touches the quantity buckets.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  A new order line starts with nothing
      *                    returned (ORDL-RETURN-QTY).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORDMNT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CUSTOMER-ORDER-FILE - the indexed order file, keyed on
      *                  order number + line number (created empty on
      *                  the very first run).
      *    GOODS-MASTER-FILE - read only, to refuse a line for an
      *                  item we do not carry.
      *    ORDER-TRAN-FILE - order transactions.
      *    ORDER-LOG-FILE - a line written for every change and every
      *                  rejection.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO ORDERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT ORDER-TRAN-FILE ASSIGN TO ORDTRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT ORDER-LOG-FILE ASSIGN TO ORDLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER-FILE.
           COPY ORDREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  ORDER-TRAN-FILE.
       01  ORDER-TRAN-RECORD.
           05  OTXN-TYPE-CODE          PIC X(01).
               88  OTXN-ADD-HEADER        VALUE "H".
               88  OTXN-ADD-LINE          VALUE "L".
               88  OTXN-CHANGE-HEADER     VALUE "C".
               88  OTXN-CANCEL-LINE       VALUE "D".
           05  OTXN-ORDER-NUMBER       PIC X(10).
           05  OTXN-LINE-NO            PIC 9(03).
           05  OTXN-CUSTOMER-ID        PIC X(06).
           05  OTXN-ORDER-DATE         PIC X(10).
           05  OTXN-SHIP-BY-DATE       PIC X(10).
           05  OTXN-PRIORITY           PIC X(01).
           05  OTXN-GOODS-NAME         PIC X(04).
           05  OTXN-QTY                PIC 9(05).

       FD  ORDER-LOG-FILE.
       01  ORDER-LOG-RECORD.
           05  OLOG-RUN-DATE           PIC X(10).
           05  OLOG-SEP-1              PIC X(01).
           05  OLOG-RUN-TIME           PIC X(08).
           05  OLOG-SEP-2              PIC X(01).
           05  OLOG-TYPE-CODE          PIC X(01).
           05  OLOG-SEP-3              PIC X(01).
           05  OLOG-ORDER-NUMBER       PIC X(10).
           05  OLOG-SEP-4              PIC X(01).
           05  OLOG-LINE-NO            PIC X(03).
           05  OLOG-SEP-5              PIC X(01).
           05  OLOG-RESULT             PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-ORDER-STATUS          PIC X(02).
           88  ORDER-OK                VALUE "00".
           88  ORDER-DUPLICATE-KEY     VALUE "22".
           88  ORDER-NOT-FOUND         VALUE "23".
           88  ORDER-MISSING           VALUE "35".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-TRAN-STATUS           PIC X(02).
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".
       77  WS-LOG-STATUS            PIC X(02).

       77  WS-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".

       77  WS-ORDER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  ORDER-FILE-OPENED       VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  TRAN-FILE-OPENED        VALUE "Y".

       77  WS-HEADER-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-LINE-COUNT            PIC 9(07) VALUE ZERO.
       77  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-CANCEL-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ORDER-FILE-OPENED AND MASTER-FILE-OPENED
               AND TRAN-FILE-OPENED
               PERFORM 4000-PROCESS-TRANSACTIONS THRU 4000-EXIT
               DISPLAY "ORDERS ADDED:    " WS-HEADER-COUNT
               DISPLAY "LINES ADDED:     " WS-LINE-COUNT
               DISPLAY "ORDERS CHANGED:  " WS-CHANGE-COUNT
               DISPLAY "LINES CANCELLED: " WS-CANCEL-COUNT
               DISPLAY "REJECTED:        " WS-REJECT-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - open the order file for update (created
      *    empty the very first time), the master for reference and
      *    the transaction file.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN EXTEND ORDER-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ORDER-LOG-FILE
           END-IF.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF ORDER-MISSING
               OPEN OUTPUT CUSTOMER-ORDER-FILE
               CLOSE CUSTOMER-ORDER-FILE
               OPEN I-O CUSTOMER-ORDER-FILE
           END-IF.
           IF NOT ORDER-OK
               DISPLAY "UNABLE TO OPEN ORDER FILE - STATUS "
                   WS-ORDER-STATUS
           ELSE
               MOVE "Y" TO WS-ORDER-OPEN-SWITCH
           END-IF.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN INPUT ORDER-TRAN-FILE.
           IF NOT TRAN-OK
               DISPLAY "UNABLE TO OPEN ORDER TRAN FILE - STATUS "
                   WS-TRAN-STATUS
           ELSE
               MOVE "Y" TO WS-TRAN-OPEN-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PROCESS-TRANSACTIONS - apply each order transaction.
      ******************************************************************
       4000-PROCESS-TRANSACTIONS.
           PERFORM 4100-PROCESS-ONE-TRANSACTION THRU 4100-EXIT
               UNTIL END-OF-TRANSACTIONS.
       4000-EXIT.
           EXIT.

       4100-PROCESS-ONE-TRANSACTION.
           READ ORDER-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   MOVE OTXN-TYPE-CODE    TO OLOG-TYPE-CODE
                   MOVE OTXN-ORDER-NUMBER TO OLOG-ORDER-NUMBER
                   MOVE OTXN-LINE-NO      TO OLOG-LINE-NO
                   EVALUATE TRUE
                       WHEN OTXN-ORDER-NUMBER = SPACES
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED - NO ORDER NUMBER"
                               TO OLOG-RESULT
                       WHEN OTXN-ADD-HEADER
                           PERFORM 4200-ADD-HEADER THRU 4200-EXIT
                       WHEN OTXN-ADD-LINE
                           PERFORM 4300-ADD-LINE THRU 4300-EXIT
                       WHEN OTXN-CHANGE-HEADER
                           PERFORM 4400-CHANGE-HEADER THRU 4400-EXIT
                       WHEN OTXN-CANCEL-LINE
                           PERFORM 4500-CANCEL-LINE THRU 4500-EXIT
                       WHEN OTHER
                           PERFORM 4600-PROCESS-UNKNOWN THRU 4600-EXIT
                   END-EVALUATE
                   PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-ADD-HEADER - line 000 of a new order.
      ******************************************************************
       4200-ADD-HEADER.
           MOVE SPACES              TO CUSTOMER-ORDER-RECORD.
           MOVE OTXN-ORDER-NUMBER   TO ORD-NUMBER.
           MOVE ZERO                TO ORD-LINE-NO.
           MOVE OTXN-CUSTOMER-ID    TO ORDH-CUSTOMER-ID.
           MOVE OTXN-ORDER-DATE     TO ORDH-ORDER-DATE.
           IF ORDH-ORDER-DATE = SPACES
               MOVE WS-TODAY-DATE   TO ORDH-ORDER-DATE
           END-IF.
           MOVE OTXN-SHIP-BY-DATE   TO ORDH-SHIP-BY-DATE.
           IF ORDH-SHIP-BY-DATE = SPACES
               MOVE ORDH-ORDER-DATE TO ORDH-SHIP-BY-DATE
           END-IF.
           IF OTXN-PRIORITY IS NUMERIC AND OTXN-PRIORITY NOT = "0"
               MOVE OTXN-PRIORITY   TO ORDH-PRIORITY
           ELSE
               MOVE 5               TO ORDH-PRIORITY
           END-IF.
           IF OTXN-CUSTOMER-ID = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO CUSTOMER ON ORDER HEADER"
                   TO OLOG-RESULT
               GO TO 4200-EXIT
           END-IF.
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF ORDER-DUPLICATE-KEY
                       MOVE "REJECTED - ORDER ALREADY ON FILE"
                           TO OLOG-RESULT
                   ELSE
                       MOVE "REJECTED - ORDER FILE WRITE ERROR"
                           TO OLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-HEADER-COUNT
                   MOVE SPACES TO OLOG-RESULT
                   STRING "ORDER ADDED FOR " DELIMITED BY SIZE
                          ORDH-CUSTOMER-ID DELIMITED BY SIZE
                          " SHIP BY " DELIMITED BY SIZE
                          ORDH-SHIP-BY-DATE DELIMITED BY SIZE
                       INTO OLOG-RESULT
                   END-STRING
           END-WRITE.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-ADD-LINE - the header must be on file (so every line
      *    has a priority and ship-by date to allocate on) and the
      *    item on the master.  Quantity buckets start at zero.
      ******************************************************************
       4300-ADD-LINE.
           IF OTXN-LINE-NO NOT NUMERIC OR OTXN-LINE-NO = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - LINE NUMBER MUST BE 001-999"
                   TO OLOG-RESULT
               GO TO 4300-EXIT
           END-IF.
           IF OTXN-QTY NOT NUMERIC OR OTXN-QTY = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - NO QUANTITY ORDERED" TO OLOG-RESULT
               GO TO 4300-EXIT
           END-IF.
           MOVE OTXN-ORDER-NUMBER TO ORD-NUMBER.
           MOVE ZERO              TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - NO HEADER FOR THIS ORDER"
                       TO OLOG-RESULT
                   GO TO 4300-EXIT
           END-READ.
           MOVE OTXN-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - GOODS-NAME NOT ON MASTER"
                       TO OLOG-RESULT
                   GO TO 4300-EXIT
           END-READ.
           MOVE SPACES              TO CUSTOMER-ORDER-RECORD.
           MOVE OTXN-ORDER-NUMBER   TO ORD-NUMBER.
           MOVE OTXN-LINE-NO        TO ORD-LINE-NO.
           MOVE OTXN-GOODS-NAME     TO ORDL-GOODS-NAME.
           MOVE OTXN-QTY            TO ORDL-ORDER-QTY.
           MOVE ZERO                TO ORDL-ALLOC-QTY ORDL-PICK-QTY
                                       ORDL-SHIP-QTY ORDL-RETURN-QTY.
           WRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF ORDER-DUPLICATE-KEY
                       MOVE "REJECTED - LINE ALREADY ON ORDER"
                           TO OLOG-RESULT
                   ELSE
                       MOVE "REJECTED - ORDER FILE WRITE ERROR"
                           TO OLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   MOVE SPACES TO OLOG-RESULT
                   STRING "LINE ADDED - " DELIMITED BY SIZE
                          OTXN-GOODS-NAME DELIMITED BY SIZE
                          " QTY " DELIMITED BY SIZE
                          OTXN-QTY DELIMITED BY SIZE
                       INTO OLOG-RESULT
                   END-STRING
           END-WRITE.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4400-CHANGE-HEADER - re-date or re-prioritize an order;
      *    ORDALLOC picks the new values up on its next run.
      ******************************************************************
       4400-CHANGE-HEADER.
           MOVE OTXN-ORDER-NUMBER TO ORD-NUMBER.
           MOVE ZERO              TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ORDER NOT ON FILE" TO OLOG-RESULT
               NOT INVALID KEY
                   IF OTXN-SHIP-BY-DATE NOT = SPACES
                       MOVE OTXN-SHIP-BY-DATE TO ORDH-SHIP-BY-DATE
                   END-IF
                   IF OTXN-PRIORITY IS NUMERIC
                       AND OTXN-PRIORITY NOT = "0"
                       MOVE OTXN-PRIORITY TO ORDH-PRIORITY
                   END-IF
                   REWRITE CUSTOMER-ORDER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED - REWRITE FAILED"
                               TO OLOG-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE SPACES TO OLOG-RESULT
                           STRING "CHANGED - SHIP BY " DELIMITED BY SIZE
                                  ORDH-SHIP-BY-DATE DELIMITED BY SIZE
                                  " PRIORITY " DELIMITED BY SIZE
                                  ORDH-PRIORITY DELIMITED BY SIZE
                               INTO OLOG-RESULT
                           END-STRING
                   END-REWRITE
           END-READ.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-CANCEL-LINE - a line nothing has been released from
      *    can go; whatever ORDALLOC had reserved for it simply stops
      *    counting against available-to-promise.  Once the floor has
      *    it, the cancellation has to be handled as a return.
      ******************************************************************
       4500-CANCEL-LINE.
           IF OTXN-LINE-NO NOT NUMERIC OR OTXN-LINE-NO = ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - LINE NUMBER MUST BE 001-999"
                   TO OLOG-RESULT
               GO TO 4500-EXIT
           END-IF.
           MOVE OTXN-ORDER-NUMBER TO ORD-NUMBER.
           MOVE OTXN-LINE-NO      TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - LINE NOT ON FILE" TO OLOG-RESULT
                   GO TO 4500-EXIT
           END-READ.
           IF ORDL-PICK-QTY > ZERO OR ORDL-SHIP-QTY > ZERO
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - LINE ALREADY RELEASED TO FLOOR"
                   TO OLOG-RESULT
               GO TO 4500-EXIT
           END-IF.
           DELETE CUSTOMER-ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - ORDER FILE DELETE ERROR"
                       TO OLOG-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE "LINE CANCELLED" TO OLOG-RESULT
           END-DELETE.
       4500-EXIT.
           EXIT.

       4600-PROCESS-UNKNOWN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "?" TO OLOG-TYPE-CODE.
           MOVE "REJECTED - UNKNOWN TRANSACTION TYPE CODE"
               TO OLOG-RESULT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the order log;
      *    OLOG-TYPE-CODE, OLOG-ORDER-NUMBER, OLOG-LINE-NO and
      *    OLOG-RESULT must be set by the caller.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO OLOG-SEP-1 OLOG-SEP-2
                                        OLOG-SEP-3 OLOG-SEP-4
                                        OLOG-SEP-5.
           MOVE SPACES              TO OLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO OLOG-RUN-DATE(1:4).
           MOVE "-"                 TO OLOG-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO OLOG-RUN-DATE(6:2).
           MOVE "-"                 TO OLOG-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO OLOG-RUN-DATE(9:2).
           MOVE SPACES              TO OLOG-RUN-TIME.
           MOVE WS-SYS-TIME(1:2)    TO OLOG-RUN-TIME(1:2).
           MOVE ":"                 TO OLOG-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO OLOG-RUN-TIME(4:2).
           MOVE ":"                 TO OLOG-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO OLOG-RUN-TIME(7:2).
           WRITE ORDER-LOG-RECORD.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE - close whichever files actually opened in
      *    1000-INITIALIZE.
      ******************************************************************
       9000-TERMINATE.
           IF ORDER-FILE-OPENED
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF TRAN-FILE-OPENED
               CLOSE ORDER-TRAN-FILE
           END-IF.
           CLOSE ORDER-LOG-FILE.
       9000-EXIT.
           EXIT.
