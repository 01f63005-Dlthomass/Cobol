      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Open-order status report for customer service.
      *              Reads the customer-order file (ORDREC) in order
      *              number sequence and lists every order with a
      *              line not yet fully shipped: the header (customer,
      *              ship-by date, priority, and LATE when the ship-by
      *              date has passed) and, for each open
      *              line, the quantity ordered and where it stands -
      *              allocated (reserved by ORDALLOC), picked
      *              (released to GOODSISS), shipped, and backordered
      *              (still waiting for stock) - with the location
      *              ORDALLOC chose.  "Where is my order" can then be
      *              answered without calling the floor.
      *
      *              ORDRPT-ORDER set to one order number reports just
      *              that order, shipped lines included.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORDRPT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO ORDERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ORDER-STATUS-REPORT-FILE ASSIGN TO ORDRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER-FILE.
           COPY ORDREC.

       FD  ORDER-STATUS-REPORT-FILE.
       01  ORDER-STATUS-LINE-RECORD.
           05  OSTL-INDENT             PIC X(02).
           05  OSTL-LINE-NO            PIC 9(03).
           05  OSTL-SEP-1              PIC X(01).
           05  OSTL-GOODS-NAME         PIC X(04).
           05  OSTL-SEP-2              PIC X(01).
           05  OSTL-ORDER-QTY          PIC Z(4)9.
           05  OSTL-SEP-3              PIC X(01).
           05  OSTL-ALLOC-QTY          PIC Z(4)9.
           05  OSTL-SEP-4              PIC X(01).
           05  OSTL-PICK-QTY           PIC Z(4)9.
           05  OSTL-SEP-5              PIC X(01).
           05  OSTL-SHIP-QTY           PIC Z(4)9.
           05  OSTL-SEP-6              PIC X(01).
           05  OSTL-BACK-QTY           PIC Z(4)9.
           05  OSTL-SEP-7              PIC X(01).
           05  OSTL-LOCATION-ID        PIC X(03).
           05  OSTL-SEP-8              PIC X(01).
           05  OSTL-FLAG               PIC X(18).
       01  ORDER-STATUS-HEADER-RECORD REDEFINES
               ORDER-STATUS-LINE-RECORD.
           05  OSTH-ORDER-LABEL        PIC X(06).
           05  OSTH-ORDER-NUMBER       PIC X(10).
           05  OSTH-CUSTOMER-LABEL     PIC X(06).
           05  OSTH-CUSTOMER-ID        PIC X(06).
           05  OSTH-SHIP-BY-LABEL      PIC X(09).
           05  OSTH-SHIP-BY-DATE       PIC X(10).
           05  OSTH-PRIORITY-LABEL     PIC X(05).
           05  OSTH-PRIORITY           PIC 9(01).
           05  OSTH-SEP-1              PIC X(01).
           05  OSTH-FLAG               PIC X(08).
           05  FILLER                  PIC X(01).
       01  ORDER-STATUS-TOTAL-LINE REDEFINES
               ORDER-STATUS-LINE-RECORD.
           05  OSTT-LABEL              PIC X(30).
           05  OSTT-COUNT              PIC Z(8)9.
           05  FILLER                  PIC X(24).
       01  ORDER-STATUS-TEXT-LINE REDEFINES
               ORDER-STATUS-LINE-RECORD.
           05  OST-TEXT                PIC X(63).

       WORKING-STORAGE SECTION.
       77  WS-ORDER-STATUS          PIC X(02).
           88  ORDER-OK                VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-ORDER-EOF-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-ORDERS           VALUE "Y".

       77  WS-ORDER-PARM            PIC X(10) VALUE SPACES.
           88  ALL-OPEN-ORDERS         VALUE SPACES.

      *    The header most recently read; its lines follow it in key
      *    order.  It is only printed once a line worth showing turns
      *    up, so a fully shipped order prints nothing.
       77  WS-HDR-ORDER-NUMBER      PIC X(10) VALUE SPACES.
       77  WS-HDR-CUSTOMER-ID       PIC X(06) VALUE SPACES.
       77  WS-HDR-SHIP-BY-DATE      PIC X(10) VALUE SPACES.
       77  WS-HDR-PRIORITY          PIC 9(01) VALUE ZERO.
       77  WS-HDR-PRINTED-SWITCH    PIC X(01) VALUE "N".
           88  HEADER-PRINTED          VALUE "Y".

       77  WS-BACK-QTY              PIC S9(06) VALUE ZERO.

       77  WS-OPEN-ORDER-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-LATE-ORDER-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-OPEN-LINE-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-ORPHAN-LINE-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-TOTAL-ALLOC-QTY       PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-PICK-QTY        PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-SHIP-QTY        PIC 9(09) VALUE ZERO.
       77  WS-TOTAL-BACK-QTY        PIC 9(09) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ORDER-OK
               PERFORM 2000-REPORT-ONE-RECORD THRU 2000-EXIT
                   UNTIL END-OF-ORDERS
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
               CLOSE CUSTOMER-ORDER-FILE
               CLOSE ORDER-STATUS-REPORT-FILE
               DISPLAY "OPEN ORDERS:            " WS-OPEN-ORDER-COUNT
               DISPLAY "  PAST SHIP-BY DATE:    " WS-LATE-ORDER-COUNT
               DISPLAY "OPEN ORDER LINES:       " WS-OPEN-LINE-COUNT
               DISPLAY "LINES WITH NO HEADER:   " WS-ORPHAN-LINE-COUNT
           END-IF.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           ACCEPT WS-ORDER-PARM FROM ENVIRONMENT "ORDRPT-ORDER"
               ON EXCEPTION
                   MOVE SPACES TO WS-ORDER-PARM
           END-ACCEPT.
           OPEN INPUT CUSTOMER-ORDER-FILE.
           IF NOT ORDER-OK
               DISPLAY "UNABLE TO OPEN ORDER FILE - STATUS "
                   WS-ORDER-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ORDER-STATUS-REPORT-FILE.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "OPEN ORDER STATUS AS OF" TO OST-TEXT(1:23).
           MOVE WS-TODAY-DATE TO OST-TEXT(25:10).
           IF NOT ALL-OPEN-ORDERS
               MOVE "- ORDER" TO OST-TEXT(36:7)
               MOVE WS-ORDER-PARM TO OST-TEXT(44:10)
           END-IF.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "  LIN ITEM   ORD ALLOC  PICK  SHIP  BACK LOC"
               TO OST-TEXT.
           WRITE ORDER-STATUS-LINE-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    2000-REPORT-ONE-RECORD - a header is held until one of its
      *    lines needs showing; a line is shown while any of it is
      *    unshipped (or always, for a single-order inquiry).
      ******************************************************************
       2000-REPORT-ONE-RECORD.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   IF ORD-HEADER-LINE
                       MOVE ORD-NUMBER        TO WS-HDR-ORDER-NUMBER
                       MOVE ORDH-CUSTOMER-ID  TO WS-HDR-CUSTOMER-ID
                       MOVE ORDH-SHIP-BY-DATE TO WS-HDR-SHIP-BY-DATE
                       MOVE ORDH-PRIORITY     TO WS-HDR-PRIORITY
                       MOVE "N" TO WS-HDR-PRINTED-SWITCH
                   ELSE
                       IF ORD-NUMBER NOT = WS-HDR-ORDER-NUMBER
                           ADD 1 TO WS-ORPHAN-LINE-COUNT
                       ELSE
                           PERFORM 2100-SELECT-LINE THRU 2100-EXIT
                       END-IF
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

       2100-SELECT-LINE.
           IF ALL-OPEN-ORDERS
               IF ORDL-SHIP-QTY NOT < ORDL-ORDER-QTY
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF ORD-NUMBER NOT = WS-ORDER-PARM
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF NOT HEADER-PRINTED
               PERFORM 3000-WRITE-ORDER-HEADER THRU 3000-EXIT
           END-IF.
           PERFORM 3100-WRITE-ORDER-LINE THRU 3100-EXIT.
       2100-EXIT.
           EXIT.

       3000-WRITE-ORDER-HEADER.
           MOVE "Y" TO WS-HDR-PRINTED-SWITCH.
           ADD 1 TO WS-OPEN-ORDER-COUNT.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE "ORDER "              TO OSTH-ORDER-LABEL.
           MOVE WS-HDR-ORDER-NUMBER   TO OSTH-ORDER-NUMBER.
           MOVE " CUST "              TO OSTH-CUSTOMER-LABEL.
           MOVE WS-HDR-CUSTOMER-ID    TO OSTH-CUSTOMER-ID.
           MOVE " SHIP BY "           TO OSTH-SHIP-BY-LABEL.
           MOVE WS-HDR-SHIP-BY-DATE   TO OSTH-SHIP-BY-DATE.
           MOVE " PRI "               TO OSTH-PRIORITY-LABEL.
           MOVE WS-HDR-PRIORITY       TO OSTH-PRIORITY.
           IF WS-HDR-SHIP-BY-DATE < WS-TODAY-DATE
               ADD 1 TO WS-LATE-ORDER-COUNT
               MOVE "** LATE" TO OSTH-FLAG
           END-IF.
           WRITE ORDER-STATUS-LINE-RECORD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-WRITE-ORDER-LINE - backordered is whatever of the
      *    ordered quantity is in none of the other three buckets.
      ******************************************************************
       3100-WRITE-ORDER-LINE.
           ADD 1 TO WS-OPEN-LINE-COUNT.
           COMPUTE WS-BACK-QTY = ORDL-ORDER-QTY - ORDL-ALLOC-QTY
               - ORDL-PICK-QTY - ORDL-SHIP-QTY.
           IF WS-BACK-QTY < ZERO
               MOVE ZERO TO WS-BACK-QTY
           END-IF.
           MOVE SPACES              TO ORDER-STATUS-LINE-RECORD.
           MOVE ORD-LINE-NO         TO OSTL-LINE-NO.
           MOVE ORDL-GOODS-NAME     TO OSTL-GOODS-NAME.
           MOVE ORDL-ORDER-QTY      TO OSTL-ORDER-QTY.
           MOVE ORDL-ALLOC-QTY      TO OSTL-ALLOC-QTY.
           MOVE ORDL-PICK-QTY       TO OSTL-PICK-QTY.
           MOVE ORDL-SHIP-QTY       TO OSTL-SHIP-QTY.
           MOVE WS-BACK-QTY         TO OSTL-BACK-QTY.
           MOVE ORDL-LOCATION-ID    TO OSTL-LOCATION-ID.
           EVALUATE TRUE
               WHEN ORDL-SHIP-QTY NOT < ORDL-ORDER-QTY
                   MOVE "SHIPPED"     TO OSTL-FLAG
               WHEN WS-BACK-QTY > ZERO
                   MOVE "BACKORDERED" TO OSTL-FLAG
               WHEN ORDL-PICK-QTY > ZERO
                   MOVE "ON THE FLOOR" TO OSTL-FLAG
               WHEN OTHER
                   MOVE "ALLOCATED"   TO OSTL-FLAG
           END-EVALUATE.
           WRITE ORDER-STATUS-LINE-RECORD.
           ADD ORDL-ALLOC-QTY TO WS-TOTAL-ALLOC-QTY.
           ADD ORDL-PICK-QTY  TO WS-TOTAL-PICK-QTY.
           ADD ORDL-SHIP-QTY  TO WS-TOTAL-SHIP-QTY.
           ADD WS-BACK-QTY    TO WS-TOTAL-BACK-QTY.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-WRITE-TOTALS
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE "ORDERS LISTED:"            TO OSTT-LABEL.
           MOVE WS-OPEN-ORDER-COUNT         TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "  PAST SHIP-BY DATE:"      TO OSTT-LABEL.
           MOVE WS-LATE-ORDER-COUNT         TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "LINES LISTED:"             TO OSTT-LABEL.
           MOVE WS-OPEN-LINE-COUNT          TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "QUANTITY ALLOCATED:"       TO OSTT-LABEL.
           MOVE WS-TOTAL-ALLOC-QTY          TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "QUANTITY PICKED:"          TO OSTT-LABEL.
           MOVE WS-TOTAL-PICK-QTY           TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "QUANTITY SHIPPED:"         TO OSTT-LABEL.
           MOVE WS-TOTAL-SHIP-QTY           TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
           MOVE SPACES TO ORDER-STATUS-LINE-RECORD.
           MOVE "QUANTITY BACKORDERED:"     TO OSTT-LABEL.
           MOVE WS-TOTAL-BACK-QTY           TO OSTT-COUNT.
           WRITE ORDER-STATUS-LINE-RECORD.
       6000-EXIT.
           EXIT.
