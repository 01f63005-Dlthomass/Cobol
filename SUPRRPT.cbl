      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Supersession report.  Lists every line on the
      *              supersession file (SUPRREC) in the order purchasing
      *              keyed it: the old item, its replacement, the
      *              effective date, the use-up switch, whether the
      *              supersession is in force today (EFFECTIVE), still
      *              to come (PENDING) or unusable (CHAIN ERROR, or NOT
      *              USED for a line SUPRLKUP rejected on loading), and
      *              the full chain the old item now resolves to.
      *
      *              Beside each line is the old item's remaining stock
      *              and its value at GOODS-UNIT-PRICE.  Once the
      *              supersession is in force that stock is either
      *              being used up (use-up Y - it ships before the
      *              replacement) or is LEFTOVER TO CLEAR (use-up N -
      *              nothing picks it any more), and the report totals
      *              both so the leftover can be returned, sold off or
      *              written down.  A replacement that is not on the
      *              goods master is flagged, since nothing can be
      *              picked or ordered under it.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPRRPT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERSESSION-FILE ASSIGN TO SUPRSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUPERSESSION-REPORT-FILE ASSIGN TO SUPRRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERSESSION-FILE.
           COPY SUPRREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  SUPERSESSION-REPORT-FILE.
       01  SUPERSESSION-REPORT-RECORD.
           05  SRPT-OLD-GOODS-NAME     PIC X(04).
           05  SRPT-SEP-1              PIC X(01).
           05  SRPT-NEW-GOODS-NAME     PIC X(04).
           05  SRPT-SEP-2              PIC X(01).
           05  SRPT-EFFECTIVE-DATE     PIC X(10).
           05  SRPT-SEP-3              PIC X(01).
           05  SRPT-USE-UP-SWITCH      PIC X(01).
           05  SRPT-SEP-4              PIC X(01).
           05  SRPT-STATUS             PIC X(11).
           05  SRPT-SEP-5              PIC X(01).
           05  SRPT-OLD-ON-HAND        PIC Z(4)9.
           05  SRPT-SEP-6              PIC X(01).
           05  SRPT-OLD-VALUE          PIC Z(6)9.99.
           05  SRPT-SEP-7              PIC X(01).
           05  SRPT-FLAG               PIC X(20).
           05  SRPT-SEP-8              PIC X(01).
           05  SRPT-CHAIN-TEXT         PIC X(46).
       01  SUPERSESSION-TEXT-LINE REDEFINES SUPERSESSION-REPORT-RECORD.
           05  SRPT-TEXT               PIC X(119).
       01  SUPERSESSION-TOTAL-LINE REDEFINES SUPERSESSION-REPORT-RECORD.
           05  SRPT-TOTAL-LABEL        PIC X(28).
           05  SRPT-TOTAL-ITEMS        PIC Z(4)9.
           05  SRPT-TOTAL-QTY-LABEL    PIC X(06).
           05  SRPT-TOTAL-QTY          PIC Z(6)9.
           05  SRPT-TOTAL-VALUE-LABEL  PIC X(08).
           05  SRPT-TOTAL-VALUE        PIC Z(8)9.99.

       WORKING-STORAGE SECTION.
       77  WS-SUPR-STATUS           PIC X(02).
           88  SUPR-OK                 VALUE "00".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-SUPR-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  SUPR-FILE-OPENED        VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-SUPR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SUPERSESSIONS    VALUE "Y".

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       77  WS-OLD-ON-HAND           PIC 9(05) VALUE ZERO.
       77  WS-OLD-VALUE             PIC 9(07)V99 VALUE ZERO.

       77  WS-LINES-READ-COUNT      PIC 9(05) VALUE ZERO.
       77  WS-EFFECTIVE-COUNT       PIC 9(05) VALUE ZERO.
       77  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
       77  WS-CHAIN-ERROR-COUNT     PIC 9(05) VALUE ZERO.
       77  WS-NOT-USED-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-NEW-MISSING-COUNT     PIC 9(05) VALUE ZERO.
       77  WS-LEFTOVER-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-LEFTOVER-QTY          PIC 9(07) VALUE ZERO.
       77  WS-LEFTOVER-VALUE        PIC 9(09)V99 VALUE ZERO.
       77  WS-USING-UP-COUNT        PIC 9(05) VALUE ZERO.
       77  WS-USING-UP-QTY          PIC 9(07) VALUE ZERO.
       77  WS-USING-UP-VALUE        PIC 9(09)V99 VALUE ZERO.

      *    Supersession lookup interface - see the SUPRLKPM copybook.
      *    The report asks SUPRLKUP rather than walking the chains
      *    itself, so it shows exactly what GOODSISS and POGEN act on.
           COPY SUPRLKPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF SUPR-FILE-OPENED AND MASTER-FILE-OPENED
               PERFORM 3000-REPORT-ONE-LINE THRU 3000-EXIT
                   UNTIL END-OF-SUPERSESSIONS
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
               DISPLAY "SUPERSESSIONS READ:     " WS-LINES-READ-COUNT
               DISPLAY "IN FORCE TODAY:         " WS-EFFECTIVE-COUNT
               DISPLAY "LEFTOVER TO CLEAR:      " WS-LEFTOVER-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the master is needed for the old items'
      *    stock; without a supersession file there is nothing to
      *    report, and the report says so.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN OUTPUT SUPERSESSION-REPORT-FILE.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "ITEM SUPERSESSIONS AS OF" TO SRPT-TEXT(1:24).
           MOVE WS-TODAY-DATE TO SRPT-TEXT(26:10).
           WRITE SUPERSESSION-REPORT-RECORD.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTER-OPEN-SWITCH.
           OPEN INPUT SUPERSESSION-FILE.
           IF NOT SUPR-OK
               DISPLAY "UNABLE TO OPEN SUPERSESSION FILE - STATUS "
                   WS-SUPR-STATUS
               MOVE SPACES TO SUPERSESSION-REPORT-RECORD
               MOVE "NO SUPERSESSION FILE" TO SRPT-TEXT
               WRITE SUPERSESSION-REPORT-RECORD
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-SUPR-OPEN-SWITCH.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "OLD  NEW  EFFECTIVE  U STATUS        QTY      VALUE"
               TO SRPT-TEXT.
           MOVE "FLAG"  TO SRPT-TEXT(53:4).
           MOVE "CHAIN" TO SRPT-TEXT(74:5).
           WRITE SUPERSESSION-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REPORT-ONE-LINE - one report line per supersession
      *    line.  SUPRLKUP keeps only the first line for an old item,
      *    so a later line whose replacement differs from the one
      *    SUPRLKUP returns is a duplicate it did not use.
      ******************************************************************
       3000-REPORT-ONE-LINE.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "Y" TO WS-SUPR-EOF-SWITCH
                   GO TO 3000-EXIT
           END-READ.
           IF SUPR-OLD-GOODS-NAME = SPACES
               GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WS-LINES-READ-COUNT.
           MOVE SUPR-OLD-GOODS-NAME TO SUPL-PARM-GOODS-NAME.
           MOVE WS-TODAY-DATE       TO SUPL-PARM-AS-OF-DATE.
           CALL "SUPRLKUP" USING SUPERSESSION-LOOKUP-PARMS.
           MOVE SPACES              TO SUPERSESSION-REPORT-RECORD.
           MOVE SUPR-OLD-GOODS-NAME TO SRPT-OLD-GOODS-NAME.
           MOVE SUPR-NEW-GOODS-NAME TO SRPT-NEW-GOODS-NAME.
           MOVE SUPR-EFFECTIVE-DATE TO SRPT-EFFECTIVE-DATE.
           MOVE SUPR-USE-UP-SWITCH  TO SRPT-USE-UP-SWITCH.
           PERFORM 3100-FIND-OLD-STOCK THRU 3100-EXIT.
           MOVE WS-OLD-ON-HAND      TO SRPT-OLD-ON-HAND.
           MOVE WS-OLD-VALUE        TO SRPT-OLD-VALUE.
           IF SUPL-NOT-SUPERSEDED
               OR SUPL-NEXT-GOODS-NAME NOT = SUPR-NEW-GOODS-NAME
               ADD 1 TO WS-NOT-USED-COUNT
               MOVE "NOT USED" TO SRPT-STATUS
               WRITE SUPERSESSION-REPORT-RECORD
               GO TO 3000-EXIT
           END-IF.
           MOVE SUPL-CHAIN-TEXT TO SRPT-CHAIN-TEXT.
           EVALUATE TRUE
               WHEN SUPL-CHAIN-ERROR
                   ADD 1 TO WS-CHAIN-ERROR-COUNT
                   MOVE "CHAIN ERROR" TO SRPT-STATUS
                   MOVE "** CHAIN TOO LONG" TO SRPT-FLAG
               WHEN SUPL-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE "PENDING" TO SRPT-STATUS
                   MOVE SUPR-NEW-GOODS-NAME TO GOODS-NAME
                   PERFORM 3200-CHECK-NEW-ITEM THRU 3200-EXIT
               WHEN OTHER
                   ADD 1 TO WS-EFFECTIVE-COUNT
                   MOVE "EFFECTIVE" TO SRPT-STATUS
                   PERFORM 3300-CLASSIFY-OLD-STOCK THRU 3300-EXIT
                   MOVE SUPL-REPLACEMENT-NAME TO GOODS-NAME
                   PERFORM 3200-CHECK-NEW-ITEM THRU 3200-EXIT
           END-EVALUATE.
           WRITE SUPERSESSION-REPORT-RECORD.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-FIND-OLD-STOCK - an old item already cleared and
      *    deleted from the master simply has nothing left.
      ******************************************************************
       3100-FIND-OLD-STOCK.
           MOVE ZERO TO WS-OLD-ON-HAND.
           MOVE ZERO TO WS-OLD-VALUE.
           MOVE SUPR-OLD-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO WS-OLD-ON-HAND.
           COMPUTE WS-OLD-VALUE =
               GOODS-QTY-ON-HAND * GOODS-UNIT-PRICE
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-OLD-VALUE
           END-COMPUTE.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CHECK-NEW-ITEM - GOODS-NAME is set by the caller to the
      *    item the old one resolves to; its absence from the master
      *    outranks any other flag on the line.
      ******************************************************************
       3200-CHECK-NEW-ITEM.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NEW-MISSING-COUNT
                   MOVE "** NEW NOT ON MASTER" TO SRPT-FLAG
           END-READ.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CLASSIFY-OLD-STOCK - stock of an item in force is
      *    either still being used up ahead of its replacement or is
      *    left over, picked by nothing, and has to be cleared.
      ******************************************************************
       3300-CLASSIFY-OLD-STOCK.
           IF WS-OLD-ON-HAND = ZERO
               GO TO 3300-EXIT
           END-IF.
           IF SUPR-USE-UP-FIRST
               ADD 1              TO WS-USING-UP-COUNT
               ADD WS-OLD-ON-HAND TO WS-USING-UP-QTY
               ADD WS-OLD-VALUE   TO WS-USING-UP-VALUE
               MOVE "USING UP OLD STOCK" TO SRPT-FLAG
           ELSE
               ADD 1              TO WS-LEFTOVER-COUNT
               ADD WS-OLD-ON-HAND TO WS-LEFTOVER-QTY
               ADD WS-OLD-VALUE   TO WS-LEFTOVER-VALUE
               MOVE "** LEFTOVER TO CLEAR" TO SRPT-FLAG
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-TOTALS
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE "LINES READ:"          TO SRPT-TOTAL-LABEL.
           MOVE WS-LINES-READ-COUNT    TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "IN FORCE TODAY:"      TO SRPT-TOTAL-LABEL.
           MOVE WS-EFFECTIVE-COUNT     TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "PENDING:"             TO SRPT-TOTAL-LABEL.
           MOVE WS-PENDING-COUNT       TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "CHAIN ERRORS:"        TO SRPT-TOTAL-LABEL.
           MOVE WS-CHAIN-ERROR-COUNT   TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "NOT USED:"            TO SRPT-TOTAL-LABEL.
           MOVE WS-NOT-USED-COUNT      TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "REPLACEMENT NOT ON MASTER:" TO SRPT-TOTAL-LABEL.
           MOVE WS-NEW-MISSING-COUNT   TO SRPT-TOTAL-ITEMS.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "OLD STOCK BEING USED UP:" TO SRPT-TOTAL-LABEL.
           MOVE WS-USING-UP-COUNT      TO SRPT-TOTAL-ITEMS.
           MOVE "  QTY:"               TO SRPT-TOTAL-QTY-LABEL.
           MOVE WS-USING-UP-QTY        TO SRPT-TOTAL-QTY.
           MOVE "  VALUE:"             TO SRPT-TOTAL-VALUE-LABEL.
           MOVE WS-USING-UP-VALUE      TO SRPT-TOTAL-VALUE.
           WRITE SUPERSESSION-REPORT-RECORD.
           MOVE SPACES TO SUPERSESSION-REPORT-RECORD.
           MOVE "** LEFTOVER TO CLEAR:" TO SRPT-TOTAL-LABEL.
           MOVE WS-LEFTOVER-COUNT      TO SRPT-TOTAL-ITEMS.
           MOVE "  QTY:"               TO SRPT-TOTAL-QTY-LABEL.
           MOVE WS-LEFTOVER-QTY        TO SRPT-TOTAL-QTY.
           MOVE "  VALUE:"             TO SRPT-TOTAL-VALUE-LABEL.
           MOVE WS-LEFTOVER-VALUE      TO SRPT-TOTAL-VALUE.
           WRITE SUPERSESSION-REPORT-RECORD.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF SUPR-FILE-OPENED
               CLOSE SUPERSESSION-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           CLOSE SUPERSESSION-REPORT-FILE.
       9000-EXIT.
           EXIT.
