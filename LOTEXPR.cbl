      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Nightly lot expiry report.  Walks the lot-stock
      *              file (LOTREC) and lists every lot still holding
      *              stock that has already expired, then every lot
      *              that expires within the next LOTEXPR-DAYS days
      *              (default 030), so the floor pulls expired stock
      *              before a customer finds it and works the short-
      *              dated lots first.  Each lot is valued at the
      *              item's GOODS-UNIT-PRICE (the same math VALURPT
      *              uses), with lot count, quantity and value totals
      *              for each section and for the report.
      *
      *              Within a section lots run soonest expiry first,
      *              then by item and location.  The DAYS column is
      *              days past expiry on an expired lot and days still
      *              to run on one expiring.  A lot with no expiry date
      *              never expires and is left off; a lot whose expiry
      *              date cannot be read is counted and shown on the
      *              console.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTEXPR.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOT-EXPIRY-REPORT-FILE ASSIGN TO LOTEXPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "LOTEXWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  LOT-EXPIRY-REPORT-FILE.
       01  LOT-EXPIRY-REPORT-RECORD.
           05  EXPR-GOODS-NAME         PIC X(04).
           05  EXPR-SEP-1              PIC X(01).
           05  EXPR-LOCATION-ID        PIC X(03).
           05  EXPR-SEP-2              PIC X(01).
           05  EXPR-LOT-NUMBER         PIC X(10).
           05  EXPR-SEP-3              PIC X(01).
           05  EXPR-EXPIRY-DATE        PIC X(10).
           05  EXPR-SEP-4              PIC X(01).
           05  EXPR-DAYS               PIC Z(4)9.
           05  EXPR-SEP-5              PIC X(01).
           05  EXPR-QTY                PIC Z(4)9.
           05  EXPR-SEP-6              PIC X(01).
           05  EXPR-VALUE              PIC Z(7)9.99.
       01  LOT-EXPIRY-TEXT-LINE REDEFINES LOT-EXPIRY-REPORT-RECORD.
           05  EXPR-TEXT               PIC X(54).
       01  LOT-EXPIRY-TOTAL-LINE REDEFINES LOT-EXPIRY-REPORT-RECORD.
           05  EXPR-TOTAL-LABEL        PIC X(16).
           05  EXPR-TOTAL-LOTS         PIC Z(3)9.
           05  EXPR-TOTAL-QTY-LABEL    PIC X(05).
           05  EXPR-TOTAL-QTY          PIC Z(5)9.
           05  EXPR-TOTAL-VAL-LABEL    PIC X(07).
           05  EXPR-TOTAL-VALUE        PIC Z(8)9.99.
           05  FILLER                  PIC X(04).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-SECTION-CODE         PIC X(01).
               88  SW-EXPIRED             VALUE "1".
               88  SW-EXPIRING            VALUE "2".
           05  SW-EXPIRY-DATE          PIC X(10).
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-LOCATION-ID          PIC X(03).
           05  SW-LOT-NUMBER           PIC X(10).
           05  SW-DAYS                 PIC 9(05).
           05  SW-QTY                  PIC 9(05).
           05  SW-VALUE                PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".

       77  WS-LOT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-LOTS             VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".

       77  WS-DAYS-PARM             PIC X(03) VALUE "030".
       77  WS-WINDOW-DAYS           PIC 9(03) VALUE 30.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       77  WS-DATE-X                PIC X(10) VALUE SPACES.
       77  WS-DATE-9                PIC 9(08) VALUE ZERO.
       77  WS-DATE-INTEGER          PIC 9(08) VALUE ZERO.
       77  WS-TODAY-INTEGER         PIC 9(08) VALUE ZERO.
       77  WS-HORIZON-INTEGER       PIC 9(08) VALUE ZERO.

       77  WS-UNIT-PRICE            PIC 9(03)V99 VALUE ZERO.
       77  WS-PRIOR-SECTION-CODE    PIC X(01) VALUE SPACES.

      *    Section totals (1 = expired, 2 = expiring) and the report
      *    total.
       01  SECTION-TOTAL-TABLE.
           05  SECTION-TOTAL-ENTRY OCCURS 2 TIMES.
               10  SECTION-LOT-COUNT   PIC 9(05).
               10  SECTION-QTY         PIC 9(07).
               10  SECTION-VALUE       PIC 9(10)V99.
       77  WS-SECTION-SUBSCRIPT     PIC 9(01) VALUE ZERO.
       77  WS-GRAND-LOT-COUNT       PIC 9(05) VALUE ZERO.
       77  WS-GRAND-QTY             PIC 9(07) VALUE ZERO.
       77  WS-GRAND-VALUE           PIC 9(10)V99 VALUE ZERO.

       77  WS-LOT-READ-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-BAD-DATE-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-NO-MASTER-COUNT       PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOT-FILE-OPENED AND MASTER-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-SECTION-CODE
                                    SW-EXPIRY-DATE
                                    SW-GOODS-NAME
                                    SW-LOCATION-ID
                                    SW-LOT-NUMBER
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               DISPLAY "LOTS READ:              " WS-LOT-READ-COUNT
               DISPLAY "LOTS EXPIRED:           "
                   SECTION-LOT-COUNT(1)
               DISPLAY "LOTS EXPIRING:          "
                   SECTION-LOT-COUNT(2)
               DISPLAY "UNREADABLE EXPIRY DATES:" WS-BAD-DATE-COUNT
               DISPLAY "ITEMS NOT ON MASTER:    " WS-NO-MASTER-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the window comes from LOTEXPR-DAYS; today
      *    and the window's last day are turned into day numbers once
      *    here so every lot is tested with a plain comparison.  Both
      *    the lot file and the master (for the price) must open.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-DAYS-PARM FROM ENVIRONMENT "LOTEXPR-DAYS"
               ON EXCEPTION
                   MOVE "030" TO WS-DAYS-PARM
           END-ACCEPT.
           IF WS-DAYS-PARM IS NUMERIC
               MOVE WS-DAYS-PARM TO WS-WINDOW-DAYS
           ELSE
               DISPLAY "LOTEXPR-DAYS NOT NUMERIC - USING 030"
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           MOVE WS-TODAY-DATE       TO WS-DATE-X.
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT.
           MOVE WS-DATE-INTEGER     TO WS-TODAY-INTEGER.
           COMPUTE WS-HORIZON-INTEGER =
               WS-TODAY-INTEGER + WS-WINDOW-DAYS.
           MOVE ZERO TO SECTION-TOTAL-TABLE.
           OPEN INPUT LOT-STOCK-FILE.
           IF NOT LOT-FILE-OK
               DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                   WS-LOT-STATUS
           ELSE
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           END-IF.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - read the lot file front to back and
      *    RELEASE a sort work record for every lot with stock that
      *    has expired or falls inside the window.
      ******************************************************************
       3000-SORT-INPUT.
           PERFORM 3100-READ-ONE-LOT THRU 3100-EXIT
               UNTIL END-OF-LOTS.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOT-READ-COUNT
                   PERFORM 3200-SELECT-LOT THRU 3200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-SELECT-LOT - an empty lot or one with no expiry date
      *    is not reported.  Expired means the expiry date is before
      *    today; a lot expiring today is still in the window.
      ******************************************************************
       3200-SELECT-LOT.
           IF LOT-QTY-ON-HAND = ZERO OR LOT-NOT-DATED
               GO TO 3200-EXIT
           END-IF.
           MOVE LOT-EXPIRY-DATE TO WS-DATE-X.
           PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT.
           IF WS-DATE-INTEGER = ZERO
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY "UNREADABLE EXPIRY " LOT-EXPIRY-DATE " - "
                   LOT-GOODS-NAME " AT " LOT-LOCATION-ID " LOT "
                   LOT-NUMBER
               GO TO 3200-EXIT
           END-IF.
           IF WS-DATE-INTEGER > WS-HORIZON-INTEGER
               GO TO 3200-EXIT
           END-IF.
           MOVE SPACES              TO SORT-WORK-RECORD.
           IF WS-DATE-INTEGER < WS-TODAY-INTEGER
               MOVE "1"             TO SW-SECTION-CODE
               COMPUTE SW-DAYS = WS-TODAY-INTEGER - WS-DATE-INTEGER
           ELSE
               MOVE "2"             TO SW-SECTION-CODE
               COMPUTE SW-DAYS = WS-DATE-INTEGER - WS-TODAY-INTEGER
           END-IF.
           PERFORM 3300-LOOKUP-PRICE THRU 3300-EXIT.
           MOVE LOT-EXPIRY-DATE     TO SW-EXPIRY-DATE.
           MOVE LOT-GOODS-NAME      TO SW-GOODS-NAME.
           MOVE LOT-LOCATION-ID     TO SW-LOCATION-ID.
           MOVE LOT-NUMBER          TO SW-LOT-NUMBER.
           MOVE LOT-QTY-ON-HAND     TO SW-QTY.
           COMPUTE SW-VALUE = LOT-QTY-ON-HAND * WS-UNIT-PRICE.
           RELEASE SORT-WORK-RECORD.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-LOOKUP-PRICE - an item no longer on the master prices
      *    at zero and is counted, the same rule RECONCIL applies.
      ******************************************************************
       3300-LOOKUP-PRICE.
           MOVE ZERO TO WS-UNIT-PRICE.
           MOVE LOT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-MASTER-COUNT
               NOT INVALID KEY
                   MOVE GOODS-UNIT-PRICE TO WS-UNIT-PRICE
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - expired lots first, then the window, each
      *    section under its own heading and closed with its totals.
      ******************************************************************
       4000-SORT-OUTPUT.
           OPEN OUTPUT LOT-EXPIRY-REPORT-FILE.
           PERFORM 4450-WRITE-REPORT-HEADING THRU 4450-EXIT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           PERFORM 4100-PROCESS-SORTED-RECORD THRU 4100-EXIT
               UNTIL END-OF-SORT.
           IF FIRST-RECORD
               MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD
               MOVE "NO LOTS EXPIRED OR EXPIRING IN THE WINDOW"
                   TO EXPR-TEXT
               WRITE LOT-EXPIRY-REPORT-RECORD
           ELSE
               PERFORM 4300-WRITE-SECTION-TOTAL THRU 4300-EXIT
           END-IF.
           PERFORM 4400-WRITE-GRAND-TOTAL THRU 4400-EXIT.
           CLOSE LOT-EXPIRY-REPORT-FILE.
       4000-EXIT.
           EXIT.

       4050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-PROCESS-SORTED-RECORD.
           IF FIRST-RECORD
               MOVE SW-SECTION-CODE TO WS-PRIOR-SECTION-CODE
               PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
           END-IF.
           IF SW-SECTION-CODE NOT = WS-PRIOR-SECTION-CODE
               PERFORM 4300-WRITE-SECTION-TOTAL THRU 4300-EXIT
               MOVE SW-SECTION-CODE TO WS-PRIOR-SECTION-CODE
               PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
           END-IF.
           PERFORM 4250-WRITE-DETAIL-LINE THRU 4250-EXIT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

       4200-WRITE-SECTION-HEADER.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD.
           WRITE LOT-EXPIRY-REPORT-RECORD.
           IF SW-EXPIRED
               MOVE "EXPIRED - STILL ON HAND (DAYS = DAYS PAST)"
                   TO EXPR-TEXT
           ELSE
               MOVE "EXPIRING WITHIN     DAYS (DAYS = DAYS LEFT)"
                   TO EXPR-TEXT
               MOVE WS-WINDOW-DAYS TO EXPR-TEXT(17:3)
           END-IF.
           WRITE LOT-EXPIRY-REPORT-RECORD.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD.
           MOVE "ITEM LOC LOT        EXPIRY      DAYS   QTY"
               TO EXPR-TEXT.
           MOVE "VALUE" TO EXPR-TEXT(50:5).
           WRITE LOT-EXPIRY-REPORT-RECORD.
       4200-EXIT.
           EXIT.

       4250-WRITE-DETAIL-LINE.
           IF SW-EXPIRED
               MOVE 1 TO WS-SECTION-SUBSCRIPT
           ELSE
               MOVE 2 TO WS-SECTION-SUBSCRIPT
           END-IF.
           ADD 1        TO SECTION-LOT-COUNT(WS-SECTION-SUBSCRIPT).
           ADD SW-QTY   TO SECTION-QTY(WS-SECTION-SUBSCRIPT).
           ADD SW-VALUE TO SECTION-VALUE(WS-SECTION-SUBSCRIPT).
           MOVE SPACES              TO LOT-EXPIRY-REPORT-RECORD.
           MOVE SW-GOODS-NAME       TO EXPR-GOODS-NAME.
           MOVE SW-LOCATION-ID      TO EXPR-LOCATION-ID.
           MOVE SW-LOT-NUMBER       TO EXPR-LOT-NUMBER.
           MOVE SW-EXPIRY-DATE      TO EXPR-EXPIRY-DATE.
           MOVE SW-DAYS             TO EXPR-DAYS.
           MOVE SW-QTY              TO EXPR-QTY.
           MOVE SW-VALUE            TO EXPR-VALUE.
           WRITE LOT-EXPIRY-REPORT-RECORD.
       4250-EXIT.
           EXIT.

       4300-WRITE-SECTION-TOTAL.
           IF WS-PRIOR-SECTION-CODE = "1"
               MOVE 1 TO WS-SECTION-SUBSCRIPT
           ELSE
               MOVE 2 TO WS-SECTION-SUBSCRIPT
           END-IF.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD.
           IF WS-SECTION-SUBSCRIPT = 1
               MOVE "  EXPIRED LOTS:" TO EXPR-TOTAL-LABEL
           ELSE
               MOVE "  EXPIRING LOTS:" TO EXPR-TOTAL-LABEL
           END-IF.
           MOVE SECTION-LOT-COUNT(WS-SECTION-SUBSCRIPT)
               TO EXPR-TOTAL-LOTS.
           MOVE " QTY:"   TO EXPR-TOTAL-QTY-LABEL.
           MOVE SECTION-QTY(WS-SECTION-SUBSCRIPT) TO EXPR-TOTAL-QTY.
           MOVE " VALUE:" TO EXPR-TOTAL-VAL-LABEL.
           MOVE SECTION-VALUE(WS-SECTION-SUBSCRIPT)
               TO EXPR-TOTAL-VALUE.
           WRITE LOT-EXPIRY-REPORT-RECORD.
           ADD SECTION-LOT-COUNT(WS-SECTION-SUBSCRIPT)
               TO WS-GRAND-LOT-COUNT.
           ADD SECTION-QTY(WS-SECTION-SUBSCRIPT)   TO WS-GRAND-QTY.
           ADD SECTION-VALUE(WS-SECTION-SUBSCRIPT) TO WS-GRAND-VALUE.
       4300-EXIT.
           EXIT.

       4400-WRITE-GRAND-TOTAL.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD.
           WRITE LOT-EXPIRY-REPORT-RECORD.
           MOVE "  ALL LOTS:"       TO EXPR-TOTAL-LABEL.
           MOVE WS-GRAND-LOT-COUNT  TO EXPR-TOTAL-LOTS.
           MOVE " QTY:"             TO EXPR-TOTAL-QTY-LABEL.
           MOVE WS-GRAND-QTY        TO EXPR-TOTAL-QTY.
           MOVE " VALUE:"           TO EXPR-TOTAL-VAL-LABEL.
           MOVE WS-GRAND-VALUE      TO EXPR-TOTAL-VALUE.
           WRITE LOT-EXPIRY-REPORT-RECORD.
       4400-EXIT.
           EXIT.

       4450-WRITE-REPORT-HEADING.
           MOVE SPACES TO LOT-EXPIRY-REPORT-RECORD.
           MOVE "LOT EXPIRY AS OF" TO EXPR-TEXT(1:16).
           MOVE WS-TODAY-DATE      TO EXPR-TEXT(18:10).
           MOVE "- WINDOW"         TO EXPR-TEXT(29:8).
           MOVE WS-WINDOW-DAYS     TO EXPR-TEXT(38:3).
           MOVE "DAYS"             TO EXPR-TEXT(42:4).
           WRITE LOT-EXPIRY-REPORT-RECORD.
       4450-EXIT.
           EXIT.

      ******************************************************************
      *    7000-DATE-TO-INTEGER - YYYY-MM-DD expiry date to a day
      *    number so the window and the days columns are calendar
      *    days; nothing short of a hand-built calendar does this with
      *    ordinary verbs.  The same conversion DEADSTK uses.  An
      *    unparseable date comes back zero, which 3200 reports.
      ******************************************************************
       7000-DATE-TO-INTEGER.
           MOVE ZERO TO WS-DATE-INTEGER.
           IF WS-DATE-X(1:4) IS NUMERIC
               AND WS-DATE-X(6:2) IS NUMERIC
               AND WS-DATE-X(9:2) IS NUMERIC
               MOVE WS-DATE-X(1:4) TO WS-DATE-9(1:4)
               MOVE WS-DATE-X(6:2) TO WS-DATE-9(5:2)
               MOVE WS-DATE-X(9:2) TO WS-DATE-9(7:2)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-9)
           END-IF.
       7000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
