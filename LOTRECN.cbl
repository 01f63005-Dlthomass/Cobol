      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Lot-to-location reconciliation.  Proves that the
      *              lots on the lot-stock file (LOTREC) add up to
      *              LSTK-QTY-ON-HAND on the location-stock file
      *              (LOCSREC) for every location and item.  Both
      *              files are keyed location first, then GOODS-NAME,
      *              so they are read front to back and match-merged
      *              the same way MOVERPT and RECONCIL match-merge -
      *              the lot side summed over all of an item's lots at
      *              the location before it is compared.
      *
      *              A location holding more than its lots account for
      *              is reported UNLOTTED STOCK (stock that arrived by
      *              a route that does not create lots, or lots drawn
      *              past zero); lots holding more than the location
      *              is reported LOTS EXCEED STOCK; lots at a location
      *              with no location-stock record at all are reported
      *              on their own.  Records that agree are only
      *              counted.  Nothing is adjusted - the report is for
      *              the stock controller to investigate.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOTRECN.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOT-RECON-REPORT-FILE ASSIGN TO LOTRCNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       FD  LOT-RECON-REPORT-FILE.
       01  LOT-RECON-REPORT-RECORD.
           05  LRCN-LOCATION-ID        PIC X(03).
           05  LRCN-SEP-1              PIC X(01).
           05  LRCN-GOODS-NAME         PIC X(04).
           05  LRCN-SEP-2              PIC X(01).
           05  LRCN-LSTK-QTY           PIC Z(4)9.
           05  LRCN-SEP-3              PIC X(01).
           05  LRCN-LOT-QTY            PIC Z(6)9.
           05  LRCN-SEP-4              PIC X(01).
           05  LRCN-LOT-COUNT          PIC ZZ9.
           05  LRCN-SEP-5              PIC X(01).
           05  LRCN-DIFFERENCE         PIC -(7)9.
           05  LRCN-SEP-6              PIC X(01).
           05  LRCN-STATUS             PIC X(28).
       01  LOT-RECON-TEXT-LINE REDEFINES LOT-RECON-REPORT-RECORD.
           05  LRCN-TEXT               PIC X(64).

       WORKING-STORAGE SECTION.
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".

       77  WS-LOCSTK-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-LOCSTK           VALUE "Y".
       77  WS-LOT-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-LOTS             VALUE "Y".

      *    Match keys: location ID plus GOODS-NAME, the whole of
      *    LSTK-KEY and the leading seven bytes of LOT-KEY.  An
      *    exhausted side carries HIGH-VALUES so it sorts after every
      *    real key.
       77  WS-LOCSTK-KEY            PIC X(07) VALUE HIGH-VALUES.
       77  WS-LOT-GROUP-KEY         PIC X(07) VALUE HIGH-VALUES.

      *    The lot side's current group - every lot of one item at
      *    one location - summed before it is matched.
       77  WS-LOT-GROUP-QTY         PIC 9(07) VALUE ZERO.
       77  WS-LOT-GROUP-COUNT       PIC 9(03) VALUE ZERO.

       77  WS-LSTK-QTY              PIC 9(05) VALUE ZERO.

      *    The lot quantity and lot count a location record is
      *    compared with - its lot group's, or zero when it has none.
       77  WS-COMPARE-LOT-QTY       PIC 9(07) VALUE ZERO.
       77  WS-COMPARE-LOT-COUNT     PIC 9(03) VALUE ZERO.
       77  WS-DIFFERENCE            PIC S9(07) VALUE ZERO.

       77  WS-MATCHED-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-AGREED-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-UNLOTTED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-EXCESS-LOTS-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-NO-LOCATION-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-UNLOTTED-QTY          PIC 9(09) VALUE ZERO.
       77  WS-EXCESS-LOTS-QTY       PIC 9(09) VALUE ZERO.
       77  WS-NO-LOCATION-QTY       PIC 9(09) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF LOCSTK-FILE-OPENED AND LOT-FILE-OPENED
               PERFORM 2000-READ-LOCSTK THRU 2000-EXIT
               PERFORM 2100-READ-LOT THRU 2100-EXIT
               PERFORM 2200-BUILD-LOT-GROUP THRU 2200-EXIT
               PERFORM 3000-MATCH-RECORDS THRU 3000-EXIT
                   UNTIL END-OF-LOCSTK
                     AND WS-LOT-GROUP-KEY = HIGH-VALUES
               PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - both files must open or there is nothing
      *    to prove.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN INPUT LOCATION-STOCK-FILE.
           IF NOT LOCSTK-OK
               DISPLAY "UNABLE TO OPEN LOCATION STOCK - STATUS "
                   WS-LOCSTK-STATUS
           ELSE
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           END-IF.
           OPEN INPUT LOT-STOCK-FILE.
           IF NOT LOT-FILE-OK
               DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                   WS-LOT-STATUS
           ELSE
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           END-IF.
           OPEN OUTPUT LOT-RECON-REPORT-FILE.
           PERFORM 1500-WRITE-REPORT-HEADING THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1500-WRITE-REPORT-HEADING.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "LOT RECONCILIATION TO LOCATION STOCK AS OF"
               TO LRCN-TEXT(1:42).
           MOVE WS-TODAY-DATE TO LRCN-TEXT(44:10).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "LOC ITEM  LSTK    LOTS NO.     DIFF STATUS"
               TO LRCN-TEXT.
           WRITE LOT-RECON-REPORT-RECORD.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *    2000-READ-LOCSTK / 2100-READ-LOT - each file is read one
      *    ahead; HIGH-VALUES is moved into the key at end-of-file.
      ******************************************************************
       2000-READ-LOCSTK.
           READ LOCATION-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOCSTK-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-LOCSTK-KEY
               NOT AT END
                   MOVE LSTK-KEY TO WS-LOCSTK-KEY
                   MOVE LSTK-QTY-ON-HAND TO WS-LSTK-QTY
           END-READ.
       2000-EXIT.
           EXIT.

       2100-READ-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-EOF-SWITCH
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    2200-BUILD-LOT-GROUP - sum every lot of the next location
      *    and item, leaving the first lot of the group after it read
      *    ahead.  No lots left gives a HIGH-VALUES group key.
      ******************************************************************
       2200-BUILD-LOT-GROUP.
           MOVE ZERO TO WS-LOT-GROUP-QTY.
           MOVE ZERO TO WS-LOT-GROUP-COUNT.
           IF END-OF-LOTS
               MOVE HIGH-VALUES TO WS-LOT-GROUP-KEY
               GO TO 2200-EXIT
           END-IF.
           MOVE LOT-KEY(1:7) TO WS-LOT-GROUP-KEY.
           PERFORM 2250-ADD-LOT-TO-GROUP THRU 2250-EXIT
               UNTIL END-OF-LOTS
                  OR LOT-KEY(1:7) NOT = WS-LOT-GROUP-KEY.
       2200-EXIT.
           EXIT.

       2250-ADD-LOT-TO-GROUP.
           ADD LOT-QTY-ON-HAND TO WS-LOT-GROUP-QTY
               ON SIZE ERROR
                   MOVE 9999999 TO WS-LOT-GROUP-QTY
           END-ADD.
           IF WS-LOT-GROUP-COUNT < 999
               ADD 1 TO WS-LOT-GROUP-COUNT
           END-IF.
           PERFORM 2100-READ-LOT THRU 2100-EXIT.
       2250-EXIT.
           EXIT.

      ******************************************************************
      *    3000-MATCH-RECORDS - sequential match-merge on location plus
      *    GOODS-NAME: a location record with no lots is compared with
      *    zero, a lot group with no location record is reported on
      *    its own, and both sides together are compared.
      ******************************************************************
       3000-MATCH-RECORDS.
           EVALUATE TRUE
               WHEN WS-LOCSTK-KEY < WS-LOT-GROUP-KEY
                   MOVE ZERO TO WS-COMPARE-LOT-QTY
                   MOVE ZERO TO WS-COMPARE-LOT-COUNT
                   PERFORM 3100-COMPARE-QUANTITIES THRU 3100-EXIT
                   PERFORM 2000-READ-LOCSTK THRU 2000-EXIT
               WHEN WS-LOT-GROUP-KEY < WS-LOCSTK-KEY
                   PERFORM 3200-REPORT-NO-LOCATION THRU 3200-EXIT
                   PERFORM 2200-BUILD-LOT-GROUP THRU 2200-EXIT
               WHEN OTHER
                   MOVE WS-LOT-GROUP-QTY   TO WS-COMPARE-LOT-QTY
                   MOVE WS-LOT-GROUP-COUNT TO WS-COMPARE-LOT-COUNT
                   PERFORM 3100-COMPARE-QUANTITIES THRU 3100-EXIT
                   PERFORM 2000-READ-LOCSTK THRU 2000-EXIT
                   PERFORM 2200-BUILD-LOT-GROUP THRU 2200-EXIT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-COMPARE-QUANTITIES - the location record just read
      *    (WS-LOCSTK-KEY, WS-LSTK-QTY) against its lots.  DIFF is
      *    location stock less lot stock, so a positive figure is
      *    stock with no lot behind it.
      ******************************************************************
       3100-COMPARE-QUANTITIES.
           ADD 1 TO WS-MATCHED-COUNT.
           COMPUTE WS-DIFFERENCE = WS-LSTK-QTY - WS-COMPARE-LOT-QTY.
           IF WS-DIFFERENCE = ZERO
               ADD 1 TO WS-AGREED-COUNT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES              TO LOT-RECON-REPORT-RECORD.
           MOVE WS-LOCSTK-KEY(1:3)  TO LRCN-LOCATION-ID.
           MOVE WS-LOCSTK-KEY(4:4)  TO LRCN-GOODS-NAME.
           MOVE WS-LSTK-QTY         TO LRCN-LSTK-QTY.
           MOVE WS-COMPARE-LOT-QTY  TO LRCN-LOT-QTY.
           MOVE WS-COMPARE-LOT-COUNT TO LRCN-LOT-COUNT.
           MOVE WS-DIFFERENCE       TO LRCN-DIFFERENCE.
           IF WS-DIFFERENCE > ZERO
               ADD 1 TO WS-UNLOTTED-COUNT
               ADD WS-DIFFERENCE TO WS-UNLOTTED-QTY
               MOVE "UNLOTTED STOCK"    TO LRCN-STATUS
           ELSE
               ADD 1 TO WS-EXCESS-LOTS-COUNT
               SUBTRACT WS-DIFFERENCE FROM WS-EXCESS-LOTS-QTY
               MOVE "LOTS EXCEED STOCK" TO LRCN-STATUS
           END-IF.
           WRITE LOT-RECON-REPORT-RECORD.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-REPORT-NO-LOCATION - lots at a location that has no
      *    record of the item at all.  Lots drawn to zero there are
      *    harmless and only counted as agreeing.
      ******************************************************************
       3200-REPORT-NO-LOCATION.
           IF WS-LOT-GROUP-QTY = ZERO
               ADD 1 TO WS-AGREED-COUNT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-NO-LOCATION-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD WS-LOT-GROUP-QTY     TO WS-NO-LOCATION-QTY.
           MOVE SPACES              TO LOT-RECON-REPORT-RECORD.
           MOVE WS-LOT-GROUP-KEY(1:3) TO LRCN-LOCATION-ID.
           MOVE WS-LOT-GROUP-KEY(4:4) TO LRCN-GOODS-NAME.
           MOVE ZERO                TO LRCN-LSTK-QTY.
           MOVE WS-LOT-GROUP-QTY    TO LRCN-LOT-QTY.
           MOVE WS-LOT-GROUP-COUNT  TO LRCN-LOT-COUNT.
           COMPUTE WS-DIFFERENCE = ZERO - WS-LOT-GROUP-QTY.
           MOVE WS-DIFFERENCE       TO LRCN-DIFFERENCE.
           MOVE "LOTS WITH NO LOCATION RECORD" TO LRCN-STATUS.
           WRITE LOT-RECON-REPORT-RECORD.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    6000-WRITE-TOTALS - the counts close the report and go to
      *    the console; the last line says whether the proof held.
      ******************************************************************
       6000-WRITE-TOTALS.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE "LOCATION RECORDS CHECKED:"  TO LRCN-TEXT(1:25).
           MOVE WS-MATCHED-COUNT            TO LRCN-TEXT(31:7).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "AGREED:"                   TO LRCN-TEXT(1:7).
           MOVE WS-AGREED-COUNT             TO LRCN-TEXT(31:7).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "UNLOTTED STOCK:"           TO LRCN-TEXT(1:15).
           MOVE WS-UNLOTTED-COUNT           TO LRCN-TEXT(31:7).
           MOVE "QTY"                       TO LRCN-TEXT(39:3).
           MOVE WS-UNLOTTED-QTY             TO LRCN-TEXT(43:9).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "LOTS EXCEED STOCK:"        TO LRCN-TEXT(1:18).
           MOVE WS-EXCESS-LOTS-COUNT        TO LRCN-TEXT(31:7).
           MOVE "QTY"                       TO LRCN-TEXT(39:3).
           MOVE WS-EXCESS-LOTS-QTY          TO LRCN-TEXT(43:9).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           MOVE "LOTS WITH NO LOCATION RECORD:" TO LRCN-TEXT(1:29).
           MOVE WS-NO-LOCATION-COUNT        TO LRCN-TEXT(31:7).
           MOVE "QTY"                       TO LRCN-TEXT(39:3).
           MOVE WS-NO-LOCATION-QTY          TO LRCN-TEXT(43:9).
           WRITE LOT-RECON-REPORT-RECORD.
           MOVE SPACES TO LOT-RECON-REPORT-RECORD.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "LOTS AGREE WITH LOCATION STOCK FOR EVERY ITEM"
                   TO LRCN-TEXT
           ELSE
               MOVE "LOTS DO NOT AGREE WITH LOCATION STOCK - SEE ABOVE"
                   TO LRCN-TEXT
           END-IF.
           WRITE LOT-RECON-REPORT-RECORD.
           DISPLAY "LOCATION RECORDS CHECKED: " WS-MATCHED-COUNT.
           DISPLAY "AGREED:                   " WS-AGREED-COUNT.
           DISPLAY "UNLOTTED STOCK:           " WS-UNLOTTED-COUNT.
           DISPLAY "LOTS EXCEED STOCK:        " WS-EXCESS-LOTS-COUNT.
           DISPLAY "LOTS WITH NO LOCATION:    " WS-NO-LOCATION-COUNT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           CLOSE LOT-RECON-REPORT-FILE.
       9000-EXIT.
           EXIT.
