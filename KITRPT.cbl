      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Kits buildable today.  For every kit on the bill
      *              of materials, works out from the current goods
      *              master how many kits the assembly bench could
      *              build right now: each component's usable stock
      *              (on hand less anything in the quarantine
      *              location, and no more than the bench location
      *              holds - KITASM-LOCATION, default RCV, the same
      *              location and the same limits KITASM draws under)
      *              divided by its quantity per kit, the least of
      *              those across the kit's components.  The component
      *              that sets the limit is named on the kit line, and
      *              every component is listed beneath it so the
      *              supervisors can see how close the others are.
      *
      *              A kit KITASM would refuse outright (kit or a
      *              component missing from the master, or more than
      *              fifty components) is shown as building none, with
      *              the reason flagged.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITRPT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOM-FILE ASSIGN TO BOMFILDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BOM-KEY
               FILE STATUS IS WS-BOM-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

      *    LOCATION-STOCK-FILE - read for each item's quarantine and
      *    bench quantities; a stream with no location-stock file yet
      *    has nothing at the bench, as KITASM would find.
           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

           SELECT KIT-REPORT-FILE ASSIGN TO KITRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE.
           COPY BOMREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  KIT-REPORT-FILE.
       01  KIT-REPORT-RECORD.
           05  KRPT-KIT-GOODS-NAME     PIC X(04).
           05  KRPT-SEP-1              PIC X(01).
           05  KRPT-KIT-ON-HAND        PIC Z(6)9.
           05  KRPT-SEP-2              PIC X(01).
           05  KRPT-CAN-BUILD          PIC Z(8)9.
           05  KRPT-SEP-3              PIC X(01).
           05  KRPT-LIMIT-NAME         PIC X(05).
           05  KRPT-SEP-4              PIC X(01).
           05  KRPT-FLAG               PIC X(24).
       01  KIT-REPORT-COMPONENT-LINE REDEFINES KIT-REPORT-RECORD.
           05  KCMP-INDENT             PIC X(05).
           05  KCMP-COMPONENT-NAME     PIC X(04).
           05  KCMP-SEP-1              PIC X(01).
           05  KCMP-QTY-PER-KIT        PIC Z(6)9.
           05  KCMP-SEP-2              PIC X(01).
           05  KCMP-USABLE-QTY         PIC Z(5)9.
           05  KCMP-SEP-3              PIC X(01).
           05  KCMP-KITS-QTY           PIC Z(6)9.
           05  KCMP-SEP-4              PIC X(01).
           05  KCMP-FLAG               PIC X(20).
       01  KIT-REPORT-TEXT-LINE REDEFINES KIT-REPORT-RECORD.
           05  KRPT-TEXT               PIC X(53).
       01  KIT-REPORT-TOTAL-LINE REDEFINES KIT-REPORT-RECORD.
           05  KRPT-TOTAL-LABEL        PIC X(28).
           05  KRPT-TOTAL-COUNT        PIC Z(4)9.
           05  FILLER                  PIC X(20).

       WORKING-STORAGE SECTION.
       77  WS-BOM-STATUS            PIC X(02).
           88  BOM-OK                  VALUE "00".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-BOM-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  BOM-FILE-OPENED         VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-BOM-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-BOM              VALUE "Y".

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

      *    The kit being worked out.
       77  WS-CURRENT-KIT           PIC X(04) VALUE SPACES.
       77  WS-KIT-FLAG              PIC X(24) VALUE SPACES.
       77  WS-KIT-ON-HAND           PIC 9(05) VALUE ZERO.
       77  WS-CAN-BUILD-QTY         PIC 9(05) VALUE ZERO.
       77  WS-LIMIT-SUBSCRIPT       PIC 9(03) VALUE ZERO.
       77  WS-PICKABLE-QTY          PIC 9(05) VALUE ZERO.

      *    The assembly bench - KITASM-LOCATION, as KITASM takes it.
       77  WS-LOCATION-PARM         PIC X(03) VALUE "RCV".

      *    The kit's components.  Fifty is the most KITASM will
      *    build from; a kit with more is shown as building none.
       01  KIT-COMPONENT-TABLE.
           05  KITC-ENTRY OCCURS 50 TIMES.
               10  KITC-COMPONENT-NAME PIC X(04).
               10  KITC-QTY-PER-KIT    PIC 9(03).
               10  KITC-USABLE-QTY     PIC 9(05).
               10  KITC-KITS-QTY       PIC 9(05).
               10  KITC-FLAG           PIC X(20).
       77  WS-BOM-COUNT             PIC 9(03) VALUE ZERO.
       77  WS-BOM-SUBSCRIPT         PIC 9(03) VALUE ZERO.

       77  WS-KIT-COUNT             PIC 9(05) VALUE ZERO.
       77  WS-BUILDABLE-COUNT       PIC 9(05) VALUE ZERO.
       77  WS-NONE-COUNT            PIC 9(05) VALUE ZERO.
       77  WS-FLAGGED-COUNT         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF BOM-FILE-OPENED AND MASTER-FILE-OPENED
               PERFORM 3900-READ-BOM THRU 3900-EXIT
               PERFORM 3000-REPORT-ONE-KIT THRU 3000-EXIT
                   UNTIL END-OF-BOM
               PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT
               DISPLAY "KITS ON BILL OF MATERIALS: " WS-KIT-COUNT
               DISPLAY "KITS BUILDABLE TODAY:      " WS-BUILDABLE-COUNT
               DISPLAY "KITS THAT CAN BUILD NONE:  " WS-NONE-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the bill of materials and the master are
      *    both needed; the location-stock file is used if it is
      *    there.  The bench is taken from KITASM-LOCATION the way
      *    KITASM takes it.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-LOCATION-PARM FROM ENVIRONMENT "KITASM-LOCATION"
               ON EXCEPTION
                   MOVE "RCV" TO WS-LOCATION-PARM
           END-ACCEPT.
           IF WS-LOCATION-PARM = SPACES
               DISPLAY "KITASM-LOCATION IS BLANK - USING RCV"
               MOVE "RCV" TO WS-LOCATION-PARM
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN OUTPUT KIT-REPORT-FILE.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "KITS BUILDABLE AS OF" TO KRPT-TEXT(1:20).
           MOVE WS-TODAY-DATE TO KRPT-TEXT(22:10).
           MOVE "AT BENCH" TO KRPT-TEXT(33:8).
           MOVE WS-LOCATION-PARM TO KRPT-TEXT(42:3).
           WRITE KIT-REPORT-RECORD.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTER-OPEN-SWITCH.
           OPEN INPUT BOM-FILE.
           IF NOT BOM-OK
               DISPLAY "UNABLE TO OPEN BOM FILE - STATUS "
                   WS-BOM-STATUS
               MOVE SPACES TO KIT-REPORT-RECORD
               MOVE "NO BILL OF MATERIALS FILE" TO KRPT-TEXT
               WRITE KIT-REPORT-RECORD
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-BOM-OPEN-SWITCH.
           OPEN INPUT LOCATION-STOCK-FILE.
           IF LOCSTK-OK
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           ELSE
               DISPLAY "NO LOCATION STOCK FILE - NOTHING AT THE "
                   "BENCH (STATUS " WS-LOCSTK-STATUS ")"
           END-IF.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "KIT  ON HAND CAN BUILD LIMIT FLAG" TO KRPT-TEXT.
           WRITE KIT-REPORT-RECORD.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "     COMP PER KIT USABLE    KITS FLAG" TO KRPT-TEXT.
           WRITE KIT-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REPORT-ONE-KIT - the bill of materials is read in key
      *    order, so a kit's components arrive together; they are
      *    gathered into the table, worked out, and printed.  The
      *    first record of the next kit is already read on exit.
      ******************************************************************
       3000-REPORT-ONE-KIT.
           ADD 1 TO WS-KIT-COUNT.
           MOVE BOM-KIT-GOODS-NAME TO WS-CURRENT-KIT.
           MOVE ZERO   TO WS-BOM-COUNT.
           MOVE SPACES TO WS-KIT-FLAG.
           PERFORM 3100-TAKE-ONE-COMPONENT THRU 3100-EXIT
               UNTIL END-OF-BOM
                  OR BOM-KIT-GOODS-NAME NOT = WS-CURRENT-KIT.
           PERFORM 3300-WORK-OUT-KIT THRU 3300-EXIT.
           PERFORM 3500-PRINT-KIT THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-TAKE-ONE-COMPONENT.
           IF WS-BOM-COUNT NOT < 50
               MOVE "** OVER 50 COMPONENTS" TO WS-KIT-FLAG
           ELSE
               ADD 1 TO WS-BOM-COUNT
               PERFORM 3200-STORE-COMPONENT THRU 3200-EXIT
           END-IF.
           PERFORM 3900-READ-BOM THRU 3900-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-STORE-COMPONENT - the component's usable stock and
      *    the whole kits it alone would allow.
      ******************************************************************
       3200-STORE-COMPONENT.
           MOVE BOM-COMPONENT-NAME
               TO KITC-COMPONENT-NAME(WS-BOM-COUNT).
           MOVE BOM-QTY-PER-KIT TO KITC-QTY-PER-KIT(WS-BOM-COUNT).
           MOVE ZERO   TO KITC-USABLE-QTY(WS-BOM-COUNT)
                          KITC-KITS-QTY(WS-BOM-COUNT).
           MOVE SPACES TO KITC-FLAG(WS-BOM-COUNT).
           MOVE BOM-COMPONENT-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER" TO KITC-FLAG(WS-BOM-COUNT)
                   MOVE "** COMPONENT NOT ON MASTER" TO WS-KIT-FLAG
                   GO TO 3200-EXIT
           END-READ.
           PERFORM 3700-FIND-PICKABLE-QTY THRU 3700-EXIT.
           PERFORM 3760-LIMIT-TO-BENCH THRU 3760-EXIT.
           MOVE WS-PICKABLE-QTY TO KITC-USABLE-QTY(WS-BOM-COUNT).
           DIVIDE WS-PICKABLE-QTY BY BOM-QTY-PER-KIT
               GIVING KITC-KITS-QTY(WS-BOM-COUNT)
               ON SIZE ERROR
                   MOVE ZERO TO KITC-KITS-QTY(WS-BOM-COUNT)
           END-DIVIDE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-WORK-OUT-KIT - the kits buildable are the least any
      *    component allows; the first component at that least is the
      *    one named as the limit.  A kit KITASM would refuse builds
      *    none.
      ******************************************************************
       3300-WORK-OUT-KIT.
           MOVE ZERO TO WS-KIT-ON-HAND.
           MOVE ZERO TO WS-CAN-BUILD-QTY.
           MOVE ZERO TO WS-LIMIT-SUBSCRIPT.
           MOVE WS-CURRENT-KIT TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "** KIT NOT ON MASTER" TO WS-KIT-FLAG
               NOT INVALID KEY
                   MOVE GOODS-QTY-ON-HAND TO WS-KIT-ON-HAND
           END-READ.
           IF WS-KIT-FLAG NOT = SPACES
               GO TO 3300-EXIT
           END-IF.
           MOVE 1 TO WS-LIMIT-SUBSCRIPT.
           PERFORM 3350-CHECK-LIMIT THRU 3350-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 2 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
           MOVE KITC-KITS-QTY(WS-LIMIT-SUBSCRIPT) TO WS-CAN-BUILD-QTY.
           MOVE "<< LIMITS KIT" TO KITC-FLAG(WS-LIMIT-SUBSCRIPT).
       3300-EXIT.
           EXIT.

       3350-CHECK-LIMIT.
           IF KITC-KITS-QTY(WS-BOM-SUBSCRIPT) <
               KITC-KITS-QTY(WS-LIMIT-SUBSCRIPT)
               MOVE WS-BOM-SUBSCRIPT TO WS-LIMIT-SUBSCRIPT
           END-IF.
       3350-EXIT.
           EXIT.

      ******************************************************************
      *    3500-PRINT-KIT - the kit line, then its components.
      ******************************************************************
       3500-PRINT-KIT.
           MOVE SPACES TO KIT-REPORT-RECORD.
           WRITE KIT-REPORT-RECORD.
           MOVE WS-CURRENT-KIT   TO KRPT-KIT-GOODS-NAME.
           MOVE WS-KIT-ON-HAND   TO KRPT-KIT-ON-HAND.
           MOVE WS-CAN-BUILD-QTY TO KRPT-CAN-BUILD.
           IF WS-LIMIT-SUBSCRIPT > ZERO
               MOVE KITC-COMPONENT-NAME(WS-LIMIT-SUBSCRIPT)
                                 TO KRPT-LIMIT-NAME
           END-IF.
           MOVE WS-KIT-FLAG      TO KRPT-FLAG.
           WRITE KIT-REPORT-RECORD.
           IF WS-KIT-FLAG NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           IF WS-CAN-BUILD-QTY > ZERO
               ADD 1 TO WS-BUILDABLE-COUNT
           ELSE
               ADD 1 TO WS-NONE-COUNT
           END-IF.
           PERFORM 3550-PRINT-COMPONENT THRU 3550-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
       3500-EXIT.
           EXIT.

       3550-PRINT-COMPONENT.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                 TO KCMP-COMPONENT-NAME.
           MOVE KITC-QTY-PER-KIT(WS-BOM-SUBSCRIPT)
                                 TO KCMP-QTY-PER-KIT.
           MOVE KITC-USABLE-QTY(WS-BOM-SUBSCRIPT)
                                 TO KCMP-USABLE-QTY.
           MOVE KITC-KITS-QTY(WS-BOM-SUBSCRIPT)
                                 TO KCMP-KITS-QTY.
           MOVE KITC-FLAG(WS-BOM-SUBSCRIPT)
                                 TO KCMP-FLAG.
           WRITE KIT-REPORT-RECORD.
       3550-EXIT.
           EXIT.

      ******************************************************************
      *    3700-FIND-PICKABLE-QTY - the quarantine location's stock is
      *    counted in the master on-hand but may not be built into a
      *    kit.  Same rule as KITASM's 3750.
      ******************************************************************
       3700-FIND-PICKABLE-QTY.
           MOVE GOODS-QTY-ON-HAND TO WS-PICKABLE-QTY.
           IF NOT LOCSTK-FILE-OPENED
               GO TO 3700-EXIT
           END-IF.
           SET LSTK-QUARANTINE-LOCATION TO TRUE.
           MOVE GOODS-NAME TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LSTK-QTY-ON-HAND NOT < WS-PICKABLE-QTY
                       MOVE ZERO TO WS-PICKABLE-QTY
                   ELSE
                       SUBTRACT LSTK-QTY-ON-HAND FROM WS-PICKABLE-QTY
                   END-IF
           END-READ.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3760-LIMIT-TO-BENCH - only what the bench holds of the item
      *    can be built into a kit there, however much the master
      *    says is usable; an item with no stock record at the bench,
      *    or no location-stock file at all, has none there.  Same
      *    rule as KITASM's 3760; a quarantine bench, which KITASM
      *    refuses, builds nothing.
      ******************************************************************
       3760-LIMIT-TO-BENCH.
           IF NOT LOCSTK-FILE-OPENED
               MOVE ZERO TO WS-PICKABLE-QTY
               GO TO 3760-EXIT
           END-IF.
           MOVE WS-LOCATION-PARM   TO LSTK-LOCATION-ID.
           IF LSTK-QUARANTINE-LOCATION
               MOVE ZERO TO WS-PICKABLE-QTY
               GO TO 3760-EXIT
           END-IF.
           MOVE GOODS-NAME         TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO WS-PICKABLE-QTY
               NOT INVALID KEY
                   IF LSTK-QTY-ON-HAND < WS-PICKABLE-QTY
                       MOVE LSTK-QTY-ON-HAND TO WS-PICKABLE-QTY
                   END-IF
           END-READ.
       3760-EXIT.
           EXIT.

       3900-READ-BOM.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
           END-READ.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-TOTALS
      ******************************************************************
       4000-WRITE-TOTALS.
           MOVE SPACES TO KIT-REPORT-RECORD.
           WRITE KIT-REPORT-RECORD.
           MOVE "KITS ON BILL OF MATERIALS:" TO KRPT-TOTAL-LABEL.
           MOVE WS-KIT-COUNT          TO KRPT-TOTAL-COUNT.
           WRITE KIT-REPORT-RECORD.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "BUILDABLE TODAY:"    TO KRPT-TOTAL-LABEL.
           MOVE WS-BUILDABLE-COUNT    TO KRPT-TOTAL-COUNT.
           WRITE KIT-REPORT-RECORD.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "CAN BUILD NONE:"     TO KRPT-TOTAL-LABEL.
           MOVE WS-NONE-COUNT         TO KRPT-TOTAL-COUNT.
           WRITE KIT-REPORT-RECORD.
           MOVE SPACES TO KIT-REPORT-RECORD.
           MOVE "** FLAGGED:"         TO KRPT-TOTAL-LABEL.
           MOVE WS-FLAGGED-COUNT      TO KRPT-TOTAL-COUNT.
           WRITE KIT-REPORT-RECORD.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF BOM-FILE-OPENED
               CLOSE BOM-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           CLOSE KIT-REPORT-FILE.
       9000-EXIT.
           EXIT.
