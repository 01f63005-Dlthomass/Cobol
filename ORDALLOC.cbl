      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Nightly order allocation and release.  GOODSISS
      *              ships first-come from whatever is on hand, so two
      *              orders could both be promised the same last
      *              units.  This step runs after tonight's GOODSMNT
      *              build and before GOODSISS and does two things:
      *
      *              Allocation - every customer-order line (ORDREC)
      *              still waiting for stock is reserved against
      *              available-to-promise: the item's on-hand less
      *              everything already reserved or released to the
      *              floor for other lines.  Lines compete item by
      *              item in priority order (1 first), then earliest
      *              ship-by date, then earliest order date, then
      *              order number, so the most urgent order gets the
      *              last units rather than whichever was keyed
      *              first.  A line that cannot be covered in full
      *              takes what there is and waits for the rest.
      *              Each newly allocated line is given a location:
      *              the building on the location-stock file
      *              (LOCSREC) with the most of the item still free,
      *              and is never allocated more than that building
      *              has left after the lines ahead of it.  A line
      *              already holding stock keeps its building; what
      *              that building cannot cover waits.
      *
      *              Release - allocated lines whose ship-by date
      *              falls within ORDALLOC-RELEASE-DAYS of today
      *              (default 02) are written to the released-issue
      *              file (RELISSDD), carrying the order number, line
      *              and location, and move from allocated to picked
      *              on the order.  The file is replaced each run;
      *              GOODSISS reads it after the hand-keyed issues on
      *              ISSUEDD, which this step never touches, and posts
      *              the shipped quantity back onto the line.  Lines
      *              due later stay allocated, holding their stock.
      *
      *              Every allocation and release is listed on the
      *              allocation report.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Stock in the quarantine location is not
      *                    available to promise: it is taken off the
      *                    item's on-hand before allocation, and the
      *                    quarantine location is never chosen as a
      *                    line's pick location.
      *   2026-10-15  DLT  A line for a superseded item (SUPRLKUP) is
      *                    allocated against its replacement - at
      *                    once, or once the old item's pickable stock
      *                    is gone when it is to be used up first -
      *                    so the replacement's stock is promised in
      *                    the same priority order.  The line keeps
      *                    the item the customer ordered; GOODSISS
      *                    picks the replacement in its place.
      *   2026-10-15  DLT  Allocation is held to the stock free in the
      *                    line's building, not just the item's total,
      *                    so GOODSISS can pick everything released.
      *                    Released lines go to their own file,
      *                    RELISSDD, instead of replacing ISSUEDD and
      *                    losing the hand-keyed issues on it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORDALLOC.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

      *    RELEASED-ISSUE-FILE is written fresh each night and is
      *    GOODSISS's second issue input, after ISSUEDD.
           SELECT RELEASED-ISSUE-FILE ASSIGN TO RELISSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT ALLOCATION-REPORT-FILE ASSIGN TO ALLOCRDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "ALLOCWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ORDER-FILE.
           COPY ORDREC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  RELEASED-ISSUE-FILE.
           COPY ISSUEREC.

       FD  ALLOCATION-REPORT-FILE.
       01  ALLOCATION-REPORT-RECORD.
           05  ALOC-ORDER-NUMBER       PIC X(10).
           05  ALOC-SEP-1              PIC X(01).
           05  ALOC-LINE-NO            PIC 9(03).
           05  ALOC-SEP-2              PIC X(01).
           05  ALOC-GOODS-NAME         PIC X(04).
           05  ALOC-SEP-3              PIC X(01).
           05  ALOC-PRIORITY           PIC 9(01).
           05  ALOC-SEP-4              PIC X(01).
           05  ALOC-SHIP-BY-DATE       PIC X(10).
           05  ALOC-SEP-5              PIC X(01).
           05  ALOC-WANTED-QTY         PIC Z(4)9.
           05  ALOC-SEP-6              PIC X(01).
           05  ALOC-QTY                PIC Z(4)9.
           05  ALOC-SEP-7              PIC X(01).
           05  ALOC-LOCATION-ID        PIC X(03).
           05  ALOC-SEP-8              PIC X(01).
           05  ALOC-RESULT             PIC X(26).
       01  ALLOCATION-TEXT-LINE REDEFINES ALLOCATION-REPORT-RECORD.
           05  ALOC-TEXT               PIC X(76).

      *    Two kinds of record per item.  Type 1 carries a line's
      *    existing commitment (allocated plus picked) and sorts
      *    ahead of the item's type 2 records, so the item's
      *    available-to-promise is known before any new demand is
      *    served; type 2 carries a line's unallocated demand in
      *    allocation order.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-RECORD-TYPE          PIC X(01).
               88  SW-COMMITMENT          VALUE "1".
               88  SW-DEMAND              VALUE "2".
           05  SW-PRIORITY             PIC 9(01).
           05  SW-SHIP-BY-DATE         PIC X(10).
           05  SW-ORDER-DATE           PIC X(10).
           05  SW-ORDER-NUMBER         PIC X(10).
           05  SW-LINE-NO              PIC 9(03).
           05  SW-QTY                  PIC 9(05).
           05  SW-LOCATION-ID          PIC X(03).

       WORKING-STORAGE SECTION.
       77  WS-ORDER-STATUS          PIC X(02).
           88  ORDER-OK                VALUE "00".
           88  ORDER-NOT-FOUND         VALUE "23".
           88  ORDER-MISSING           VALUE "35".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
       77  WS-ISSUE-STATUS          PIC X(02).
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-ORDER-EOF-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-ORDERS           VALUE "Y".
       77  WS-LOCSTK-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-LOCATION-SCAN    VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".

       77  WS-ORDER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  ORDER-FILE-OPENED       VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".

      *    The header most recently read on a sequential pass; its
      *    lines follow it in key order.
       77  WS-HDR-ORDER-NUMBER      PIC X(10) VALUE SPACES.
       77  WS-HDR-ORDER-DATE        PIC X(10) VALUE SPACES.
       77  WS-HDR-SHIP-BY-DATE      PIC X(10) VALUE SPACES.
       77  WS-HDR-PRIORITY          PIC 9(01) VALUE ZERO.

      *    The item being allocated.
       77  WS-CURR-ITEM             PIC X(04) VALUE SPACES.
       77  WS-ITEM-ON-MASTER-SWITCH PIC X(01) VALUE "N".
           88  ITEM-ON-MASTER          VALUE "Y".
       77  WS-ITEM-ON-HAND          PIC 9(05) VALUE ZERO.
       77  WS-ITEM-COMMITTED        PIC 9(07) VALUE ZERO.
       77  WS-ITEM-ATP              PIC 9(05) VALUE ZERO.
       77  WS-ALLOC-QTY             PIC 9(05) VALUE ZERO.
       77  WS-OUTSTANDING-QTY       PIC S9(06) VALUE ZERO.

      *    One slot per building on the location-stock file - twenty
      *    is many times the two-building reality.  LOC-AVAIL-QTY is
      *    the current item's stock in the building not yet promised
      *    to a line.
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY OCCURS 20 TIMES.
               10  LOC-TABLE-ID        PIC X(03).
               10  LOC-AVAIL-QTY       PIC 9(05).
       77  WS-LOCATION-COUNT        PIC 9(02) VALUE ZERO.
       77  WS-LOCATION-SUBSCRIPT    PIC 9(02) VALUE ZERO.

      *    The item's on-hand held in no building on the table (no
      *    location-stock record, or no location-stock file at all),
      *    less what is promised from it.  Lines drawing on it carry
      *    a blank location.
       77  WS-UNLOCATED-QTY         PIC 9(05) VALUE ZERO.
       77  WS-LOCATED-TOTAL         PIC 9(07) VALUE ZERO.

      *    The stock a line draws on: a table slot, or zero for the
      *    unlocated stock.
       77  WS-LOOKUP-LOCATION-ID    PIC X(03) VALUE SPACES.
       77  WS-BUCKET-SUBSCRIPT      PIC 9(02) VALUE ZERO.
       77  WS-BUCKET-QTY            PIC 9(05) VALUE ZERO.
       77  WS-TAKE-QTY              PIC 9(05) VALUE ZERO.

       77  WS-RELEASE-DAYS-PARM     PIC X(02) VALUE SPACES.
       77  WS-RELEASE-DAYS          PIC 9(02) VALUE ZERO.
       77  WS-TODAY-INTEGER         PIC 9(07) VALUE ZERO.
       77  WS-DATE-X                PIC X(10) VALUE SPACES.
       77  WS-DATE-9                PIC 9(08) VALUE ZERO.
       77  WS-DATE-INTEGER          PIC 9(07) VALUE ZERO.

       77  WS-LINES-READ-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-ORPHAN-LINE-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-FULL-ALLOC-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-PART-ALLOC-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-NO-ALLOC-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-RELEASE-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-RELEASE-QTY           PIC 9(09) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

      *    Run-control interface - see the RUNCTLPM copybook.
      *    Allocation must see tonight's on-hand, so it waits for
      *    the GOODSMNT build; GOODSISS in turn waits for this step.
           COPY RUNCTLPM.

      *    Supersession lookup interface - see the SUPRLKPM copybook.
           COPY SUPRLKPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
           IF NOT RCTL-STEP-CLEARED
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF ORDER-FILE-OPENED AND MASTER-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GOODS-NAME
                                    SW-RECORD-TYPE
                                    SW-PRIORITY
                                    SW-SHIP-BY-DATE
                                    SW-ORDER-DATE
                                    SW-ORDER-NUMBER
                                    SW-LINE-NO
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               PERFORM 5000-RELEASE-DUE-LINES THRU 5000-EXIT
               DISPLAY "ORDER LINES READ:       " WS-LINES-READ-COUNT
               DISPLAY "LINES WITH NO HEADER:   " WS-ORPHAN-LINE-COUNT
               DISPLAY "ALLOCATED IN FULL:      " WS-FULL-ALLOC-COUNT
               DISPLAY "ALLOCATED PART:         " WS-PART-ALLOC-COUNT
               DISPLAY "NOTHING TO ALLOCATE:    " WS-NO-ALLOC-COUNT
               DISPLAY "LINES RELEASED:         " WS-RELEASE-COUNT
               DISPLAY "QUANTITY RELEASED:      " WS-RELEASE-QTY
               PERFORM 0200-MARK-STEP-COMPLETE THRU 0200-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    0100-CHECK-RUN-CONTROL - refuse to allocate before the
      *    GOODSMNT build has completed tonight, and refuse a second
      *    run without the operator override; a cleared step is
      *    recorded as started.
      ******************************************************************
       0100-CHECK-RUN-CONTROL.
           MOVE "K"        TO RCTL-FUNCTION-CODE.
           MOVE "ORDALLOC" TO RCTL-PARM-STEP-NAME.
           MOVE "GOODSBLD" TO RCTL-PARM-PRED-NAME.
           CALL "RUNCTL" USING RUN-CONTROL-PARMS.
           EVALUATE TRUE
               WHEN RCTL-PRED-NOT-DONE
                   DISPLAY "ORDALLOC REFUSED - GOODSMNT BUILD HAS "
                       "NOT COMPLETED TONIGHT (RUNCTL-OVERRIDE=Y "
                       "TO FORCE)"
               WHEN RCTL-ALREADY-RUN
                   DISPLAY "ORDALLOC ALREADY COMPLETED TONIGHT - "
                       "SET RUNCTL-OVERRIDE=Y TO RERUN"
               WHEN RCTL-FILE-ERROR
                   DISPLAY "RUN CONTROL FILE ERROR - STEP NOT RUN"
               WHEN RCTL-STEP-CLEARED
                   MOVE "S" TO RCTL-FUNCTION-CODE
                   CALL "RUNCTL" USING RUN-CONTROL-PARMS
           END-EVALUATE.
       0100-EXIT.
           EXIT.

       0200-MARK-STEP-COMPLETE.
           MOVE "C" TO RCTL-FUNCTION-CODE.
           CALL "RUNCTL" USING RUN-CONTROL-PARMS.
       0200-EXIT.
           EXIT.

      ******************************************************************
      *    1000-INITIALIZE - the order file is updated in place
      *    (created empty before the first order is ever keyed, so
      *    the stream still runs and GOODSISS gets an empty released-
      *    issue file); the master and location-stock files are only
      *    read.  Without a location-stock file lines are still
      *    allocated, just with no location to suggest.
      ******************************************************************
       1000-INITIALIZE.
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
           ACCEPT WS-RELEASE-DAYS-PARM
               FROM ENVIRONMENT "ORDALLOC-RELEASE-DAYS"
               ON EXCEPTION
                   MOVE "02" TO WS-RELEASE-DAYS-PARM
           END-ACCEPT.
           IF WS-RELEASE-DAYS-PARM IS NUMERIC
               MOVE WS-RELEASE-DAYS-PARM TO WS-RELEASE-DAYS
           ELSE
               DISPLAY "ORDALLOC-RELEASE-DAYS NOT NUMERIC - USING 02"
               MOVE 2 TO WS-RELEASE-DAYS
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
           OPEN INPUT LOCATION-STOCK-FILE.
           IF NOT LOCSTK-OK
               DISPLAY "NO LOCATION STOCK FILE - LINES ALLOCATED "
                   "WITHOUT A LOCATION"
           ELSE
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
               PERFORM 1200-LOAD-LOCATION-TABLE THRU 1200-EXIT
           END-IF.
      *    Tonight's released-issue file is only replaced once there
      *    is an order file and a master to build it from.
           IF ORDER-FILE-OPENED AND MASTER-FILE-OPENED
               OPEN OUTPUT RELEASED-ISSUE-FILE
               OPEN OUTPUT ALLOCATION-REPORT-FILE
               PERFORM 1100-WRITE-REPORT-HEADING THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADING.
           MOVE SPACES TO ALLOCATION-REPORT-RECORD.
           MOVE "ORDER ALLOCATION AND RELEASE -" TO ALOC-TEXT(1:30).
           MOVE WS-TODAY-DATE TO ALOC-TEXT(32:10).
           WRITE ALLOCATION-REPORT-RECORD.
           MOVE SPACES TO ALLOCATION-REPORT-RECORD.
           MOVE "ORDER      LIN ITEM P SHIP-BY    WANTED   QTY LOC"
               TO ALOC-TEXT.
           MOVE "RESULT" TO ALOC-TEXT(51:6).
           WRITE ALLOCATION-REPORT-RECORD.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-LOAD-LOCATION-TABLE - the location-stock file is keyed
      *    location first, so each building's records arrive together
      *    and a change of location ID is a new building.  The
      *    quarantine location is left out - nothing is picked there.
      ******************************************************************
       1200-LOAD-LOCATION-TABLE.
           MOVE LOW-VALUES TO LSTK-KEY.
           START LOCATION-STOCK-FILE KEY NOT < LSTK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOCSTK-EOF-SWITCH
           END-START.
           PERFORM 1250-SCAN-ONE-LOCATION THRU 1250-EXIT
               UNTIL END-OF-LOCATION-SCAN.
       1200-EXIT.
           EXIT.

       1250-SCAN-ONE-LOCATION.
           READ LOCATION-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOCSTK-EOF-SWITCH
               NOT AT END
                   IF LSTK-QUARANTINE-LOCATION
                       GO TO 1250-EXIT
                   END-IF
                   IF WS-LOCATION-COUNT = ZERO
                       OR LSTK-LOCATION-ID NOT =
                           LOC-TABLE-ID(WS-LOCATION-COUNT)
                       IF WS-LOCATION-COUNT < 20
                           ADD 1 TO WS-LOCATION-COUNT
                           MOVE LSTK-LOCATION-ID
                               TO LOC-TABLE-ID(WS-LOCATION-COUNT)
                       ELSE
                           DISPLAY "LOCATION TABLE FULL - "
                               LSTK-LOCATION-ID " NOT CONSIDERED"
                       END-IF
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - one pass over the order file in key
      *    order; each header is remembered for the lines behind it.
      *    A line whose header is missing cannot be prioritized and
      *    is left alone.
      ******************************************************************
       3000-SORT-INPUT.
           PERFORM 3050-START-ORDER-PASS THRU 3050-EXIT.
           PERFORM 3100-RELEASE-ONE-ORDER-RECORD THRU 3100-EXIT
               UNTIL END-OF-ORDERS.
       3000-EXIT.
           EXIT.

       3050-START-ORDER-PASS.
           MOVE "N"        TO WS-ORDER-EOF-SWITCH.
           MOVE SPACES     TO WS-HDR-ORDER-NUMBER.
           MOVE LOW-VALUES TO ORD-KEY.
           START CUSTOMER-ORDER-FILE KEY NOT < ORD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
           END-START.
       3050-EXIT.
           EXIT.

       3100-RELEASE-ONE-ORDER-RECORD.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   IF ORD-HEADER-LINE
                       PERFORM 3150-HOLD-HEADER THRU 3150-EXIT
                   ELSE
                       ADD 1 TO WS-LINES-READ-COUNT
                       IF ORD-NUMBER NOT = WS-HDR-ORDER-NUMBER
                           ADD 1 TO WS-ORPHAN-LINE-COUNT
                       ELSE
                           PERFORM 3200-RELEASE-LINE THRU 3200-EXIT
                       END-IF
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3150-HOLD-HEADER.
           MOVE ORD-NUMBER          TO WS-HDR-ORDER-NUMBER.
           MOVE ORDH-ORDER-DATE     TO WS-HDR-ORDER-DATE.
           MOVE ORDH-SHIP-BY-DATE   TO WS-HDR-SHIP-BY-DATE.
           MOVE ORDH-PRIORITY       TO WS-HDR-PRIORITY.
       3150-EXIT.
           EXIT.

       3200-RELEASE-LINE.
           MOVE SPACES              TO SORT-WORK-RECORD.
           PERFORM 3250-CHOOSE-ALLOCATION-ITEM THRU 3250-EXIT.
           MOVE WS-HDR-PRIORITY     TO SW-PRIORITY.
           MOVE WS-HDR-SHIP-BY-DATE TO SW-SHIP-BY-DATE.
           MOVE WS-HDR-ORDER-DATE   TO SW-ORDER-DATE.
           MOVE ORD-NUMBER          TO SW-ORDER-NUMBER.
           MOVE ORD-LINE-NO         TO SW-LINE-NO.
           MOVE ORDL-LOCATION-ID    TO SW-LOCATION-ID.
           IF ORDL-ALLOC-QTY + ORDL-PICK-QTY > ZERO
               MOVE "1" TO SW-RECORD-TYPE
               COMPUTE SW-QTY = ORDL-ALLOC-QTY + ORDL-PICK-QTY
               RELEASE SORT-WORK-RECORD
           END-IF.
           COMPUTE WS-OUTSTANDING-QTY = ORDL-ORDER-QTY
               - ORDL-ALLOC-QTY - ORDL-PICK-QTY - ORDL-SHIP-QTY.
           IF WS-OUTSTANDING-QTY > ZERO
               MOVE "2" TO SW-RECORD-TYPE
               MOVE WS-OUTSTANDING-QTY TO SW-QTY
               RELEASE SORT-WORK-RECORD
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3250-CHOOSE-ALLOCATION-ITEM - the item the line's stock
      *    comes from.  A superseded item is replaced by the end of
      *    its chain, unless it is to be used up first and still has
      *    pickable stock of its own.  The commitment and the demand
      *    records both go under the chosen item, so the replacement's
      *    available-to-promise counts them.
      ******************************************************************
       3250-CHOOSE-ALLOCATION-ITEM.
           MOVE ORDL-GOODS-NAME     TO SW-GOODS-NAME.
           MOVE ORDL-GOODS-NAME     TO SUPL-PARM-GOODS-NAME.
           MOVE WS-TODAY-DATE       TO SUPL-PARM-AS-OF-DATE.
           CALL "SUPRLKUP" USING SUPERSESSION-LOOKUP-PARMS.
           IF NOT SUPL-SUPERSEDED
               GO TO 3250-EXIT
           END-IF.
           IF SUPL-USE-UP-FIRST
               MOVE ORDL-GOODS-NAME TO GOODS-NAME
               READ GOODS-MASTER-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-ITEM-ON-HAND
                   NOT INVALID KEY
                       MOVE GOODS-QTY-ON-HAND TO WS-ITEM-ON-HAND
                       IF LOCSTK-FILE-OPENED
                           PERFORM 4250-HOLD-BACK-QUARANTINE
                               THRU 4250-EXIT
                       END-IF
               END-READ
               IF WS-ITEM-ON-HAND > ZERO
                   GO TO 3250-EXIT
               END-IF
           END-IF.
           MOVE SUPL-REPLACEMENT-NAME TO SW-GOODS-NAME.
       3250-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - walk the sorted records item by item,
      *    totalling each item's existing commitments, and taking
      *    each off the stock free in its building, then serving the
      *    item's waiting lines in allocation order.
      ******************************************************************
       4000-SORT-OUTPUT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           PERFORM 4100-PROCESS-SORTED-RECORD THRU 4100-EXIT
               UNTIL END-OF-SORT.
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
           IF SW-GOODS-NAME NOT = WS-CURR-ITEM
               PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
           END-IF.
           IF SW-COMMITMENT
               ADD SW-QTY TO WS-ITEM-COMMITTED
               PERFORM 4400-TAKE-COMMITMENT THRU 4400-EXIT
           ELSE
               PERFORM 4300-ALLOCATE-ONE-LINE THRU 4300-EXIT
           END-IF.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

       4200-START-NEW-ITEM.
           MOVE SW-GOODS-NAME TO WS-CURR-ITEM.
           MOVE ZERO          TO WS-ITEM-COMMITTED.
           MOVE SW-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "N"  TO WS-ITEM-ON-MASTER-SWITCH
                   MOVE ZERO TO WS-ITEM-ON-HAND
               NOT INVALID KEY
                   MOVE "Y"  TO WS-ITEM-ON-MASTER-SWITCH
                   MOVE GOODS-QTY-ON-HAND TO WS-ITEM-ON-HAND
           END-READ.
           IF ITEM-ON-MASTER AND LOCSTK-FILE-OPENED
               PERFORM 4250-HOLD-BACK-QUARANTINE THRU 4250-EXIT
           END-IF.
           PERFORM 4270-LOAD-LOCATION-STOCK THRU 4270-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4250-HOLD-BACK-QUARANTINE - quarantined stock is counted in
      *    the master on-hand but can never ship, so it is taken off
      *    what the item's lines compete for.
      ******************************************************************
       4250-HOLD-BACK-QUARANTINE.
           SET LSTK-QUARANTINE-LOCATION TO TRUE.
           MOVE SW-GOODS-NAME TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LSTK-QTY-ON-HAND NOT < WS-ITEM-ON-HAND
                       MOVE ZERO TO WS-ITEM-ON-HAND
                   ELSE
                       SUBTRACT LSTK-QTY-ON-HAND FROM WS-ITEM-ON-HAND
                   END-IF
           END-READ.
       4250-EXIT.
           EXIT.

      ******************************************************************
      *    4270-LOAD-LOCATION-STOCK - the item's stock in each building
      *    on the table; whatever of the pickable on-hand is in none
      *    of them is the unlocated stock.
      ******************************************************************
       4270-LOAD-LOCATION-STOCK.
           MOVE ZERO TO WS-LOCATED-TOTAL.
           PERFORM 4280-LOAD-ONE-LOCATION THRU 4280-EXIT
               VARYING WS-LOCATION-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-LOCATION-SUBSCRIPT > WS-LOCATION-COUNT.
           IF WS-LOCATED-TOTAL NOT < WS-ITEM-ON-HAND
               MOVE ZERO TO WS-UNLOCATED-QTY
           ELSE
               COMPUTE WS-UNLOCATED-QTY =
                   WS-ITEM-ON-HAND - WS-LOCATED-TOTAL
           END-IF.
       4270-EXIT.
           EXIT.

       4280-LOAD-ONE-LOCATION.
           MOVE ZERO TO LOC-AVAIL-QTY(WS-LOCATION-SUBSCRIPT).
           IF NOT ITEM-ON-MASTER
               GO TO 4280-EXIT
           END-IF.
           MOVE LOC-TABLE-ID(WS-LOCATION-SUBSCRIPT)
               TO LSTK-LOCATION-ID.
           MOVE SW-GOODS-NAME TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LSTK-QTY-ON-HAND
                       TO LOC-AVAIL-QTY(WS-LOCATION-SUBSCRIPT)
                   ADD LSTK-QTY-ON-HAND TO WS-LOCATED-TOTAL
           END-READ.
       4280-EXIT.
           EXIT.

      ******************************************************************
      *    4300-ALLOCATE-ONE-LINE - reserve what available-to-promise
      *    and the stock free in the line's building both allow, up to
      *    what the line is still waiting for, and add it to the
      *    line's allocated bucket.  A line already holding stock
      *    stays in its building; any other line goes where the most
      *    is free.
      ******************************************************************
       4300-ALLOCATE-ONE-LINE.
           IF WS-ITEM-COMMITTED NOT < WS-ITEM-ON-HAND
               MOVE ZERO TO WS-ITEM-ATP
           ELSE
               COMPUTE WS-ITEM-ATP =
                   WS-ITEM-ON-HAND - WS-ITEM-COMMITTED
           END-IF.
           MOVE SPACES              TO ALLOCATION-REPORT-RECORD.
           MOVE SW-ORDER-NUMBER     TO ALOC-ORDER-NUMBER.
           MOVE SW-LINE-NO          TO ALOC-LINE-NO.
           MOVE SW-GOODS-NAME       TO ALOC-GOODS-NAME.
           MOVE SW-PRIORITY         TO ALOC-PRIORITY.
           MOVE SW-SHIP-BY-DATE     TO ALOC-SHIP-BY-DATE.
           MOVE SW-QTY              TO ALOC-WANTED-QTY.
           MOVE SW-ORDER-NUMBER TO ORD-NUMBER.
           MOVE SW-LINE-NO      TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   MOVE "** LINE NOT ON FILE" TO ALOC-RESULT
                   WRITE ALLOCATION-REPORT-RECORD
                   GO TO 4300-EXIT
           END-READ.
           IF ORDL-ALLOC-QTY + ORDL-PICK-QTY > ZERO
               PERFORM 4500-KEEP-LINE-LOCATION THRU 4500-EXIT
           ELSE
               PERFORM 4600-CHOOSE-LOCATION THRU 4600-EXIT
           END-IF.
           IF SW-QTY NOT > WS-ITEM-ATP
               MOVE SW-QTY      TO WS-ALLOC-QTY
           ELSE
               MOVE WS-ITEM-ATP TO WS-ALLOC-QTY
           END-IF.
           IF WS-ALLOC-QTY > WS-BUCKET-QTY
               MOVE WS-BUCKET-QTY TO WS-ALLOC-QTY
           END-IF.
           MOVE WS-ALLOC-QTY        TO ALOC-QTY.
           IF WS-ALLOC-QTY = ZERO
               ADD 1 TO WS-NO-ALLOC-COUNT
               EVALUATE TRUE
                   WHEN NOT ITEM-ON-MASTER
                       MOVE "** ITEM NOT ON MASTER" TO ALOC-RESULT
                   WHEN WS-ITEM-ATP > ZERO
                       MOVE ORDL-LOCATION-ID TO ALOC-LOCATION-ID
                       MOVE "** NONE LEFT AT LOCATION" TO ALOC-RESULT
                   WHEN OTHER
                       MOVE "** BACKORDERED - NO STOCK" TO ALOC-RESULT
               END-EVALUATE
               WRITE ALLOCATION-REPORT-RECORD
               GO TO 4300-EXIT
           END-IF.
           ADD WS-ALLOC-QTY TO ORDL-ALLOC-QTY.
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   MOVE "** REWRITE FAILED" TO ALOC-RESULT
                   WRITE ALLOCATION-REPORT-RECORD
                   GO TO 4300-EXIT
           END-REWRITE.
           ADD WS-ALLOC-QTY TO WS-ITEM-COMMITTED.
           MOVE WS-ALLOC-QTY TO WS-TAKE-QTY.
           PERFORM 4700-TAKE-FROM-BUCKET THRU 4700-EXIT.
           MOVE ORDL-LOCATION-ID TO ALOC-LOCATION-ID.
           IF WS-ALLOC-QTY < SW-QTY
               ADD 1 TO WS-PART-ALLOC-COUNT
               MOVE "PART ALLOCATED - REST WAITS" TO ALOC-RESULT
           ELSE
               ADD 1 TO WS-FULL-ALLOC-COUNT
               MOVE "ALLOCATED" TO ALOC-RESULT
           END-IF.
           WRITE ALLOCATION-REPORT-RECORD.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4400-TAKE-COMMITMENT - stock already allocated or picked
      *    for a line is no longer free in the line's building.  A
      *    line with no location, or one no longer on the table,
      *    holds unlocated stock.
      ******************************************************************
       4400-TAKE-COMMITMENT.
           MOVE SW-LOCATION-ID TO WS-LOOKUP-LOCATION-ID.
           PERFORM 4650-FIND-LOCATION THRU 4650-EXIT.
           MOVE SW-QTY         TO WS-TAKE-QTY.
           PERFORM 4700-TAKE-FROM-BUCKET THRU 4700-EXIT.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-KEEP-LINE-LOCATION - a line already holding stock has
      *    one location, so more can only come from that building.
      *    A building no longer on the table has nothing to give.
      ******************************************************************
       4500-KEEP-LINE-LOCATION.
           MOVE ORDL-LOCATION-ID TO WS-LOOKUP-LOCATION-ID.
           PERFORM 4650-FIND-LOCATION THRU 4650-EXIT.
           IF WS-BUCKET-SUBSCRIPT > ZERO
               MOVE LOC-AVAIL-QTY(WS-BUCKET-SUBSCRIPT) TO WS-BUCKET-QTY
           ELSE
               IF ORDL-LOCATION-ID = SPACES
                   MOVE WS-UNLOCATED-QTY TO WS-BUCKET-QTY
               ELSE
                   MOVE ZERO TO WS-BUCKET-QTY
               END-IF
           END-IF.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-CHOOSE-LOCATION - the building with the most of the
      *    item still free, so the picker is least likely to come up
      *    short; the first building wins a tie, and a building wins
      *    a tie with the unlocated stock.  The line is given the
      *    building chosen, or a blank location for unlocated stock.
      ******************************************************************
       4600-CHOOSE-LOCATION.
           MOVE ZERO TO WS-BUCKET-SUBSCRIPT.
           MOVE ZERO TO WS-BUCKET-QTY.
           PERFORM 4620-TRY-ONE-LOCATION THRU 4620-EXIT
               VARYING WS-LOCATION-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-LOCATION-SUBSCRIPT > WS-LOCATION-COUNT.
           IF WS-UNLOCATED-QTY > WS-BUCKET-QTY
               MOVE ZERO             TO WS-BUCKET-SUBSCRIPT
               MOVE WS-UNLOCATED-QTY TO WS-BUCKET-QTY
           END-IF.
           IF WS-BUCKET-SUBSCRIPT > ZERO
               MOVE LOC-TABLE-ID(WS-BUCKET-SUBSCRIPT)
                   TO ORDL-LOCATION-ID
           ELSE
               MOVE SPACES TO ORDL-LOCATION-ID
           END-IF.
       4600-EXIT.
           EXIT.

       4620-TRY-ONE-LOCATION.
           IF LOC-AVAIL-QTY(WS-LOCATION-SUBSCRIPT) > WS-BUCKET-QTY
               MOVE WS-LOCATION-SUBSCRIPT TO WS-BUCKET-SUBSCRIPT
               MOVE LOC-AVAIL-QTY(WS-LOCATION-SUBSCRIPT)
                   TO WS-BUCKET-QTY
           END-IF.
       4620-EXIT.
           EXIT.

      ******************************************************************
      *    4650-FIND-LOCATION - the table slot for
      *    WS-LOOKUP-LOCATION-ID, or zero when it is blank or not on
      *    the table.
      ******************************************************************
       4650-FIND-LOCATION.
           MOVE ZERO TO WS-BUCKET-SUBSCRIPT.
           IF WS-LOOKUP-LOCATION-ID = SPACES
               GO TO 4650-EXIT
           END-IF.
           PERFORM 4660-MATCH-ONE-LOCATION THRU 4660-EXIT
               VARYING WS-LOCATION-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-LOCATION-SUBSCRIPT > WS-LOCATION-COUNT
                   OR WS-BUCKET-SUBSCRIPT > ZERO.
       4650-EXIT.
           EXIT.

       4660-MATCH-ONE-LOCATION.
           IF LOC-TABLE-ID(WS-LOCATION-SUBSCRIPT) =
               WS-LOOKUP-LOCATION-ID
               MOVE WS-LOCATION-SUBSCRIPT TO WS-BUCKET-SUBSCRIPT
           END-IF.
       4660-EXIT.
           EXIT.

      ******************************************************************
      *    4700-TAKE-FROM-BUCKET - WS-TAKE-QTY is no longer free in
      *    the slot at WS-BUCKET-SUBSCRIPT (zero: the unlocated
      *    stock).  Never taken below zero.
      ******************************************************************
       4700-TAKE-FROM-BUCKET.
           IF WS-BUCKET-SUBSCRIPT = ZERO
               IF WS-TAKE-QTY NOT < WS-UNLOCATED-QTY
                   MOVE ZERO TO WS-UNLOCATED-QTY
               ELSE
                   SUBTRACT WS-TAKE-QTY FROM WS-UNLOCATED-QTY
               END-IF
           ELSE
               IF WS-TAKE-QTY NOT <
                   LOC-AVAIL-QTY(WS-BUCKET-SUBSCRIPT)
                   MOVE ZERO TO LOC-AVAIL-QTY(WS-BUCKET-SUBSCRIPT)
               ELSE
                   SUBTRACT WS-TAKE-QTY
                       FROM LOC-AVAIL-QTY(WS-BUCKET-SUBSCRIPT)
               END-IF
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    5000-RELEASE-DUE-LINES - a second pass over the order file:
      *    every allocated line whose order ships within the release
      *    window goes to the floor as a released issue and moves from
      *    allocated to picked.  An unreadable ship-by date is
      *    treated as due, so a keying slip cannot strand an order.
      ******************************************************************
       5000-RELEASE-DUE-LINES.
           PERFORM 3050-START-ORDER-PASS THRU 3050-EXIT.
           PERFORM 5100-CHECK-ONE-ORDER-RECORD THRU 5100-EXIT
               UNTIL END-OF-ORDERS.
       5000-EXIT.
           EXIT.

       5100-CHECK-ONE-ORDER-RECORD.
           READ CUSTOMER-ORDER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   IF ORD-HEADER-LINE
                       PERFORM 3150-HOLD-HEADER THRU 3150-EXIT
                       MOVE ORDH-SHIP-BY-DATE TO WS-DATE-X
                       PERFORM 7000-DATE-TO-INTEGER THRU 7000-EXIT
                   ELSE
                       IF ORD-NUMBER = WS-HDR-ORDER-NUMBER
                           AND ORDL-ALLOC-QTY > ZERO
                           AND (WS-DATE-INTEGER = ZERO
                               OR WS-DATE-INTEGER NOT >
                                   WS-TODAY-INTEGER + WS-RELEASE-DAYS)
                           PERFORM 5200-RELEASE-ONE-LINE THRU 5200-EXIT
                       END-IF
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-RELEASE-ONE-LINE.
           MOVE SPACES              TO ISSUE-TRAN-RECORD.
           MOVE ORDL-GOODS-NAME     TO ISS-GOODS-NAME.
           MOVE ORDL-ALLOC-QTY      TO ISS-QTY.
           MOVE ORD-NUMBER          TO ISS-ORDER-REF.
           MOVE ORD-LINE-NO         TO ISS-ORDER-LINE.
           MOVE ORDL-LOCATION-ID    TO ISS-LOCATION-ID.
           MOVE SPACES              TO ALLOCATION-REPORT-RECORD.
           MOVE ORD-NUMBER          TO ALOC-ORDER-NUMBER.
           MOVE ORD-LINE-NO         TO ALOC-LINE-NO.
           MOVE ORDL-GOODS-NAME     TO ALOC-GOODS-NAME.
           MOVE WS-HDR-PRIORITY     TO ALOC-PRIORITY.
           MOVE WS-HDR-SHIP-BY-DATE TO ALOC-SHIP-BY-DATE.
           MOVE ORDL-ALLOC-QTY      TO ALOC-QTY.
           MOVE ORDL-LOCATION-ID    TO ALOC-LOCATION-ID.
           ADD ORDL-ALLOC-QTY TO ORDL-PICK-QTY.
           MOVE ZERO          TO ORDL-ALLOC-QTY.
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   MOVE "** RELEASE REWRITE FAILED" TO ALOC-RESULT
               NOT INVALID KEY
                   WRITE ISSUE-TRAN-RECORD
                   ADD 1       TO WS-RELEASE-COUNT
                   ADD ISS-QTY TO WS-RELEASE-QTY
                   MOVE "RELEASED TO PICK" TO ALOC-RESULT
           END-REWRITE.
           WRITE ALLOCATION-REPORT-RECORD.
       5200-EXIT.
           EXIT.

      ******************************************************************
      *    7000-DATE-TO-INTEGER - YYYY-MM-DD to a day number so the
      *    release window counts calendar days; the same conversion
      *    DEADSTK uses.  An unparseable date comes back zero.
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
           IF ORDER-FILE-OPENED
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF ORDER-FILE-OPENED AND MASTER-FILE-OPENED
               CLOSE RELEASED-ISSUE-FILE
               CLOSE ALLOCATION-REPORT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
