      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     ABC analysis.  Ranks every item on the goods
      *              master by usage value and classes it A, B or C,
      *              so count effort and buyer attention go where the
      *              money is.  Usage value is the item's movement
      *              across the snapshot generations MSTRSNAP has
      *              catalogued, extended at its current
      *              GOODS-UNIT-PRICE on the master.  Movement is the
      *              sum of the quantity changes, up or down, between
      *              each pair of consecutive generations the item
      *              appears in - the same day-over-day change MOVERPT
      *              reports, added up over the whole span.  A
      *              generation that is catalogued but cannot be
      *              opened is reported and skipped; the pairs either
      *              side of the gap are not counted, which
      *              understates movement rather than inventing it.
      *
      *              Items are ranked by usage value, highest first,
      *              and classed on the cumulative percentage of total
      *              usage value reached BEFORE the item: under
      *              ABCANAL-A-PCT (default 080) is class A, under
      *              ABCANAL-B-PCT (default 095) is class B, the rest
      *              class C - so the item that crosses a breakpoint
      *              still falls in the class below it.  An item that
      *              did not move at all is always class C.  Both
      *              breakpoints are whole percents, three digits, and
      *              must satisfy 0 < A < B <= 100, else the defaults
      *              are used.
      *
      *              Outputs are the Pareto report (ABCRPTDD) and the
      *              class file (ABCCLSDD), indexed on GOODS-NAME,
      *              rebuilt from scratch each run for REORDRPT,
      *              VALURPT and SHELFRPT to print the class beside
      *              each item.  With fewer than two generations there
      *              is no movement to measure; the run says so and
      *              leaves the previous class file alone.
      *
      *              Operations points SNAPG1DD .. SNAPG7DD at the
      *              catalogued snapshot files oldest first, exactly
      *              as for DEADSTK.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ABCANAL.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GOODS-NAME OF GOODS-MASTER-RECORD
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO SNAPCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT SNAPSHOT-GEN-1 ASSIGN TO SNAPG1DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-2 ASSIGN TO SNAPG2DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-3 ASSIGN TO SNAPG3DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-4 ASSIGN TO SNAPG4DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-5 ASSIGN TO SNAPG5DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-6 ASSIGN TO SNAPG6DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SNAPSHOT-GEN-7 ASSIGN TO SNAPG7DD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

      *    USAGE-WORK-FILE - one line per item on the master with its
      *    movement and usage value, passed from the movement sort to
      *    the ranking sort.
           SELECT USAGE-WORK-FILE ASSIGN TO ABCUWKDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.

           SELECT ABC-REPORT-FILE ASSIGN TO ABCRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ABC-CLASS-FILE ASSIGN TO ABCCLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABC-GOODS-NAME
               FILE STATUS IS WS-CLASS-STATUS.

      *    SORT-WORK-FILE and RANK-SORT-FILE are scratch space for
      *    the sort steps below - not business files, so they are not
      *    driven by DD names.
           SELECT SORT-WORK-FILE ASSIGN TO "ABCWK1".
           SELECT RANK-SORT-FILE ASSIGN TO "ABCWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  GOODS-MASTER-FILE.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==GOODS-MASTER-RECORD==.

       FD  SNAPSHOT-CATALOG-FILE.
       01  SNAPSHOT-CATALOG-RECORD.
           05  SCAT-SNAP-DATE          PIC X(10).
           05  SCAT-SEP-1              PIC X(01).
           05  SCAT-RECORD-COUNT       PIC 9(07).
           05  SCAT-SEP-2              PIC X(01).
           05  SCAT-SNAP-TIME          PIC X(08).

       FD  SNAPSHOT-GEN-1.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP1-RECORD==.
       FD  SNAPSHOT-GEN-2.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP2-RECORD==.
       FD  SNAPSHOT-GEN-3.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP3-RECORD==.
       FD  SNAPSHOT-GEN-4.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP4-RECORD==.
       FD  SNAPSHOT-GEN-5.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP5-RECORD==.
       FD  SNAPSHOT-GEN-6.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP6-RECORD==.
       FD  SNAPSHOT-GEN-7.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==SNAP7-RECORD==.

       FD  USAGE-WORK-FILE.
       01  USAGE-WORK-RECORD.
           05  UWK-GOODS-NAME          PIC X(04).
           05  UWK-MOVED-QTY           PIC 9(07).
           05  UWK-UNIT-PRICE          PIC 9(03)V99.
           05  UWK-USAGE-VALUE         PIC 9(09)V99.

       FD  ABC-REPORT-FILE.
       01  ABC-REPORT-RECORD.
           05  ABCR-RANK               PIC Z(4)9.
           05  ABCR-SEP-1              PIC X(01).
           05  ABCR-GOODS-NAME         PIC X(04).
           05  ABCR-SEP-2              PIC X(01).
           05  ABCR-MOVED-QTY          PIC Z(6)9.
           05  ABCR-SEP-3              PIC X(01).
           05  ABCR-UNIT-PRICE         PIC ZZ9.99.
           05  ABCR-SEP-4              PIC X(01).
           05  ABCR-USAGE-VALUE        PIC Z(8)9.99.
           05  ABCR-SEP-5              PIC X(01).
           05  ABCR-CUM-PCT            PIC ZZ9.99.
           05  ABCR-SEP-6              PIC X(03).
           05  ABCR-CLASS              PIC X(01).
           05  FILLER                  PIC X(03).
       01  ABC-REPORT-TEXT-LINE REDEFINES ABC-REPORT-RECORD.
           05  ABCR-TEXT               PIC X(52).
       01  ABC-REPORT-TOTAL-LINE REDEFINES ABC-REPORT-RECORD.
           05  ABCR-TOTAL-LABEL        PIC X(10).
           05  ABCR-TOTAL-ITEMS        PIC Z(4)9.
           05  ABCR-TOTAL-VAL-LABEL    PIC X(08).
           05  ABCR-TOTAL-VALUE        PIC Z(10)9.99.
           05  ABCR-TOTAL-PCT-LABEL    PIC X(04).
           05  ABCR-TOTAL-PCT          PIC ZZ9.99.
           05  ABCR-TOTAL-PCT-SIGN     PIC X(02).
           05  FILLER                  PIC X(03).

       FD  ABC-CLASS-FILE.
           COPY ABCREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-GEN-NUMBER           PIC 9(02).
           05  SW-QTY-ON-HAND          PIC 9(05).
           05  SW-UNIT-PRICE           PIC 9(03)V99.

       SD  RANK-SORT-FILE.
       01  RANK-SORT-RECORD.
           05  RS-USAGE-VALUE          PIC 9(09)V99.
           05  RS-GOODS-NAME           PIC X(04).
           05  RS-MOVED-QTY            PIC 9(07).
           05  RS-UNIT-PRICE           PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-CATALOG-STATUS        PIC X(02).
           88  CATALOG-OK              VALUE "00".
           88  CATALOG-EOF-STATUS      VALUE "10".
       77  WS-SNAP-STATUS           PIC X(02).
           88  SNAP-OK                 VALUE "00".
           88  SNAP-EOF-STATUS         VALUE "10".
       77  WS-USAGE-STATUS          PIC X(02).
           88  USAGE-OK                VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).
       77  WS-CLASS-STATUS          PIC X(02).
           88  CLASS-OK                VALUE "00".

       77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-MASTER           VALUE "Y".
       77  WS-CATALOG-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-CATALOG          VALUE "Y".
       77  WS-SNAP-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SNAPSHOT         VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       77  WS-USAGE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-USAGE            VALUE "Y".
       77  WS-RANK-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-RANK             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".
       77  WS-CLASS-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  CLASS-FILE-OPENED       VALUE "Y".

       77  WS-A-PCT-PARM            PIC X(03) VALUE "080".
       77  WS-B-PCT-PARM            PIC X(03) VALUE "095".
       77  WS-A-BREAKPOINT          PIC 9(03) VALUE 80.
       77  WS-B-BREAKPOINT          PIC 9(03) VALUE 95.

      *    The catalogued generations, oldest first - at most seven,
      *    because MSTRSNAP prunes the catalog to MSTRSNAP-KEEP
      *    entries every night.  A longer catalog keeps only the
      *    newest seven here, the same choice the prune would make.
       01  GENERATION-TABLE.
           05  GEN-ENTRY OCCURS 7 TIMES.
               10  GEN-SNAP-DATE       PIC X(10).
       77  WS-GEN-COUNT             PIC 9(02) VALUE ZERO.
       77  WS-GEN-SUBSCRIPT         PIC 9(02) VALUE ZERO.

      *    The record being released, in one place regardless of
      *    which file it came from, so a single release paragraph
      *    serves the master and all seven generations.  The master
      *    is released as generation 00 so it sorts ahead of every
      *    snapshot of the same item.
       77  WS-CURR-GEN-NUMBER       PIC 9(02) VALUE ZERO.
       77  WS-CURR-GOODS-NAME       PIC X(04) VALUE SPACES.
       77  WS-CURR-QTY              PIC 9(05) VALUE ZERO.
       77  WS-CURR-PRICE            PIC 9(03)V99 VALUE ZERO.

      *    Movement state for the item under the control break.  The
      *    sort delivers the master record first (when the item is
      *    still on the master), then the snapshots oldest first.
       77  WS-CURR-ITEM             PIC X(04) VALUE SPACES.
       77  WS-ON-MASTER-SWITCH      PIC X(01) VALUE "N".
           88  ITEM-ON-MASTER          VALUE "Y".
       77  WS-ITEM-PRICE            PIC 9(03)V99 VALUE ZERO.
       77  WS-PRIOR-GEN             PIC 9(02) VALUE ZERO.
       77  WS-PRIOR-QTY             PIC 9(05) VALUE ZERO.
       77  WS-MOVED-QTY             PIC 9(07) VALUE ZERO.
       77  WS-USAGE-VALUE           PIC 9(09)V99 VALUE ZERO.

      *    Ranking state.
       77  WS-RANK                  PIC 9(05) VALUE ZERO.
       77  WS-TOTAL-USAGE-VALUE     PIC 9(11)V99 VALUE ZERO.
       77  WS-CUMULATIVE-VALUE      PIC 9(11)V99 VALUE ZERO.
       77  WS-PRIOR-PCT             PIC 9(03)V99 VALUE ZERO.
       77  WS-CUMULATIVE-PCT        PIC 9(03)V99 VALUE ZERO.
       77  WS-CLASS-SUBSCRIPT       PIC 9(01) VALUE ZERO.

       01  CLASS-TOTAL-TABLE.
           05  CLASS-TOTAL-ENTRY OCCURS 3 TIMES.
               10  CLASS-TOTAL-CODE    PIC X(01).
               10  CLASS-ITEM-COUNT    PIC 9(05).
               10  CLASS-VALUE         PIC 9(11)V99.
       77  WS-CLASS-PCT             PIC 9(03)V99 VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-RUN-DATE              PIC X(10).

       77  WS-RANKED-ITEM-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-DELETED-ITEM-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-CLASS-WRITE-ERRORS    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-GEN-COUNT < 2
               DISPLAY "FEWER THAN 2 SNAPSHOT GENERATIONS CATALOGUED - "
                   "NO MOVEMENT TO MEASURE"
           ELSE
               OPEN INPUT GOODS-MASTER-FILE
               IF NOT MASTER-OK
                   DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                       WS-MASTER-STATUS
               ELSE
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SW-GOODS-NAME
                          ASCENDING KEY SW-GEN-NUMBER
                       INPUT PROCEDURE IS 3000-SORT-INPUT
                           THRU 3000-EXIT
                       OUTPUT PROCEDURE IS 4000-SORT-OUTPUT
                           THRU 4000-EXIT
                   CLOSE GOODS-MASTER-FILE
                   SORT RANK-SORT-FILE
                       ON DESCENDING KEY RS-USAGE-VALUE
                          ASCENDING KEY RS-GOODS-NAME
                       INPUT PROCEDURE IS 5000-RANK-INPUT
                           THRU 5000-EXIT
                       OUTPUT PROCEDURE IS 6000-RANK-OUTPUT
                           THRU 6000-EXIT
                   DISPLAY "ITEMS RANKED:           "
                       WS-RANKED-ITEM-COUNT
                   DISPLAY "ITEMS GONE FROM MASTER: "
                       WS-DELETED-ITEM-COUNT
                   DISPLAY "CLASS A ITEMS:          "
                       CLASS-ITEM-COUNT(1)
                   DISPLAY "CLASS B ITEMS:          "
                       CLASS-ITEM-COUNT(2)
                   DISPLAY "CLASS C ITEMS:          "
                       CLASS-ITEM-COUNT(3)
                   IF WS-CLASS-WRITE-ERRORS > ZERO
                       DISPLAY "CLASS RECORDS NOT WRITTEN: "
                           WS-CLASS-WRITE-ERRORS
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - breakpoints, run date and the generation
      *    table from the snapshot catalog, oldest first.  A catalog
      *    longer than the table (the prune has not run) keeps the
      *    newest seven by shifting the oldest out, and says so.
      ******************************************************************
       1000-INITIALIZE.
           MOVE SPACES TO GENERATION-TABLE.
           PERFORM 1800-INIT-ONE-CLASS-TOTAL THRU 1800-EXIT
               VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CLASS-SUBSCRIPT > 3.
           MOVE "A" TO CLASS-TOTAL-CODE(1).
           MOVE "B" TO CLASS-TOTAL-CODE(2).
           MOVE "C" TO CLASS-TOTAL-CODE(3).
           PERFORM 1500-GET-BREAKPOINTS THRU 1500-EXIT.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-RUN-DATE(1:4).
           MOVE "-"                 TO WS-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-RUN-DATE(6:2).
           MOVE "-"                 TO WS-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-RUN-DATE(9:2).
           OPEN INPUT SNAPSHOT-CATALOG-FILE.
           IF NOT CATALOG-OK
               DISPLAY "UNABLE TO OPEN SNAPSHOT CATALOG - STATUS "
                   WS-CATALOG-STATUS
           ELSE
               PERFORM 1100-LOAD-ONE-CATALOG-ENTRY THRU 1100-EXIT
                   UNTIL END-OF-CATALOG
               CLOSE SNAPSHOT-CATALOG-FILE
               DISPLAY "SNAPSHOT GENERATIONS TO MEASURE: " WS-GEN-COUNT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-CATALOG-ENTRY.
           READ SNAPSHOT-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF-SWITCH
               NOT AT END
                   IF WS-GEN-COUNT < 7
                       ADD 1 TO WS-GEN-COUNT
                       MOVE SCAT-SNAP-DATE
                           TO GEN-SNAP-DATE(WS-GEN-COUNT)
                   ELSE
                       DISPLAY "CATALOG HOLDS MORE THAN 7 "
                           "GENERATIONS - OLDEST DROPPED"
                       PERFORM 1200-SHIFT-TABLE-UP THRU 1200-EXIT
                       MOVE SCAT-SNAP-DATE TO GEN-SNAP-DATE(7)
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-SHIFT-TABLE-UP.
           PERFORM 1250-SHIFT-ONE-ENTRY THRU 1250-EXIT
               VARYING WS-GEN-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-GEN-SUBSCRIPT > 6.
       1200-EXIT.
           EXIT.

       1250-SHIFT-ONE-ENTRY.
           MOVE GEN-ENTRY(WS-GEN-SUBSCRIPT + 1)
               TO GEN-ENTRY(WS-GEN-SUBSCRIPT).
       1250-EXIT.
           EXIT.

      ******************************************************************
      *    1500-GET-BREAKPOINTS - the A and B cumulative-percentage
      *    breakpoints.  Each must be numeric, and together they must
      *    satisfy 0 < A < B <= 100; anything else falls back to both
      *    defaults, so a half-good pair never splits the classes
      *    somewhere nobody intended.
      ******************************************************************
       1500-GET-BREAKPOINTS.
           ACCEPT WS-A-PCT-PARM FROM ENVIRONMENT "ABCANAL-A-PCT"
               ON EXCEPTION
                   MOVE "080" TO WS-A-PCT-PARM
           END-ACCEPT.
           ACCEPT WS-B-PCT-PARM FROM ENVIRONMENT "ABCANAL-B-PCT"
               ON EXCEPTION
                   MOVE "095" TO WS-B-PCT-PARM
           END-ACCEPT.
           IF WS-A-PCT-PARM IS NUMERIC
               MOVE WS-A-PCT-PARM TO WS-A-BREAKPOINT
           ELSE
               DISPLAY "ABCANAL-A-PCT NOT NUMERIC - USING 080"
               MOVE 80 TO WS-A-BREAKPOINT
           END-IF.
           IF WS-B-PCT-PARM IS NUMERIC
               MOVE WS-B-PCT-PARM TO WS-B-BREAKPOINT
           ELSE
               DISPLAY "ABCANAL-B-PCT NOT NUMERIC - USING 095"
               MOVE 95 TO WS-B-BREAKPOINT
           END-IF.
           IF WS-A-BREAKPOINT = ZERO
               OR WS-A-BREAKPOINT NOT < WS-B-BREAKPOINT
               OR WS-B-BREAKPOINT > 100
               DISPLAY "ABC BREAKPOINTS " WS-A-BREAKPOINT "/"
                   WS-B-BREAKPOINT " OUT OF ORDER - USING 080/095"
               MOVE 80 TO WS-A-BREAKPOINT
               MOVE 95 TO WS-B-BREAKPOINT
           END-IF.
           DISPLAY "ABC BREAKPOINTS A/B: " WS-A-BREAKPOINT "/"
               WS-B-BREAKPOINT.
       1500-EXIT.
           EXIT.

       1800-INIT-ONE-CLASS-TOTAL.
           MOVE SPACES TO CLASS-TOTAL-CODE(WS-CLASS-SUBSCRIPT).
           MOVE ZERO   TO CLASS-ITEM-COUNT(WS-CLASS-SUBSCRIPT).
           MOVE ZERO   TO CLASS-VALUE(WS-CLASS-SUBSCRIPT).
       1800-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - RELEASE the master as generation 00,
      *    then each catalogued generation in turn.  A generation that
      *    fails to open is reported and skipped; the gap it leaves
      *    stops the movement either side of it being counted.
      ******************************************************************
       3000-SORT-INPUT.
           PERFORM 3050-READ-MASTER THRU 3050-EXIT
               UNTIL END-OF-MASTER.
           IF WS-GEN-COUNT NOT < 1
               PERFORM 3100-READ-GEN-1 THRU 3100-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 2
               PERFORM 3200-READ-GEN-2 THRU 3200-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 3
               PERFORM 3300-READ-GEN-3 THRU 3300-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 4
               PERFORM 3400-READ-GEN-4 THRU 3400-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 5
               PERFORM 3500-READ-GEN-5 THRU 3500-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 6
               PERFORM 3600-READ-GEN-6 THRU 3600-EXIT
           END-IF.
           IF WS-GEN-COUNT NOT < 7
               PERFORM 3700-READ-GEN-7 THRU 3700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3050-READ-MASTER.
           READ GOODS-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   MOVE ZERO TO WS-CURR-GEN-NUMBER
                   MOVE GOODS-NAME OF GOODS-MASTER-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF GOODS-MASTER-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF GOODS-MASTER-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3050-EXIT.
           EXIT.

       3100-READ-GEN-1.
           OPEN INPUT SNAPSHOT-GEN-1.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 1 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3100-EXIT
           END-IF.
           MOVE 1 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3150-READ-ONE-GEN-1 THRU 3150-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-1.
       3100-EXIT.
           EXIT.

       3150-READ-ONE-GEN-1.
           READ SNAPSHOT-GEN-1
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP1-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP1-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP1-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3150-EXIT.
           EXIT.

       3200-READ-GEN-2.
           OPEN INPUT SNAPSHOT-GEN-2.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 2 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3200-EXIT
           END-IF.
           MOVE 2 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3250-READ-ONE-GEN-2 THRU 3250-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-2.
       3200-EXIT.
           EXIT.

       3250-READ-ONE-GEN-2.
           READ SNAPSHOT-GEN-2
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP2-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP2-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP2-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3250-EXIT.
           EXIT.

       3300-READ-GEN-3.
           OPEN INPUT SNAPSHOT-GEN-3.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 3 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3300-EXIT
           END-IF.
           MOVE 3 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3350-READ-ONE-GEN-3 THRU 3350-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-3.
       3300-EXIT.
           EXIT.

       3350-READ-ONE-GEN-3.
           READ SNAPSHOT-GEN-3
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP3-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP3-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP3-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3350-EXIT.
           EXIT.

       3400-READ-GEN-4.
           OPEN INPUT SNAPSHOT-GEN-4.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 4 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3400-EXIT
           END-IF.
           MOVE 4 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3450-READ-ONE-GEN-4 THRU 3450-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-4.
       3400-EXIT.
           EXIT.

       3450-READ-ONE-GEN-4.
           READ SNAPSHOT-GEN-4
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP4-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP4-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP4-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3450-EXIT.
           EXIT.

       3500-READ-GEN-5.
           OPEN INPUT SNAPSHOT-GEN-5.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 5 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3500-EXIT
           END-IF.
           MOVE 5 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3550-READ-ONE-GEN-5 THRU 3550-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-5.
       3500-EXIT.
           EXIT.

       3550-READ-ONE-GEN-5.
           READ SNAPSHOT-GEN-5
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP5-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP5-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP5-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3550-EXIT.
           EXIT.

       3600-READ-GEN-6.
           OPEN INPUT SNAPSHOT-GEN-6.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 6 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3600-EXIT
           END-IF.
           MOVE 6 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3650-READ-ONE-GEN-6 THRU 3650-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-6.
       3600-EXIT.
           EXIT.

       3650-READ-ONE-GEN-6.
           READ SNAPSHOT-GEN-6
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP6-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP6-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP6-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3650-EXIT.
           EXIT.

       3700-READ-GEN-7.
           OPEN INPUT SNAPSHOT-GEN-7.
           IF NOT SNAP-OK
               DISPLAY "SNAPSHOT GENERATION 7 NOT PROCESSED - STATUS "
                   WS-SNAP-STATUS
               GO TO 3700-EXIT
           END-IF.
           MOVE 7 TO WS-CURR-GEN-NUMBER.
           MOVE "N" TO WS-SNAP-EOF-SWITCH.
           PERFORM 3750-READ-ONE-GEN-7 THRU 3750-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-GEN-7.
       3700-EXIT.
           EXIT.

       3750-READ-ONE-GEN-7.
           READ SNAPSHOT-GEN-7
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   MOVE GOODS-NAME OF SNAP7-RECORD
                       TO WS-CURR-GOODS-NAME
                   MOVE GOODS-QTY-ON-HAND OF SNAP7-RECORD
                       TO WS-CURR-QTY
                   MOVE GOODS-UNIT-PRICE OF SNAP7-RECORD
                       TO WS-CURR-PRICE
                   PERFORM 3900-RELEASE-CURRENT THRU 3900-EXIT
           END-READ.
       3750-EXIT.
           EXIT.
       3900-RELEASE-CURRENT.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE WS-CURR-GOODS-NAME  TO SW-GOODS-NAME.
           MOVE WS-CURR-GEN-NUMBER  TO SW-GEN-NUMBER.
           MOVE WS-CURR-QTY         TO SW-QTY-ON-HAND.
           MOVE WS-CURR-PRICE       TO SW-UNIT-PRICE.
           RELEASE SORT-WORK-RECORD.
       3900-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - the sort delivers each item's master
      *    record and then its generations oldest first; movement is
      *    added up under a control break per item and one usage line
      *    written to the work file when the item changes.
      ******************************************************************
       4000-SORT-OUTPUT.
           OPEN OUTPUT USAGE-WORK-FILE.
           IF NOT USAGE-OK
               DISPLAY "UNABLE TO OPEN USAGE WORK FILE - STATUS "
                   WS-USAGE-STATUS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           PERFORM 4100-PROCESS-SORTED-RECORD THRU 4100-EXIT
               UNTIL END-OF-SORT.
           IF NOT FIRST-RECORD
               PERFORM 4300-FINALIZE-ITEM THRU 4300-EXIT
           END-IF.
           CLOSE USAGE-WORK-FILE.
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
               PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
               MOVE "N" TO WS-FIRST-RECORD-SWITCH
           ELSE
               IF SW-GOODS-NAME NOT = WS-CURR-ITEM
                   PERFORM 4300-FINALIZE-ITEM THRU 4300-EXIT
                   PERFORM 4200-START-NEW-ITEM THRU 4200-EXIT
               END-IF
           END-IF.
           PERFORM 4250-ADD-MOVEMENT THRU 4250-EXIT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

       4200-START-NEW-ITEM.
           MOVE SW-GOODS-NAME TO WS-CURR-ITEM.
           MOVE "N"           TO WS-ON-MASTER-SWITCH.
           MOVE ZERO          TO WS-ITEM-PRICE.
           MOVE ZERO          TO WS-PRIOR-GEN.
           MOVE ZERO          TO WS-PRIOR-QTY.
           MOVE ZERO          TO WS-MOVED-QTY.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4250-ADD-MOVEMENT - generation 00 is the master record:
      *    it marks the item as still on the master and supplies the
      *    price.  A snapshot adds its change from the previous
      *    snapshot only when the two are consecutive generations;
      *    the first appearance, or the first after a gap, just sets
      *    the starting quantity.
      ******************************************************************
       4250-ADD-MOVEMENT.
           IF SW-GEN-NUMBER = ZERO
               MOVE "Y"           TO WS-ON-MASTER-SWITCH
               MOVE SW-UNIT-PRICE TO WS-ITEM-PRICE
               GO TO 4250-EXIT
           END-IF.
           IF WS-PRIOR-GEN > ZERO
               AND SW-GEN-NUMBER = WS-PRIOR-GEN + 1
               IF SW-QTY-ON-HAND > WS-PRIOR-QTY
                   COMPUTE WS-MOVED-QTY = WS-MOVED-QTY
                       + SW-QTY-ON-HAND - WS-PRIOR-QTY
               ELSE
                   COMPUTE WS-MOVED-QTY = WS-MOVED-QTY
                       + WS-PRIOR-QTY - SW-QTY-ON-HAND
               END-IF
           END-IF.
           MOVE SW-GEN-NUMBER  TO WS-PRIOR-GEN.
           MOVE SW-QTY-ON-HAND TO WS-PRIOR-QTY.
       4250-EXIT.
           EXIT.

      ******************************************************************
      *    4300-FINALIZE-ITEM - an item no longer on the master is
      *    counted and skipped; there is nothing left to class.  Every
      *    item still on the master is passed on, even one that never
      *    moved, so the class file covers the whole master.
      ******************************************************************
       4300-FINALIZE-ITEM.
           IF NOT ITEM-ON-MASTER
               ADD 1 TO WS-DELETED-ITEM-COUNT
               GO TO 4300-EXIT
           END-IF.
           COMPUTE WS-USAGE-VALUE = WS-MOVED-QTY * WS-ITEM-PRICE.
           ADD WS-USAGE-VALUE TO WS-TOTAL-USAGE-VALUE.
           MOVE SPACES         TO USAGE-WORK-RECORD.
           MOVE WS-CURR-ITEM   TO UWK-GOODS-NAME.
           MOVE WS-MOVED-QTY   TO UWK-MOVED-QTY.
           MOVE WS-ITEM-PRICE  TO UWK-UNIT-PRICE.
           MOVE WS-USAGE-VALUE TO UWK-USAGE-VALUE.
           WRITE USAGE-WORK-RECORD.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    5000-RANK-INPUT - feed the usage lines to the ranking sort.
      ******************************************************************
       5000-RANK-INPUT.
           OPEN INPUT USAGE-WORK-FILE.
           IF NOT USAGE-OK
               DISPLAY "UNABLE TO REOPEN USAGE WORK FILE - STATUS "
                   WS-USAGE-STATUS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-RELEASE-ONE-USAGE THRU 5100-EXIT
               UNTIL END-OF-USAGE.
           CLOSE USAGE-WORK-FILE.
       5000-EXIT.
           EXIT.

       5100-RELEASE-ONE-USAGE.
           READ USAGE-WORK-FILE
               AT END
                   MOVE "Y" TO WS-USAGE-EOF-SWITCH
               NOT AT END
                   MOVE SPACES          TO RANK-SORT-RECORD
                   MOVE UWK-USAGE-VALUE TO RS-USAGE-VALUE
                   MOVE UWK-GOODS-NAME  TO RS-GOODS-NAME
                   MOVE UWK-MOVED-QTY   TO RS-MOVED-QTY
                   MOVE UWK-UNIT-PRICE  TO RS-UNIT-PRICE
                   RELEASE RANK-SORT-RECORD
           END-READ.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    6000-RANK-OUTPUT - items arrive highest usage value first
      *    (ties in item order).  Each is ranked, classed, printed on
      *    the Pareto report and written to the class file, which is
      *    rebuilt from scratch so an item deleted from the master
      *    drops out of it.
      ******************************************************************
       6000-RANK-OUTPUT.
           OPEN OUTPUT ABC-REPORT-FILE.
           OPEN OUTPUT ABC-CLASS-FILE.
           IF CLASS-OK
               MOVE "Y" TO WS-CLASS-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN ABC CLASS FILE - STATUS "
                   WS-CLASS-STATUS
           END-IF.
           PERFORM 6500-WRITE-REPORT-HEADING THRU 6500-EXIT.
           PERFORM 6050-RETURN-RANKED-RECORD THRU 6050-EXIT.
           PERFORM 6100-CLASS-ONE-ITEM THRU 6100-EXIT
               UNTIL END-OF-RANK.
           PERFORM 6400-WRITE-CLASS-TOTALS THRU 6400-EXIT.
           IF CLASS-FILE-OPENED
               CLOSE ABC-CLASS-FILE
           END-IF.
           CLOSE ABC-REPORT-FILE.
       6000-EXIT.
           EXIT.

       6050-RETURN-RANKED-RECORD.
           RETURN RANK-SORT-FILE
               AT END
                   MOVE "Y" TO WS-RANK-EOF-SWITCH
           END-RETURN.
       6050-EXIT.
           EXIT.

      ******************************************************************
      *    6100-CLASS-ONE-ITEM - the class is decided on the
      *    cumulative percentage reached before this item, so the item
      *    that carries the total over a breakpoint stays in the
      *    higher class.  Percentages are of the total usage value;
      *    with no movement anywhere every item is class C.
      ******************************************************************
       6100-CLASS-ONE-ITEM.
           ADD 1 TO WS-RANK.
           ADD 1 TO WS-RANKED-ITEM-COUNT.
           IF WS-TOTAL-USAGE-VALUE > ZERO
               COMPUTE WS-PRIOR-PCT ROUNDED =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
               ADD RS-USAGE-VALUE TO WS-CUMULATIVE-VALUE
               COMPUTE WS-CUMULATIVE-PCT ROUNDED =
                   WS-CUMULATIVE-VALUE * 100 / WS-TOTAL-USAGE-VALUE
           ELSE
               MOVE ZERO TO WS-PRIOR-PCT
               MOVE ZERO TO WS-CUMULATIVE-PCT
           END-IF.
           EVALUATE TRUE
               WHEN RS-USAGE-VALUE = ZERO
                   MOVE 3 TO WS-CLASS-SUBSCRIPT
               WHEN WS-PRIOR-PCT < WS-A-BREAKPOINT
                   MOVE 1 TO WS-CLASS-SUBSCRIPT
               WHEN WS-PRIOR-PCT < WS-B-BREAKPOINT
                   MOVE 2 TO WS-CLASS-SUBSCRIPT
               WHEN OTHER
                   MOVE 3 TO WS-CLASS-SUBSCRIPT
           END-EVALUATE.
           ADD 1 TO CLASS-ITEM-COUNT(WS-CLASS-SUBSCRIPT).
           ADD RS-USAGE-VALUE TO CLASS-VALUE(WS-CLASS-SUBSCRIPT).
           PERFORM 6200-WRITE-REPORT-LINE THRU 6200-EXIT.
           PERFORM 6300-WRITE-CLASS-RECORD THRU 6300-EXIT.
           PERFORM 6050-RETURN-RANKED-RECORD THRU 6050-EXIT.
       6100-EXIT.
           EXIT.

       6200-WRITE-REPORT-LINE.
           MOVE SPACES            TO ABC-REPORT-RECORD.
           MOVE WS-RANK           TO ABCR-RANK.
           MOVE RS-GOODS-NAME     TO ABCR-GOODS-NAME.
           MOVE RS-MOVED-QTY      TO ABCR-MOVED-QTY.
           MOVE RS-UNIT-PRICE     TO ABCR-UNIT-PRICE.
           MOVE RS-USAGE-VALUE    TO ABCR-USAGE-VALUE.
           MOVE WS-CUMULATIVE-PCT TO ABCR-CUM-PCT.
           MOVE CLASS-TOTAL-CODE(WS-CLASS-SUBSCRIPT) TO ABCR-CLASS.
           WRITE ABC-REPORT-RECORD.
       6200-EXIT.
           EXIT.

       6300-WRITE-CLASS-RECORD.
           IF NOT CLASS-FILE-OPENED
               GO TO 6300-EXIT
           END-IF.
           MOVE SPACES            TO ABC-CLASS-RECORD.
           MOVE RS-GOODS-NAME     TO ABC-GOODS-NAME.
           MOVE CLASS-TOTAL-CODE(WS-CLASS-SUBSCRIPT)
               TO ABC-CLASS-CODE.
           MOVE WS-RANK           TO ABC-RANK.
           MOVE RS-USAGE-VALUE    TO ABC-USAGE-VALUE.
           MOVE WS-CUMULATIVE-PCT TO ABC-CUMULATIVE-PCT.
           MOVE WS-RUN-DATE       TO ABC-RUN-DATE.
           WRITE ABC-CLASS-RECORD
               INVALID KEY
                   DISPLAY "ABC CLASS WRITE FAILED FOR " RS-GOODS-NAME
                       " - STATUS " WS-CLASS-STATUS
                   ADD 1 TO WS-CLASS-WRITE-ERRORS
           END-WRITE.
       6300-EXIT.
           EXIT.

       6400-WRITE-CLASS-TOTALS.
           MOVE SPACES TO ABC-REPORT-RECORD.
           WRITE ABC-REPORT-RECORD.
           MOVE "USAGE VALUE BY ABC CLASS" TO ABCR-TEXT.
           WRITE ABC-REPORT-RECORD.
           PERFORM 6410-WRITE-ONE-CLASS-TOTAL THRU 6410-EXIT
               VARYING WS-CLASS-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-CLASS-SUBSCRIPT > 3.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE "  TOTAL"            TO ABCR-TOTAL-LABEL.
           MOVE WS-RANKED-ITEM-COUNT TO ABCR-TOTAL-ITEMS.
           MOVE "  VALUE:"           TO ABCR-TOTAL-VAL-LABEL.
           MOVE WS-TOTAL-USAGE-VALUE TO ABCR-TOTAL-VALUE.
           WRITE ABC-REPORT-RECORD.
       6400-EXIT.
           EXIT.

       6410-WRITE-ONE-CLASS-TOTAL.
           IF WS-TOTAL-USAGE-VALUE > ZERO
               COMPUTE WS-CLASS-PCT ROUNDED =
                   CLASS-VALUE(WS-CLASS-SUBSCRIPT) * 100
                       / WS-TOTAL-USAGE-VALUE
           ELSE
               MOVE ZERO TO WS-CLASS-PCT
           END-IF.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE "  CLASS " TO ABCR-TOTAL-LABEL(1:8).
           MOVE CLASS-TOTAL-CODE(WS-CLASS-SUBSCRIPT)
               TO ABCR-TOTAL-LABEL(9:1).
           MOVE CLASS-ITEM-COUNT(WS-CLASS-SUBSCRIPT)
               TO ABCR-TOTAL-ITEMS.
           MOVE "  VALUE:" TO ABCR-TOTAL-VAL-LABEL.
           MOVE CLASS-VALUE(WS-CLASS-SUBSCRIPT) TO ABCR-TOTAL-VALUE.
           MOVE SPACES          TO ABCR-TOTAL-PCT-LABEL.
           MOVE WS-CLASS-PCT    TO ABCR-TOTAL-PCT.
           MOVE " %"            TO ABCR-TOTAL-PCT-SIGN.
           WRITE ABC-REPORT-RECORD.
       6410-EXIT.
           EXIT.

       6500-WRITE-REPORT-HEADING.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE "ABC ANALYSIS BY USAGE VALUE - RUN" TO ABCR-TEXT.
           MOVE WS-RUN-DATE TO ABCR-TEXT(35:10).
           WRITE ABC-REPORT-RECORD.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE "SNAPSHOTS" TO ABCR-TEXT.
           MOVE GEN-SNAP-DATE(1) TO ABCR-TEXT(11:10).
           MOVE "TO" TO ABCR-TEXT(22:2).
           MOVE GEN-SNAP-DATE(WS-GEN-COUNT) TO ABCR-TEXT(25:10).
           WRITE ABC-REPORT-RECORD.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE "BREAKPOINTS A UNDER     % B UNDER     %"
               TO ABCR-TEXT.
           MOVE WS-A-BREAKPOINT TO ABCR-TEXT(22:3).
           MOVE WS-B-BREAKPOINT TO ABCR-TEXT(36:3).
           WRITE ABC-REPORT-RECORD.
           MOVE SPACES TO ABC-REPORT-RECORD.
           MOVE " RANK ITEM   MOVED  PRICE  USAGE VALUE  CUM %  CLASS"
               TO ABCR-TEXT.
           WRITE ABC-REPORT-RECORD.
       6500-EXIT.
           EXIT.
