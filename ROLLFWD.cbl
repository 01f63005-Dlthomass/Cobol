      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Nightly stock roll-forward proof.  MOVERPT shows
      *              what moved between two MSTRSNAP snapshots but not
      *              WHY, so an unexplained quantity change could not
      *              be told from an explained one.  Every program
      *              that changes a quantity on hand now writes the
      *              stock-movement ledger (STKLDGR); this step starts
      *              from the prior snapshot, applies the night's
      *              master-level ledger lines item by item, and
      *              compares the computed closing quantity with the
      *              new snapshot.  Any item that does not tie is
      *              flagged OUT OF BALANCE.  Each ledger line's
      *              before quantity is also checked against the
      *              running quantity, so a change made outside the
      *              ledger and later overwritten still shows up as a
      *              CHAIN BREAK even when the closing figure agrees.
      *
      *              A GOODSMNT BUILD recreates the master from the
      *              upload and ledgers each item as a LOAD line from
      *              zero; a LOAD restates the running quantity rather
      *              than moving it, and items whose quantity the load
      *              changed are listed RESTATED BY LOAD so the reload
      *              is visible rather than hidden.  Location-level
      *              ledger lines (LOCSMNT transfers) net to nothing
      *              system-wide and are not applied here.
      *
      *              Operations points SNAPYSDD at the prior snapshot
      *              and SNAPTODD at the new one, exactly as for
      *              MOVERPT.  The ledger window is the lines stamped
      *              (run date and run time) after the prior snapshot
      *              was taken up to and including the moment the new
      *              one was - the date and time of the newest two
      *              entries in the snapshot catalog (SNAPCTDD), or
      *              ROLLFWD-FROM / ROLLFWD-TO (YYYY-MM-DD) with
      *              ROLLFWD-FROM-TIME / ROLLFWD-TO-TIME (HH:MM:SS)
      *              when the operator sets them.  A snapshot with no
      *              time (an older catalog entry, or an operator date
      *              given alone) is taken as of the end of its day,
      *              the same as a date-only window.  Both snapshots
      *              are sequence-checked the way MOVERPT checks
      *              them.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROLLFWD.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CATALOG-FILE ASSIGN TO SNAPCTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT OPENING-SNAPSHOT-FILE ASSIGN TO SNAPYSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPENING-STATUS.

           SELECT CLOSING-SNAPSHOT-FILE ASSIGN TO SNAPTODD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSING-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT ROLL-FORWARD-REPORT-FILE ASSIGN TO ROLLRPDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "ROLLWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CATALOG-FILE.
       01  SNAPSHOT-CATALOG-RECORD.
           05  SCAT-SNAP-DATE          PIC X(10).
           05  SCAT-SEP-1              PIC X(01).
           05  SCAT-RECORD-COUNT       PIC 9(07).
           05  SCAT-SEP-2              PIC X(01).
           05  SCAT-SNAP-TIME          PIC X(08).

       FD  OPENING-SNAPSHOT-FILE.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==OPENING-SNAPSHOT-RECORD==.

       FD  CLOSING-SNAPSHOT-FILE.
           COPY GOODSREC REPLACING ==GOODS-RECORD== BY
               ==CLOSING-SNAPSHOT-RECORD==.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  ROLL-FORWARD-REPORT-FILE.
       01  ROLL-FORWARD-REPORT-RECORD.
           05  RFWD-GOODS-NAME         PIC X(04).
           05  RFWD-SEP-1              PIC X(01).
           05  RFWD-OPENING-QTY        PIC Z(4)9.
           05  RFWD-SEP-2              PIC X(01).
           05  RFWD-NET-MOVEMENT       PIC -(5)9.
           05  RFWD-SEP-3              PIC X(01).
           05  RFWD-COMPUTED-QTY       PIC Z(4)9.
           05  RFWD-SEP-4              PIC X(01).
           05  RFWD-SNAPSHOT-QTY       PIC Z(4)9.
           05  RFWD-SEP-5              PIC X(01).
           05  RFWD-DIFFERENCE         PIC -(5)9.
           05  RFWD-SEP-6              PIC X(01).
           05  RFWD-ENTRY-COUNT        PIC ZZZ9.
           05  RFWD-SEP-7              PIC X(01).
           05  RFWD-STATUS             PIC X(22).
       01  ROLL-FORWARD-TEXT-LINE REDEFINES
               ROLL-FORWARD-REPORT-RECORD.
           05  RFWD-TEXT               PIC X(64).
       01  ROLL-FORWARD-TOTAL-LINE REDEFINES
               ROLL-FORWARD-REPORT-RECORD.
           05  RFWD-TOTAL-LABEL        PIC X(30).
           05  RFWD-TOTAL-COUNT        PIC Z(6)9.
           05  FILLER                  PIC X(27).

      *    The ledger sequence number keeps each item's lines in the
      *    order they were written, whatever the sort does with
      *    equal item keys - the chain check depends on it.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-LEDGER-SEQ           PIC 9(07).
           05  SW-REASON-CODE          PIC X(04).
               88  SW-RELOAD              VALUE "LOAD".
           05  SW-QTY-BEFORE           PIC 9(05).
           05  SW-QTY-AFTER            PIC 9(05).

       WORKING-STORAGE SECTION.
       77  WS-CATALOG-STATUS        PIC X(02).
           88  CATALOG-OK              VALUE "00".
       77  WS-OPENING-STATUS        PIC X(02).
           88  OPENING-OK              VALUE "00".
           88  OPENING-EOF-STATUS      VALUE "10".
       77  WS-CLOSING-STATUS        PIC X(02).
           88  CLOSING-OK              VALUE "00".
           88  CLOSING-EOF-STATUS      VALUE "10".
       77  WS-LEDGER-STATUS         PIC X(02).
           88  LEDGER-OK               VALUE "00".
           88  LEDGER-MISSING          VALUE "35".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-CATALOG-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-CATALOG          VALUE "Y".
       77  WS-OPENING-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-OPENING          VALUE "Y".
       77  WS-CLOSING-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-CLOSING          VALUE "Y".
       77  WS-LEDGER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-LEDGER           VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".

       77  WS-OPENING-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  OPENING-FILE-OPENED     VALUE "Y".
       77  WS-CLOSING-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  CLOSING-FILE-OPENED     VALUE "Y".

      *    The ledger window: lines stamped after WS-FROM-STAMP (the
      *    prior snapshot) up to and including WS-TO-STAMP (the new
      *    one).  Dates are YYYY-MM-DD and times HH:MM:SS, so date
      *    and time together compare as text.  A snapshot with no
      *    time is stamped 24:00:00, after every line of its day.
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE         PIC X(10) VALUE SPACES.
           05  WS-FROM-TIME         PIC X(08) VALUE SPACES.
       01  WS-TO-STAMP.
           05  WS-TO-DATE           PIC X(10) VALUE SPACES.
           05  WS-TO-TIME           PIC X(08) VALUE SPACES.
       01  WS-LEDGER-STAMP.
           05  WS-LEDGER-DATE       PIC X(10) VALUE SPACES.
           05  WS-LEDGER-TIME       PIC X(08) VALUE SPACES.
       77  WS-CATALOG-PRIOR-DATE    PIC X(10) VALUE SPACES.
       77  WS-CATALOG-PRIOR-TIME    PIC X(08) VALUE SPACES.
       77  WS-CATALOG-LAST-DATE     PIC X(10) VALUE SPACES.
       77  WS-CATALOG-LAST-TIME     PIC X(08) VALUE SPACES.
       77  WS-WINDOW-SWITCH         PIC X(01) VALUE "N".
           88  WINDOW-SET              VALUE "Y".

       77  WS-OPENING-KEY           PIC X(04) VALUE HIGH-VALUES.
       77  WS-CLOSING-KEY           PIC X(04) VALUE HIGH-VALUES.
       77  WS-LEDGER-KEY            PIC X(04) VALUE HIGH-VALUES.
       77  WS-PREV-OPENING-KEY      PIC X(04) VALUE LOW-VALUES.
       77  WS-PREV-CLOSING-KEY      PIC X(04) VALUE LOW-VALUES.

      *    Both snapshots must arrive in ascending GOODS-NAME order
      *    for the merge to be meaningful; the first key seen out of
      *    order on either side sets this switch and the run aborts.
       77  WS-SEQUENCE-ERROR-SWITCH PIC X(01) VALUE "N".
           88  SEQUENCE-ERROR          VALUE "Y".

      *    The item being proved.
       77  WS-CURR-ITEM             PIC X(04) VALUE SPACES.
       77  WS-OPENING-QTY           PIC 9(05) VALUE ZERO.
       77  WS-CLOSING-QTY           PIC 9(05) VALUE ZERO.
       77  WS-RUNNING-QTY           PIC 9(05) VALUE ZERO.
       77  WS-NET-MOVEMENT          PIC S9(06) VALUE ZERO.
       77  WS-DIFFERENCE            PIC S9(06) VALUE ZERO.
       77  WS-ITEM-ENTRY-COUNT      PIC 9(04) VALUE ZERO.
       77  WS-CHAIN-BREAK-SWITCH    PIC X(01) VALUE "N".
           88  CHAIN-BROKEN            VALUE "Y".
       77  WS-RELOADED-SWITCH       PIC X(01) VALUE "N".
           88  ITEM-RESTATED           VALUE "Y".
       77  WS-ITEM-STATUS           PIC X(22) VALUE SPACES.

       77  WS-LEDGER-SEQ            PIC 9(07) VALUE ZERO.
       77  WS-LEDGER-READ-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-LEDGER-USED-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-ITEMS-PROVED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-UNMOVED-COUNT         PIC 9(07) VALUE ZERO.
       77  WS-BALANCED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-RESTATED-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-CHAIN-BREAK-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-OUT-OF-BALANCE-COUNT  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WINDOW-SET AND OPENING-FILE-OPENED
               AND CLOSING-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GOODS-NAME
                                    SW-LEDGER-SEQ
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               IF SEQUENCE-ERROR
                   DISPLAY "ROLL-FORWARD ABORTED - SNAPSHOT NOT IN "
                       "GOODS-NAME SEQUENCE"
               ELSE
                   PERFORM 6000-DISPLAY-TOTALS THRU 6000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - settle the ledger window, then open both
      *    snapshots.  Operator dates win, with the operator's time
      *    if one is given; whichever date is not set comes, with its
      *    time, from the newest two catalog entries.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "ROLLFWD-FROM"
               ON EXCEPTION
                   MOVE SPACES TO WS-FROM-DATE
           END-ACCEPT.
           ACCEPT WS-TO-DATE FROM ENVIRONMENT "ROLLFWD-TO"
               ON EXCEPTION
                   MOVE SPACES TO WS-TO-DATE
           END-ACCEPT.
           IF WS-FROM-DATE NOT = SPACES
               ACCEPT WS-FROM-TIME FROM ENVIRONMENT "ROLLFWD-FROM-TIME"
                   ON EXCEPTION
                       MOVE SPACES TO WS-FROM-TIME
               END-ACCEPT
           END-IF.
           IF WS-TO-DATE NOT = SPACES
               ACCEPT WS-TO-TIME FROM ENVIRONMENT "ROLLFWD-TO-TIME"
                   ON EXCEPTION
                       MOVE SPACES TO WS-TO-TIME
               END-ACCEPT
           END-IF.
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
               PERFORM 1100-READ-CATALOG THRU 1100-EXIT
               IF WS-FROM-DATE = SPACES
                   MOVE WS-CATALOG-PRIOR-DATE TO WS-FROM-DATE
                   MOVE WS-CATALOG-PRIOR-TIME TO WS-FROM-TIME
               END-IF
               IF WS-TO-DATE = SPACES
                   MOVE WS-CATALOG-LAST-DATE TO WS-TO-DATE
                   MOVE WS-CATALOG-LAST-TIME TO WS-TO-TIME
               END-IF
           END-IF.
           IF WS-FROM-DATE = SPACES OR WS-TO-DATE = SPACES
               DISPLAY "NO LEDGER WINDOW - CATALOG HOLDS FEWER THAN "
                   "TWO SNAPSHOTS (SET ROLLFWD-FROM / ROLLFWD-TO)"
               GO TO 1000-EXIT
           END-IF.
           IF WS-FROM-TIME = SPACES
               MOVE "24:00:00" TO WS-FROM-TIME
           END-IF.
           IF WS-TO-TIME = SPACES
               MOVE "24:00:00" TO WS-TO-TIME
           END-IF.
           IF WS-FROM-STAMP NOT < WS-TO-STAMP
               DISPLAY "LEDGER WINDOW INVALID - FROM " WS-FROM-DATE
                   " " WS-FROM-TIME " IS NOT BEFORE TO " WS-TO-DATE
                   " " WS-TO-TIME
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-WINDOW-SWITCH.
           OPEN INPUT OPENING-SNAPSHOT-FILE.
           IF NOT OPENING-OK
               DISPLAY "UNABLE TO OPEN PRIOR SNAPSHOT - STATUS "
                   WS-OPENING-STATUS
           ELSE
               MOVE "Y" TO WS-OPENING-OPEN-SWITCH
           END-IF.
           OPEN INPUT CLOSING-SNAPSHOT-FILE.
           IF NOT CLOSING-OK
               DISPLAY "UNABLE TO OPEN NEW SNAPSHOT - STATUS "
                   WS-CLOSING-STATUS
           ELSE
               MOVE "Y" TO WS-CLOSING-OPEN-SWITCH
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-CATALOG - the catalog lists snapshots in the
      *    order taken, so the last two lines read are the prior and
      *    the new generation.  An entry written before the catalog
      *    carried a time reads with the time blank.
      ******************************************************************
       1100-READ-CATALOG.
           OPEN INPUT SNAPSHOT-CATALOG-FILE.
           IF NOT CATALOG-OK
               DISPLAY "UNABLE TO OPEN SNAPSHOT CATALOG - STATUS "
                   WS-CATALOG-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-ONE-CATALOG-ENTRY THRU 1150-EXIT
               UNTIL END-OF-CATALOG.
           CLOSE SNAPSHOT-CATALOG-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-ONE-CATALOG-ENTRY.
           READ SNAPSHOT-CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF-SWITCH
               NOT AT END
                   MOVE WS-CATALOG-LAST-DATE TO WS-CATALOG-PRIOR-DATE
                   MOVE WS-CATALOG-LAST-TIME TO WS-CATALOG-PRIOR-TIME
                   MOVE SCAT-SNAP-DATE       TO WS-CATALOG-LAST-DATE
                   MOVE SCAT-SNAP-TIME       TO WS-CATALOG-LAST-TIME
           END-READ.
       1150-EXIT.
           EXIT.

      ******************************************************************
      *    2000-READ-OPENING / 2100-READ-CLOSING - each snapshot is
      *    read one ahead; HIGH-VALUES is moved into the key at
      *    end-of-file so an exhausted side sorts after every real
      *    key.
      ******************************************************************
       2000-READ-OPENING.
           READ OPENING-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-OPENING-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-OPENING-KEY
               NOT AT END
                   MOVE GOODS-NAME OF OPENING-SNAPSHOT-RECORD
                       TO WS-OPENING-KEY
                   IF WS-OPENING-KEY < WS-PREV-OPENING-KEY
                       MOVE "Y" TO WS-SEQUENCE-ERROR-SWITCH
                       DISPLAY "PRIOR SNAPSHOT OUT OF SEQUENCE AT "
                           WS-OPENING-KEY
                   END-IF
                   MOVE WS-OPENING-KEY TO WS-PREV-OPENING-KEY
           END-READ.
       2000-EXIT.
           EXIT.

       2100-READ-CLOSING.
           READ CLOSING-SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-CLOSING-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-CLOSING-KEY
               NOT AT END
                   MOVE GOODS-NAME OF CLOSING-SNAPSHOT-RECORD
                       TO WS-CLOSING-KEY
                   IF WS-CLOSING-KEY < WS-PREV-CLOSING-KEY
                       MOVE "Y" TO WS-SEQUENCE-ERROR-SWITCH
                       DISPLAY "NEW SNAPSHOT OUT OF SEQUENCE AT "
                           WS-CLOSING-KEY
                   END-IF
                   MOVE WS-CLOSING-KEY TO WS-PREV-CLOSING-KEY
           END-READ.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - RELEASE every master-level ledger line
      *    inside the window, numbered in the order read.  A missing
      *    ledger is an empty one: every item must then stand still.
      ******************************************************************
       3000-SORT-INPUT.
           OPEN INPUT STOCK-LEDGER-FILE.
           IF LEDGER-MISSING
               DISPLAY "NO STOCK LEDGER - NO MOVEMENTS APPLIED"
               GO TO 3000-EXIT
           END-IF.
           IF NOT LEDGER-OK
               DISPLAY "STOCK LEDGER NOT PROCESSED - STATUS "
                   WS-LEDGER-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-RELEASE-ONE-LEDGER-LINE THRU 3100-EXIT
               UNTIL END-OF-LEDGER.
           CLOSE STOCK-LEDGER-FILE.
       3000-EXIT.
           EXIT.

       3100-RELEASE-ONE-LEDGER-LINE.
           READ STOCK-LEDGER-FILE
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LEDGER-READ-COUNT
                   MOVE LDGR-RUN-DATE        TO WS-LEDGER-DATE
                   MOVE LDGR-RUN-TIME        TO WS-LEDGER-TIME
                   IF LDGR-MASTER-LEVEL
                       AND WS-LEDGER-STAMP > WS-FROM-STAMP
                       AND WS-LEDGER-STAMP NOT > WS-TO-STAMP
                       ADD 1 TO WS-LEDGER-SEQ
                       ADD 1 TO WS-LEDGER-USED-COUNT
                       MOVE SPACES           TO SORT-WORK-RECORD
                       MOVE LDGR-GOODS-NAME  TO SW-GOODS-NAME
                       MOVE WS-LEDGER-SEQ    TO SW-LEDGER-SEQ
                       MOVE LDGR-REASON-CODE TO SW-REASON-CODE
                       MOVE LDGR-QTY-BEFORE  TO SW-QTY-BEFORE
                       MOVE LDGR-QTY-AFTER   TO SW-QTY-AFTER
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - three-way match on GOODS-NAME: prior
      *    snapshot, sorted ledger lines, new snapshot.  Every item on
      *    any of the three is proved once.
      ******************************************************************
       4000-SORT-OUTPUT.
           OPEN OUTPUT ROLL-FORWARD-REPORT-FILE.
           PERFORM 4020-WRITE-HEADINGS THRU 4020-EXIT.
           PERFORM 2000-READ-OPENING THRU 2000-EXIT.
           PERFORM 2100-READ-CLOSING THRU 2100-EXIT.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           PERFORM 4100-PROVE-ONE-ITEM THRU 4100-EXIT
               UNTIL (END-OF-OPENING AND END-OF-CLOSING AND END-OF-SORT)
                   OR SEQUENCE-ERROR.
           IF NOT SEQUENCE-ERROR
               PERFORM 4500-WRITE-REPORT-TOTALS THRU 4500-EXIT
           END-IF.
           CLOSE ROLL-FORWARD-REPORT-FILE.
       4000-EXIT.
           EXIT.

       4020-WRITE-HEADINGS.
           MOVE SPACES              TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "STOCK ROLL-FORWARD - LEDGER AFTER" TO RFWD-TEXT(1:33).
           MOVE WS-FROM-DATE        TO RFWD-TEXT(35:10).
           MOVE WS-FROM-TIME        TO RFWD-TEXT(46:8).
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES              TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "THROUGH"           TO RFWD-TEXT(27:7).
           MOVE WS-TO-DATE          TO RFWD-TEXT(35:10).
           MOVE WS-TO-TIME          TO RFWD-TEXT(46:8).
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES              TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "ITEM  OPEN   MOVED  CALC  SNAP   DIFF LNS STATUS"
               TO RFWD-TEXT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
       4020-EXIT.
           EXIT.

       4050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
               NOT AT END
                   MOVE SW-GOODS-NAME TO WS-LEDGER-KEY
           END-RETURN.
       4050-EXIT.
           EXIT.

      ******************************************************************
      *    4100-PROVE-ONE-ITEM - the lowest key on any side is the
      *    item proved next.  An item missing from a snapshot stands
      *    at zero on that side (added or deleted in the window).
      ******************************************************************
       4100-PROVE-ONE-ITEM.
           MOVE WS-OPENING-KEY TO WS-CURR-ITEM.
           IF WS-CLOSING-KEY < WS-CURR-ITEM
               MOVE WS-CLOSING-KEY TO WS-CURR-ITEM
           END-IF.
           IF WS-LEDGER-KEY < WS-CURR-ITEM
               MOVE WS-LEDGER-KEY TO WS-CURR-ITEM
           END-IF.
           MOVE ZERO TO WS-OPENING-QTY WS-CLOSING-QTY
                        WS-ITEM-ENTRY-COUNT.
           MOVE "N"  TO WS-CHAIN-BREAK-SWITCH WS-RELOADED-SWITCH.
           IF WS-OPENING-KEY = WS-CURR-ITEM
               MOVE GOODS-QTY-ON-HAND OF OPENING-SNAPSHOT-RECORD
                   TO WS-OPENING-QTY
               PERFORM 2000-READ-OPENING THRU 2000-EXIT
           END-IF.
           IF WS-CLOSING-KEY = WS-CURR-ITEM
               MOVE GOODS-QTY-ON-HAND OF CLOSING-SNAPSHOT-RECORD
                   TO WS-CLOSING-QTY
               PERFORM 2100-READ-CLOSING THRU 2100-EXIT
           END-IF.
           MOVE WS-OPENING-QTY TO WS-RUNNING-QTY.
           PERFORM 4200-APPLY-LEDGER-LINE THRU 4200-EXIT
               UNTIL WS-LEDGER-KEY NOT = WS-CURR-ITEM.
           COMPUTE WS-NET-MOVEMENT = WS-RUNNING-QTY - WS-OPENING-QTY.
           COMPUTE WS-DIFFERENCE   = WS-CLOSING-QTY - WS-RUNNING-QTY.
           ADD 1 TO WS-ITEMS-PROVED-COUNT.
           PERFORM 4300-REPORT-ITEM THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4200-APPLY-LEDGER-LINE - a LOAD restates the running
      *    quantity; any other line must start where the last one
      *    left off, or something moved the quantity off the ledger.
      ******************************************************************
       4200-APPLY-LEDGER-LINE.
           ADD 1 TO WS-ITEM-ENTRY-COUNT.
           IF SW-RELOAD
               IF SW-QTY-AFTER NOT = WS-RUNNING-QTY
                   MOVE "Y" TO WS-RELOADED-SWITCH
               END-IF
           ELSE
               IF SW-QTY-BEFORE NOT = WS-RUNNING-QTY
                   MOVE "Y" TO WS-CHAIN-BREAK-SWITCH
               END-IF
           END-IF.
           MOVE SW-QTY-AFTER TO WS-RUNNING-QTY.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *    4300-REPORT-ITEM - an item that stood still and ties is
      *    only counted; everything else gets a line, worst finding
      *    first in the status column.
      ******************************************************************
       4300-REPORT-ITEM.
           EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT = ZERO
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   MOVE "** OUT OF BALANCE"    TO WS-ITEM-STATUS
               WHEN CHAIN-BROKEN
                   ADD 1 TO WS-CHAIN-BREAK-COUNT
                   MOVE "** CHAIN BREAK"       TO WS-ITEM-STATUS
               WHEN ITEM-RESTATED
                   ADD 1 TO WS-RESTATED-COUNT
                   MOVE "RESTATED BY LOAD"     TO WS-ITEM-STATUS
               WHEN WS-ITEM-ENTRY-COUNT > ZERO
                   ADD 1 TO WS-BALANCED-COUNT
                   MOVE "BALANCED"             TO WS-ITEM-STATUS
               WHEN OTHER
                   ADD 1 TO WS-UNMOVED-COUNT
                   GO TO 4300-EXIT
           END-EVALUATE.
           MOVE SPACES              TO ROLL-FORWARD-REPORT-RECORD.
           MOVE WS-ITEM-STATUS      TO RFWD-STATUS.
           MOVE WS-CURR-ITEM        TO RFWD-GOODS-NAME.
           MOVE WS-OPENING-QTY      TO RFWD-OPENING-QTY.
           MOVE WS-NET-MOVEMENT     TO RFWD-NET-MOVEMENT.
           MOVE WS-RUNNING-QTY      TO RFWD-COMPUTED-QTY.
           MOVE WS-CLOSING-QTY      TO RFWD-SNAPSHOT-QTY.
           MOVE WS-DIFFERENCE       TO RFWD-DIFFERENCE.
           MOVE WS-ITEM-ENTRY-COUNT TO RFWD-ENTRY-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4500-WRITE-REPORT-TOTALS - the proof holds only when no
      *    item is out of balance and no chain is broken.
      ******************************************************************
       4500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE "LEDGER LINES APPLIED:"     TO RFWD-TOTAL-LABEL.
           MOVE WS-LEDGER-USED-COUNT        TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "ITEMS PROVED:"             TO RFWD-TOTAL-LABEL.
           MOVE WS-ITEMS-PROVED-COUNT       TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "  UNMOVED:"                TO RFWD-TOTAL-LABEL.
           MOVE WS-UNMOVED-COUNT            TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "  MOVED AND BALANCED:"     TO RFWD-TOTAL-LABEL.
           MOVE WS-BALANCED-COUNT           TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "  RESTATED BY LOAD:"       TO RFWD-TOTAL-LABEL.
           MOVE WS-RESTATED-COUNT           TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "  CHAIN BREAKS:"           TO RFWD-TOTAL-LABEL.
           MOVE WS-CHAIN-BREAK-COUNT        TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           MOVE "  OUT OF BALANCE:"         TO RFWD-TOTAL-LABEL.
           MOVE WS-OUT-OF-BALANCE-COUNT     TO RFWD-TOTAL-COUNT.
           WRITE ROLL-FORWARD-REPORT-RECORD.
           MOVE SPACES TO ROLL-FORWARD-REPORT-RECORD.
           IF WS-OUT-OF-BALANCE-COUNT = ZERO
               AND WS-CHAIN-BREAK-COUNT = ZERO
               MOVE "ROLL-FORWARD PROVED" TO RFWD-TEXT
           ELSE
               MOVE "** ROLL-FORWARD NOT PROVED - SEE FLAGGED ITEMS"
                   TO RFWD-TEXT
           END-IF.
           WRITE ROLL-FORWARD-REPORT-RECORD.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    6000-DISPLAY-TOTALS
      ******************************************************************
       6000-DISPLAY-TOTALS.
           DISPLAY "LEDGER WINDOW:          " WS-FROM-DATE " "
               WS-FROM-TIME " TO " WS-TO-DATE " " WS-TO-TIME.
           DISPLAY "LEDGER LINES READ:      " WS-LEDGER-READ-COUNT.
           DISPLAY "LEDGER LINES APPLIED:   " WS-LEDGER-USED-COUNT.
           DISPLAY "ITEMS PROVED:           " WS-ITEMS-PROVED-COUNT.
           DISPLAY "MOVED AND BALANCED:     " WS-BALANCED-COUNT.
           DISPLAY "RESTATED BY LOAD:       " WS-RESTATED-COUNT.
           DISPLAY "CHAIN BREAKS:           " WS-CHAIN-BREAK-COUNT.
           DISPLAY "OUT OF BALANCE:         " WS-OUT-OF-BALANCE-COUNT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF OPENING-FILE-OPENED
               CLOSE OPENING-SNAPSHOT-FILE
           END-IF.
           IF CLOSING-FILE-OPENED
               CLOSE CLOSING-SNAPSHOT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
