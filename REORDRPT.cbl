      *   2026-09-02  DLT  SUGGESTED-ORDER-RECORD layout factored into
      *                    the SUGORDRC copybook so POGEN can read the
      *                    identical record when raising open POs.
      *   2026-10-15  DLT  Superseded items (SUPRLKUP) are no longer
      *                    reordered.  Their reorder point - and,
      *                    while they are being used up, their stock -
      *                    is rolled into the replacement at the end
      *                    of the chain, which is reported (and
      *                    suggested) on the combined figures with the
      *                    old item named beside it.
      *   2026-10-15  DLT  Each line now carries the item's ABC class
      *                    from ABCANAL's class file (ABCCLSDD) so
      *                    buyers work the A items first.  The file is
      *                    optional - without it the column is blank.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

      *    ABC-CLASS-FILE - ABCANAL's class per item, looked up by
      *    key; a missing file or item just leaves the class blank.
           SELECT ABC-CLASS-FILE ASSIGN TO ABCCLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABC-GOODS-NAME
               FILE STATUS IS WS-ABC-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "REORDWK1".
           05  RORD-DETAIL-SUGGESTED   PIC Z(4)9.
           05  RORD-SEP-5              PIC X(03).
           05  RORD-DETAIL-FLAG        PIC X(12).
           05  RORD-SEP-6              PIC X(03).
           05  RORD-DETAIL-ROLLED      PIC X(13).
           05  RORD-SEP-7              PIC X(03).
           05  RORD-DETAIL-ABC-CLASS   PIC X(05).
       01  REORDER-TEXT-LINE REDEFINES REORDER-REPORT-RECORD.
           05  RORD-TEXT               PIC X(50).
       01  REORDER-TOTAL-LINE REDEFINES REORDER-REPORT-RECORD.
       FD  SUGGESTED-ORDER-FILE.
           COPY SUGORDRC.

       FD  ABC-CLASS-FILE.
           COPY ABCREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-PRIORITY-CODE        PIC X(01).
           05  SW-REORDER-POINT        PIC 9(05).
           05  SW-SHORTFALL            PIC 9(05).
           05  SW-SUGGESTED-QTY        PIC 9(05).
           05  SW-ROLLED-FROM          PIC X(04).
           05  SW-ROLLED-COUNT         PIC 9(03).
           05  SW-ABC-CLASS            PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-EOF-STATUS       VALUE "10".
       77  WS-REPORT-STATUS         PIC X(02).
       77  WS-ORDER-STATUS          PIC X(02).
       77  WS-ABC-STATUS            PIC X(02).
           88  ABC-OK                  VALUE "00".

       77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-MASTER           VALUE "Y".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".
       77  WS-ABC-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  ABC-FILE-OPENED         VALUE "Y".

       77  WS-PRIOR-PRIORITY-CODE   PIC X(01) VALUE SPACES.
       77  WS-PRIOR-CLASS-NAME      PIC X(20) VALUE SPACES.
       77  WS-GROUP-ORDER-TOTAL     PIC 9(07) VALUE ZERO.
       77  WS-GRAND-ITEM-COUNT      PIC 9(05) VALUE ZERO.
       77  WS-GRAND-ORDER-TOTAL     PIC 9(07) VALUE ZERO.
       77  WS-SUPERSEDED-COUNT      PIC 9(05) VALUE ZERO.

      *    Figures rolled up from superseded items, one slot per
      *    replacement, built on a first pass over the master so each
      *    replacement's combined figures are known when it is read
      *    on the second.  A hundred replacements in force at once is
      *    well beyond anything purchasing keeps.
       01  ROLL-TABLE.
           05  ROLL-ENTRY OCCURS 100 TIMES.
               10  ROLL-GOODS-NAME     PIC X(04).
               10  ROLL-REORDER-POINT  PIC 9(07).
               10  ROLL-ON-HAND        PIC 9(07).
               10  ROLL-OLD-COUNT      PIC 9(03).
               10  ROLL-FIRST-OLD-NAME PIC X(04).
               10  ROLL-MATCHED-SWITCH PIC X(01).
                   88  ROLL-MATCHED       VALUE "Y".
       77  WS-ROLL-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-ROLL-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-ROLL-SEARCH-NAME      PIC X(04) VALUE SPACES.
       77  WS-ROLL-FOUND-SWITCH     PIC X(01) VALUE "N".
           88  ROLL-FOUND              VALUE "Y".

      *    The item's own figures plus anything rolled into it.
       77  WS-EFFECTIVE-ON-HAND     PIC 9(07) VALUE ZERO.
       77  WS-EFFECTIVE-REORDER-PT  PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

      *    Supersession lookup interface - see the SUPRLKPM copybook.
           COPY SUPRLKPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PRIORITY-CODE
                                SW-GOODS-NAME
               OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - today's date for the supersession lookup,
      *    then a first pass over the master rolling every superseded
      *    item into its replacement.  The master is read again by
      *    the sort input below.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-ROLL-ONE-RECORD THRU 1100-EXIT
               UNTIL END-OF-MASTER.
           CLOSE GOODS-MASTER-FILE.
           MOVE "N" TO WS-MASTER-EOF-SWITCH.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    1100-ROLL-ONE-RECORD - a superseded item's reorder point
      *    always passes to its replacement.  Its stock passes too
      *    only while it is being used up first; stock of an item
      *    switched over outright is left to clear, not to fill
      *    orders, so it cannot hold the replacement's reorder back.
      ******************************************************************
       1100-ROLL-ONE-RECORD.
           READ GOODS-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   GO TO 1100-EXIT
           END-READ.
           PERFORM 3050-LOOK-UP-SUPERSESSION THRU 3050-EXIT.
           IF NOT SUPL-SUPERSEDED
               GO TO 1100-EXIT
           END-IF.
           MOVE SUPL-REPLACEMENT-NAME TO WS-ROLL-SEARCH-NAME.
           PERFORM 3500-FIND-ROLL-ENTRY THRU 3500-EXIT.
           IF NOT ROLL-FOUND
               IF WS-ROLL-COUNT NOT < 100
                   DISPLAY "ROLL TABLE FULL - " GOODS-NAME
                       " NOT ROLLED INTO " SUPL-REPLACEMENT-NAME
                   GO TO 1100-EXIT
               END-IF
               ADD 1 TO WS-ROLL-COUNT
               MOVE WS-ROLL-COUNT TO WS-ROLL-SUBSCRIPT
               MOVE SUPL-REPLACEMENT-NAME
                   TO ROLL-GOODS-NAME(WS-ROLL-SUBSCRIPT)
               MOVE ZERO TO ROLL-REORDER-POINT(WS-ROLL-SUBSCRIPT)
                            ROLL-ON-HAND(WS-ROLL-SUBSCRIPT)
                            ROLL-OLD-COUNT(WS-ROLL-SUBSCRIPT)
               MOVE GOODS-NAME TO ROLL-FIRST-OLD-NAME(WS-ROLL-SUBSCRIPT)
               MOVE "N" TO ROLL-MATCHED-SWITCH(WS-ROLL-SUBSCRIPT)
           END-IF.
           ADD GOODS-REORDER-POINT
               TO ROLL-REORDER-POINT(WS-ROLL-SUBSCRIPT).
           IF SUPL-USE-UP-FIRST
               ADD GOODS-QTY-ON-HAND TO ROLL-ON-HAND(WS-ROLL-SUBSCRIPT)
           END-IF.
           ADD 1 TO ROLL-OLD-COUNT(WS-ROLL-SUBSCRIPT).
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SORT-INPUT - read the goods master once and RELEASE a
      *    sort work record for every item at or below its reorder
      *    point.  Stockouts sort ahead of ordinary replenishments so
      *    purchasing sees them first.  A replacement whose old item
      *    was rolled up but which is not on the master itself is
      *    reported, since nothing will be ordered for it.  The ABC
      *    class file is opened here for the lookups in 3200.
      ******************************************************************
       3000-SORT-INPUT.
           OPEN INPUT ABC-CLASS-FILE.
           IF ABC-OK
               MOVE "Y" TO WS-ABC-OPEN-SWITCH
           ELSE
               DISPLAY "NO ABC CLASS FILE - CLASS NOT PRINTED "
                   "(STATUS " WS-ABC-STATUS ")"
           END-IF.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
           IF MASTER-OK OR MASTER-EOF-STATUS
               CLOSE GOODS-MASTER-FILE
           END-IF.
           PERFORM 3600-CHECK-ONE-ROLL-ENTRY THRU 3600-EXIT
               VARYING WS-ROLL-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-ROLL-SUBSCRIPT > WS-ROLL-COUNT.
           IF ABC-FILE-OPENED
               CLOSE ABC-CLASS-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-LOOK-UP-SUPERSESSION.
           MOVE GOODS-NAME    TO SUPL-PARM-GOODS-NAME.
           MOVE WS-TODAY-DATE TO SUPL-PARM-AS-OF-DATE.
           CALL "SUPRLKUP" USING SUPERSESSION-LOOKUP-PARMS.
       3050-EXIT.
           EXIT.

      ******************************************************************
      *    3100-RELEASE-ONE-RECORD - a superseded item is skipped; any
      *    other item is judged on its own figures plus whatever was
      *    rolled into it.
      ******************************************************************
       3100-RELEASE-ONE-RECORD.
           READ GOODS-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           PERFORM 3050-LOOK-UP-SUPERSESSION THRU 3050-EXIT.
           IF SUPL-SUPERSEDED
               ADD 1 TO WS-SUPERSEDED-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE GOODS-QTY-ON-HAND   TO WS-EFFECTIVE-ON-HAND.
           MOVE GOODS-REORDER-POINT TO WS-EFFECTIVE-REORDER-PT.
           MOVE GOODS-NAME TO WS-ROLL-SEARCH-NAME.
           PERFORM 3500-FIND-ROLL-ENTRY THRU 3500-EXIT.
           IF ROLL-FOUND
               MOVE "Y" TO ROLL-MATCHED-SWITCH(WS-ROLL-SUBSCRIPT)
               ADD ROLL-ON-HAND(WS-ROLL-SUBSCRIPT)
                   TO WS-EFFECTIVE-ON-HAND
               ADD ROLL-REORDER-POINT(WS-ROLL-SUBSCRIPT)
                   TO WS-EFFECTIVE-REORDER-PT
           END-IF.
           IF WS-EFFECTIVE-REORDER-PT > ZERO
               AND WS-EFFECTIVE-ON-HAND NOT >
                   WS-EFFECTIVE-REORDER-PT
               PERFORM 3200-BUILD-WORK-RECORD THRU 3200-EXIT
               RELEASE SORT-WORK-RECORD
           END-IF.
       3100-EXIT.
           EXIT.

      *    the shortfall would leave the item due again the next
      *    morning.  Doubling a large reorder point can exceed the
      *    five-digit quantity purchasing accepts, so the suggestion
      *    is capped there rather than silently truncated.  Rolled-up
      *    figures are capped the same way.
      ******************************************************************
       3200-BUILD-WORK-RECORD.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE GOODS-NAME          TO SW-GOODS-NAME.
           MOVE WS-EFFECTIVE-ON-HAND TO SW-QTY-ON-HAND.
           IF WS-EFFECTIVE-ON-HAND > 99999
               MOVE 99999 TO SW-QTY-ON-HAND
           END-IF.
           MOVE WS-EFFECTIVE-REORDER-PT TO SW-REORDER-POINT.
           IF WS-EFFECTIVE-REORDER-PT > 99999
               MOVE 99999 TO SW-REORDER-POINT
           END-IF.
           COMPUTE SW-SHORTFALL =
               WS-EFFECTIVE-REORDER-PT - WS-EFFECTIVE-ON-HAND
               ON SIZE ERROR
                   MOVE 99999 TO SW-SHORTFALL
           END-COMPUTE.
           COMPUTE SW-SUGGESTED-QTY =
               (2 * WS-EFFECTIVE-REORDER-PT) - WS-EFFECTIVE-ON-HAND
               ON SIZE ERROR
                   MOVE 99999 TO SW-SUGGESTED-QTY
           END-COMPUTE.
           MOVE SPACES TO SW-ROLLED-FROM.
           MOVE ZERO   TO SW-ROLLED-COUNT.
           IF ROLL-FOUND
               MOVE ROLL-FIRST-OLD-NAME(WS-ROLL-SUBSCRIPT)
                   TO SW-ROLLED-FROM
               MOVE ROLL-OLD-COUNT(WS-ROLL-SUBSCRIPT)
                   TO SW-ROLLED-COUNT
           END-IF.
           IF WS-EFFECTIVE-ON-HAND = ZERO
               MOVE "1"              TO SW-PRIORITY-CODE
               MOVE "STOCKOUT ITEMS"  TO SW-CLASS-NAME
           ELSE
               MOVE "2"                  TO SW-PRIORITY-CODE
               MOVE "BELOW REORDER POINT" TO SW-CLASS-NAME
           END-IF.
           PERFORM 3300-LOOK-UP-ABC-CLASS THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-LOOK-UP-ABC-CLASS - the item's ABC class from the last
      *    ABCANAL run, blank when there is no class file or the item
      *    was added since.
      ******************************************************************
       3300-LOOK-UP-ABC-CLASS.
           MOVE SPACES TO SW-ABC-CLASS.
           IF NOT ABC-FILE-OPENED
               GO TO 3300-EXIT
           END-IF.
           MOVE GOODS-NAME TO ABC-GOODS-NAME.
           READ ABC-CLASS-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF ABC-VALID-CLASS
               MOVE ABC-CLASS-CODE TO SW-ABC-CLASS
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3500-FIND-ROLL-ENTRY - look WS-ROLL-SEARCH-NAME up among
      *    the replacements; on a hit WS-ROLL-SUBSCRIPT is left on its
      *    slot.
      ******************************************************************
       3500-FIND-ROLL-ENTRY.
           MOVE "N" TO WS-ROLL-FOUND-SWITCH.
           PERFORM 3510-CHECK-ONE-ROLL-SLOT THRU 3510-EXIT
               VARYING WS-ROLL-SUBSCRIPT FROM 1 BY 1
               UNTIL ROLL-FOUND
                  OR WS-ROLL-SUBSCRIPT > WS-ROLL-COUNT.
       3500-EXIT.
           EXIT.

       3510-CHECK-ONE-ROLL-SLOT.
           IF ROLL-GOODS-NAME(WS-ROLL-SUBSCRIPT) = WS-ROLL-SEARCH-NAME
               MOVE "Y" TO WS-ROLL-FOUND-SWITCH
      *        Step back so the VARYING increment leaves the
      *        subscript on the matched slot.
               SUBTRACT 1 FROM WS-ROLL-SUBSCRIPT
           END-IF.
       3510-EXIT.
           EXIT.

       3600-CHECK-ONE-ROLL-ENTRY.
           IF NOT ROLL-MATCHED(WS-ROLL-SUBSCRIPT)
               DISPLAY "REPLACEMENT " ROLL-GOODS-NAME(WS-ROLL-SUBSCRIPT)
                   " NOT ON MASTER - DEMAND OF "
                   ROLL-FIRST-OLD-NAME(WS-ROLL-SUBSCRIPT)
                   " NOT REORDERED"
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - control-break processing of the sorted
      *    work file: stockouts print (and are written to the order
           CLOSE REORDER-REPORT-FILE.
           CLOSE SUGGESTED-ORDER-FILE.
           DISPLAY "REPLENISHMENT CANDIDATES: " WS-GRAND-ITEM-COUNT.
           DISPLAY "SUPERSEDED - NOT ORDERED: " WS-SUPERSEDED-COUNT.
       4000-EXIT.
           EXIT.

           IF SW-STOCKOUT-CLASS
               MOVE "** STOCKOUT" TO RORD-DETAIL-FLAG
           END-IF.
           IF SW-ROLLED-COUNT = 1
               MOVE "INCL OLD"     TO RORD-DETAIL-ROLLED(1:8)
               MOVE SW-ROLLED-FROM TO RORD-DETAIL-ROLLED(10:4)
           END-IF.
           IF SW-ROLLED-COUNT > 1
               MOVE "INCL"          TO RORD-DETAIL-ROLLED(1:4)
               MOVE SW-ROLLED-COUNT TO RORD-DETAIL-ROLLED(6:3)
               MOVE "OLD"           TO RORD-DETAIL-ROLLED(10:3)
           END-IF.
           IF SW-ABC-CLASS NOT = SPACE
               MOVE "ABC"        TO RORD-DETAIL-ABC-CLASS(1:3)
               MOVE SW-ABC-CLASS TO RORD-DETAIL-ABC-CLASS(5:1)
           END-IF.
           WRITE REORDER-REPORT-RECORD.
       4250-EXIT.
           EXIT.
