      *              logged to GOODSMNT's transaction log (type I), so
      *              shipment history shows up in ITEMHIST inquiries
      *              beside adds, changes and deletes.
      *
      *              Issues come from two files: ISSUEDD, keyed by
      *              hand, and RELISSDD, the order lines ORDALLOC
      *              released tonight.  Either may be absent.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Every shipment is also written to the
      *                    stock-movement ledger (STKLDGR) with the
      *                    master quantity before and after and the
      *                    order reference, so ROLLFWD can prove the
      *                    night's snapshot.
      *   2026-10-14  DLT  Issue layout factored out to ISSUEREC.  An
      *                    issue released by ORDALLOC carries its
      *                    customer-order line and location: the
      *                    location prints on the pick list, the
      *                    line rides through the backorder file, and
      *                    the shipped quantity is posted back onto
      *                    the order line (picked to shipped) so
      *                    ORDRPT can say where an order stands.  The
      *                    step now waits for ORDALLOC, which builds
      *                    tonight's issue file.
      *   2026-10-14  DLT  Transaction log lines carry blank operator
      *                    and supervisor fields - issues are a batch
      *                    posting, not keyed maintenance.
      *   2026-10-14  DLT  Stock held in the quarantine location
      *                    (returns awaiting inspection or going back
      *                    to the vendor) is still on the master but
      *                    is never shipped: only on hand less the
      *                    quarantine quantity is pickable, and an
      *                    issue naming the quarantine location is
      *                    rejected.
      *   2026-10-15  DLT  Superseded items (SUPRLKUP): once an old
      *                    item has run out - at once, if it is not
      *                    to be used up first - the shortfall is
      *                    picked from its replacement, ledgered
      *                    against the replacement and noted on the
      *                    pick list as a substitute.  Whatever the
      *                    replacement cannot cover still backorders
      *                    under the item ordered.
      *   2026-10-15  DLT  An issue picked from a named location now
      *                    comes off that location's stock record as
      *                    well as the master (ledgered at location
      *                    level), and is drawn from the item's lots
      *                    there earliest expiry first.  The lots
      *                    drawn print under the pick line; stock the
      *                    lots do not cover prints as unlotted.
      *   2026-10-15  DLT  An issue naming a location ships no more
      *                    than that location holds, so the master,
      *                    the location, its lots and both ledger
      *                    lines all move by the same quantity.
      *                    ORDALLOC's released lines are read from
      *                    their own file, RELISSDD, after the hand-
      *                    keyed ISSUEDD, which ORDALLOC used to
      *                    overwrite.  What an order line cannot ship
      *                    goes back to the line as backordered, for
      *                    ORDALLOC to allocate again, instead of
      *                    onto the backorder file.
      ******************************************************************

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ISSUE-TRAN-FILE holds hand-keyed issues; RELEASED-ISSUE-
      *    FILE is written fresh by ORDALLOC each night.
           SELECT ISSUE-TRAN-FILE ASSIGN TO ISSUEDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ISSUE-STATUS.

           SELECT RELEASED-ISSUE-FILE ASSIGN TO RELISSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELISS-STATUS.

      *    BACKORDER-FILE is read (last night's carry-forward) during
      *    sort input and rewritten fresh (tonight's residue) during
      *    sort output - the same file, two opens.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

      *    CUSTOMER-ORDER-FILE - shipments against an order line are
      *    posted back here; a stream with no order file yet simply
      *    skips the posting.
           SELECT CUSTOMER-ORDER-FILE ASSIGN TO ORDERSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORD-KEY
               FILE STATUS IS WS-ORDER-STATUS.

      *    LOCATION-STOCK-FILE - read for each item's quarantine
      *    quantity, which is held back from picking, and debited at
      *    the location an issue is picked from; a stream with no
      *    location-stock file yet treats everything on hand as
      *    pickable.
           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

      *    LOT-STOCK-FILE - the lots making up each location's stock,
      *    drawn down earliest expiry first as the location ships; a
      *    stream with no lot file yet ships everything unlotted.
           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "ISSUEWK1".
       DATA DIVISION.
       FILE SECTION.
       FD  ISSUE-TRAN-FILE.
           COPY ISSUEREC.

       FD  RELEASED-ISSUE-FILE.
           COPY ISSUEREC REPLACING ==ISSUE-TRAN-RECORD== BY
                                   ==RELEASED-ISSUE-RECORD==.

       FD  BACKORDER-FILE.
       01  BACKORDER-RECORD.
           05  BACK-QTY                PIC 9(05).
           05  BACK-ORDER-REF          PIC X(10).
           05  BACK-FIRST-DATE         PIC X(10).
           05  BACK-ORDER-LINE         PIC 9(03).
           05  BACK-LOCATION-ID        PIC X(03).

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.
           05  PICK-ORDER-REF          PIC X(10).
           05  PICK-SEP-3              PIC X(01).
           05  PICK-FLAG               PIC X(28).
           05  PICK-SEP-4              PIC X(01).
           05  PICK-LOCATION-ID        PIC X(03).
       01  PICK-TEXT-LINE REDEFINES PICK-LIST-RECORD.
           05  PICK-TEXT               PIC X(50).

       FD  TRANSACTION-LOG-FILE.
           COPY TLOGREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  CUSTOMER-ORDER-FILE.
           COPY ORDREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CLASS-CODE           PIC X(01).
               88  SW-BACKORDER-RETRY     VALUE "B".
               88  SW-NEW-ISSUE           VALUE "I".
           05  SW-FIRST-DATE           PIC X(10).
           05  SW-ORDER-LINE           PIC 9(03).
               88  SW-NO-ORDER-LINE       VALUE ZERO.
           05  SW-LOCATION-ID          PIC X(03).

       WORKING-STORAGE SECTION.
      *    Char and its 88-level groups are the same classification
       77  WS-ISSUE-STATUS          PIC X(02).
           88  ISSUE-FILE-OK           VALUE "00".
           88  ISSUE-EOF-STATUS        VALUE "10".
           88  ISSUE-FILE-MISSING      VALUE "35".
       77  WS-RELISS-STATUS         PIC X(02).
           88  RELISS-FILE-OK          VALUE "00".
           88  RELISS-FILE-MISSING     VALUE "35".
       77  WS-BACKORDER-STATUS      PIC X(02).
           88  BACKORDER-OK            VALUE "00".
           88  BACKORDER-EOF-STATUS    VALUE "10".
           88  MASTER-NOT-FOUND        VALUE "23".
       77  WS-PICKLIST-STATUS       PIC X(02).
       77  WS-TRANLOG-STATUS        PIC X(02).
       77  WS-LEDGER-STATUS         PIC X(02).
       77  WS-ORDER-STATUS          PIC X(02).
           88  ORDER-OK                VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".

       77  WS-ISSUE-EOF-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-ISSUES           VALUE "Y".
       77  WS-RELISS-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-RELEASED-ISSUES  VALUE "Y".
       77  WS-BACKORDER-EOF-SWITCH  PIC X(01) VALUE "N".
           88  END-OF-BACKORDERS       VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".

       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-ORDER-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  ORDER-FILE-OPENED       VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".
       77  WS-LOT-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
           88  END-OF-LOT-SCAN         VALUE "Y".
       77  WS-LOTS-EXHAUSTED-SWITCH PIC X(01) VALUE "N".
           88  LOTS-EXHAUSTED          VALUE "Y".
      *    Set once an issue's shortfall has gone back onto its order
      *    line, so it is not also carried on the backorder file.
       77  WS-SHORT-TO-ORDER-SWITCH PIC X(01) VALUE "N".
           88  SHORT-BACK-TO-ORDER     VALUE "Y".

       77  WS-PRIOR-CLASS-CODE      PIC X(01) VALUE SPACES.
       77  WS-PRIOR-CLASS-NAME      PIC X(20) VALUE SPACES.

       77  WS-SHIPPED-QTY           PIC 9(05) VALUE ZERO.
       77  WS-SHORT-QTY             PIC 9(05) VALUE ZERO.
       77  WS-QTY-BEFORE            PIC 9(05) VALUE ZERO.
       77  WS-PICKABLE-QTY          PIC 9(05) VALUE ZERO.
      *    What a superseded item's replacement shipped in its place,
      *    and the total to post back onto the order line.
       77  WS-SUB-SHIPPED-QTY       PIC 9(05) VALUE ZERO.
       77  WS-POST-QTY              PIC 9(05) VALUE ZERO.
       77  WS-PICK-TAKE-QTY         PIC 9(06) VALUE ZERO.
       77  WS-REJECT-FLAG           PIC X(28) VALUE SPACES.
       77  WS-REJECT-TEXT           PIC X(40) VALUE SPACES.

      *    The item and quantity being taken off the pick location -
      *    the item ordered, or its replacement - and how much of it
      *    the location's lots have still to cover.
       77  WS-DRAW-GOODS-NAME       PIC X(04) VALUE SPACES.
       77  WS-DRAW-QTY              PIC 9(05) VALUE ZERO.
       77  WS-DRAW-LEFT             PIC 9(05) VALUE ZERO.
       77  WS-LOCSTK-QTY-BEFORE     PIC 9(05) VALUE ZERO.

      *    The item's lots at the pick location, loaded fresh for each
      *    draw.  A lot with no expiry date sorts after every dated one
      *    (high-values in DLOT-SORT-EXPIRY).  Fifty lots of one item
      *    in one building is far beyond anything on the shelves;
      *    lots past the fiftieth are not drawn from this run.
       01  LOT-DRAW-TABLE.
           05  DLOT-ENTRY OCCURS 50 TIMES.
               10  DLOT-NUMBER         PIC X(10).
               10  DLOT-EXPIRY-DATE    PIC X(10).
               10  DLOT-SORT-EXPIRY    PIC X(10).
               10  DLOT-QTY            PIC 9(05).
       77  WS-DLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-DLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-EARLIEST-SUBSCRIPT    PIC 9(03) VALUE ZERO.
       77  WS-LOT-TAKE-QTY          PIC 9(05) VALUE ZERO.

      *    The lots drawn for this issue, the item ordered and any
      *    substitute together, held until their pick lines are
      *    printed beneath the item's own line.
       01  PICKED-LOT-TABLE.
           05  PLOT-ENTRY OCCURS 50 TIMES.
               10  PLOT-GOODS-NAME     PIC X(04).
               10  PLOT-NUMBER         PIC X(10).
               10  PLOT-EXPIRY-DATE    PIC X(10).
               10  PLOT-QTY            PIC 9(05).
       77  WS-PLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-PLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-PLOT-GOODS-NAME       PIC X(04) VALUE SPACES.

       77  WS-ISSUE-READ-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-RELEASED-READ-COUNT   PIC 9(07) VALUE ZERO.
       77  WS-RETRY-READ-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-FULL-ISSUE-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-PARTIAL-ISSUE-COUNT   PIC 9(07) VALUE ZERO.
       77  WS-NO-STOCK-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-BACKORDER-OUT-COUNT   PIC 9(07) VALUE ZERO.
       77  WS-ORDER-POSTED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-ORDER-MISSED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-ORDER-RETURNED-COUNT  PIC 9(07) VALUE ZERO.
       77  WS-SUBSTITUTE-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-LOTS-DRAWN-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-UNLOTTED-COUNT        PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
       77  WS-TODAY-DATE            PIC X(10).

      *    Run-control interface - see the RUNCTLPM copybook.  Issues
      *    must not process before ORDALLOC has built tonight's
      *    released-issue file, and ORDALLOC itself waits for the
      *    GOODSMNT build - the whole point of the backorder retry is
      *    that tonight's load has already landed its stock.
           COPY RUNCTLPM.

      *    Supersession lookup interface - see the SUPRLKPM copybook.
           COPY SUPRLKPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-CHECK-RUN-CONTROL THRU 0100-EXIT.
                   INPUT PROCEDURE IS 3000-SORT-INPUT THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               DISPLAY "NEW ISSUES READ:        " WS-ISSUE-READ-COUNT
               DISPLAY "RELEASED ISSUES READ:   "
                   WS-RELEASED-READ-COUNT
               DISPLAY "BACKORDERS RETRIED:     " WS-RETRY-READ-COUNT
               DISPLAY "ISSUED IN FULL:         " WS-FULL-ISSUE-COUNT
               DISPLAY "ISSUED PARTIAL:         " WS-PARTIAL-ISSUE-COUNT
               DISPLAY "NO STOCK TO ISSUE:      " WS-NO-STOCK-COUNT
               DISPLAY "REJECTED:               " WS-REJECT-COUNT
               DISPLAY "BACKORDERS CARRIED:     " WS-BACKORDER-OUT-COUNT
               DISPLAY "ORDER LINES POSTED:     " WS-ORDER-POSTED-COUNT
               DISPLAY "ORDER LINES NOT FOUND:  " WS-ORDER-MISSED-COUNT
               DISPLAY "SHORTS BACK TO ORDERS:  "
                   WS-ORDER-RETURNED-COUNT
               DISPLAY "SUBSTITUTES PICKED:     " WS-SUBSTITUTE-COUNT
               DISPLAY "LOT DRAWS:              " WS-LOTS-DRAWN-COUNT
               DISPLAY "UNLOTTED PICKS:         " WS-UNLOTTED-COUNT
               PERFORM 0200-MARK-STEP-COMPLETE THRU 0200-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    0100-CHECK-RUN-CONTROL - refuse to issue before ORDALLOC
      *    has completed tonight, and refuse a second
      *    run without the operator override; a cleared step is
      *    recorded as started.
      ******************************************************************
       0100-CHECK-RUN-CONTROL.
           MOVE "K"        TO RCTL-FUNCTION-CODE.
           MOVE "GOODSISS" TO RCTL-PARM-STEP-NAME.
           MOVE "ORDALLOC" TO RCTL-PARM-PRED-NAME.
           CALL "RUNCTL" USING RUN-CONTROL-PARMS.
           EVALUATE TRUE
               WHEN RCTL-PRED-NOT-DONE
                   DISPLAY "GOODSISS REFUSED - ORDER ALLOCATION HAS "
                       "NOT COMPLETED TONIGHT (RUNCTL-OVERRIDE=Y "
                       "TO FORCE)"
               WHEN RCTL-ALREADY-RUN
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.
           OPEN I-O GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN I-O CUSTOMER-ORDER-FILE.
           IF ORDER-OK
               MOVE "Y" TO WS-ORDER-OPEN-SWITCH
           ELSE
               DISPLAY "NO ORDER FILE - SHIPMENTS NOT POSTED TO "
                   "ORDERS (STATUS " WS-ORDER-STATUS ")"
           END-IF.
           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCSTK-OK
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           ELSE
               DISPLAY "NO LOCATION STOCK FILE - NO QUARANTINE HELD "
                   "BACK (STATUS " WS-LOCSTK-STATUS ")"
           END-IF.
           OPEN I-O LOT-STOCK-FILE.
           IF LOT-FILE-OK
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           ELSE
               DISPLAY "NO LOT STOCK FILE - PICKS NOT DRAWN FROM "
                   "LOTS (STATUS " WS-LOT-STATUS ")"
           END-IF.
       1000-EXIT.
           EXIT.

      *    3000-SORT-INPUT - last night's backorders go into the sort
      *    ahead of tonight's new issues so a customer already kept
      *    waiting ships first when the two compete for the same
      *    stock (the sort is stable for equal keys); hand-keyed
      *    issues follow, then the lines ORDALLOC released.  A missing
      *    backorder file just means nothing was carried forward, a
      *    missing issue file that nothing was keyed or released.
      ******************************************************************
       3000-SORT-INPUT.
           OPEN INPUT BACKORDER-FILE.
               END-IF
           END-IF.
           OPEN INPUT ISSUE-TRAN-FILE.
           IF ISSUE-FILE-MISSING
               CONTINUE
           ELSE
               IF ISSUE-FILE-OK
                   PERFORM 3200-RELEASE-ONE-ISSUE THRU 3200-EXIT
                       UNTIL END-OF-ISSUES
                   CLOSE ISSUE-TRAN-FILE
               ELSE
                   DISPLAY "ISSUE FILE NOT PROCESSED - STATUS "
                       WS-ISSUE-STATUS
               END-IF
           END-IF.
           OPEN INPUT RELEASED-ISSUE-FILE.
           IF RELISS-FILE-MISSING
               CONTINUE
           ELSE
               IF RELISS-FILE-OK
                   PERFORM 3300-RELEASE-ONE-RELEASED THRU 3300-EXIT
                       UNTIL END-OF-RELEASED-ISSUES
                   CLOSE RELEASED-ISSUE-FILE
               ELSE
                   DISPLAY "RELEASED ISSUE FILE NOT PROCESSED - "
                       "STATUS " WS-RELISS-STATUS
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.
                   MOVE BACK-ORDER-REF  TO SW-ORDER-REF
                   MOVE "B"             TO SW-SOURCE-CODE
                   MOVE BACK-FIRST-DATE TO SW-FIRST-DATE
                   IF BACK-ORDER-LINE IS NUMERIC
                       MOVE BACK-ORDER-LINE TO SW-ORDER-LINE
                   ELSE
                       MOVE ZERO TO SW-ORDER-LINE
                   END-IF
                   MOVE BACK-LOCATION-ID TO SW-LOCATION-ID
                   PERFORM 3500-CLASSIFY-SHELF THRU 3500-EXIT
                   RELEASE SORT-WORK-RECORD
           END-READ.
               NOT AT END
                   ADD 1 TO WS-ISSUE-READ-COUNT
                   MOVE SPACES          TO SORT-WORK-RECORD
                   MOVE ISS-GOODS-NAME OF ISSUE-TRAN-RECORD
                                        TO SW-GOODS-NAME
                   MOVE ISS-QTY OF ISSUE-TRAN-RECORD
                                        TO SW-QTY
                   MOVE ISS-ORDER-REF OF ISSUE-TRAN-RECORD
                                        TO SW-ORDER-REF
                   MOVE "I"             TO SW-SOURCE-CODE
                   MOVE WS-TODAY-DATE   TO SW-FIRST-DATE
                   IF ISS-ORDER-LINE OF ISSUE-TRAN-RECORD IS NUMERIC
                       MOVE ISS-ORDER-LINE OF ISSUE-TRAN-RECORD
                                        TO SW-ORDER-LINE
                   ELSE
                       MOVE ZERO TO SW-ORDER-LINE
                   END-IF
                   MOVE ISS-LOCATION-ID OF ISSUE-TRAN-RECORD
                                        TO SW-LOCATION-ID
                   PERFORM 3500-CLASSIFY-SHELF THRU 3500-EXIT
                   RELEASE SORT-WORK-RECORD
           END-READ.
       3200-EXIT.
           EXIT.

       3300-RELEASE-ONE-RELEASED.
           READ RELEASED-ISSUE-FILE
               AT END
                   MOVE "Y" TO WS-RELISS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RELEASED-READ-COUNT
                   MOVE SPACES          TO SORT-WORK-RECORD
                   MOVE ISS-GOODS-NAME OF RELEASED-ISSUE-RECORD
                                        TO SW-GOODS-NAME
                   MOVE ISS-QTY OF RELEASED-ISSUE-RECORD
                                        TO SW-QTY
                   MOVE ISS-ORDER-REF OF RELEASED-ISSUE-RECORD
                                        TO SW-ORDER-REF
                   MOVE "I"             TO SW-SOURCE-CODE
                   MOVE WS-TODAY-DATE   TO SW-FIRST-DATE
                   IF ISS-ORDER-LINE OF RELEASED-ISSUE-RECORD
                       IS NUMERIC
                       MOVE ISS-ORDER-LINE OF RELEASED-ISSUE-RECORD
                                        TO SW-ORDER-LINE
                   ELSE
                       MOVE ZERO TO SW-ORDER-LINE
                   END-IF
                   MOVE ISS-LOCATION-ID OF RELEASED-ISSUE-RECORD
                                        TO SW-LOCATION-ID
                   PERFORM 3500-CLASSIFY-SHELF THRU 3500-EXIT
                   RELEASE SORT-WORK-RECORD
           END-READ.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3500-CLASSIFY-SHELF - the same leading-character
      *    classification SHELFRPT uses, so the pick list and the
           EXIT.

      ******************************************************************
      *    5000-APPLY-ONE-ISSUE - whatever is pickable ships (and
      *    comes off the master), the rest backorders.  An item not
      *    on the master at all is a keying error, rejected and
      *    logged the way GOODSMNT rejects a bad CHANGE; so is an
      *    issue to be picked from the quarantine location.  A
      *    superseded item ships its own stock only while it is
      *    being used up, and its replacement covers the shortfall.
      *    An issue naming a location ships no more than is there,
      *    and whatever ships also comes off that location and its
      *    lots.  The shortfall on an order line goes back to the
      *    line for ORDALLOC to allocate again; any other shortfall
      *    is carried on the backorder file.
      ******************************************************************
       5000-APPLY-ONE-ISSUE.
           MOVE SW-LOCATION-ID TO LSTK-LOCATION-ID.
           IF LSTK-QUARANTINE-LOCATION
               MOVE "** REJECTED - QUARANTINE LOC" TO WS-REJECT-FLAG
               MOVE "REJECTED - PICK FROM QUARANTINE LOCATION"
                   TO WS-REJECT-TEXT
               PERFORM 5500-REJECT-ISSUE THRU 5500-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE ZERO TO WS-SUB-SHIPPED-QTY.
           MOVE ZERO TO WS-POST-QTY.
           MOVE ZERO TO WS-PLOT-COUNT.
           MOVE "N"  TO WS-SHORT-TO-ORDER-SWITCH.
           MOVE SW-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "** REJECTED - NOT ON MASTER" TO WS-REJECT-FLAG
                   MOVE "REJECTED - GOODS-NAME NOT ON MASTER"
                       TO WS-REJECT-TEXT
                   PERFORM 5500-REJECT-ISSUE THRU 5500-EXIT
                   GO TO 5000-EXIT
           END-READ.
           MOVE SW-GOODS-NAME TO SUPL-PARM-GOODS-NAME.
           MOVE WS-TODAY-DATE TO SUPL-PARM-AS-OF-DATE.
           CALL "SUPRLKUP" USING SUPERSESSION-LOOKUP-PARMS.
           PERFORM 5050-FIND-PICKABLE-QTY THRU 5050-EXIT.
           PERFORM 5060-LIMIT-TO-LOCATION THRU 5060-EXIT.
           IF SUPL-SUPERSEDED AND NOT SUPL-USE-UP-FIRST
               MOVE ZERO TO WS-PICKABLE-QTY
           END-IF.
           IF SW-QTY NOT > WS-PICKABLE-QTY
               MOVE SW-QTY TO WS-SHIPPED-QTY
               MOVE ZERO   TO WS-SHORT-QTY
           ELSE
               MOVE WS-PICKABLE-QTY TO WS-SHIPPED-QTY
               COMPUTE WS-SHORT-QTY = SW-QTY - WS-PICKABLE-QTY
           END-IF.
           IF WS-SHIPPED-QTY > ZERO
               MOVE GOODS-QTY-ON-HAND TO WS-QTY-BEFORE
               SUBTRACT WS-SHIPPED-QTY FROM GOODS-QTY-ON-HAND
               REWRITE GOODS-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED FOR "
                           SW-GOODS-NAME " - STATUS "
                           WS-MASTER-STATUS
                   NOT INVALID KEY
                       PERFORM 5250-LEDGER-ISSUE THRU 5250-EXIT
                       ADD WS-SHIPPED-QTY TO WS-POST-QTY
                       MOVE SW-GOODS-NAME  TO WS-DRAW-GOODS-NAME
                       MOVE WS-SHIPPED-QTY TO WS-DRAW-QTY
                       PERFORM 5700-DRAW-FROM-LOCATION THRU 5700-EXIT
               END-REWRITE
           END-IF.
           IF WS-SHORT-QTY > ZERO AND SUPL-SUPERSEDED
               PERFORM 5600-SUBSTITUTE-REPLACEMENT THRU 5600-EXIT
           END-IF.
           IF (WS-POST-QTY > ZERO OR WS-SHORT-QTY > ZERO)
               AND ORDER-FILE-OPENED
               AND NOT SW-NO-ORDER-LINE
               PERFORM 5400-POST-TO-ORDER THRU 5400-EXIT
           END-IF.
      *    The ordered item's own line is left off the pick list only
      *    when the replacement covered the whole issue by itself.
           IF WS-SHIPPED-QTY > ZERO
               OR WS-SHORT-QTY > ZERO
               OR WS-SUB-SHIPPED-QTY = ZERO
               PERFORM 5100-WRITE-PICK-LINE THRU 5100-EXIT
               PERFORM 5200-LOG-ISSUE THRU 5200-EXIT
           END-IF.
           IF WS-SUB-SHIPPED-QTY > ZERO
               PERFORM 5650-WRITE-SUBSTITUTE-LINE THRU 5650-EXIT
           END-IF.
           IF WS-SHORT-QTY > ZERO AND NOT SHORT-BACK-TO-ORDER
               PERFORM 5300-WRITE-BACKORDER THRU 5300-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5050-FIND-PICKABLE-QTY - the quarantine location's stock is
      *    counted in the master on-hand but may not ship, so it is
      *    taken off what the issue can draw on.  Works on whichever
      *    item is in the master record - the one ordered, or its
      *    replacement.
      ******************************************************************
       5050-FIND-PICKABLE-QTY.
           MOVE GOODS-QTY-ON-HAND TO WS-PICKABLE-QTY.
           IF NOT LOCSTK-FILE-OPENED
               GO TO 5050-EXIT
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
       5050-EXIT.
           EXIT.

      ******************************************************************
      *    5060-LIMIT-TO-LOCATION - an issue naming a location can
      *    only ship what that location holds of the item in the
      *    master record; no stock record there means nothing to
      *    pick.  A hand-keyed issue with no location, or a stream
      *    with no location-stock file, is held to the master alone.
      ******************************************************************
       5060-LIMIT-TO-LOCATION.
           IF SW-LOCATION-ID = SPACES OR NOT LOCSTK-FILE-OPENED
               GO TO 5060-EXIT
           END-IF.
           MOVE SW-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE GOODS-NAME     TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO WS-PICKABLE-QTY
               NOT INVALID KEY
                   IF LSTK-QTY-ON-HAND < WS-PICKABLE-QTY
                       MOVE LSTK-QTY-ON-HAND TO WS-PICKABLE-QTY
                   END-IF
           END-READ.
       5060-EXIT.
           EXIT.

      ******************************************************************
      *    5100-WRITE-PICK-LINE - the ordered item's line.  The issue
      *    is counted once, here, with what its substitute shipped
      *    taken into account.
      ******************************************************************
       5100-WRITE-PICK-LINE.
           MOVE SPACES              TO PICK-LIST-RECORD.
           MOVE SW-GOODS-NAME       TO PICK-GOODS-NAME.
           MOVE WS-SHIPPED-QTY      TO PICK-QTY.
           MOVE SW-ORDER-REF        TO PICK-ORDER-REF.
           MOVE SW-LOCATION-ID      TO PICK-LOCATION-ID.
           EVALUATE TRUE
               WHEN WS-SHIPPED-QTY = ZERO
                   AND WS-SUB-SHIPPED-QTY > ZERO
                   ADD 1 TO WS-PARTIAL-ISSUE-COUNT
                   MOVE "** OUT - PART SUBSTITUTED" TO PICK-FLAG
               WHEN WS-SHIPPED-QTY = ZERO
                   ADD 1 TO WS-NO-STOCK-COUNT
                   IF SHORT-BACK-TO-ORDER
                       MOVE "** NO STOCK - BACK TO ORDER" TO PICK-FLAG
                   ELSE
                       MOVE "** NO STOCK - BACKORDERED" TO PICK-FLAG
                   END-IF
               WHEN WS-SHORT-QTY > ZERO
                   ADD 1 TO WS-PARTIAL-ISSUE-COUNT
                   IF SHORT-BACK-TO-ORDER
                       MOVE "** PARTIAL - REST TO ORDER" TO PICK-FLAG
                   ELSE
                       MOVE "** PARTIAL - REST BACKORDERED"
                           TO PICK-FLAG
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FULL-ISSUE-COUNT
                   IF SW-BACKORDER-RETRY
                   END-IF
           END-EVALUATE.
           WRITE PICK-LIST-RECORD.
           MOVE SW-GOODS-NAME       TO WS-PLOT-GOODS-NAME.
           PERFORM 5800-WRITE-LOT-LINE THRU 5800-EXIT
               VARYING WS-PLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-PLOT-SUBSCRIPT > WS-PLOT-COUNT.
       5100-EXIT.
           EXIT.

       5200-EXIT.
           EXIT.

      ******************************************************************
      *    5250-LEDGER-ISSUE - one stock-movement ledger line per
      *    shipment that actually took stock off the master.
      ******************************************************************
       5250-LEDGER-ISSUE.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE SW-GOODS-NAME       TO LDGR-GOODS-NAME.
           MOVE "GOODSISS"          TO LDGR-SOURCE-PGM.
           MOVE "ISS"               TO LDGR-REASON-CODE.
           MOVE SW-ORDER-REF        TO LDGR-REFERENCE.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           MOVE GOODS-QTY-ON-HAND   TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       5250-EXIT.
           EXIT.

       5300-WRITE-BACKORDER.
           ADD 1 TO WS-BACKORDER-OUT-COUNT.
           MOVE SPACES              TO BACKORDER-RECORD.
           MOVE WS-SHORT-QTY        TO BACK-QTY.
           MOVE SW-ORDER-REF        TO BACK-ORDER-REF.
           MOVE SW-FIRST-DATE       TO BACK-FIRST-DATE.
           MOVE SW-ORDER-LINE       TO BACK-ORDER-LINE.
           MOVE SW-LOCATION-ID      TO BACK-LOCATION-ID.
           WRITE BACKORDER-RECORD.
       5300-EXIT.
           EXIT.

      ******************************************************************
      *    5400-POST-TO-ORDER - what shipped, the ordered item and
      *    any substitute together, moves from picked to shipped on
      *    the customer-order line, and any shortfall comes off
      *    picked as well, leaving it backordered on the line for
      *    ORDALLOC to allocate again.  If the line cannot be read or
      *    rewritten the shortfall is carried on the backorder file
      *    instead.
      ******************************************************************
       5400-POST-TO-ORDER.
           MOVE SW-ORDER-REF  TO ORD-NUMBER.
           MOVE SW-ORDER-LINE TO ORD-LINE-NO.
           READ CUSTOMER-ORDER-FILE
               INVALID KEY
                   ADD 1 TO WS-ORDER-MISSED-COUNT
                   DISPLAY "ORDER LINE NOT ON FILE - " SW-ORDER-REF
                       " LINE " SW-ORDER-LINE
                   GO TO 5400-EXIT
           END-READ.
           COMPUTE WS-PICK-TAKE-QTY = WS-POST-QTY + WS-SHORT-QTY.
           IF WS-PICK-TAKE-QTY NOT > ORDL-PICK-QTY
               SUBTRACT WS-PICK-TAKE-QTY FROM ORDL-PICK-QTY
           ELSE
               MOVE ZERO TO ORDL-PICK-QTY
           END-IF.
           ADD WS-POST-QTY TO ORDL-SHIP-QTY.
           REWRITE CUSTOMER-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO WS-ORDER-MISSED-COUNT
                   DISPLAY "ORDER LINE REWRITE FAILED - " SW-ORDER-REF
                       " LINE " SW-ORDER-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-ORDER-POSTED-COUNT
                   IF WS-SHORT-QTY > ZERO
                       ADD 1 TO WS-ORDER-RETURNED-COUNT
                       MOVE "Y" TO WS-SHORT-TO-ORDER-SWITCH
                   END-IF
           END-REWRITE.
       5400-EXIT.
           EXIT.

       5500-REJECT-ISSUE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES              TO PICK-LIST-RECORD.
           MOVE SW-GOODS-NAME       TO PICK-GOODS-NAME.
           MOVE SW-QTY              TO PICK-QTY.
           MOVE SW-ORDER-REF        TO PICK-ORDER-REF.
           MOVE SW-LOCATION-ID      TO PICK-LOCATION-ID.
           MOVE WS-REJECT-FLAG      TO PICK-FLAG.
           WRITE PICK-LIST-RECORD.
           MOVE "I" TO TLOG-TYPE-CODE.
           MOVE SW-GOODS-NAME TO TLOG-GOODS-NAME.
           MOVE WS-REJECT-TEXT TO TLOG-RESULT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    5600-SUBSTITUTE-REPLACEMENT - the ordered item is
      *    superseded and could not cover the issue, so the shortfall
      *    is picked from the replacement SUPRLKUP returned, as far as
      *    its own pickable stock goes.  The replacement's movement is
      *    ledgered under its own name with the order reference; what
      *    it ships comes off the shortfall.  A replacement missing
      *    from the master substitutes nothing.
      ******************************************************************
       5600-SUBSTITUTE-REPLACEMENT.
           MOVE SUPL-REPLACEMENT-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   DISPLAY "REPLACEMENT " SUPL-REPLACEMENT-NAME
                       " FOR " SW-GOODS-NAME " NOT ON MASTER"
                   GO TO 5600-EXIT
           END-READ.
           PERFORM 5050-FIND-PICKABLE-QTY THRU 5050-EXIT.
           PERFORM 5060-LIMIT-TO-LOCATION THRU 5060-EXIT.
           IF WS-SHORT-QTY NOT > WS-PICKABLE-QTY
               MOVE WS-SHORT-QTY    TO WS-SUB-SHIPPED-QTY
           ELSE
               MOVE WS-PICKABLE-QTY TO WS-SUB-SHIPPED-QTY
           END-IF.
           IF WS-SUB-SHIPPED-QTY = ZERO
               GO TO 5600-EXIT
           END-IF.
           MOVE GOODS-QTY-ON-HAND TO WS-QTY-BEFORE.
           SUBTRACT WS-SUB-SHIPPED-QTY FROM GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR "
                       SUPL-REPLACEMENT-NAME " - STATUS "
                       WS-MASTER-STATUS
                   MOVE ZERO TO WS-SUB-SHIPPED-QTY
                   GO TO 5600-EXIT
           END-REWRITE.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE SUPL-REPLACEMENT-NAME TO LDGR-GOODS-NAME.
           MOVE "GOODSISS"          TO LDGR-SOURCE-PGM.
           MOVE "ISS"               TO LDGR-REASON-CODE.
           MOVE SW-ORDER-REF        TO LDGR-REFERENCE.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           MOVE GOODS-QTY-ON-HAND   TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
           SUBTRACT WS-SUB-SHIPPED-QTY FROM WS-SHORT-QTY.
           ADD WS-SUB-SHIPPED-QTY TO WS-POST-QTY.
           MOVE SUPL-REPLACEMENT-NAME TO WS-DRAW-GOODS-NAME.
           MOVE WS-SUB-SHIPPED-QTY  TO WS-DRAW-QTY.
           PERFORM 5700-DRAW-FROM-LOCATION THRU 5700-EXIT.
       5600-EXIT.
           EXIT.

      ******************************************************************
      *    5650-WRITE-SUBSTITUTE-LINE - the replacement's pick line,
      *    flagged with the item it stands in for, and its own
      *    transaction-log line so ITEMHIST shows the shipment under
      *    the replacement.  An issue the replacement covered alone
      *    has no line of its own above and is counted here.
      ******************************************************************
       5650-WRITE-SUBSTITUTE-LINE.
           ADD 1 TO WS-SUBSTITUTE-COUNT.
           IF WS-SHIPPED-QTY = ZERO AND WS-SHORT-QTY = ZERO
               ADD 1 TO WS-FULL-ISSUE-COUNT
           END-IF.
           MOVE SPACES              TO PICK-LIST-RECORD.
           MOVE SUPL-REPLACEMENT-NAME TO PICK-GOODS-NAME.
           MOVE WS-SUB-SHIPPED-QTY  TO PICK-QTY.
           MOVE SW-ORDER-REF        TO PICK-ORDER-REF.
           MOVE SW-LOCATION-ID      TO PICK-LOCATION-ID.
           MOVE "SUBSTITUTE FOR"    TO PICK-FLAG(1:14).
           MOVE SW-GOODS-NAME       TO PICK-FLAG(16:4).
           WRITE PICK-LIST-RECORD.
           MOVE SUPL-REPLACEMENT-NAME TO WS-PLOT-GOODS-NAME.
           PERFORM 5800-WRITE-LOT-LINE THRU 5800-EXIT
               VARYING WS-PLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-PLOT-SUBSCRIPT > WS-PLOT-COUNT.
           MOVE "I" TO TLOG-TYPE-CODE.
           MOVE SUPL-REPLACEMENT-NAME TO TLOG-GOODS-NAME.
           MOVE SPACES TO TLOG-RESULT.
           MOVE "ISSUED"        TO TLOG-RESULT(1:6).
           MOVE WS-SUB-SHIPPED-QTY TO TLOG-RESULT(8:5).
           MOVE "SUBST"         TO TLOG-RESULT(14:5).
           MOVE SW-GOODS-NAME   TO TLOG-RESULT(20:4).
           MOVE "ORD"           TO TLOG-RESULT(26:3).
           MOVE SW-ORDER-REF    TO TLOG-RESULT(30:10).
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       5650-EXIT.
           EXIT.

      ******************************************************************
      *    5700-DRAW-FROM-LOCATION - WS-DRAW-QTY of WS-DRAW-GOODS-NAME
      *    has just come off the master; when the issue names a
      *    location it also comes off that building's stock record -
      *    5060 has already held the issue to what is there, so the
      *    location moves by the same quantity as the master - and
      *    out of its lots, earliest expiry first.  Whatever the lots
      *    cannot cover is noted as unlotted.  A hand-keyed issue
      *    with no location touches neither file.
      ******************************************************************
       5700-DRAW-FROM-LOCATION.
           IF SW-LOCATION-ID = SPACES OR NOT LOCSTK-FILE-OPENED
               GO TO 5700-EXIT
           END-IF.
           MOVE SW-LOCATION-ID      TO LSTK-LOCATION-ID.
           MOVE WS-DRAW-GOODS-NAME  TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "NO LOCATION STOCK FOR " WS-DRAW-GOODS-NAME
                       " AT " SW-LOCATION-ID " - LOCATION NOT DEBITED"
                   GO TO 5700-EXIT
           END-READ.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOCSTK-QTY-BEFORE.
           IF WS-DRAW-QTY NOT < LSTK-QTY-ON-HAND
               MOVE ZERO TO LSTK-QTY-ON-HAND
           ELSE
               SUBTRACT WS-DRAW-QTY FROM LSTK-QTY-ON-HAND
           END-IF.
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   DISPLAY "LOCATION STOCK REWRITE FAILED FOR "
                       WS-DRAW-GOODS-NAME " - STATUS " WS-LOCSTK-STATUS
                   GO TO 5700-EXIT
           END-REWRITE.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE WS-DRAW-GOODS-NAME  TO LDGR-GOODS-NAME.
           MOVE SW-LOCATION-ID      TO LDGR-LOCATION-ID.
           MOVE "GOODSISS"          TO LDGR-SOURCE-PGM.
           MOVE "ISS"               TO LDGR-REASON-CODE.
           MOVE SW-ORDER-REF        TO LDGR-REFERENCE.
           MOVE WS-LOCSTK-QTY-BEFORE TO LDGR-QTY-BEFORE.
           MOVE LSTK-QTY-ON-HAND    TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
           MOVE WS-DRAW-QTY         TO WS-DRAW-LEFT.
           IF LOT-FILE-OPENED
               PERFORM 5720-LOAD-LOCATION-LOTS THRU 5720-EXIT
               PERFORM 5730-DRAW-EARLIEST-LOT THRU 5730-EXIT
                   UNTIL WS-DRAW-LEFT = ZERO OR LOTS-EXHAUSTED
           END-IF.
           IF WS-DRAW-LEFT > ZERO AND LOT-FILE-OPENED
               ADD 1 TO WS-UNLOTTED-COUNT
               MOVE WS-DRAW-LEFT    TO WS-LOT-TAKE-QTY
               MOVE SPACES          TO LOT-NUMBER LOT-EXPIRY-DATE
               PERFORM 5760-NOTE-PICKED-LOT THRU 5760-EXIT
           END-IF.
       5700-EXIT.
           EXIT.

      ******************************************************************
      *    5720-LOAD-LOCATION-LOTS - every lot of the item at the pick
      *    location still holding stock, read in key order from the
      *    first lot of that location and item.
      ******************************************************************
       5720-LOAD-LOCATION-LOTS.
           MOVE ZERO                TO WS-DLOT-COUNT.
           MOVE "N"                 TO WS-LOT-SCAN-EOF-SWITCH.
           MOVE "N"                 TO WS-LOTS-EXHAUSTED-SWITCH.
           MOVE SW-LOCATION-ID      TO LOT-LOCATION-ID.
           MOVE WS-DRAW-GOODS-NAME  TO LOT-GOODS-NAME.
           MOVE LOW-VALUES          TO LOT-NUMBER.
           START LOT-STOCK-FILE KEY NOT < LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
           END-START.
           PERFORM 5725-LOAD-ONE-LOT THRU 5725-EXIT
               UNTIL END-OF-LOT-SCAN.
       5720-EXIT.
           EXIT.

       5725-LOAD-ONE-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
                   GO TO 5725-EXIT
           END-READ.
           IF LOT-LOCATION-ID NOT = SW-LOCATION-ID
               OR LOT-GOODS-NAME NOT = WS-DRAW-GOODS-NAME
               MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
               GO TO 5725-EXIT
           END-IF.
           IF LOT-QTY-ON-HAND = ZERO
               GO TO 5725-EXIT
           END-IF.
           IF WS-DLOT-COUNT NOT < 50
               DISPLAY "MORE THAN 50 LOTS OF " WS-DRAW-GOODS-NAME
                   " AT " SW-LOCATION-ID " - LOT " LOT-NUMBER
                   " NOT DRAWN"
               GO TO 5725-EXIT
           END-IF.
           ADD 1 TO WS-DLOT-COUNT.
           MOVE LOT-NUMBER          TO DLOT-NUMBER(WS-DLOT-COUNT).
           MOVE LOT-EXPIRY-DATE     TO DLOT-EXPIRY-DATE(WS-DLOT-COUNT).
           IF LOT-NOT-DATED
               MOVE HIGH-VALUES     TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           ELSE
               MOVE LOT-EXPIRY-DATE TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           END-IF.
           MOVE LOT-QTY-ON-HAND     TO DLOT-QTY(WS-DLOT-COUNT).
       5725-EXIT.
           EXIT.

      ******************************************************************
      *    5730-DRAW-EARLIEST-LOT - find the loaded lot with stock and
      *    the earliest expiry (the lowest lot number among equal
      *    dates, since the table was loaded in key order) and take
      *    as much of the draw from it as it holds.  No lot left with
      *    stock ends the draw.
      ******************************************************************
       5730-DRAW-EARLIEST-LOT.
           MOVE ZERO TO WS-EARLIEST-SUBSCRIPT.
           PERFORM 5735-CHECK-ONE-LOT THRU 5735-EXIT
               VARYING WS-DLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DLOT-SUBSCRIPT > WS-DLOT-COUNT.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE "Y" TO WS-LOTS-EXHAUSTED-SWITCH
               GO TO 5730-EXIT
           END-IF.
           IF DLOT-QTY(WS-EARLIEST-SUBSCRIPT) > WS-DRAW-LEFT
               MOVE WS-DRAW-LEFT    TO WS-LOT-TAKE-QTY
           ELSE
               MOVE DLOT-QTY(WS-EARLIEST-SUBSCRIPT) TO WS-LOT-TAKE-QTY
           END-IF.
           MOVE SW-LOCATION-ID      TO LOT-LOCATION-ID.
           MOVE WS-DRAW-GOODS-NAME  TO LOT-GOODS-NAME.
           MOVE DLOT-NUMBER(WS-EARLIEST-SUBSCRIPT) TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "LOT " LOT-NUMBER " OF " WS-DRAW-GOODS-NAME
                       " VANISHED - NOT DRAWN"
                   MOVE ZERO TO DLOT-QTY(WS-EARLIEST-SUBSCRIPT)
                   GO TO 5730-EXIT
           END-READ.
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   DISPLAY "LOT REWRITE FAILED FOR " WS-DRAW-GOODS-NAME
                       " LOT " LOT-NUMBER " - STATUS " WS-LOT-STATUS
                   MOVE ZERO TO DLOT-QTY(WS-EARLIEST-SUBSCRIPT)
                   GO TO 5730-EXIT
           END-REWRITE.
           SUBTRACT WS-LOT-TAKE-QTY
               FROM DLOT-QTY(WS-EARLIEST-SUBSCRIPT).
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-DRAW-LEFT.
           ADD 1 TO WS-LOTS-DRAWN-COUNT.
           PERFORM 5760-NOTE-PICKED-LOT THRU 5760-EXIT.
       5730-EXIT.
           EXIT.

       5735-CHECK-ONE-LOT.
           IF DLOT-QTY(WS-DLOT-SUBSCRIPT) = ZERO
               GO TO 5735-EXIT
           END-IF.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
           ELSE
               IF DLOT-SORT-EXPIRY(WS-DLOT-SUBSCRIPT) <
                  DLOT-SORT-EXPIRY(WS-EARLIEST-SUBSCRIPT)
                   MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
               END-IF
           END-IF.
       5735-EXIT.
           EXIT.

      ******************************************************************
      *    5760-NOTE-PICKED-LOT - hold the lot just drawn (LOT-NUMBER,
      *    LOT-EXPIRY-DATE, WS-LOT-TAKE-QTY; a blank lot number is the
      *    unlotted remainder) for the pick list.
      ******************************************************************
       5760-NOTE-PICKED-LOT.
           IF WS-PLOT-COUNT NOT < 50
               GO TO 5760-EXIT
           END-IF.
           ADD 1 TO WS-PLOT-COUNT.
           MOVE WS-DRAW-GOODS-NAME  TO PLOT-GOODS-NAME(WS-PLOT-COUNT).
           MOVE LOT-NUMBER          TO PLOT-NUMBER(WS-PLOT-COUNT).
           MOVE LOT-EXPIRY-DATE     TO PLOT-EXPIRY-DATE(WS-PLOT-COUNT).
           MOVE WS-LOT-TAKE-QTY     TO PLOT-QTY(WS-PLOT-COUNT).
       5760-EXIT.
           EXIT.

      ******************************************************************
      *    5800-WRITE-LOT-LINE - one line under an item's pick line
      *    for each lot it was drawn from, giving the picker the lot
      *    number, its expiry and how many to take from it.
      ******************************************************************
       5800-WRITE-LOT-LINE.
           IF PLOT-GOODS-NAME(WS-PLOT-SUBSCRIPT)
               NOT = WS-PLOT-GOODS-NAME
               GO TO 5800-EXIT
           END-IF.
           MOVE SPACES              TO PICK-LIST-RECORD.
           MOVE PLOT-QTY(WS-PLOT-SUBSCRIPT) TO PICK-QTY.
           MOVE SW-LOCATION-ID      TO PICK-LOCATION-ID.
           IF PLOT-NUMBER(WS-PLOT-SUBSCRIPT) = SPACES
               MOVE "UNLOTTED STOCK" TO PICK-FLAG
           ELSE
               MOVE "LOT"           TO PICK-FLAG(1:3)
               MOVE PLOT-NUMBER(WS-PLOT-SUBSCRIPT) TO PICK-FLAG(5:10)
               IF PLOT-EXPIRY-DATE(WS-PLOT-SUBSCRIPT) NOT = SPACES
                   MOVE "EXP"       TO PICK-FLAG(16:3)
                   MOVE PLOT-EXPIRY-DATE(WS-PLOT-SUBSCRIPT)
                       TO PICK-FLAG(19:10)
               END-IF
           END-IF.
           WRITE PICK-LIST-RECORD.
       5800-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the transaction
      *    log; TLOG-TYPE-CODE, TLOG-GOODS-NAME and TLOG-RESULT must
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO TLOG-SEP-1 TLOG-SEP-2
                                        TLOG-SEP-3 TLOG-SEP-4
                                        TLOG-SEP-5 TLOG-SEP-6
                                        TLOG-OPERATOR-ID
                                        TLOG-SUPERVISOR-ID.
           MOVE SPACES              TO TLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO TLOG-RUN-DATE(1:4).
           MOVE "-"                 TO TLOG-RUN-DATE(5:1).
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    8100-WRITE-LEDGER-RECORD - append one line to the stock-
      *    movement ledger; the caller clears the record and sets the
      *    item, location, source, reason, reference and quantities.
      *    Same discipline as GOODSMNT's 8100.
      ******************************************************************
       8100-WRITE-LEDGER-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE WS-SYS-DATE(1:4)    TO LDGR-RUN-DATE(1:4).
           MOVE "-"                 TO LDGR-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO LDGR-RUN-DATE(6:2).
           MOVE "-"                 TO LDGR-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO LDGR-RUN-DATE(9:2).
           MOVE WS-SYS-TIME(1:2)    TO LDGR-RUN-TIME(1:2).
           MOVE ":"                 TO LDGR-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO LDGR-RUN-TIME(4:2).
           MOVE ":"                 TO LDGR-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO LDGR-RUN-TIME(7:2).
           WRITE STOCK-LEDGER-RECORD.
       8100-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF ORDER-FILE-OPENED
               CLOSE CUSTOMER-ORDER-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE STOCK-LEDGER-FILE.
       9000-EXIT.
           EXIT.
