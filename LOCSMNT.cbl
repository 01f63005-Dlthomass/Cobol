      *              changing the system-wide total, so the goods
      *              master is deliberately not touched here.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Both sides of every transfer are also
      *                    written to the stock-movement ledger
      *                    (STKLDGR) at location level, with that
      *                    building's quantity before and after, so
      *                    every quantity change in the system is on
      *                    one file.
      *   2026-10-14  DLT  Every transfer now carries the operator who
      *                    keyed it, checked through OPAUTH against the
      *                    operator authority file (program LOCSMNT,
      *                    type X) before either side is touched.
      *                    Refusals go to the authorization exception
      *                    report, and the operator and supervisor are
      *                    written to the transaction log.
      *   2026-10-15  DLT  Transfers move lot stock (LOTREC) with the
      *                    building totals.  A transfer naming a lot
      *                    moves that lot and is rejected before
      *                    anything is touched if the from-location
      *                    does not hold enough of it; a transfer with
      *                    no lot moves the from-location's lots
      *                    earliest expiry first.  Each lot moved is
      *                    logged, and arrives at the to-location
      *                    with its expiry date unchanged.
      *   2026-10-15  DLT  A lot that cannot be put on the to-location
      *                    is put back on the from-location and logged
      *                    as moved unlotted, not as a lot move.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *                  source).
      *    TRANSACTION-LOG-FILE - both sides of every transfer, and
      *                  every rejection, in GOODSMNT's log layout.
      *    STOCK-LEDGER-FILE - the shared stock-movement ledger, a
      *                  line for each side of every transfer.
      *    LOT-STOCK-FILE - the lots making up each location's stock,
      *                  keyed on location ID + GOODS-NAME + lot.
           SELECT LOCATION-FLAT-FILE ASSIGN TO LOCSFLDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATION-FLAT-FILE.
           05  XFR-QTY                 PIC 9(05).
           05  XFR-FROM-LOCATION       PIC X(03).
           05  XFR-TO-LOCATION         PIC X(03).
           05  XFR-OPERATOR-ID         PIC X(08).
           05  XFR-SUPERVISOR-ID       PIC X(08).
      *    The lot to move, or spaces to move the from-location's
      *    lots earliest expiry first.
           05  XFR-LOT-NUMBER          PIC X(10).

       FD  TRANSACTION-LOG-FILE.
           COPY TLOGREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       WORKING-STORAGE SECTION.
       77  WS-RUN-MODE              PIC X(08) VALUE "MAINTAIN".
           88  BUILD-MODE              VALUE "BUILD".
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".
       77  WS-TRANLOG-STATUS        PIC X(02).
       77  WS-LEDGER-STATUS         PIC X(02).
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
           88  LOT-FILE-MISSING        VALUE "35".

       77  WS-FLAT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-FLAT-FILE        VALUE "Y".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH     PIC X(01) VALUE "N".
           88  TRAN-FILE-OPENED        VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".

       77  WS-LOT-CHECK-SWITCH      PIC X(01) VALUE "Y".
           88  LOT-CHECK-PASSED        VALUE "Y".
       77  WS-LOT-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
           88  END-OF-LOT-SCAN         VALUE "Y".
       77  WS-LOTS-EXHAUSTED-SWITCH PIC X(01) VALUE "N".
           88  LOTS-EXHAUSTED          VALUE "Y".
       77  WS-TO-LOT-FAILED-SWITCH  PIC X(01) VALUE "N".
           88  TO-LOT-FAILED           VALUE "Y".

       77  WS-BUILD-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-TRANSFER-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-LOT-MOVE-COUNT        PIC 9(07) VALUE ZERO.

      *    The location's quantity as it stood before this side of
      *    the transfer, for the ledger's before column.
       77  WS-QTY-BEFORE            PIC 9(05) VALUE ZERO.

      *    The lot being moved and how much of the transfer the
      *    from-location's lots have still to cover.  The lot's dates
      *    and source travel with it to the to-location.
       77  WS-MOVE-LEFT             PIC 9(05) VALUE ZERO.
       77  WS-LOT-TAKE-QTY          PIC 9(05) VALUE ZERO.
       77  WS-MOVE-LOT-NUMBER       PIC X(10) VALUE SPACES.
       77  WS-MOVE-EXPIRY-DATE      PIC X(10) VALUE SPACES.
       77  WS-MOVE-RECEIVED-DATE    PIC X(10) VALUE SPACES.
       77  WS-MOVE-SOURCE-REF       PIC X(10) VALUE SPACES.

      *    The item's lots at the from-location, loaded fresh for a
      *    transfer that names no lot.  A lot with no expiry date
      *    sorts after every dated one (high-values in
      *    DLOT-SORT-EXPIRY).  Fifty lots of one item in one building
      *    is far beyond anything on the shelves; lots past the
      *    fiftieth stay where they are.
       01  LOT-DRAW-TABLE.
           05  DLOT-ENTRY OCCURS 50 TIMES.
               10  DLOT-NUMBER         PIC X(10).
               10  DLOT-SORT-EXPIRY    PIC X(10).
               10  DLOT-QTY            PIC 9(05).
       77  WS-DLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-DLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-EARLIEST-SUBSCRIPT    PIC 9(03) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "LOCSMNT-MODE"
                   PERFORM 4000-PROCESS-TRANSFERS THRU 4000-EXIT
                   DISPLAY "TRANSFERS APPLIED: " WS-TRANSFER-COUNT
                   DISPLAY "REJECTED:          " WS-REJECT-COUNT
                   DISPLAY "  NOT AUTHORIZED:  " WS-AUTH-REJECT-COUNT
                   DISPLAY "LOT MOVES:         " WS-LOT-MOVE-COUNT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
      *    1000-INITIALIZE - open the files needed for the selected
      *    mode; BUILD reads the flat file and creates the indexed
      *    location-stock file, MAINTAIN opens the existing file for
      *    update (created empty on the very first transfer run), and
      *    the lot file the same way.
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.

           IF BUILD-MODE
               OPEN INPUT LOCATION-FLAT-FILE
               ELSE
                   MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
               END-IF
               OPEN I-O LOT-STOCK-FILE
               IF LOT-FILE-MISSING
                   OPEN OUTPUT LOT-STOCK-FILE
                   CLOSE LOT-STOCK-FILE
                   OPEN I-O LOT-STOCK-FILE
               END-IF
               IF NOT LOT-FILE-OK
                   DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                       WS-LOT-STATUS " - LOTS NOT MOVED"
               ELSE
                   MOVE "Y" TO WS-LOT-OPEN-SWITCH
               END-IF
               OPEN INPUT TRANSFER-TRAN-FILE
               IF NOT TRAN-OK
                   DISPLAY "UNABLE TO OPEN TRANSFER FILE - STATUS "
      *    first; only when that sticks is the to side credited, so a
      *    rejected transfer leaves both locations exactly as they
      *    were.  A transfer to the location it came from would log
      *    two confusing lines for a no-op, so it is rejected.  The
      *    operator's authority is settled before anything else, and
      *    a named lot is checked before either side is touched.
      ******************************************************************
       4100-PROCESS-ONE-TRANSFER.
           READ TRANSFER-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT
                   EVALUATE TRUE
                       WHEN NOT OPAU-AUTHORIZED
                           MOVE "X" TO TLOG-TYPE-CODE
                           MOVE XFR-GOODS-NAME TO TLOG-GOODS-NAME
                           PERFORM 8000-WRITE-LOG-RECORD
                               THRU 8000-EXIT
                       WHEN XFR-FROM-LOCATION = XFR-TO-LOCATION
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "X" TO TLOG-TYPE-CODE
                           MOVE XFR-GOODS-NAME TO TLOG-GOODS-NAME
                           MOVE "REJECTED - FROM AND TO LOCATION EQUAL"
                               TO TLOG-RESULT
                           PERFORM 8000-WRITE-LOG-RECORD
                               THRU 8000-EXIT
                       WHEN OTHER
                           PERFORM 4150-CHECK-NAMED-LOT THRU 4150-EXIT
                           IF LOT-CHECK-PASSED
                               PERFORM 4200-DEBIT-FROM-LOCATION
                                   THRU 4200-EXIT
                           END-IF
                   END-EVALUATE
           END-READ.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4150-CHECK-NAMED-LOT - a transfer naming a lot must find it
      *    at the from-location holding at least the quantity moved;
      *    otherwise it is rejected and logged here.
      ******************************************************************
       4150-CHECK-NAMED-LOT.
           MOVE "Y" TO WS-LOT-CHECK-SWITCH.
           IF XFR-LOT-NUMBER = SPACES
               GO TO 4150-EXIT
           END-IF.
           MOVE "N" TO WS-LOT-CHECK-SWITCH.
           MOVE "X" TO TLOG-TYPE-CODE.
           MOVE XFR-GOODS-NAME TO TLOG-GOODS-NAME.
           IF NOT LOT-FILE-OPENED
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - LOT NAMED BUT NO LOT FILE"
                   TO TLOG-RESULT
               PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
               GO TO 4150-EXIT
           END-IF.
           MOVE XFR-FROM-LOCATION   TO LOT-LOCATION-ID.
           MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME.
           MOVE XFR-LOT-NUMBER      TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - LOT NOT AT FROM-LOCATION"
                       TO TLOG-RESULT
                   PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
                   GO TO 4150-EXIT
           END-READ.
           IF XFR-QTY > LOT-QTY-ON-HAND
               ADD 1 TO WS-REJECT-COUNT
               MOVE "REJECTED - INSUFFICIENT STOCK IN LOT"
                   TO TLOG-RESULT
               PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
               GO TO 4150-EXIT
           END-IF.
           MOVE "Y" TO WS-LOT-CHECK-SWITCH.
       4150-EXIT.
           EXIT.

       4200-DEBIT-FROM-LOCATION.
           MOVE XFR-FROM-LOCATION TO LSTK-LOCATION-ID OF
                                      LOCATION-STOCK-MASTER.
                           TO TLOG-RESULT
                       PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
                   ELSE
                       MOVE LSTK-QTY-ON-HAND OF LOCATION-STOCK-MASTER
                           TO WS-QTY-BEFORE
                       SUBTRACT XFR-QTY FROM LSTK-QTY-ON-HAND OF
                           LOCATION-STOCK-MASTER
                       REWRITE LOCATION-STOCK-MASTER
           MOVE "TO"                TO TLOG-RESULT(24:2).
           MOVE XFR-TO-LOCATION     TO TLOG-RESULT(27:3).
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE XFR-FROM-LOCATION   TO LDGR-LOCATION-ID.
           MOVE "XOUT"              TO LDGR-REASON-CODE.
           MOVE "TO"                TO LDGR-REFERENCE(1:2).
           MOVE XFR-TO-LOCATION     TO LDGR-REFERENCE(4:3).
           PERFORM 4600-LEDGER-TRANSFER THRU 4600-EXIT.
       4300-EXIT.
           EXIT.

                                    LOCATION-STOCK-MASTER.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO   TO WS-QTY-BEFORE
                   MOVE SPACES TO LOCATION-STOCK-MASTER
                   MOVE XFR-TO-LOCATION TO LSTK-LOCATION-ID OF
                       LOCATION-STOCK-MASTER
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANSFER-COUNT
                           PERFORM 4500-LOG-TRANSFER-IN THRU 4500-EXIT
                           PERFORM 4800-MOVE-LOTS THRU 4800-EXIT
                   END-WRITE
               NOT INVALID KEY
                   MOVE LSTK-QTY-ON-HAND OF LOCATION-STOCK-MASTER
                       TO WS-QTY-BEFORE
                   ADD XFR-QTY TO LSTK-QTY-ON-HAND OF
                       LOCATION-STOCK-MASTER
                       ON SIZE ERROR
                       NOT INVALID KEY
                           ADD 1 TO WS-TRANSFER-COUNT
                           PERFORM 4500-LOG-TRANSFER-IN THRU 4500-EXIT
                           PERFORM 4800-MOVE-LOTS THRU 4800-EXIT
                   END-REWRITE
           END-READ.
       4400-EXIT.
           MOVE "FROM"              TO TLOG-RESULT(24:4).
           MOVE XFR-FROM-LOCATION   TO TLOG-RESULT(29:3).
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE XFR-TO-LOCATION     TO LDGR-LOCATION-ID.
           MOVE "XIN"               TO LDGR-REASON-CODE.
           MOVE "FROM"              TO LDGR-REFERENCE(1:4).
           MOVE XFR-FROM-LOCATION   TO LDGR-REFERENCE(6:3).
           PERFORM 4600-LEDGER-TRANSFER THRU 4600-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-LEDGER-TRANSFER - one stock-movement ledger line for
      *    one side of a transfer; the caller clears the record and
      *    sets the location, reason and reference, and the location
      *    record still holds the quantity after the move.
      ******************************************************************
       4600-LEDGER-TRANSFER.
           MOVE XFR-GOODS-NAME      TO LDGR-GOODS-NAME.
           MOVE "LOCSMNT"           TO LDGR-SOURCE-PGM.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           MOVE LSTK-QTY-ON-HAND OF LOCATION-STOCK-MASTER
               TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CHECK-AUTHORITY - the operator on the transfer must
      *    clear OPAUTH before either side is touched.  A transfer
      *    moves stock between buildings without changing how much
      *    the company holds, so it is not a quantity adjustment and
      *    no unit limit applies; the operator's grant is what is
      *    tested.  A refusal counts as a reject and its reason
      *    becomes the log result.
      ******************************************************************
       4700-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "LOCSMNT"           TO OPAU-PARM-PROGRAM.
           MOVE "X"                 TO OPAU-PARM-TYPE-CODE.
           MOVE XFR-GOODS-NAME      TO OPAU-PARM-KEY-TEXT(1:4).
           MOVE XFR-FROM-LOCATION   TO OPAU-PARM-KEY-TEXT(6:3).
           MOVE "TO"                TO OPAU-PARM-KEY-TEXT(10:2).
           MOVE XFR-TO-LOCATION     TO OPAU-PARM-KEY-TEXT(13:3).
           MOVE XFR-OPERATOR-ID     TO OPAU-PARM-OPERATOR-ID.
           MOVE XFR-SUPERVISOR-ID   TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE
                                        OPAU-PARM-QTY-CHANGE.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE SPACES              TO TLOG-RESULT
               MOVE "REJECTED - "       TO TLOG-RESULT(1:11)
               MOVE OPAU-REJECT-REASON  TO TLOG-RESULT(12:29)
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    4800-MOVE-LOTS - both sides of the transfer have stuck; the
      *    lots follow.  A named lot was proved to hold enough in
      *    4150.  Otherwise the from-location's lots go earliest
      *    expiry first until the quantity is covered, and whatever
      *    they cannot cover is logged as moved unlotted.
      ******************************************************************
       4800-MOVE-LOTS.
           IF NOT LOT-FILE-OPENED
               GO TO 4800-EXIT
           END-IF.
           MOVE XFR-QTY TO WS-MOVE-LEFT.
           IF XFR-LOT-NUMBER NOT = SPACES
               MOVE XFR-LOT-NUMBER  TO WS-MOVE-LOT-NUMBER
               MOVE XFR-QTY         TO WS-LOT-TAKE-QTY
               PERFORM 4850-MOVE-ONE-LOT THRU 4850-EXIT
           ELSE
               PERFORM 4810-LOAD-FROM-LOTS THRU 4810-EXIT
               PERFORM 4830-MOVE-EARLIEST-LOT THRU 4830-EXIT
                   UNTIL WS-MOVE-LEFT = ZERO OR LOTS-EXHAUSTED
           END-IF.
           IF WS-MOVE-LEFT > ZERO
               MOVE "X" TO TLOG-TYPE-CODE
               MOVE XFR-GOODS-NAME TO TLOG-GOODS-NAME
               MOVE SPACES TO TLOG-RESULT
               MOVE "UNLOTTED"          TO TLOG-RESULT(1:8)
               MOVE WS-MOVE-LEFT        TO TLOG-RESULT(16:5)
               MOVE XFR-FROM-LOCATION   TO TLOG-RESULT(22:3)
               MOVE "TO"                TO TLOG-RESULT(26:2)
               MOVE XFR-TO-LOCATION     TO TLOG-RESULT(29:3)
               PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT
           END-IF.
       4800-EXIT.
           EXIT.

      ******************************************************************
      *    4810-LOAD-FROM-LOTS - every lot of the item at the
      *    from-location still holding stock, read in key order from
      *    the first lot of that location and item.
      ******************************************************************
       4810-LOAD-FROM-LOTS.
           MOVE ZERO                TO WS-DLOT-COUNT.
           MOVE "N"                 TO WS-LOT-SCAN-EOF-SWITCH.
           MOVE "N"                 TO WS-LOTS-EXHAUSTED-SWITCH.
           MOVE XFR-FROM-LOCATION   TO LOT-LOCATION-ID.
           MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME.
           MOVE LOW-VALUES          TO LOT-NUMBER.
           START LOT-STOCK-FILE KEY NOT < LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
           END-START.
           PERFORM 4820-LOAD-ONE-LOT THRU 4820-EXIT
               UNTIL END-OF-LOT-SCAN.
       4810-EXIT.
           EXIT.

       4820-LOAD-ONE-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
                   GO TO 4820-EXIT
           END-READ.
           IF LOT-LOCATION-ID NOT = XFR-FROM-LOCATION
               OR LOT-GOODS-NAME NOT = XFR-GOODS-NAME
               MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
               GO TO 4820-EXIT
           END-IF.
           IF LOT-QTY-ON-HAND = ZERO
               GO TO 4820-EXIT
           END-IF.
           IF WS-DLOT-COUNT NOT < 50
               DISPLAY "MORE THAN 50 LOTS OF " XFR-GOODS-NAME
                   " AT " XFR-FROM-LOCATION " - LOT " LOT-NUMBER
                   " NOT MOVED"
               GO TO 4820-EXIT
           END-IF.
           ADD 1 TO WS-DLOT-COUNT.
           MOVE LOT-NUMBER          TO DLOT-NUMBER(WS-DLOT-COUNT).
           IF LOT-NOT-DATED
               MOVE HIGH-VALUES     TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           ELSE
               MOVE LOT-EXPIRY-DATE TO DLOT-SORT-EXPIRY(WS-DLOT-COUNT)
           END-IF.
           MOVE LOT-QTY-ON-HAND     TO DLOT-QTY(WS-DLOT-COUNT).
       4820-EXIT.
           EXIT.

      ******************************************************************
      *    4830-MOVE-EARLIEST-LOT - find the loaded lot with stock and
      *    the earliest expiry and move as much of what is left of the
      *    transfer as it holds.  No lot left with stock ends the move.
      ******************************************************************
       4830-MOVE-EARLIEST-LOT.
           MOVE ZERO TO WS-EARLIEST-SUBSCRIPT.
           PERFORM 4835-CHECK-ONE-LOT THRU 4835-EXIT
               VARYING WS-DLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DLOT-SUBSCRIPT > WS-DLOT-COUNT.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE "Y" TO WS-LOTS-EXHAUSTED-SWITCH
               GO TO 4830-EXIT
           END-IF.
           IF DLOT-QTY(WS-EARLIEST-SUBSCRIPT) > WS-MOVE-LEFT
               MOVE WS-MOVE-LEFT    TO WS-LOT-TAKE-QTY
           ELSE
               MOVE DLOT-QTY(WS-EARLIEST-SUBSCRIPT) TO WS-LOT-TAKE-QTY
           END-IF.
           MOVE DLOT-NUMBER(WS-EARLIEST-SUBSCRIPT)
               TO WS-MOVE-LOT-NUMBER.
      *    Whatever happens to this lot, it is not offered again.
           MOVE ZERO TO DLOT-QTY(WS-EARLIEST-SUBSCRIPT).
           PERFORM 4850-MOVE-ONE-LOT THRU 4850-EXIT.
       4830-EXIT.
           EXIT.

       4835-CHECK-ONE-LOT.
           IF DLOT-QTY(WS-DLOT-SUBSCRIPT) = ZERO
               GO TO 4835-EXIT
           END-IF.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
           ELSE
               IF DLOT-SORT-EXPIRY(WS-DLOT-SUBSCRIPT) <
                  DLOT-SORT-EXPIRY(WS-EARLIEST-SUBSCRIPT)
                   MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
               END-IF
           END-IF.
       4835-EXIT.
           EXIT.

      ******************************************************************
      *    4850-MOVE-ONE-LOT - take WS-LOT-TAKE-QTY of lot
      *    WS-MOVE-LOT-NUMBER off the from-location and put it on the
      *    same lot at the to-location, created there on first arrival
      *    with the from-side's expiry, received date and source.  If
      *    the to-side cannot be written the quantity goes back on the
      *    from-side lot and is left for 4800 to log as unlotted.
      ******************************************************************
       4850-MOVE-ONE-LOT.
           MOVE "N"                 TO WS-TO-LOT-FAILED-SWITCH.
           MOVE XFR-FROM-LOCATION   TO LOT-LOCATION-ID.
           MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME.
           MOVE WS-MOVE-LOT-NUMBER  TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-MOVE-LOT-NUMBER " OF "
                       XFR-GOODS-NAME " NOT AT " XFR-FROM-LOCATION
                       " - NOT MOVED"
                   GO TO 4850-EXIT
           END-READ.
           MOVE LOT-EXPIRY-DATE     TO WS-MOVE-EXPIRY-DATE.
           MOVE LOT-RECEIVED-DATE   TO WS-MOVE-RECEIVED-DATE.
           MOVE LOT-SOURCE-REF      TO WS-MOVE-SOURCE-REF.
           IF WS-LOT-TAKE-QTY > LOT-QTY-ON-HAND
               MOVE LOT-QTY-ON-HAND TO WS-LOT-TAKE-QTY
           END-IF.
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   DISPLAY "LOT REWRITE FAILED FOR " XFR-GOODS-NAME
                       " LOT " WS-MOVE-LOT-NUMBER " - STATUS "
                       WS-LOT-STATUS
                   GO TO 4850-EXIT
           END-REWRITE.
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-MOVE-LEFT.
           MOVE XFR-TO-LOCATION     TO LOT-LOCATION-ID.
           MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME.
           MOVE WS-MOVE-LOT-NUMBER  TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE SPACES              TO LOT-STOCK-RECORD
                   MOVE XFR-TO-LOCATION     TO LOT-LOCATION-ID
                   MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME
                   MOVE WS-MOVE-LOT-NUMBER  TO LOT-NUMBER
                   MOVE WS-MOVE-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-TAKE-QTY     TO LOT-QTY-ON-HAND
                   MOVE WS-MOVE-RECEIVED-DATE TO LOT-RECEIVED-DATE
                   MOVE WS-MOVE-SOURCE-REF  TO LOT-SOURCE-REF
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "TO-SIDE LOT WRITE FAILED FOR "
                               XFR-GOODS-NAME " LOT "
                               WS-MOVE-LOT-NUMBER " - STATUS "
                               WS-LOT-STATUS
                           MOVE "Y" TO WS-TO-LOT-FAILED-SWITCH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-TAKE-QTY TO LOT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LOT-QTY-ON-HAND
                   END-ADD
                   REWRITE LOT-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "TO-SIDE LOT REWRITE FAILED FOR "
                               XFR-GOODS-NAME " LOT "
                               WS-MOVE-LOT-NUMBER " - STATUS "
                               WS-LOT-STATUS
                           MOVE "Y" TO WS-TO-LOT-FAILED-SWITCH
                   END-REWRITE
           END-READ.
           IF TO-LOT-FAILED
               PERFORM 4860-RESTORE-FROM-LOT THRU 4860-EXIT
               GO TO 4850-EXIT
           END-IF.
           ADD 1 TO WS-LOT-MOVE-COUNT.
           MOVE "X" TO TLOG-TYPE-CODE.
           MOVE XFR-GOODS-NAME TO TLOG-GOODS-NAME.
           MOVE SPACES TO TLOG-RESULT.
           MOVE "LOT"               TO TLOG-RESULT(1:3).
           MOVE WS-MOVE-LOT-NUMBER  TO TLOG-RESULT(5:10).
           MOVE WS-LOT-TAKE-QTY     TO TLOG-RESULT(16:5).
           MOVE XFR-FROM-LOCATION   TO TLOG-RESULT(22:3).
           MOVE "TO"                TO TLOG-RESULT(26:2).
           MOVE XFR-TO-LOCATION     TO TLOG-RESULT(29:3).
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4850-EXIT.
           EXIT.

      ******************************************************************
      *    4860-RESTORE-FROM-LOT - put WS-LOT-TAKE-QTY back on the
      *    from-side lot it was just taken off, and back on what is
      *    still to move.
      ******************************************************************
       4860-RESTORE-FROM-LOT.
           ADD WS-LOT-TAKE-QTY      TO WS-MOVE-LEFT.
           MOVE XFR-FROM-LOCATION   TO LOT-LOCATION-ID.
           MOVE XFR-GOODS-NAME      TO LOT-GOODS-NAME.
           MOVE WS-MOVE-LOT-NUMBER  TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "LOT " WS-MOVE-LOT-NUMBER " OF "
                       XFR-GOODS-NAME " GONE FROM " XFR-FROM-LOCATION
                       " - NOT RESTORED"
                   GO TO 4860-EXIT
           END-READ.
           ADD WS-LOT-TAKE-QTY      TO LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   DISPLAY "LOT RESTORE FAILED FOR " XFR-GOODS-NAME
                       " LOT " WS-MOVE-LOT-NUMBER " - STATUS "
                       WS-LOT-STATUS
           END-REWRITE.
       4860-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the transaction
      *    log; TLOG-TYPE-CODE, TLOG-GOODS-NAME and TLOG-RESULT must
      *    be set by the caller.  Same discipline as GOODSMNT's 8000,
      *    operator and supervisor included.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO TLOG-SEP-1 TLOG-SEP-2
                                        TLOG-SEP-3 TLOG-SEP-4
                                        TLOG-SEP-5 TLOG-SEP-6.
           IF BUILD-MODE
               MOVE SPACES          TO TLOG-OPERATOR-ID
                                        TLOG-SUPERVISOR-ID
           ELSE
               MOVE XFR-OPERATOR-ID   TO TLOG-OPERATOR-ID
               MOVE XFR-SUPERVISOR-ID TO TLOG-SUPERVISOR-ID
           END-IF.
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
      *    9000-TERMINATE - close whichever files actually opened in
      *    1000-INITIALIZE; a file that failed to open (or was never
           IF TRAN-FILE-OPENED
               CLOSE TRANSFER-TRAN-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE STOCK-LEDGER-FILE.
       9000-EXIT.
           EXIT.
