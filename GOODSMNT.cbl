      *                    control-totalled upload carries, so they
      *                    can never land on the indexed master as
      *                    junk items.
      *   2026-10-14  DLT  Every quantity this program sets - a BUILD
      *                    load, an ADD, a CHANGE that moves the
      *                    quantity, a DELETE - is now also written to
      *                    the stock-movement ledger (STKLDGR) with the
      *                    quantity before and after.  A CHANGE that
      *                    carries its own source program, reason and
      *                    reference (RECONCIL's count adjustments) is
      *                    ledgered under them; a DELETE now reads the
      *                    record first so the quantity removed is
      *                    known.
      *   2026-10-14  DLT  Every MAINTAIN transaction now carries the
      *                    operator who keyed it, checked through
      *                    OPAUTH against the operator authority file
      *                    before anything is applied: the operator
      *                    must be granted GOODSMNT and the type, and a
      *                    DELETE, a price change over the operator's
      *                    percentage or a quantity change over the
      *                    operator's unit limit needs a supervisor ID
      *                    on the transaction.  Refusals go to the
      *                    authorization exception report; operator
      *                    and supervisor are written to the log.
      *   2026-10-15  DLT  Every ledger line is written as GOODSMNT's
      *                    own, with the transaction type (ADD, CHG or
      *                    DEL) as its reason; a source program or
      *                    reason code keyed on the transaction is no
      *                    longer taken on trust, so RECONCIL's count
      *                    adjustments ledger as CHG under their
      *                    PHYS COUNT reference.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *                  mode source).
      *    TRANSACTION-LOG-FILE - a line written for every change and
      *                  every rejection.
      *    STOCK-LEDGER-FILE - the shared stock-movement ledger, a
      *                  line for every quantity set on the master.
           SELECT GOODS-FILE ASSIGN TO GOODSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOODS-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GOODS-FILE.
       FD  TRANSACTION-LOG-FILE.
           COPY TLOGREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       WORKING-STORAGE SECTION.
       77  WS-RUN-MODE              PIC X(08) VALUE "MAINTAIN".
           88  BUILD-MODE              VALUE "BUILD".
           88  TRANSACTION-OK          VALUE "00".
           88  TRANSACTION-EOF-STATUS  VALUE "10".
       77  WS-TRANLOG-STATUS        PIC X(02).
       77  WS-LEDGER-STATUS         PIC X(02).

       77  WS-GOODS-EOF-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-GOODS-FILE       VALUE "Y".
       77  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.

      *    The master quantity as it stood before this transaction,
      *    for the ledger's before column.
       77  WS-QTY-BEFORE            PIC 9(05) VALUE ZERO.
      *    The master price as it stood before this transaction, for
      *    the operator's price-change limit.
       77  WS-PRICE-BEFORE          PIC 9(03)V99 VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
      *    MAINTAIN has no predecessor in the stream.
           COPY RUNCTLPM.

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "GOODSMNT-MODE"
                   DISPLAY "CHANGES:  " WS-CHANGE-COUNT
                   DISPLAY "DELETES:  " WS-DELETE-COUNT
                   DISPLAY "REJECTED: " WS-REJECT-COUNT
                   DISPLAY "  NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
                   PERFORM 0200-MARK-STEP-COMPLETE THRU 0200-EXIT
               END-IF
           END-IF.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.

           IF BUILD-MODE
               OPEN INPUT GOODS-FILE
           MOVE GOODS-NAME OF GOODS-MASTER-RECORD TO TLOG-GOODS-NAME.
           MOVE "ADDED TO MASTER DURING BUILD" TO TLOG-RESULT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
      *    The build recreates the master empty, so the load is
      *    ledgered from zero; ROLLFWD treats a LOAD line as a
      *    restatement of the item's quantity rather than a movement.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE GOODS-NAME OF GOODS-MASTER-RECORD TO LDGR-GOODS-NAME.
           MOVE "GOODSMNT"          TO LDGR-SOURCE-PGM.
           MOVE "LOAD"              TO LDGR-REASON-CODE.
           MOVE "UPLOAD"            TO LDGR-REFERENCE.
           MOVE ZERO                TO LDGR-QTY-BEFORE.
           MOVE GOODS-QTY-ON-HAND OF GOODS-MASTER-RECORD
               TO LDGR-QTY-AFTER.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       3300-EXIT.
           EXIT.

           EXIT.

       4200-PROCESS-ADD.
           MOVE ZERO TO WS-QTY-BEFORE.
           MOVE ZERO TO WS-PRICE-BEFORE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4250-APPLY-ADD THRU 4250-EXIT
           END-IF.
           MOVE "A" TO TLOG-TYPE-CODE.
           MOVE TXN-GOODS-NAME TO TLOG-GOODS-NAME.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4250-APPLY-ADD.
           MOVE SPACES              TO GOODS-MASTER-RECORD.
           MOVE TXN-GOODS-NAME      TO GOODS-NAME OF
                                        GOODS-MASTER-RECORD.
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED TO MASTER" TO TLOG-RESULT
                   MOVE ZERO TO WS-QTY-BEFORE
                   PERFORM 4600-LEDGER-QTY-CHANGE THRU 4600-EXIT
           END-WRITE.
       4250-EXIT.
           EXIT.

       4300-PROCESS-CHANGE.
                           TO TLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   PERFORM 4350-APPLY-CHANGE THRU 4350-EXIT
           END-READ.
           MOVE "C" TO TLOG-TYPE-CODE.
           MOVE TXN-GOODS-NAME TO TLOG-GOODS-NAME.
       4300-EXIT.
           EXIT.

      ******************************************************************
      *    4350-APPLY-CHANGE - the master record has been read, so the
      *    quantity and price the change moves away from are known
      *    to the authority check before anything is rewritten.
      ******************************************************************
       4350-APPLY-CHANGE.
           MOVE GOODS-QTY-ON-HAND OF GOODS-MASTER-RECORD
                                   TO WS-QTY-BEFORE.
           MOVE GOODS-UNIT-PRICE OF GOODS-MASTER-RECORD
                                   TO WS-PRICE-BEFORE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF NOT OPAU-AUTHORIZED
               GO TO 4350-EXIT
           END-IF.
           MOVE TXN-QTY-ON-HAND    TO GOODS-QTY-ON-HAND OF
                                       GOODS-MASTER-RECORD.
           MOVE TXN-UNIT-PRICE     TO GOODS-UNIT-PRICE OF
                                       GOODS-MASTER-RECORD.
           MOVE TXN-REORDER-POINT  TO GOODS-REORDER-POINT OF
                                       GOODS-MASTER-RECORD.
           REWRITE GOODS-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - REWRITE FAILED"
                       TO TLOG-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE "CHANGED ON MASTER" TO TLOG-RESULT
                   IF TXN-QTY-ON-HAND NOT = WS-QTY-BEFORE
                       PERFORM 4600-LEDGER-QTY-CHANGE
                           THRU 4600-EXIT
                   END-IF
           END-REWRITE.
       4350-EXIT.
           EXIT.

      ******************************************************************
      *    4400-PROCESS-DELETE - the record is read before it is
      *    deleted so the quantity leaving the master is known to the
      *    ledger.
      ******************************************************************
       4400-PROCESS-DELETE.
           MOVE TXN-GOODS-NAME TO GOODS-NAME OF GOODS-MASTER-RECORD.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF MASTER-NOT-FOUND
                       MOVE "REJECTED - GOODS-NAME NOT ON MASTER"
                           TO TLOG-RESULT
                   ELSE
                       MOVE "REJECTED - GOODS MASTER READ ERROR"
                           TO TLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   PERFORM 4450-APPLY-DELETE THRU 4450-EXIT
           END-READ.
           MOVE "D" TO TLOG-TYPE-CODE.
           MOVE TXN-GOODS-NAME TO TLOG-GOODS-NAME.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4450-APPLY-DELETE.
           MOVE GOODS-QTY-ON-HAND OF GOODS-MASTER-RECORD
                                   TO WS-QTY-BEFORE.
           MOVE GOODS-UNIT-PRICE OF GOODS-MASTER-RECORD
                                   TO WS-PRICE-BEFORE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF NOT OPAU-AUTHORIZED
               GO TO 4450-EXIT
           END-IF.
           DELETE GOODS-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE "REJECTED - GOODS MASTER DELETE ERROR"
                       TO TLOG-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETED FROM MASTER" TO TLOG-RESULT
                   PERFORM 4600-LEDGER-QTY-CHANGE
                       THRU 4600-EXIT
           END-DELETE.
       4450-EXIT.
           EXIT.

       4500-PROCESS-UNKNOWN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "?" TO TLOG-TYPE-CODE.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-LEDGER-QTY-CHANGE - one ledger line for a transaction
      *    that moved the master quantity; WS-QTY-BEFORE must be set
      *    by the caller.  Whoever keyed or generated the transaction,
      *    the change is GOODSMNT's and the reason is the transaction
      *    type - ADD, CHG or DEL - never anything the transaction
      *    claims for itself; only its reference is carried over.
      ******************************************************************
       4600-LEDGER-QTY-CHANGE.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE TXN-GOODS-NAME      TO LDGR-GOODS-NAME.
           MOVE "GOODSMNT"          TO LDGR-SOURCE-PGM.
           EVALUATE TRUE
               WHEN TXN-ADD
                   MOVE "ADD"       TO LDGR-REASON-CODE
               WHEN TXN-DELETE
                   MOVE "DEL"       TO LDGR-REASON-CODE
               WHEN OTHER
                   MOVE "CHG"       TO LDGR-REASON-CODE
           END-EVALUATE.
           MOVE TXN-REFERENCE       TO LDGR-REFERENCE.
           MOVE WS-QTY-BEFORE       TO LDGR-QTY-BEFORE.
           IF TXN-DELETE
               MOVE ZERO            TO LDGR-QTY-AFTER
           ELSE
               MOVE TXN-QTY-ON-HAND TO LDGR-QTY-AFTER
           END-IF.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       4600-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CHECK-AUTHORITY - the operator on the transaction must
      *    clear OPAUTH before anything is applied; WS-QTY-BEFORE and
      *    WS-PRICE-BEFORE must hold the master's values (zero for an
      *    ADD, which has nothing to measure a price change against).
      *    A DELETE carries no meaningful quantity or price - it needs
      *    a supervisor whatever it removes - so only the delete
      *    switch is set for one.  A refusal counts as a reject and
      *    its reason becomes the log result.
      ******************************************************************
       4700-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "GOODSMNT"          TO OPAU-PARM-PROGRAM.
           MOVE TXN-TYPE-CODE       TO OPAU-PARM-TYPE-CODE.
           MOVE TXN-GOODS-NAME      TO OPAU-PARM-KEY-TEXT.
           MOVE TXN-OPERATOR-ID     TO OPAU-PARM-OPERATOR-ID.
           MOVE TXN-SUPERVISOR-ID   TO OPAU-PARM-SUPERVISOR-ID.
           MOVE WS-PRICE-BEFORE     TO OPAU-PARM-OLD-PRICE.
           IF TXN-DELETE
               MOVE WS-PRICE-BEFORE TO OPAU-PARM-NEW-PRICE
               MOVE ZERO            TO OPAU-PARM-QTY-CHANGE
               MOVE "Y"             TO OPAU-PARM-DELETE-SWITCH
           ELSE
               MOVE TXN-UNIT-PRICE  TO OPAU-PARM-NEW-PRICE
               IF TXN-QTY-ON-HAND > WS-QTY-BEFORE
                   COMPUTE OPAU-PARM-QTY-CHANGE =
                       TXN-QTY-ON-HAND - WS-QTY-BEFORE
               ELSE
                   COMPUTE OPAU-PARM-QTY-CHANGE =
                       WS-QTY-BEFORE - TXN-QTY-ON-HAND
               END-IF
           END-IF.
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
      *    8000-WRITE-LOG-RECORD - append one line to the transaction
      *    log; TLOG-TYPE-CODE, TLOG-GOODS-NAME and TLOG-RESULT must
      *    be set by the caller.  A MAINTAIN line carries the operator
      *    and supervisor from the transaction; a BUILD line has no
      *    transaction behind it and carries them blank.
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
               MOVE TXN-OPERATOR-ID   TO TLOG-OPERATOR-ID
               MOVE TXN-SUPERVISOR-ID TO TLOG-SUPERVISOR-ID
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
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE TRANSACTION-LOG-FILE.
           CLOSE STOCK-LEDGER-FILE.
       9000-EXIT.
           EXIT.
