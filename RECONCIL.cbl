      *                    location's quantity, so it is switched off
      *                    in location mode and the variances go to
      *                    the report for manual action.
      *   2026-10-14  DLT  Auto-adjustment transactions now name
      *                    RECONCIL as their source with reason CADJ,
      *                    so GOODSMNT ledgers the quantity they set
      *                    in the stock-movement ledger as a count
      *                    adjustment rather than hand maintenance.
      *   2026-10-14  DLT  Auto-adjustment transactions now carry an
      *                    operator ID, and a supervisor ID when one
      *                    has approved the run, because GOODSMNT
      *                    refuses any transaction its operator is
      *                    not authorized for.  The IDs come from
      *                    RECONCIL-OPERATOR (default RECONCIL, which
      *                    the authority file must then carry) and
      *                    RECONCIL-SUPERVISOR.
      *   2026-10-15  DLT  Auto-adjustment transactions no longer name
      *                    a source program or reason code; GOODSMNT
      *                    ledgers them as its own CHG lines and the
      *                    PHYS COUNT reference is what marks them as
      *                    count adjustments.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-TOL-PCT-PARM          PIC X(03) VALUE "000".
       77  WS-TOLERANCE-UNITS       PIC 9(05) VALUE ZERO.
       77  WS-TOLERANCE-PCT         PIC 9(03) VALUE ZERO.
      *    Who GOODSMNT is to hold answerable for the adjustments:
      *    the person running the reconciliation, and the supervisor
      *    who approved it when an adjustment is over that person's
      *    own limit.
       77  WS-OPERATOR-PARM         PIC X(08) VALUE "RECONCIL".
       77  WS-SUPERVISOR-PARM       PIC X(08) VALUE SPACES.
       77  WS-ABS-DIFFERENCE        PIC 9(05) VALUE ZERO.
       77  WS-DIFF-SCALED           PIC 9(07) VALUE ZERO.
       77  WS-PCT-SCALED            PIC 9(08) VALUE ZERO.
                   DISPLAY "RECONCIL-TOL-PCT NOT NUMERIC - "
                       "PERCENT TOLERANCE SET TO ZERO"
               END-IF
               ACCEPT WS-OPERATOR-PARM
                   FROM ENVIRONMENT "RECONCIL-OPERATOR"
                   ON EXCEPTION
                       MOVE "RECONCIL" TO WS-OPERATOR-PARM
               END-ACCEPT
               IF WS-OPERATOR-PARM = SPACES
                   MOVE "RECONCIL" TO WS-OPERATOR-PARM
               END-IF
               ACCEPT WS-SUPERVISOR-PARM
                   FROM ENVIRONMENT "RECONCIL-SUPERVISOR"
                   ON EXCEPTION
                       MOVE SPACES TO WS-SUPERVISOR-PARM
               END-ACCEPT
               OPEN OUTPUT ADJUSTMENT-TRAN-FILE
               OPEN OUTPUT REVIEW-LISTING-FILE
               IF WS-ADJUST-STATUS = "00" AND WS-REVIEW-STATUS = "00"
           MOVE PHYS-QTY-COUNTED    TO TXN-QTY-ON-HAND.
           MOVE GOODS-UNIT-PRICE    TO TXN-UNIT-PRICE.
           MOVE GOODS-REORDER-POINT TO TXN-REORDER-POINT.
           MOVE "PHYS COUNT"        TO TXN-REFERENCE.
           MOVE WS-OPERATOR-PARM    TO TXN-OPERATOR-ID.
           MOVE WS-SUPERVISOR-PARM  TO TXN-SUPERVISOR-ID.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-ADJUST-COUNT.
       3450-EXIT.
