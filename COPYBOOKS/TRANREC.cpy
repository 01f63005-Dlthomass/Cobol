      *   2026-08-22  DLT  Original - factored out of GOODSMNT, which
      *                    had carried this layout inline, so RECONCIL
      *                    can write the identical record.
      *   2026-10-14  DLT  Added the source program, reason code and
      *                    reference carried into the stock-movement
      *                    ledger (STKLDGR) when the transaction moves
      *                    a quantity.  A hand-keyed transaction leaves
      *                    them blank and GOODSMNT supplies its own.
      *   2026-10-14  DLT  Added the operator who keyed the transaction
      *                    and the supervisor who countersigned it, if
      *                    anyone did; GOODSMNT checks both through
      *                    OPAUTH before applying anything.
      *   2026-10-15  DLT  Source program and reason code returned to
      *                    FILLER: GOODSMNT now ledgers every change
      *                    under its own name and the transaction
      *                    type, so nothing reads them.  The layout
      *                    and length are unchanged.
      ******************************************************************
       01  TRANSACTION-RECORD.
           05  TXN-TYPE-CODE           PIC X(01).
           05  TXN-QTY-ON-HAND         PIC 9(05).
           05  TXN-UNIT-PRICE          PIC 9(03)V99.
           05  TXN-REORDER-POINT       PIC 9(05).
           05  FILLER                  PIC X(12).
           05  TXN-REFERENCE           PIC X(10).
           05  TXN-OPERATOR-ID         PIC X(08).
           05  TXN-SUPERVISOR-ID       PIC X(08).
