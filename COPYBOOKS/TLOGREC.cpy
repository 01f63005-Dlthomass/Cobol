      *   2026-08-22  DLT  Original - factored out of GOODSMNT, which
      *                    had carried this layout inline, so ITEMHIST
      *                    can read the identical record.
      *   2026-10-14  DLT  Added the operator and countersigning
      *                    supervisor from the transaction, so the log
      *                    says who made a change as well as what
      *                    changed.  Lines written by batch steps carry
      *                    them blank.
      ******************************************************************
       01  TRANSACTION-LOG-RECORD.
           05  TLOG-RUN-DATE           PIC X(10).
           05  TLOG-GOODS-NAME         PIC X(04).
           05  TLOG-SEP-4              PIC X(01).
           05  TLOG-RESULT             PIC X(40).
           05  TLOG-SEP-5              PIC X(01).
           05  TLOG-OPERATOR-ID        PIC X(08).
           05  TLOG-SEP-6              PIC X(01).
           05  TLOG-SUPERVISOR-ID      PIC X(08).
