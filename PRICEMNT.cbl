      *              log, the same discipline GOODSMNT applies to the
      *              goods master.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Every transaction now carries the operator
      *                    who keyed it, checked through OPAUTH against
      *                    the operator authority file before anything
      *                    is placed on or taken off the pending file.
      *                    A new price more than the operator's
      *                    percentage away from the item's price on the
      *                    goods master today needs a supervisor ID on
      *                    the transaction; the master is opened for
      *                    reading to get that price.  Refusals go to
      *                    the authorization exception report, and the
      *                    operator and supervisor are written to the
      *                    maintenance log.
      ******************************************************************

       IDENTIFICATION DIVISION.
               RECORD KEY IS PEND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

      *    The goods master is read only, for the price a new pending
      *    change is measured against.
           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PRICE-TRAN-FILE ASSIGN TO PRCTRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
       FD  PENDING-PRICE-FILE.
           COPY PENDPRC.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  PRICE-TRAN-FILE.
       01  PRICE-TRAN-RECORD.
           05  PTXN-TYPE-CODE          PIC X(01).
           05  PTXN-GOODS-NAME         PIC X(04).
           05  PTXN-EFFECTIVE-DATE     PIC X(10).
           05  PTXN-NEW-PRICE          PIC 9(03)V99.
           05  PTXN-OPERATOR-ID        PIC X(08).
           05  PTXN-SUPERVISOR-ID      PIC X(08).

       FD  PRICE-LOG-FILE.
       01  PRICE-LOG-RECORD.
           05  PLOG-EFFECTIVE-DATE     PIC X(10).
           05  PLOG-SEP-5              PIC X(01).
           05  PLOG-RESULT             PIC X(40).
           05  PLOG-SEP-6              PIC X(01).
           05  PLOG-OPERATOR-ID        PIC X(08).
           05  PLOG-SEP-7              PIC X(01).
           05  PLOG-SUPERVISOR-ID      PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-PENDING-STATUS        PIC X(02).
           88  PENDING-DUPLICATE-KEY   VALUE "22".
           88  PENDING-NOT-FOUND       VALUE "23".
           88  PENDING-MISSING         VALUE "35".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-TRAN-STATUS           PIC X(02).
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".

       77  WS-PENDING-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  PENDING-FILE-OPENED     VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  TRAN-FILE-OPENED        VALUE "Y".

       77  WS-ADD-COUNT             PIC 9(07) VALUE ZERO.
       77  WS-CANCEL-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF PENDING-FILE-OPENED AND TRAN-FILE-OPENED
               AND MASTER-FILE-OPENED
               PERFORM 4000-PROCESS-TRANSACTIONS THRU 4000-EXIT
               DISPLAY "PENDING ADDS:    " WS-ADD-COUNT
               DISPLAY "CANCELS:         " WS-CANCEL-COUNT
               DISPLAY "REJECTED:        " WS-REJECT-COUNT
               DISPLAY "  NOT AUTHORIZED:" WS-AUTH-REJECT-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.
           ELSE
               MOVE "Y" TO WS-PENDING-OPEN-SWITCH
           END-IF.
      *    Without the master there is no price to measure a change
      *    against, so no transaction can be authorized; the run
      *    stops rather than skip the limit test.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
           END-IF.
           OPEN INPUT PRICE-TRAN-FILE.
           IF NOT TRAN-OK
               DISPLAY "UNABLE TO OPEN PRICE TRAN FILE - STATUS "
           EXIT.

       4200-PROCESS-ADD.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4250-APPLY-ADD THRU 4250-EXIT
           END-IF.
           MOVE "A" TO PLOG-TYPE-CODE.
           MOVE PTXN-GOODS-NAME     TO PLOG-GOODS-NAME.
           MOVE PTXN-EFFECTIVE-DATE TO PLOG-EFFECTIVE-DATE.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4250-APPLY-ADD.
           MOVE SPACES              TO PENDING-PRICE-RECORD.
           MOVE PTXN-GOODS-NAME     TO PEND-GOODS-NAME.
           MOVE PTXN-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "PRICE CHANGE PLACED ON FILE" TO PLOG-RESULT
           END-WRITE.
       4250-EXIT.
           EXIT.

       4300-PROCESS-CANCEL.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4350-APPLY-CANCEL THRU 4350-EXIT
           END-IF.
           MOVE "X" TO PLOG-TYPE-CODE.
           MOVE PTXN-GOODS-NAME     TO PLOG-GOODS-NAME.
           MOVE PTXN-EFFECTIVE-DATE TO PLOG-EFFECTIVE-DATE.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4350-APPLY-CANCEL.
           MOVE PTXN-GOODS-NAME     TO PEND-GOODS-NAME.
           MOVE PTXN-EFFECTIVE-DATE TO PEND-EFFECTIVE-DATE.
           DELETE PENDING-PRICE-FILE
                   ADD 1 TO WS-CANCEL-COUNT
                   MOVE "PENDING CHANGE CANCELLED" TO PLOG-RESULT
           END-DELETE.
       4350-EXIT.
           EXIT.

       4500-PROCESS-UNKNOWN.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CHECK-AUTHORITY - the operator on the transaction must
      *    clear OPAUTH before anything is applied.  A new price is
      *    measured against the item's price on the master today; an
      *    item not on the master has no price to measure against, so
      *    only the operator's grant is tested (PRICEAPL drops such a
      *    change anyway).  A cancel moves no price.  A refusal counts
      *    as a reject and its reason becomes the log result.
      ******************************************************************
       4700-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "PRICEMNT"          TO OPAU-PARM-PROGRAM.
           MOVE PTXN-TYPE-CODE      TO OPAU-PARM-TYPE-CODE.
           MOVE PTXN-GOODS-NAME     TO OPAU-PARM-KEY-TEXT(1:4).
           MOVE PTXN-EFFECTIVE-DATE TO OPAU-PARM-KEY-TEXT(6:10).
           MOVE PTXN-OPERATOR-ID    TO OPAU-PARM-OPERATOR-ID.
           MOVE PTXN-SUPERVISOR-ID  TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE
                                        OPAU-PARM-QTY-CHANGE.
           IF PTXN-ADD
               MOVE PTXN-NEW-PRICE  TO OPAU-PARM-NEW-PRICE
               MOVE PTXN-GOODS-NAME TO GOODS-NAME
               READ GOODS-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE GOODS-UNIT-PRICE TO OPAU-PARM-OLD-PRICE
               END-READ
           END-IF.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE SPACES              TO PLOG-RESULT
               MOVE "REJECTED - "       TO PLOG-RESULT(1:11)
               MOVE OPAU-REJECT-REASON  TO PLOG-RESULT(12:29)
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the maintenance
      *    log; PLOG-TYPE-CODE, PLOG-GOODS-NAME, PLOG-EFFECTIVE-DATE
      *    and PLOG-RESULT must be set by the caller.  The operator
      *    and supervisor come from the transaction.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO PLOG-SEP-1 PLOG-SEP-2
                                        PLOG-SEP-3 PLOG-SEP-4
                                        PLOG-SEP-5 PLOG-SEP-6
                                        PLOG-SEP-7.
           MOVE PTXN-OPERATOR-ID    TO PLOG-OPERATOR-ID.
           MOVE PTXN-SUPERVISOR-ID  TO PLOG-SUPERVISOR-ID.
           MOVE SPACES              TO PLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO PLOG-RUN-DATE(1:4).
           MOVE "-"                 TO PLOG-RUN-DATE(5:1).
           IF PENDING-FILE-OPENED
               CLOSE PENDING-PRICE-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF TRAN-FILE-OPENED
               CLOSE PRICE-TRAN-FILE
           END-IF.
