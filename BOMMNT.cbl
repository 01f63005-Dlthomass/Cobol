      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Bill-of-materials maintenance.  In BUILD mode
      *              converts a flat bill-of-materials file (one
      *              BOMREC record per line) into the indexed file
      *              keyed on kit GOODS-NAME plus component GOODS-NAME.
      *              In MAINTAIN mode (the default) applies
      *              ADD/CHANGE/DELETE transactions against that file,
      *              the same shape VENDXMNT uses for the vendor
      *              cross-reference:
      *
      *                A - add a component to a kit
      *                C - change the quantity per kit
      *                D - take a component off a kit
      *
      *              The kit and the component must both be on the
      *              goods master, must differ, and the quantity per
      *              kit must be more than zero.  A component may
      *              itself be a kit; KITASM only ever works one level
      *              down, so the sub-kit is assembled first on its
      *              own transaction.  Every transaction clears OPAUTH
      *              before it is applied, and a DELETE needs a
      *              supervisor as well.  Every add, change, delete and
      *              rejection is written to a maintenance log.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOMMNT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    BOM-FLAT-FILE - flat BOMREC records (BUILD mode source).
      *    BOM-FILE    - the indexed bill of materials, keyed on kit
      *                  + component.
      *    GOODS-MASTER-FILE - read to prove the kit and component
      *                  are real items (MAINTAIN mode).
      *    BOM-TRAN-FILE - ADD/CHANGE/DELETE requests (MAINTAIN mode
      *                  source).
      *    BOM-LOG-FILE - a line written for every change and every
      *                  rejection.
           SELECT BOM-FLAT-FILE ASSIGN TO BOMFLTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.

           SELECT BOM-FILE ASSIGN TO BOMFILDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY OF BOM-MASTER-RECORD
               FILE STATUS IS WS-BOM-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BOM-TRAN-FILE ASSIGN TO BOMTRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BOM-LOG-FILE ASSIGN TO BOMLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FLAT-FILE.
           COPY BOMREC.

       FD  BOM-FILE.
           COPY BOMREC REPLACING ==BILL-OF-MATERIALS-RECORD== BY
               ==BOM-MASTER-RECORD==.

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  BOM-TRAN-FILE.
       01  BOM-TRAN-RECORD.
           05  BTXN-TYPE-CODE          PIC X(01).
               88  BTXN-ADD               VALUE "A".
               88  BTXN-CHANGE            VALUE "C".
               88  BTXN-DELETE            VALUE "D".
           05  BTXN-KIT-GOODS-NAME     PIC X(04).
           05  BTXN-COMPONENT-NAME     PIC X(04).
           05  BTXN-QTY-PER-KIT        PIC 9(03).
           05  BTXN-OPERATOR-ID        PIC X(08).
           05  BTXN-SUPERVISOR-ID      PIC X(08).

       FD  BOM-LOG-FILE.
       01  BOM-LOG-RECORD.
           05  BLOG-RUN-DATE           PIC X(10).
           05  BLOG-SEP-1              PIC X(01).
           05  BLOG-RUN-TIME           PIC X(08).
           05  BLOG-SEP-2              PIC X(01).
           05  BLOG-TYPE-CODE          PIC X(01).
           05  BLOG-SEP-3              PIC X(01).
           05  BLOG-KIT-GOODS-NAME     PIC X(04).
           05  BLOG-SEP-4              PIC X(01).
           05  BLOG-COMPONENT-NAME     PIC X(04).
           05  BLOG-SEP-5              PIC X(01).
           05  BLOG-QTY-PER-KIT        PIC X(03).
           05  BLOG-SEP-6              PIC X(01).
           05  BLOG-RESULT             PIC X(40).
           05  BLOG-SEP-7              PIC X(01).
           05  BLOG-OPERATOR-ID        PIC X(08).
           05  BLOG-SEP-8              PIC X(01).
           05  BLOG-SUPERVISOR-ID      PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-RUN-MODE              PIC X(08) VALUE "MAINTAIN".
           88  BUILD-MODE              VALUE "BUILD".

       77  WS-FLAT-STATUS           PIC X(02).
           88  FLAT-FILE-OK            VALUE "00".
           88  FLAT-FILE-EOF-STATUS    VALUE "10".
       77  WS-BOM-STATUS            PIC X(02).
           88  BOM-OK                  VALUE "00".
           88  BOM-DUPLICATE-KEY       VALUE "22".
           88  BOM-NOT-FOUND           VALUE "23".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-TRAN-STATUS           PIC X(02).
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".
       77  WS-LOG-STATUS            PIC X(02).

       77  WS-FLAT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-FLAT-FILE        VALUE "Y".
       77  WS-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".

       77  WS-FLAT-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  FLAT-FILE-OPENED        VALUE "Y".
       77  WS-BOM-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  BOM-FILE-OPENED         VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  TRAN-FILE-OPENED        VALUE "Y".

       77  WS-REJECT-SWITCH         PIC X(01) VALUE "N".
           88  TRANSACTION-REJECTED    VALUE "Y".

       77  WS-BUILD-COUNT           PIC 9(07) VALUE ZERO.
       77  WS-ADD-COUNT             PIC 9(07) VALUE ZERO.
       77  WS-CHANGE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-DELETE-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "BOMMNT-MODE"
               ON EXCEPTION
                   MOVE "MAINTAIN" TO WS-RUN-MODE
           END-ACCEPT.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF BUILD-MODE
               IF FLAT-FILE-OK AND BOM-OK
                   PERFORM 3000-BUILD-BOM THRU 3000-EXIT
                   DISPLAY "BOM RECORDS BUILT: " WS-BUILD-COUNT
                   DISPLAY "BUILD REJECTS:     " WS-REJECT-COUNT
               END-IF
           ELSE
               IF BOM-OK AND MASTER-OK AND TRAN-OK
                   PERFORM 4000-PROCESS-TRANSACTIONS THRU 4000-EXIT
                   DISPLAY "ADDS:     " WS-ADD-COUNT
                   DISPLAY "CHANGES:  " WS-CHANGE-COUNT
                   DISPLAY "DELETES:  " WS-DELETE-COUNT
                   DISPLAY "REJECTED: " WS-REJECT-COUNT
                   DISPLAY "  NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - open the files needed for the selected
      *    mode; BUILD reads the flat file and creates the indexed
      *    bill of materials, MAINTAIN opens the existing file for
      *    update along with the goods master the edits read.
      ******************************************************************
       1000-INITIALIZE.
           OPEN EXTEND BOM-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT BOM-LOG-FILE
           END-IF.

           IF BUILD-MODE
               OPEN INPUT BOM-FLAT-FILE
               IF NOT FLAT-FILE-OK
                   DISPLAY "UNABLE TO OPEN BOM FLAT FILE - STATUS "
                       WS-FLAT-STATUS
               ELSE
                   MOVE "Y" TO WS-FLAT-OPEN-SWITCH
      *            Only recreate the indexed bill of materials once
      *            the flat file that feeds it is confirmed open -
      *            OPEN OUTPUT truncates the existing file, and a bad
      *            BOMFLTDD must not wipe it with nothing to rebuild
      *            it from.
                   OPEN OUTPUT BOM-FILE
                   IF NOT BOM-OK
                       DISPLAY "UNABLE TO OPEN BOM FILE - STATUS "
                           WS-BOM-STATUS
                   ELSE
                       MOVE "Y" TO WS-BOM-OPEN-SWITCH
                   END-IF
               END-IF
           ELSE
               OPEN I-O BOM-FILE
               IF NOT BOM-OK
                   DISPLAY "UNABLE TO OPEN BOM FILE - STATUS "
                       WS-BOM-STATUS
               ELSE
                   MOVE "Y" TO WS-BOM-OPEN-SWITCH
               END-IF
               OPEN INPUT GOODS-MASTER-FILE
               IF NOT MASTER-OK
                   DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                       WS-MASTER-STATUS
               ELSE
                   MOVE "Y" TO WS-MASTER-OPEN-SWITCH
               END-IF
               OPEN INPUT BOM-TRAN-FILE
               IF NOT TRAN-OK
                   DISPLAY "UNABLE TO OPEN BOM TRAN FILE - STATUS "
                       WS-TRAN-STATUS
               ELSE
                   MOVE "Y" TO WS-TRAN-OPEN-SWITCH
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-BUILD-BOM - one-time conversion of the flat bill of
      *    materials into the indexed file.  The master is not read
      *    here, the same as VENDXMNT's build; a line that could
      *    never be used (no quantity, or a kit listed as its own
      *    component) is still refused.
      ******************************************************************
       3000-BUILD-BOM.
           PERFORM 3100-BUILD-ONE-RECORD THRU 3100-EXIT
               UNTIL END-OF-FLAT-FILE.
       3000-EXIT.
           EXIT.

       3100-BUILD-ONE-RECORD.
           READ BOM-FLAT-FILE
               AT END
                   MOVE "Y" TO WS-FLAT-EOF-SWITCH
               NOT AT END
                   MOVE BILL-OF-MATERIALS-RECORD
                       TO BOM-MASTER-RECORD
                   PERFORM 3150-BUILD-EDIT THRU 3150-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3150-BUILD-EDIT.
           MOVE SPACES TO BLOG-RESULT.
           IF BOM-QTY-PER-KIT OF BOM-MASTER-RECORD NOT NUMERIC
               OR BOM-QTY-PER-KIT OF BOM-MASTER-RECORD = ZERO
               MOVE "REJECTED - QTY PER KIT NOT VALID ON BUILD"
                   TO BLOG-RESULT
           END-IF.
           IF BOM-KIT-GOODS-NAME OF BOM-MASTER-RECORD =
               BOM-COMPONENT-NAME OF BOM-MASTER-RECORD
               MOVE "REJECTED - KIT IS ITS OWN COMPONENT"
                   TO BLOG-RESULT
           END-IF.
           IF BLOG-RESULT NOT = SPACES
               PERFORM 3200-LOG-BUILD-REJECT THRU 3200-EXIT
               GO TO 3150-EXIT
           END-IF.
           WRITE BOM-MASTER-RECORD
               INVALID KEY
                   MOVE "REJECTED - DUPLICATE COMPONENT ON BUILD"
                       TO BLOG-RESULT
                   PERFORM 3200-LOG-BUILD-REJECT THRU 3200-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-BUILD-COUNT
                   PERFORM 3300-LOG-BUILD-SUCCESS THRU 3300-EXIT
           END-WRITE.
       3150-EXIT.
           EXIT.

       3200-LOG-BUILD-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "B" TO BLOG-TYPE-CODE.
           PERFORM 3400-LOG-BUILD-KEY THRU 3400-EXIT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

       3300-LOG-BUILD-SUCCESS.
           MOVE "B" TO BLOG-TYPE-CODE.
           PERFORM 3400-LOG-BUILD-KEY THRU 3400-EXIT.
           MOVE "ADDED TO BOM DURING BUILD" TO BLOG-RESULT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       3300-EXIT.
           EXIT.

       3400-LOG-BUILD-KEY.
           MOVE BOM-KIT-GOODS-NAME OF BOM-MASTER-RECORD
               TO BLOG-KIT-GOODS-NAME.
           MOVE BOM-COMPONENT-NAME OF BOM-MASTER-RECORD
               TO BLOG-COMPONENT-NAME.
           MOVE BOM-QTY-PER-KIT OF BOM-MASTER-RECORD
               TO BLOG-QTY-PER-KIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PROCESS-TRANSACTIONS - apply each ADD/CHANGE/DELETE
      *    transaction against the bill of materials.
      ******************************************************************
       4000-PROCESS-TRANSACTIONS.
           PERFORM 4100-PROCESS-ONE-TRANSACTION THRU 4100-EXIT
               UNTIL END-OF-TRANSACTIONS.
       4000-EXIT.
           EXIT.

       4100-PROCESS-ONE-TRANSACTION.
           READ BOM-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO BLOG-RESULT
                   EVALUATE TRUE
                       WHEN BTXN-ADD
                           PERFORM 4200-PROCESS-ADD THRU 4200-EXIT
                       WHEN BTXN-CHANGE
                           PERFORM 4300-PROCESS-CHANGE THRU 4300-EXIT
                       WHEN BTXN-DELETE
                           PERFORM 4400-PROCESS-DELETE THRU 4400-EXIT
                       WHEN OTHER
                           PERFORM 4500-PROCESS-UNKNOWN THRU 4500-EXIT
                   END-EVALUATE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-PROCESS-ADD.
           PERFORM 4600-EDIT-TRANSACTION THRU 4600-EXIT.
           IF NOT TRANSACTION-REJECTED
               PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT
               IF OPAU-AUTHORIZED
                   PERFORM 4250-APPLY-ADD THRU 4250-EXIT
               END-IF
           END-IF.
           MOVE "A" TO BLOG-TYPE-CODE.
           PERFORM 4800-LOG-TRANSACTION-KEY THRU 4800-EXIT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4250-APPLY-ADD.
           MOVE SPACES              TO BOM-MASTER-RECORD.
           MOVE BTXN-KIT-GOODS-NAME TO BOM-KIT-GOODS-NAME OF
                                        BOM-MASTER-RECORD.
           MOVE BTXN-COMPONENT-NAME TO BOM-COMPONENT-NAME OF
                                        BOM-MASTER-RECORD.
           MOVE BTXN-QTY-PER-KIT    TO BOM-QTY-PER-KIT OF
                                        BOM-MASTER-RECORD.
           WRITE BOM-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF BOM-DUPLICATE-KEY
                       MOVE "REJECTED - COMPONENT ALREADY ON KIT"
                           TO BLOG-RESULT
                   ELSE
                       MOVE "REJECTED - BOM WRITE ERROR"
                           TO BLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED TO BOM" TO BLOG-RESULT
           END-WRITE.
       4250-EXIT.
           EXIT.

       4300-PROCESS-CHANGE.
           PERFORM 4600-EDIT-TRANSACTION THRU 4600-EXIT.
           IF NOT TRANSACTION-REJECTED
               PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT
               IF OPAU-AUTHORIZED
                   PERFORM 4350-APPLY-CHANGE THRU 4350-EXIT
               END-IF
           END-IF.
           MOVE "C" TO BLOG-TYPE-CODE.
           PERFORM 4800-LOG-TRANSACTION-KEY THRU 4800-EXIT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4350-APPLY-CHANGE.
           MOVE BTXN-KIT-GOODS-NAME TO BOM-KIT-GOODS-NAME OF
                                        BOM-MASTER-RECORD.
           MOVE BTXN-COMPONENT-NAME TO BOM-COMPONENT-NAME OF
                                        BOM-MASTER-RECORD.
           READ BOM-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF BOM-NOT-FOUND
                       MOVE "REJECTED - COMPONENT NOT ON KIT"
                           TO BLOG-RESULT
                   ELSE
                       MOVE "REJECTED - BOM READ ERROR"
                           TO BLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   MOVE BTXN-QTY-PER-KIT TO BOM-QTY-PER-KIT OF
                                             BOM-MASTER-RECORD
                   REWRITE BOM-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE "REJECTED - REWRITE FAILED"
                               TO BLOG-RESULT
                       NOT INVALID KEY
                           ADD 1 TO WS-CHANGE-COUNT
                           MOVE "CHANGED ON BOM" TO BLOG-RESULT
                   END-REWRITE
           END-READ.
       4350-EXIT.
           EXIT.

      ******************************************************************
      *    4400-PROCESS-DELETE - taking a component off a kit needs no
      *    master or quantity edit: the line only has to be on file.
      *    The item may already have been deleted from the master.
      ******************************************************************
       4400-PROCESS-DELETE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4450-APPLY-DELETE THRU 4450-EXIT
           END-IF.
           MOVE "D" TO BLOG-TYPE-CODE.
           PERFORM 4800-LOG-TRANSACTION-KEY THRU 4800-EXIT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4450-APPLY-DELETE.
           MOVE BTXN-KIT-GOODS-NAME TO BOM-KIT-GOODS-NAME OF
                                        BOM-MASTER-RECORD.
           MOVE BTXN-COMPONENT-NAME TO BOM-COMPONENT-NAME OF
                                        BOM-MASTER-RECORD.
           DELETE BOM-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
                   IF BOM-NOT-FOUND
                       MOVE "REJECTED - COMPONENT NOT ON KIT"
                           TO BLOG-RESULT
                   ELSE
                       MOVE "REJECTED - BOM DELETE ERROR"
                           TO BLOG-RESULT
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETED FROM BOM" TO BLOG-RESULT
           END-DELETE.
       4450-EXIT.
           EXIT.

       4500-PROCESS-UNKNOWN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE "?" TO BLOG-TYPE-CODE.
           PERFORM 4800-LOG-TRANSACTION-KEY THRU 4800-EXIT.
           MOVE "REJECTED - UNKNOWN TRANSACTION TYPE CODE"
               TO BLOG-RESULT.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4600-EDIT-TRANSACTION - an ADD or CHANGE must name two
      *    different items that are both on the goods master, with a
      *    quantity per kit of at least one.  The edits are made
      *    before the authority check so an unusable line is not
      *    reported as an authorization exception.
      ******************************************************************
       4600-EDIT-TRANSACTION.
           MOVE "N" TO WS-REJECT-SWITCH.
           IF BTXN-QTY-PER-KIT NOT NUMERIC
               OR BTXN-QTY-PER-KIT = ZERO
               MOVE "REJECTED - QTY PER KIT NOT VALID"
                   TO BLOG-RESULT
               PERFORM 4650-COUNT-REJECT THRU 4650-EXIT
               GO TO 4600-EXIT
           END-IF.
           IF BTXN-KIT-GOODS-NAME = BTXN-COMPONENT-NAME
               MOVE "REJECTED - KIT IS ITS OWN COMPONENT"
                   TO BLOG-RESULT
               PERFORM 4650-COUNT-REJECT THRU 4650-EXIT
               GO TO 4600-EXIT
           END-IF.
           MOVE BTXN-KIT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - KIT NOT ON MASTER"
                       TO BLOG-RESULT
                   PERFORM 4650-COUNT-REJECT THRU 4650-EXIT
                   GO TO 4600-EXIT
           END-READ.
           MOVE BTXN-COMPONENT-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - COMPONENT NOT ON MASTER"
                       TO BLOG-RESULT
                   PERFORM 4650-COUNT-REJECT THRU 4650-EXIT
           END-READ.
       4600-EXIT.
           EXIT.

       4650-COUNT-REJECT.
           MOVE "Y" TO WS-REJECT-SWITCH.
           ADD 1 TO WS-REJECT-COUNT.
       4650-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CHECK-AUTHORITY - the operator on the transaction must
      *    clear OPAUTH before anything is applied.  A bill of
      *    materials moves no stock and carries no price, so the only
      *    limit that can apply is the supervisor every DELETE needs.
      *    A refusal counts as a reject and its reason becomes the
      *    log result.
      ******************************************************************
       4700-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "BOMMNT"            TO OPAU-PARM-PROGRAM.
           MOVE BTXN-TYPE-CODE      TO OPAU-PARM-TYPE-CODE.
           MOVE BTXN-KIT-GOODS-NAME TO OPAU-PARM-KEY-TEXT(1:4).
           MOVE BTXN-COMPONENT-NAME TO OPAU-PARM-KEY-TEXT(6:4).
           MOVE BTXN-OPERATOR-ID    TO OPAU-PARM-OPERATOR-ID.
           MOVE BTXN-SUPERVISOR-ID  TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE
                                        OPAU-PARM-QTY-CHANGE.
           IF BTXN-DELETE
               MOVE "Y"             TO OPAU-PARM-DELETE-SWITCH
           END-IF.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE SPACES              TO BLOG-RESULT
               MOVE "REJECTED - "       TO BLOG-RESULT(1:11)
               MOVE OPAU-REJECT-REASON  TO BLOG-RESULT(12:29)
           END-IF.
       4700-EXIT.
           EXIT.

       4800-LOG-TRANSACTION-KEY.
           MOVE BTXN-KIT-GOODS-NAME TO BLOG-KIT-GOODS-NAME.
           MOVE BTXN-COMPONENT-NAME TO BLOG-COMPONENT-NAME.
           IF BTXN-DELETE
               MOVE SPACES           TO BLOG-QTY-PER-KIT
           ELSE
               MOVE BTXN-QTY-PER-KIT TO BLOG-QTY-PER-KIT
           END-IF.
       4800-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the maintenance
      *    log; BLOG-TYPE-CODE, the key fields and BLOG-RESULT must be
      *    set by the caller.  A MAINTAIN line carries the operator
      *    and supervisor from the transaction; a BUILD line has no
      *    transaction behind it and carries them blank.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO BLOG-SEP-1 BLOG-SEP-2
                                        BLOG-SEP-3 BLOG-SEP-4
                                        BLOG-SEP-5 BLOG-SEP-6
                                        BLOG-SEP-7 BLOG-SEP-8.
           IF BUILD-MODE
               MOVE SPACES          TO BLOG-OPERATOR-ID
                                        BLOG-SUPERVISOR-ID
           ELSE
               MOVE BTXN-OPERATOR-ID   TO BLOG-OPERATOR-ID
               MOVE BTXN-SUPERVISOR-ID TO BLOG-SUPERVISOR-ID
           END-IF.
           MOVE SPACES              TO BLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO BLOG-RUN-DATE(1:4).
           MOVE "-"                 TO BLOG-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO BLOG-RUN-DATE(6:2).
           MOVE "-"                 TO BLOG-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO BLOG-RUN-DATE(9:2).
           MOVE SPACES              TO BLOG-RUN-TIME.
           MOVE WS-SYS-TIME(1:2)    TO BLOG-RUN-TIME(1:2).
           MOVE ":"                 TO BLOG-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO BLOG-RUN-TIME(4:2).
           MOVE ":"                 TO BLOG-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO BLOG-RUN-TIME(7:2).
           WRITE BOM-LOG-RECORD.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE - close whichever files actually opened in
      *    1000-INITIALIZE; a file that failed to open (or was never
      *    attempted for this run mode) is left alone.
      ******************************************************************
       9000-TERMINATE.
           IF FLAT-FILE-OPENED
               CLOSE BOM-FLAT-FILE
           END-IF.
           IF BOM-FILE-OPENED
               CLOSE BOM-FILE
           END-IF.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF TRAN-FILE-OPENED
               CLOSE BOM-TRAN-FILE
           END-IF.
           CLOSE BOM-LOG-FILE.
       9000-EXIT.
           EXIT.
