      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Kit assembly and disassembly.  Until now building
      *              a kit on the assembly bench meant a GOODSMNT
      *              CHANGE to put the kit on and a separate CHANGE to
      *              take each component off, all worked out by hand.
      *              This program posts two kinds of transaction
      *              against the bill of materials kept by BOMMNT:
      *
      *                A - assemble: every component comes off the
      *                    master at its quantity per kit times the
      *                    number of kits built, and the kits go on.
      *                D - disassemble: the kits come off and every
      *                    component goes back on.
      *
      *              The bench works at one location - the
      *              transaction's KTXN-LOCATION-ID, or the run's
      *              KITASM-LOCATION (default RCV) when that is blank;
      *              never the quarantine location.  Stock comes off
      *              and goes on there as well as on the master: each
      *              item's location-stock record is debited or
      *              credited (created on first use), the stock taken
      *              off is drawn from the item's lots at the location
      *              earliest expiry first, the same as GOODSISS picks,
      *              and the stock put on is lotted under the
      *              transaction reference, carrying the earliest
      *              expiry of the lots drawn - a kit goes out of date
      *              with its first component.
      *
      *              Everything that can refuse a transaction is tested
      *              before any record is touched: each component (or
      *              the kit, taking one apart) must have the stock
      *              on hand at the location, outside the quarantine
      *              location, and nothing may be pushed past what
      *              GOODS-QTY-ON-HAND or LSTK-QTY-ON-HAND can hold.
      *              The master, location and lot records are then
      *              rewritten one by one; if any rewrite fails, the
      *              ones already made are put back as they were, so
      *              a transaction posts whole or not at all.  Only
      *              once the whole transaction stands are the ledger
      *              lines (reason ASM or DSM, master and location
      *              level) and transaction log lines written, one
      *              per item whose quantity changed, the same as
      *              every other quantity change.
      *
      *              Every transaction clears OPAUTH first (program
      *              KITASM, type A or D); the number of kits is
      *              measured against the operator's unit limit.
      *              Every transaction, posted or refused, goes on the
      *              kit register with a line per component.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  KITASM.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-TRAN-FILE ASSIGN TO KITTRNDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT GOODS-MASTER-FILE ASSIGN TO GOODSMSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOODS-NAME
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT BOM-FILE ASSIGN TO BOMFILDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOM-KEY
               FILE STATUS IS WS-BOM-STATUS.

      *    LOCATION-STOCK-FILE - the bench location's stock of every
      *    item the transaction moves, and each item's quarantine
      *    quantity, which may not be built into a kit or taken
      *    apart.  LOT-STOCK-FILE - the item's lots at the bench
      *    location, read from the first lot of the location and item
      *    on.  Both are created empty if this is the first run to
      *    need them.
           SELECT LOCATION-STOCK-FILE ASSIGN TO LOCSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSTK-KEY
               FILE STATUS IS WS-LOCSTK-STATUS.

           SELECT LOT-STOCK-FILE ASSIGN TO LOTSTKDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT TRANSACTION-LOG-FILE ASSIGN TO TRANLOGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANLOG-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO STKLDGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT KIT-REGISTER-FILE ASSIGN TO KITREGDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KIT-TRAN-FILE.
       01  KIT-TRAN-RECORD.
           05  KTXN-TYPE-CODE          PIC X(01).
               88  KTXN-ASSEMBLE          VALUE "A".
               88  KTXN-DISASSEMBLE       VALUE "D".
           05  KTXN-KIT-GOODS-NAME     PIC X(04).
           05  KTXN-KIT-QTY            PIC 9(05).
      *            Work order or bench ticket the kits were built on.
           05  KTXN-REFERENCE          PIC X(10).
           05  KTXN-OPERATOR-ID        PIC X(08).
           05  KTXN-SUPERVISOR-ID      PIC X(08).
      *            The bench location; blank takes KITASM-LOCATION.
           05  KTXN-LOCATION-ID        PIC X(03).

       FD  GOODS-MASTER-FILE.
           COPY GOODSREC.

       FD  BOM-FILE.
           COPY BOMREC.

       FD  LOCATION-STOCK-FILE.
           COPY LOCSREC.

       FD  LOT-STOCK-FILE.
           COPY LOTREC.

       FD  TRANSACTION-LOG-FILE.
           COPY TLOGREC.

       FD  STOCK-LEDGER-FILE.
           COPY STKLDGR.

       FD  KIT-REGISTER-FILE.
       01  KIT-REGISTER-RECORD.
           05  KREG-TYPE-CODE          PIC X(01).
           05  KREG-SEP-1              PIC X(01).
           05  KREG-KIT-GOODS-NAME     PIC X(04).
           05  KREG-SEP-2              PIC X(01).
           05  KREG-KIT-QTY            PIC Z(4)9.
           05  KREG-SEP-3              PIC X(01).
           05  KREG-REFERENCE          PIC X(10).
           05  KREG-SEP-4              PIC X(01).
           05  KREG-OPERATOR-ID        PIC X(08).
           05  KREG-SEP-5              PIC X(01).
           05  KREG-RESULT             PIC X(40).
       01  KIT-REGISTER-COMPONENT-LINE REDEFINES KIT-REGISTER-RECORD.
           05  KCMP-INDENT             PIC X(07).
           05  KCMP-COMPONENT-NAME     PIC X(04).
           05  KCMP-SEP-1              PIC X(01).
           05  KCMP-QTY-PER-KIT        PIC ZZ9.
           05  KCMP-SEP-2              PIC X(01).
           05  KCMP-NEED-QTY           PIC Z(7)9.
           05  KCMP-SEP-3              PIC X(01).
           05  KCMP-AVAIL-QTY          PIC Z(4)9.
           05  KCMP-SEP-4              PIC X(01).
           05  KCMP-QTY-AFTER          PIC Z(4)9.
           05  KCMP-SEP-5              PIC X(01).
           05  KCMP-FLAG               PIC X(20).
           05  FILLER                  PIC X(16).
       01  KIT-REGISTER-TEXT-LINE REDEFINES KIT-REGISTER-RECORD.
           05  KREG-TEXT               PIC X(73).

       WORKING-STORAGE SECTION.
       77  WS-TRAN-STATUS           PIC X(02).
           88  TRAN-OK                 VALUE "00".
           88  TRAN-EOF-STATUS         VALUE "10".
       77  WS-MASTER-STATUS         PIC X(02).
           88  MASTER-OK               VALUE "00".
       77  WS-BOM-STATUS            PIC X(02).
           88  BOM-OK                  VALUE "00".
       77  WS-LOCSTK-STATUS         PIC X(02).
           88  LOCSTK-OK               VALUE "00".
           88  LOCSTK-MISSING          VALUE "35".
       77  WS-LOT-STATUS            PIC X(02).
           88  LOT-FILE-OK             VALUE "00".
           88  LOT-FILE-MISSING        VALUE "35".
       77  WS-TRANLOG-STATUS        PIC X(02).
       77  WS-LEDGER-STATUS         PIC X(02).
       77  WS-REGISTER-STATUS       PIC X(02).

       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-BOM-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  BOM-FILE-OPENED         VALUE "Y".
       77  WS-LOCSTK-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  LOCSTK-FILE-OPENED      VALUE "Y".
       77  WS-LOT-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  LOT-FILE-OPENED         VALUE "Y".
       77  WS-TRAN-OPEN-SWITCH      PIC X(01) VALUE "N".
           88  TRAN-FILE-OPENED        VALUE "Y".

       77  WS-TRAN-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-TRANSACTIONS     VALUE "Y".
       77  WS-BOM-EOF-SWITCH        PIC X(01) VALUE "N".
           88  END-OF-KIT-BOM          VALUE "Y".
       77  WS-REJECT-SWITCH         PIC X(01) VALUE "N".
           88  KIT-REJECTED            VALUE "Y".
       77  WS-CHECKED-SWITCH        PIC X(01) VALUE "N".
           88  COMPONENTS-CHECKED      VALUE "Y".
       77  WS-APPLY-FAILED-SWITCH   PIC X(01) VALUE "N".
           88  APPLY-FAILED            VALUE "Y".
       77  WS-LOC-POSTED-SWITCH     PIC X(01) VALUE "N".
           88  LOCATION-POSTED         VALUE "Y".
       77  WS-LOT-SCAN-EOF-SWITCH   PIC X(01) VALUE "N".
           88  END-OF-LOT-SCAN         VALUE "Y".
       77  WS-LOTS-EXHAUSTED-SWITCH PIC X(01) VALUE "N".
           88  LOTS-EXHAUSTED          VALUE "Y".

       77  WS-RESULT-TEXT           PIC X(40) VALUE SPACES.
       77  WS-PICKABLE-QTY          PIC 9(05) VALUE ZERO.
       77  WS-QTY-LIMIT-TEST        PIC 9(08) VALUE ZERO.
       77  WS-TODAY-DATE            PIC X(10) VALUE SPACES.

      *    The bench location for the transaction, the run's default
      *    for it, and the lot number stock put on is lotted under.
       77  WS-LOCATION-PARM         PIC X(03) VALUE "RCV".
       77  WS-KIT-LOCATION-ID       PIC X(03) VALUE SPACES.
       77  WS-KIT-LOT-NUMBER        PIC X(10) VALUE SPACES.

      *    The kit itself, the same way KIT-COMPONENT-TABLE holds
      *    each component: what it was before the transaction and
      *    after, on the master and at the bench location, and
      *    whether each rewrite has been made yet (and so would have
      *    to be put back).
       77  WS-KIT-QTY-BEFORE        PIC 9(05) VALUE ZERO.
       77  WS-KIT-QTY-AFTER         PIC 9(05) VALUE ZERO.
       77  WS-KIT-APPLIED-SWITCH    PIC X(01) VALUE "N".
           88  KIT-APPLIED             VALUE "Y".
       77  WS-KIT-LOC-QTY-BEFORE    PIC 9(05) VALUE ZERO.
       77  WS-KIT-LOC-QTY-AFTER     PIC 9(05) VALUE ZERO.
       77  WS-KIT-LOC-APPLIED-SWITCH PIC X(01) VALUE "N".
           88  KIT-LOC-APPLIED         VALUE "Y".

      *    The item and quantity being posted at the bench location,
      *    and that location record's quantity before and after.
       77  WS-POST-GOODS-NAME       PIC X(04) VALUE SPACES.
       77  WS-POST-QTY              PIC 9(05) VALUE ZERO.
       77  WS-LOC-QTY-BEFORE        PIC 9(05) VALUE ZERO.
       77  WS-LOC-QTY-AFTER         PIC 9(05) VALUE ZERO.

      *    The kit's bill of materials, loaded fresh for each
      *    transaction.  Fifty components is far beyond any kit built
      *    on the bench; a kit with more is refused rather than built
      *    short.
       01  KIT-COMPONENT-TABLE.
           05  KITC-ENTRY OCCURS 50 TIMES.
               10  KITC-COMPONENT-NAME PIC X(04).
               10  KITC-QTY-PER-KIT    PIC 9(03).
               10  KITC-NEED-QTY       PIC 9(08).
               10  KITC-AVAIL-QTY      PIC 9(05).
               10  KITC-QTY-BEFORE     PIC 9(05).
               10  KITC-QTY-AFTER      PIC 9(05).
               10  KITC-APPLIED-SWITCH PIC X(01).
                   88  KITC-APPLIED       VALUE "Y".
               10  KITC-LOC-QTY-BEFORE PIC 9(05).
               10  KITC-LOC-QTY-AFTER  PIC 9(05).
               10  KITC-LOC-APPLIED-SWITCH PIC X(01).
                   88  KITC-LOC-APPLIED   VALUE "Y".
               10  KITC-FLAG           PIC X(20).
       77  WS-BOM-COUNT             PIC 9(03) VALUE ZERO.
       77  WS-BOM-SUBSCRIPT         PIC 9(03) VALUE ZERO.

      *    The item's lots at the bench location, loaded fresh for
      *    each draw, the same way GOODSISS loads a pick location's.
      *    A lot with no expiry date sorts after every dated one
      *    (high-values in DLOT-SORT-EXPIRY).  Lots past the fiftieth
      *    are not drawn this run.
       01  LOT-DRAW-TABLE.
           05  DLOT-ENTRY OCCURS 50 TIMES.
               10  DLOT-NUMBER         PIC X(10).
               10  DLOT-EXPIRY-DATE    PIC X(10).
               10  DLOT-SORT-EXPIRY    PIC X(10).
               10  DLOT-QTY            PIC 9(05).
       77  WS-DLOT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-DLOT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-EARLIEST-SUBSCRIPT    PIC 9(03) VALUE ZERO.
       77  WS-DRAW-LEFT             PIC 9(05) VALUE ZERO.
       77  WS-LOT-TAKE-QTY          PIC 9(05) VALUE ZERO.
       77  WS-LOT-QTY-BEFORE        PIC 9(05) VALUE ZERO.
       77  WS-LOT-EXPIRY-BEFORE     PIC X(10) VALUE SPACES.

      *    The earliest expiry date among the lots drawn so far in
      *    the transaction; the stock put on is lotted with it.
       77  WS-CARRY-EXPIRY-DATE     PIC X(10) VALUE SPACES.

      *    Every lot record the transaction has rewritten and what it
      *    held (quantity and expiry) before, so a back-out can put
      *    each one back.  A
      *    transaction that would rewrite more than a hundred lots is
      *    refused and backed out rather than posted part-way.
       01  LOT-POSTING-TABLE.
           05  LPST-ENTRY OCCURS 100 TIMES.
               10  LPST-GOODS-NAME     PIC X(04).
               10  LPST-NUMBER         PIC X(10).
               10  LPST-QTY-BEFORE     PIC 9(05).
               10  LPST-EXPIRY-BEFORE  PIC X(10).
       77  WS-LPST-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-LPST-SUBSCRIPT        PIC 9(03) VALUE ZERO.

       77  WS-TRAN-READ-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-ASSEMBLED-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-DISASSEMBLED-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-KITS-BUILT-COUNT      PIC 9(07) VALUE ZERO.
       77  WS-KITS-TAKEN-APART-COUNT PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-AUTH-REJECT-COUNT     PIC 9(07) VALUE ZERO.
       77  WS-BACKED-OUT-COUNT      PIC 9(07) VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

      *    Operator authorization interface - see the OPAUTHPM
      *    copybook.
           COPY OPAUTHPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF MASTER-FILE-OPENED AND BOM-FILE-OPENED
               AND TRAN-FILE-OPENED
               PERFORM 3100-PROCESS-ONE-TRANSACTION THRU 3100-EXIT
                   UNTIL END-OF-TRANSACTIONS
               DISPLAY "KIT TRANSACTIONS READ:     " WS-TRAN-READ-COUNT
               DISPLAY "ASSEMBLIES POSTED:         " WS-ASSEMBLED-COUNT
               DISPLAY "  KITS BUILT:              "
                   WS-KITS-BUILT-COUNT
               DISPLAY "DISASSEMBLIES POSTED:      "
                   WS-DISASSEMBLED-COUNT
               DISPLAY "  KITS TAKEN APART:        "
                   WS-KITS-TAKEN-APART-COUNT
               DISPLAY "REJECTED:                  " WS-REJECT-COUNT
               DISPLAY "  NOT AUTHORIZED:          "
                   WS-AUTH-REJECT-COUNT
               DISPLAY "  BACKED OUT:              "
                   WS-BACKED-OUT-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE - the goods master and the bill of
      *    materials must both be there or nothing can be posted.  The
      *    location-stock and lot files are created empty if this is
      *    the first run to need them; a transaction cannot post
      *    without both.
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-LOCATION-PARM FROM ENVIRONMENT "KITASM-LOCATION"
               ON EXCEPTION
                   MOVE "RCV" TO WS-LOCATION-PARM
           END-ACCEPT.
           IF WS-LOCATION-PARM = SPACES
               DISPLAY "KITASM-LOCATION IS BLANK - USING RCV"
               MOVE "RCV" TO WS-LOCATION-PARM
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES              TO WS-TODAY-DATE.
           MOVE WS-SYS-DATE(1:4)    TO WS-TODAY-DATE(1:4).
           MOVE "-"                 TO WS-TODAY-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO WS-TODAY-DATE(6:2).
           MOVE "-"                 TO WS-TODAY-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-TODAY-DATE(9:2).
           OPEN I-O GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTER-OPEN-SWITCH.
           OPEN INPUT BOM-FILE.
           IF BOM-OK
               MOVE "Y" TO WS-BOM-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN BOM FILE - STATUS "
                   WS-BOM-STATUS
           END-IF.
           OPEN I-O LOCATION-STOCK-FILE.
           IF LOCSTK-MISSING
               OPEN OUTPUT LOCATION-STOCK-FILE
               CLOSE LOCATION-STOCK-FILE
               OPEN I-O LOCATION-STOCK-FILE
           END-IF.
           IF LOCSTK-OK
               MOVE "Y" TO WS-LOCSTK-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN LOCATION STOCK - STATUS "
                   WS-LOCSTK-STATUS
           END-IF.
           OPEN I-O LOT-STOCK-FILE.
           IF LOT-FILE-MISSING
               OPEN OUTPUT LOT-STOCK-FILE
               CLOSE LOT-STOCK-FILE
               OPEN I-O LOT-STOCK-FILE
           END-IF.
           IF LOT-FILE-OK
               MOVE "Y" TO WS-LOT-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN LOT STOCK - STATUS "
                   WS-LOT-STATUS
           END-IF.
           OPEN INPUT KIT-TRAN-FILE.
           IF TRAN-OK
               MOVE "Y" TO WS-TRAN-OPEN-SWITCH
           ELSE
               DISPLAY "UNABLE TO OPEN KIT TRANSACTIONS - STATUS "
                   WS-TRAN-STATUS
           END-IF.
           OPEN EXTEND TRANSACTION-LOG-FILE.
           IF WS-TRANLOG-STATUS = "35"
               OPEN OUTPUT TRANSACTION-LOG-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT STOCK-LEDGER-FILE
           END-IF.
           OPEN OUTPUT KIT-REGISTER-FILE.
           MOVE SPACES              TO KIT-REGISTER-RECORD.
           MOVE "KIT ASSEMBLY REGISTER -" TO KREG-TEXT(1:23).
           MOVE WS-TODAY-DATE       TO KREG-TEXT(25:10).
           WRITE KIT-REGISTER-RECORD.
           MOVE SPACES              TO KIT-REGISTER-RECORD.
           MOVE "T KIT   KITS REFERENCE  OPERATOR RESULT"
                                    TO KREG-TEXT(1:39).
           WRITE KIT-REGISTER-RECORD.
           MOVE SPACES              TO KIT-REGISTER-RECORD.
           MOVE "COMP PER     NEED AVAIL AFTER"
                                    TO KREG-TEXT(8:29).
           WRITE KIT-REGISTER-RECORD.
       1000-EXIT.
           EXIT.

       3100-PROCESS-ONE-TRANSACTION.
           READ KIT-TRAN-FILE
               AT END
                   MOVE "Y" TO WS-TRAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
                   PERFORM 3200-EDIT-TRANSACTION THRU 3200-EXIT
                   IF NOT KIT-REJECTED
                       PERFORM 4000-APPLY-TRANSACTION THRU 4000-EXIT
                   END-IF
                   PERFORM 3900-WRITE-REGISTER-LINES THRU 3900-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-EDIT-TRANSACTION - everything that can refuse the
      *    transaction is tested before anything is touched, so a
      *    refused transaction changes nothing.  The operator's
      *    authority is checked once the transaction itself is well
      *    formed.
      ******************************************************************
       3200-EDIT-TRANSACTION.
           MOVE "N"    TO WS-REJECT-SWITCH.
           MOVE "N"    TO WS-CHECKED-SWITCH.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE ZERO   TO WS-BOM-COUNT.
           EVALUATE TRUE
               WHEN NOT KTXN-ASSEMBLE
                   AND NOT KTXN-DISASSEMBLE
                   MOVE "REJECTED - UNKNOWN TYPE CODE"
                       TO WS-RESULT-TEXT
               WHEN KTXN-KIT-QTY NOT NUMERIC
                   OR KTXN-KIT-QTY = ZERO
                   MOVE "REJECTED - NUMBER OF KITS NOT VALID"
                       TO WS-RESULT-TEXT
               WHEN NOT LOCSTK-FILE-OPENED
                   MOVE "REJECTED - NO LOCATION STOCK FILE"
                       TO WS-RESULT-TEXT
               WHEN NOT LOT-FILE-OPENED
                   MOVE "REJECTED - NO LOT STOCK FILE"
                       TO WS-RESULT-TEXT
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
               PERFORM 3250-SET-BENCH-LOCATION THRU 3250-EXIT
           END-IF.
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT.
           IF KIT-REJECTED
               GO TO 3200-EXIT
           END-IF.
           PERFORM 3400-LOAD-KIT-BOM THRU 3400-EXIT.
           IF KIT-REJECTED
               GO TO 3200-EXIT
           END-IF.
           MOVE KTXN-KIT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "REJECTED - KIT NOT ON MASTER"
                       TO WS-RESULT-TEXT
                   PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
                   GO TO 3200-EXIT
           END-READ.
           IF KTXN-ASSEMBLE
               PERFORM 3500-EDIT-ASSEMBLY THRU 3500-EXIT
           ELSE
               PERFORM 3600-EDIT-DISASSEMBLY THRU 3600-EXIT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3250-SET-BENCH-LOCATION - the transaction's location, or
      *    the run's default.  Quarantined stock may not be built into
      *    kits, so the quarantine location is no bench.
      ******************************************************************
       3250-SET-BENCH-LOCATION.
           IF KTXN-LOCATION-ID = SPACES
               MOVE WS-LOCATION-PARM    TO WS-KIT-LOCATION-ID
           ELSE
               MOVE KTXN-LOCATION-ID    TO WS-KIT-LOCATION-ID
           END-IF.
           MOVE WS-KIT-LOCATION-ID      TO LSTK-LOCATION-ID.
           IF LSTK-QUARANTINE-LOCATION
               MOVE "REJECTED - QUARANTINE IS NOT A BENCH"
                   TO WS-RESULT-TEXT
           END-IF.
       3250-EXIT.
           EXIT.

      ******************************************************************
      *    3300-CHECK-AUTHORITY - assembly moves stock on and off the
      *    books, so it goes through OPAUTH like any maintenance: the
      *    operator must hold KITASM for the type, and the number of
      *    kits is measured against the operator's unit limit.
      ******************************************************************
       3300-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "KITASM"            TO OPAU-PARM-PROGRAM.
           MOVE KTXN-TYPE-CODE      TO OPAU-PARM-TYPE-CODE.
           MOVE KTXN-KIT-GOODS-NAME TO OPAU-PARM-KEY-TEXT(1:4).
           MOVE KTXN-REFERENCE      TO OPAU-PARM-KEY-TEXT(6:10).
           MOVE KTXN-OPERATOR-ID    TO OPAU-PARM-OPERATOR-ID.
           MOVE KTXN-SUPERVISOR-ID  TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE.
           MOVE KTXN-KIT-QTY        TO OPAU-PARM-QTY-CHANGE.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE "REJECTED - "       TO WS-RESULT-TEXT(1:11)
               MOVE OPAU-REJECT-REASON  TO WS-RESULT-TEXT(12:29)
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    3400-LOAD-KIT-BOM - the kit's components are contiguous on
      *    the bill of materials (kit is the high-order key), so one
      *    START on the kit reads them all.  The quantity each
      *    component must supply is worked out here once.
      ******************************************************************
       3400-LOAD-KIT-BOM.
           MOVE "N"                 TO WS-BOM-EOF-SWITCH.
           MOVE KTXN-KIT-GOODS-NAME TO BOM-KIT-GOODS-NAME.
           MOVE LOW-VALUES          TO BOM-COMPONENT-NAME.
           START BOM-FILE KEY NOT < BOM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
           END-START.
           PERFORM 3450-LOAD-ONE-COMPONENT THRU 3450-EXIT
               UNTIL END-OF-KIT-BOM.
           IF KIT-REJECTED
               GO TO 3400-EXIT
           END-IF.
           IF WS-BOM-COUNT = ZERO
               MOVE "REJECTED - KIT HAS NO BILL OF MATERIALS"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3450-LOAD-ONE-COMPONENT.
           READ BOM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BOM-EOF-SWITCH
               NOT AT END
                   IF BOM-KIT-GOODS-NAME NOT = KTXN-KIT-GOODS-NAME
                       MOVE "Y" TO WS-BOM-EOF-SWITCH
                   ELSE
                       PERFORM 3460-STORE-COMPONENT THRU 3460-EXIT
                   END-IF
           END-READ.
       3450-EXIT.
           EXIT.

       3460-STORE-COMPONENT.
           IF WS-BOM-COUNT NOT < 50
               MOVE "REJECTED - KIT HAS OVER 50 COMPONENTS"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               MOVE "Y" TO WS-BOM-EOF-SWITCH
               GO TO 3460-EXIT
           END-IF.
           ADD 1 TO WS-BOM-COUNT.
           MOVE BOM-COMPONENT-NAME
               TO KITC-COMPONENT-NAME(WS-BOM-COUNT).
           MOVE BOM-QTY-PER-KIT
               TO KITC-QTY-PER-KIT(WS-BOM-COUNT).
           COMPUTE KITC-NEED-QTY(WS-BOM-COUNT) =
               BOM-QTY-PER-KIT * KTXN-KIT-QTY.
           MOVE ZERO   TO KITC-AVAIL-QTY(WS-BOM-COUNT)
                          KITC-QTY-BEFORE(WS-BOM-COUNT)
                          KITC-QTY-AFTER(WS-BOM-COUNT).
           MOVE ZERO   TO KITC-LOC-QTY-BEFORE(WS-BOM-COUNT)
                          KITC-LOC-QTY-AFTER(WS-BOM-COUNT).
           MOVE "N"    TO KITC-APPLIED-SWITCH(WS-BOM-COUNT).
           MOVE "N"    TO KITC-LOC-APPLIED-SWITCH(WS-BOM-COUNT).
           MOVE SPACES TO KITC-FLAG(WS-BOM-COUNT).
       3460-EXIT.
           EXIT.

      ******************************************************************
      *    3500-EDIT-ASSEMBLY - the kit's on hand, on the master and
      *    at the bench, must have room for the kits built, and every
      *    component must have its full quantity at the bench outside
      *    quarantine.  Every component is checked, not just up to
      *    the first one short, so the register shows the bench
      *    everything it is missing at once.
      ******************************************************************
       3500-EDIT-ASSEMBLY.
           COMPUTE WS-QTY-LIMIT-TEST =
               GOODS-QTY-ON-HAND + KTXN-KIT-QTY.
           IF WS-QTY-LIMIT-TEST > 99999
               MOVE "REJECTED - KIT ON HAND WOULD PASS 99999"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-KIT-LOCATION-ID  TO LSTK-LOCATION-ID.
           MOVE KTXN-KIT-GOODS-NAME TO LSTK-GOODS-NAME.
           MOVE ZERO                TO WS-QTY-LIMIT-TEST.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-QTY-LIMIT-TEST =
                       LSTK-QTY-ON-HAND + KTXN-KIT-QTY
           END-READ.
           IF WS-QTY-LIMIT-TEST > 99999
               MOVE "REJECTED - BENCH KITS WOULD PASS 99999"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3500-EXIT
           END-IF.
           MOVE "Y" TO WS-CHECKED-SWITCH.
           PERFORM 3550-EDIT-ONE-COMPONENT THRU 3550-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3550-EDIT-ONE-COMPONENT.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT) TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER"
                       TO KITC-FLAG(WS-BOM-SUBSCRIPT)
                   PERFORM 3700-SET-COMPONENT-RESULT THRU 3700-EXIT
                   GO TO 3550-EXIT
           END-READ.
           PERFORM 3750-FIND-PICKABLE-QTY THRU 3750-EXIT.
           PERFORM 3760-LIMIT-TO-BENCH THRU 3760-EXIT.
           MOVE WS-PICKABLE-QTY TO KITC-AVAIL-QTY(WS-BOM-SUBSCRIPT).
           IF KITC-NEED-QTY(WS-BOM-SUBSCRIPT) > WS-PICKABLE-QTY
               MOVE "** SHORT"
                   TO KITC-FLAG(WS-BOM-SUBSCRIPT)
               PERFORM 3700-SET-COMPONENT-RESULT THRU 3700-EXIT
           END-IF.
       3550-EXIT.
           EXIT.

      ******************************************************************
      *    3600-EDIT-DISASSEMBLY - the kits taken apart must be on
      *    hand at the bench outside quarantine, every component must
      *    still be on the master, and none may be pushed past 99999
      *    on the master or at the bench.
      ******************************************************************
       3600-EDIT-DISASSEMBLY.
           PERFORM 3750-FIND-PICKABLE-QTY THRU 3750-EXIT.
           PERFORM 3760-LIMIT-TO-BENCH THRU 3760-EXIT.
           IF KTXN-KIT-QTY > WS-PICKABLE-QTY
               MOVE "REJECTED - NOT ENOUGH KITS ON HAND"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 3600-EXIT
           END-IF.
           MOVE "Y" TO WS-CHECKED-SWITCH.
           PERFORM 3650-EDIT-ONE-COMPONENT THRU 3650-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

       3650-EDIT-ONE-COMPONENT.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT) TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER"
                       TO KITC-FLAG(WS-BOM-SUBSCRIPT)
                   PERFORM 3700-SET-COMPONENT-RESULT THRU 3700-EXIT
                   GO TO 3650-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO KITC-AVAIL-QTY(WS-BOM-SUBSCRIPT).
           COMPUTE WS-QTY-LIMIT-TEST =
               GOODS-QTY-ON-HAND + KITC-NEED-QTY(WS-BOM-SUBSCRIPT).
           IF WS-QTY-LIMIT-TEST > 99999
               MOVE "** OVER 99999"
                   TO KITC-FLAG(WS-BOM-SUBSCRIPT)
               PERFORM 3700-SET-COMPONENT-RESULT THRU 3700-EXIT
               GO TO 3650-EXIT
           END-IF.
           MOVE WS-KIT-LOCATION-ID  TO LSTK-LOCATION-ID.
           MOVE GOODS-NAME          TO LSTK-GOODS-NAME.
           MOVE ZERO                TO WS-QTY-LIMIT-TEST.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-QTY-LIMIT-TEST = LSTK-QTY-ON-HAND
                       + KITC-NEED-QTY(WS-BOM-SUBSCRIPT)
           END-READ.
           IF WS-QTY-LIMIT-TEST > 99999
               MOVE "** BENCH OVER 99999"
                   TO KITC-FLAG(WS-BOM-SUBSCRIPT)
               PERFORM 3700-SET-COMPONENT-RESULT THRU 3700-EXIT
           END-IF.
       3650-EXIT.
           EXIT.

      ******************************************************************
      *    3700-SET-COMPONENT-RESULT - the first component refused
      *    names the transaction's result; the rest are flagged on
      *    their own register lines.
      ******************************************************************
       3700-SET-COMPONENT-RESULT.
           IF WS-RESULT-TEXT = SPACES
               MOVE "REJECTED - COMPONENT"   TO WS-RESULT-TEXT(1:20)
               MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                            TO WS-RESULT-TEXT(22:4)
               MOVE KITC-FLAG(WS-BOM-SUBSCRIPT)(4:17)
                                            TO WS-RESULT-TEXT(27:14)
           END-IF.
       3700-EXIT.
           EXIT.

      ******************************************************************
      *    3750-FIND-PICKABLE-QTY - the quarantine location's stock is
      *    counted in the master on-hand but may not be used, so it
      *    is taken off what the transaction can draw on.  Works on
      *    whichever item is in the master record.  Same rule as
      *    GOODSISS's 5050.
      ******************************************************************
       3750-FIND-PICKABLE-QTY.
           MOVE GOODS-QTY-ON-HAND TO WS-PICKABLE-QTY.
           IF NOT LOCSTK-FILE-OPENED
               GO TO 3750-EXIT
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
       3750-EXIT.
           EXIT.

      ******************************************************************
      *    3760-LIMIT-TO-BENCH - only what the bench location holds of
      *    the item in the master record can be used there, however
      *    much the master says is pickable; an item with no stock
      *    record at the bench has none there.
      ******************************************************************
       3760-LIMIT-TO-BENCH.
           MOVE WS-KIT-LOCATION-ID TO LSTK-LOCATION-ID.
           MOVE GOODS-NAME         TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO TO WS-PICKABLE-QTY
               NOT INVALID KEY
                   IF LSTK-QTY-ON-HAND < WS-PICKABLE-QTY
                       MOVE LSTK-QTY-ON-HAND TO WS-PICKABLE-QTY
                   END-IF
           END-READ.
       3760-EXIT.
           EXIT.

       3800-COUNT-REJECT.
           MOVE "Y" TO WS-REJECT-SWITCH.
           ADD 1 TO WS-REJECT-COUNT.
       3800-EXIT.
           EXIT.

      ******************************************************************
      *    3900-WRITE-REGISTER-LINES - the transaction's line, then a
      *    line per component once the components have been checked:
      *    what one kit takes, what the transaction needs, what was
      *    there to use and, once posted, what is left.
      ******************************************************************
       3900-WRITE-REGISTER-LINES.
           MOVE SPACES              TO KIT-REGISTER-RECORD.
           MOVE KTXN-TYPE-CODE      TO KREG-TYPE-CODE.
           MOVE KTXN-KIT-GOODS-NAME TO KREG-KIT-GOODS-NAME.
           IF KTXN-KIT-QTY IS NUMERIC
               MOVE KTXN-KIT-QTY    TO KREG-KIT-QTY
           END-IF.
           MOVE KTXN-REFERENCE      TO KREG-REFERENCE.
           MOVE KTXN-OPERATOR-ID    TO KREG-OPERATOR-ID.
           MOVE WS-RESULT-TEXT      TO KREG-RESULT.
           WRITE KIT-REGISTER-RECORD.
           IF COMPONENTS-CHECKED
               PERFORM 3950-WRITE-COMPONENT-LINE THRU 3950-EXIT
                   VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT
           END-IF.
       3900-EXIT.
           EXIT.

       3950-WRITE-COMPONENT-LINE.
           MOVE SPACES TO KIT-REGISTER-RECORD.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                    TO KCMP-COMPONENT-NAME.
           MOVE KITC-QTY-PER-KIT(WS-BOM-SUBSCRIPT)
                                    TO KCMP-QTY-PER-KIT.
           MOVE KITC-NEED-QTY(WS-BOM-SUBSCRIPT)
                                    TO KCMP-NEED-QTY.
           MOVE KITC-AVAIL-QTY(WS-BOM-SUBSCRIPT)
                                    TO KCMP-AVAIL-QTY.
           IF NOT KIT-REJECTED
               MOVE KITC-QTY-AFTER(WS-BOM-SUBSCRIPT)
                                    TO KCMP-QTY-AFTER
           END-IF.
           MOVE KITC-FLAG(WS-BOM-SUBSCRIPT) TO KCMP-FLAG.
           WRITE KIT-REGISTER-RECORD.
       3950-EXIT.
           EXIT.

      ******************************************************************
      *    4000-APPLY-TRANSACTION - the items are posted one at a
      *    time, the stock taken off before the stock put on, so the
      *    expiry of the lots drawn is known before the new stock is
      *    lotted.  Each item's master record is rewritten, then its
      *    stock record and lots at the bench.  A rewrite that fails
      *    puts back every one already made and refuses the
      *    transaction; only a transaction that posted whole is
      *    ledgered and logged.
      ******************************************************************
       4000-APPLY-TRANSACTION.
           MOVE "N" TO WS-APPLY-FAILED-SWITCH.
           MOVE "N" TO WS-KIT-APPLIED-SWITCH.
           MOVE "N" TO WS-KIT-LOC-APPLIED-SWITCH.
           MOVE ZERO   TO WS-LPST-COUNT.
           MOVE SPACES TO WS-CARRY-EXPIRY-DATE.
           IF KTXN-REFERENCE = SPACES
               MOVE SPACES           TO WS-KIT-LOT-NUMBER
               MOVE "K"              TO WS-KIT-LOT-NUMBER(1:1)
               MOVE WS-SYS-DATE(3:6) TO WS-KIT-LOT-NUMBER(2:6)
           ELSE
               MOVE KTXN-REFERENCE   TO WS-KIT-LOT-NUMBER
           END-IF.
           IF KTXN-ASSEMBLE
               PERFORM 4100-TAKE-COMPONENT-OFF THRU 4100-EXIT
                   VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
                   UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT
                      OR APPLY-FAILED
               IF NOT APPLY-FAILED
                   PERFORM 4300-PUT-KIT-ON THRU 4300-EXIT
               END-IF
           ELSE
               PERFORM 4400-TAKE-KIT-OFF THRU 4400-EXIT
               IF NOT APPLY-FAILED
                   PERFORM 4200-PUT-COMPONENT-BACK THRU 4200-EXIT
                       VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
                       UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT
                          OR APPLY-FAILED
               END-IF
           END-IF.
           IF APPLY-FAILED
               PERFORM 4800-BACK-OUT THRU 4800-EXIT
               ADD 1 TO WS-BACKED-OUT-COUNT
               MOVE "REJECTED - REWRITE FAILED, BACKED OUT"
                   TO WS-RESULT-TEXT
               PERFORM 3800-COUNT-REJECT THRU 3800-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4600-RECORD-MOVEMENTS THRU 4600-EXIT.
           IF KTXN-ASSEMBLE
               ADD 1 TO WS-ASSEMBLED-COUNT
               ADD KTXN-KIT-QTY TO WS-KITS-BUILT-COUNT
               MOVE "ASSEMBLED" TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-DISASSEMBLED-COUNT
               ADD KTXN-KIT-QTY TO WS-KITS-TAKEN-APART-COUNT
               MOVE "DISASSEMBLED" TO WS-RESULT-TEXT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-TAKE-COMPONENT-OFF.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT) TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT).
           SUBTRACT KITC-NEED-QTY(WS-BOM-SUBSCRIPT)
               FROM GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4100-EXIT
           END-REWRITE.
           MOVE GOODS-QTY-ON-HAND TO KITC-QTY-AFTER(WS-BOM-SUBSCRIPT).
           MOVE "Y" TO KITC-APPLIED-SWITCH(WS-BOM-SUBSCRIPT).
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
               TO WS-POST-GOODS-NAME.
           MOVE KITC-NEED-QTY(WS-BOM-SUBSCRIPT) TO WS-POST-QTY.
           PERFORM 5000-DEBIT-BENCH THRU 5000-EXIT.
           PERFORM 4150-NOTE-COMPONENT-BENCH THRU 4150-EXIT.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    4150-NOTE-COMPONENT-BENCH - once the component's bench
      *    record has been rewritten, hold what it was before and
      *    after for the ledger, or for the back-out.
      ******************************************************************
       4150-NOTE-COMPONENT-BENCH.
           IF NOT LOCATION-POSTED
               GO TO 4150-EXIT
           END-IF.
           MOVE WS-LOC-QTY-BEFORE
               TO KITC-LOC-QTY-BEFORE(WS-BOM-SUBSCRIPT).
           MOVE WS-LOC-QTY-AFTER
               TO KITC-LOC-QTY-AFTER(WS-BOM-SUBSCRIPT).
           MOVE "Y" TO KITC-LOC-APPLIED-SWITCH(WS-BOM-SUBSCRIPT).
       4150-EXIT.
           EXIT.

       4200-PUT-COMPONENT-BACK.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT) TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4200-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT).
           ADD KITC-NEED-QTY(WS-BOM-SUBSCRIPT) TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4200-EXIT
           END-REWRITE.
           MOVE GOODS-QTY-ON-HAND TO KITC-QTY-AFTER(WS-BOM-SUBSCRIPT).
           MOVE "Y" TO KITC-APPLIED-SWITCH(WS-BOM-SUBSCRIPT).
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
               TO WS-POST-GOODS-NAME.
           MOVE KITC-NEED-QTY(WS-BOM-SUBSCRIPT) TO WS-POST-QTY.
           PERFORM 5100-CREDIT-BENCH THRU 5100-EXIT.
           PERFORM 4150-NOTE-COMPONENT-BENCH THRU 4150-EXIT.
       4200-EXIT.
           EXIT.

       4300-PUT-KIT-ON.
           MOVE KTXN-KIT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4300-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO WS-KIT-QTY-BEFORE.
           ADD KTXN-KIT-QTY TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4300-EXIT
           END-REWRITE.
           MOVE GOODS-QTY-ON-HAND TO WS-KIT-QTY-AFTER.
           MOVE "Y" TO WS-KIT-APPLIED-SWITCH.
           MOVE KTXN-KIT-GOODS-NAME TO WS-POST-GOODS-NAME.
           MOVE KTXN-KIT-QTY        TO WS-POST-QTY.
           PERFORM 5100-CREDIT-BENCH THRU 5100-EXIT.
           PERFORM 4450-NOTE-KIT-BENCH THRU 4450-EXIT.
       4300-EXIT.
           EXIT.

       4400-TAKE-KIT-OFF.
           MOVE KTXN-KIT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4400-EXIT
           END-READ.
           MOVE GOODS-QTY-ON-HAND TO WS-KIT-QTY-BEFORE.
           SUBTRACT KTXN-KIT-QTY FROM GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 4400-EXIT
           END-REWRITE.
           MOVE GOODS-QTY-ON-HAND TO WS-KIT-QTY-AFTER.
           MOVE "Y" TO WS-KIT-APPLIED-SWITCH.
           MOVE KTXN-KIT-GOODS-NAME TO WS-POST-GOODS-NAME.
           MOVE KTXN-KIT-QTY        TO WS-POST-QTY.
           PERFORM 5000-DEBIT-BENCH THRU 5000-EXIT.
           PERFORM 4450-NOTE-KIT-BENCH THRU 4450-EXIT.
       4400-EXIT.
           EXIT.

       4450-NOTE-KIT-BENCH.
           IF NOT LOCATION-POSTED
               GO TO 4450-EXIT
           END-IF.
           MOVE WS-LOC-QTY-BEFORE   TO WS-KIT-LOC-QTY-BEFORE.
           MOVE WS-LOC-QTY-AFTER    TO WS-KIT-LOC-QTY-AFTER.
           MOVE "Y" TO WS-KIT-LOC-APPLIED-SWITCH.
       4450-EXIT.
           EXIT.

      ******************************************************************
      *    4600-RECORD-MOVEMENTS - master and bench ledger lines and
      *    a transaction log line for every item the transaction
      *    changed: the components, then the kit.
      ******************************************************************
       4600-RECORD-MOVEMENTS.
           PERFORM 4650-RECORD-COMPONENT THRU 4650-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE KTXN-KIT-GOODS-NAME TO LDGR-GOODS-NAME.
           MOVE WS-KIT-QTY-BEFORE   TO LDGR-QTY-BEFORE.
           MOVE WS-KIT-QTY-AFTER    TO LDGR-QTY-AFTER.
           PERFORM 4700-LEDGER-KIT-LINE THRU 4700-EXIT.
           IF KIT-LOC-APPLIED
               MOVE SPACES              TO STOCK-LEDGER-RECORD
               MOVE KTXN-KIT-GOODS-NAME TO LDGR-GOODS-NAME
               MOVE WS-KIT-LOCATION-ID  TO LDGR-LOCATION-ID
               MOVE WS-KIT-LOC-QTY-BEFORE TO LDGR-QTY-BEFORE
               MOVE WS-KIT-LOC-QTY-AFTER TO LDGR-QTY-AFTER
               PERFORM 4700-LEDGER-KIT-LINE THRU 4700-EXIT
           END-IF.
           MOVE SPACES              TO TLOG-RESULT.
           IF KTXN-ASSEMBLE
               MOVE "ASSEMBLED"     TO TLOG-RESULT(1:12)
           ELSE
               MOVE "DISASSEMBLED"  TO TLOG-RESULT(1:12)
           END-IF.
           MOVE KTXN-KIT-QTY        TO TLOG-RESULT(14:5).
           MOVE "REF"               TO TLOG-RESULT(25:3).
           MOVE KTXN-REFERENCE      TO TLOG-RESULT(29:10).
           MOVE "K"                 TO TLOG-TYPE-CODE.
           MOVE KTXN-KIT-GOODS-NAME TO TLOG-GOODS-NAME.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4600-EXIT.
           EXIT.

       4650-RECORD-COMPONENT.
           MOVE SPACES              TO STOCK-LEDGER-RECORD.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                    TO LDGR-GOODS-NAME.
           MOVE KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT)
                                    TO LDGR-QTY-BEFORE.
           MOVE KITC-QTY-AFTER(WS-BOM-SUBSCRIPT)
                                    TO LDGR-QTY-AFTER.
           PERFORM 4700-LEDGER-KIT-LINE THRU 4700-EXIT.
           IF KITC-LOC-APPLIED(WS-BOM-SUBSCRIPT)
               MOVE SPACES          TO STOCK-LEDGER-RECORD
               MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                    TO LDGR-GOODS-NAME
               MOVE WS-KIT-LOCATION-ID TO LDGR-LOCATION-ID
               MOVE KITC-LOC-QTY-BEFORE(WS-BOM-SUBSCRIPT)
                                    TO LDGR-QTY-BEFORE
               MOVE KITC-LOC-QTY-AFTER(WS-BOM-SUBSCRIPT)
                                    TO LDGR-QTY-AFTER
               PERFORM 4700-LEDGER-KIT-LINE THRU 4700-EXIT
           END-IF.
           MOVE SPACES              TO TLOG-RESULT.
           IF KTXN-ASSEMBLE
               MOVE "USED"          TO TLOG-RESULT(1:5)
           ELSE
               MOVE "FREED"         TO TLOG-RESULT(1:5)
           END-IF.
           MOVE KITC-NEED-QTY(WS-BOM-SUBSCRIPT)
                                    TO TLOG-RESULT(7:8).
           MOVE "KIT"               TO TLOG-RESULT(16:3).
           MOVE KTXN-KIT-GOODS-NAME TO TLOG-RESULT(20:4).
           MOVE "REF"               TO TLOG-RESULT(25:3).
           MOVE KTXN-REFERENCE      TO TLOG-RESULT(29:10).
           MOVE "K"                 TO TLOG-TYPE-CODE.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                                    TO TLOG-GOODS-NAME.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4650-EXIT.
           EXIT.

      ******************************************************************
      *    4700-LEDGER-KIT-LINE - the caller has cleared the ledger
      *    record and set the item and its quantities, and the bench
      *    location on a location-level line (a master-level line
      *    leaves it blank); the rest is the same for every line of
      *    the transaction.
      ******************************************************************
       4700-LEDGER-KIT-LINE.
           MOVE "KITASM"            TO LDGR-SOURCE-PGM.
           IF KTXN-ASSEMBLE
               MOVE "ASM"           TO LDGR-REASON-CODE
           ELSE
               MOVE "DSM"           TO LDGR-REASON-CODE
           END-IF.
           MOVE KTXN-REFERENCE      TO LDGR-REFERENCE.
           PERFORM 8100-WRITE-LEDGER-RECORD THRU 8100-EXIT.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    4800-BACK-OUT - put every record already rewritten back to
      *    the quantity it had before the transaction: the lots
      *    (latest first), then each item's bench record and master
      *    record.  A lot or bench record created by the transaction
      *    is left on file at zero.  A back-out that itself fails is
      *    DISPLAYed for operations: that record's quantity has to be
      *    put right by hand.
      ******************************************************************
       4800-BACK-OUT.
           PERFORM 4870-BACK-OUT-LOT THRU 4870-EXIT
               VARYING WS-LPST-SUBSCRIPT FROM WS-LPST-COUNT BY -1
               UNTIL WS-LPST-SUBSCRIPT < 1.
           MOVE ZERO TO WS-LPST-COUNT.
           PERFORM 4850-BACK-OUT-COMPONENT THRU 4850-EXIT
               VARYING WS-BOM-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-BOM-SUBSCRIPT > WS-BOM-COUNT.
           IF NOT KIT-APPLIED
               GO TO 4800-EXIT
           END-IF.
           IF KIT-LOC-APPLIED
               MOVE KTXN-KIT-GOODS-NAME   TO WS-POST-GOODS-NAME
               MOVE WS-KIT-LOC-QTY-BEFORE TO WS-LOC-QTY-BEFORE
               PERFORM 4860-BACK-OUT-BENCH THRU 4860-EXIT
               MOVE "N" TO WS-KIT-LOC-APPLIED-SWITCH
           END-IF.
           MOVE KTXN-KIT-GOODS-NAME TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " WS-KIT-QTY-BEFORE
                   GO TO 4800-EXIT
           END-READ.
           MOVE WS-KIT-QTY-BEFORE TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " WS-KIT-QTY-BEFORE
           END-REWRITE.
           MOVE "N" TO WS-KIT-APPLIED-SWITCH.
       4800-EXIT.
           EXIT.

       4850-BACK-OUT-COMPONENT.
           IF NOT KITC-APPLIED(WS-BOM-SUBSCRIPT)
               GO TO 4850-EXIT
           END-IF.
           IF KITC-LOC-APPLIED(WS-BOM-SUBSCRIPT)
               MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT)
                   TO WS-POST-GOODS-NAME
               MOVE KITC-LOC-QTY-BEFORE(WS-BOM-SUBSCRIPT)
                   TO WS-LOC-QTY-BEFORE
               PERFORM 4860-BACK-OUT-BENCH THRU 4860-EXIT
               MOVE "N" TO KITC-LOC-APPLIED-SWITCH(WS-BOM-SUBSCRIPT)
           END-IF.
           MOVE KITC-COMPONENT-NAME(WS-BOM-SUBSCRIPT) TO GOODS-NAME.
           READ GOODS-MASTER-FILE
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT)
                   GO TO 4850-EXIT
           END-READ.
           MOVE KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT) TO GOODS-QTY-ON-HAND.
           REWRITE GOODS-RECORD
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " GOODS-NAME
                       " SHOULD BE " KITC-QTY-BEFORE(WS-BOM-SUBSCRIPT)
           END-REWRITE.
           MOVE "N" TO KITC-APPLIED-SWITCH(WS-BOM-SUBSCRIPT).
       4850-EXIT.
           EXIT.

      ******************************************************************
      *    4860-BACK-OUT-BENCH - WS-POST-GOODS-NAME's bench record back
      *    to WS-LOC-QTY-BEFORE.
      ******************************************************************
       4860-BACK-OUT-BENCH.
           MOVE WS-KIT-LOCATION-ID  TO LSTK-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " WS-POST-GOODS-NAME
                       " AT " WS-KIT-LOCATION-ID
                       " SHOULD BE " WS-LOC-QTY-BEFORE
                   GO TO 4860-EXIT
           END-READ.
           MOVE WS-LOC-QTY-BEFORE   TO LSTK-QTY-ON-HAND.
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " WS-POST-GOODS-NAME
                       " AT " WS-KIT-LOCATION-ID
                       " SHOULD BE " WS-LOC-QTY-BEFORE
           END-REWRITE.
       4860-EXIT.
           EXIT.

       4870-BACK-OUT-LOT.
           MOVE WS-KIT-LOCATION-ID  TO LOT-LOCATION-ID.
           MOVE LPST-GOODS-NAME(WS-LPST-SUBSCRIPT) TO LOT-GOODS-NAME.
           MOVE LPST-NUMBER(WS-LPST-SUBSCRIPT)     TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " LOT-GOODS-NAME
                       " LOT " LOT-NUMBER " SHOULD BE "
                       LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT)
                   GO TO 4870-EXIT
           END-READ.
           MOVE LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT) TO LOT-QTY-ON-HAND.
           MOVE LPST-EXPIRY-BEFORE(WS-LPST-SUBSCRIPT)
                                    TO LOT-EXPIRY-DATE.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   DISPLAY "KIT BACK-OUT FAILED - " LOT-GOODS-NAME
                       " LOT " LOT-NUMBER " SHOULD BE "
                       LPST-QTY-BEFORE(WS-LPST-SUBSCRIPT)
           END-REWRITE.
       4870-EXIT.
           EXIT.

      ******************************************************************
      *    5000-DEBIT-BENCH - WS-POST-QTY of WS-POST-GOODS-NAME comes
      *    off its stock record at the bench (the edit has already
      *    seen it there) and out of its lots there, earliest expiry
      *    first.  Stock the lots do not cover was never lotted and
      *    is simply not drawn.  Any rewrite that fails marks the
      *    transaction for back-out.
      ******************************************************************
       5000-DEBIT-BENCH.
           MOVE "N"                 TO WS-LOC-POSTED-SWITCH.
           MOVE WS-KIT-LOCATION-ID  TO LSTK-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5000-EXIT
           END-READ.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-BEFORE.
           IF WS-POST-QTY NOT < LSTK-QTY-ON-HAND
               MOVE ZERO TO LSTK-QTY-ON-HAND
           ELSE
               SUBTRACT WS-POST-QTY FROM LSTK-QTY-ON-HAND
           END-IF.
           REWRITE LOCATION-STOCK-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5000-EXIT
           END-REWRITE.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-AFTER.
           MOVE "Y"                 TO WS-LOC-POSTED-SWITCH.
           MOVE WS-POST-QTY         TO WS-DRAW-LEFT.
           PERFORM 5200-LOAD-BENCH-LOTS THRU 5200-EXIT.
           PERFORM 5300-DRAW-EARLIEST-LOT THRU 5300-EXIT
               UNTIL WS-DRAW-LEFT = ZERO
                  OR LOTS-EXHAUSTED
                  OR APPLY-FAILED.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *    5100-CREDIT-BENCH - WS-POST-QTY of WS-POST-GOODS-NAME goes
      *    onto its stock record at the bench (created on first use)
      *    and into the transaction's lot there.
      ******************************************************************
       5100-CREDIT-BENCH.
           MOVE "N"                 TO WS-LOC-POSTED-SWITCH.
           MOVE WS-KIT-LOCATION-ID  TO LSTK-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LSTK-GOODS-NAME.
           READ LOCATION-STOCK-FILE
               INVALID KEY
                   MOVE ZERO               TO WS-LOC-QTY-BEFORE
                   MOVE SPACES             TO LOCATION-STOCK-RECORD
                   MOVE WS-KIT-LOCATION-ID TO LSTK-LOCATION-ID
                   MOVE WS-POST-GOODS-NAME TO LSTK-GOODS-NAME
                   MOVE WS-POST-QTY        TO LSTK-QTY-ON-HAND
                   WRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               NOT INVALID KEY
                   MOVE LSTK-QTY-ON-HAND TO WS-LOC-QTY-BEFORE
                   ADD WS-POST-QTY TO LSTK-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LSTK-QTY-ON-HAND
                   END-ADD
                   REWRITE LOCATION-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-REWRITE
           END-READ.
           IF APPLY-FAILED
               GO TO 5100-EXIT
           END-IF.
           MOVE LSTK-QTY-ON-HAND    TO WS-LOC-QTY-AFTER.
           MOVE "Y"                 TO WS-LOC-POSTED-SWITCH.
           PERFORM 5400-CREDIT-LOT THRU 5400-EXIT.
       5100-EXIT.
           EXIT.

      ******************************************************************
      *    5200-LOAD-BENCH-LOTS - every lot of WS-POST-GOODS-NAME at
      *    the bench still holding stock, read in key order from the
      *    first lot of that location and item.  Same as GOODSISS's
      *    5720.
      ******************************************************************
       5200-LOAD-BENCH-LOTS.
           MOVE ZERO                TO WS-DLOT-COUNT.
           MOVE "N"                 TO WS-LOT-SCAN-EOF-SWITCH.
           MOVE "N"                 TO WS-LOTS-EXHAUSTED-SWITCH.
           MOVE WS-KIT-LOCATION-ID  TO LOT-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LOT-GOODS-NAME.
           MOVE LOW-VALUES          TO LOT-NUMBER.
           START LOT-STOCK-FILE KEY NOT < LOT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
           END-START.
           PERFORM 5250-LOAD-ONE-LOT THRU 5250-EXIT
               UNTIL END-OF-LOT-SCAN.
       5200-EXIT.
           EXIT.

       5250-LOAD-ONE-LOT.
           READ LOT-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
                   GO TO 5250-EXIT
           END-READ.
           IF LOT-LOCATION-ID NOT = WS-KIT-LOCATION-ID
               OR LOT-GOODS-NAME NOT = WS-POST-GOODS-NAME
               MOVE "Y" TO WS-LOT-SCAN-EOF-SWITCH
               GO TO 5250-EXIT
           END-IF.
           IF LOT-QTY-ON-HAND = ZERO
               GO TO 5250-EXIT
           END-IF.
           IF WS-DLOT-COUNT NOT < 50
               DISPLAY "MORE THAN 50 LOTS OF " WS-POST-GOODS-NAME
                   " AT " WS-KIT-LOCATION-ID " - LOT " LOT-NUMBER
                   " NOT DRAWN"
               GO TO 5250-EXIT
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
       5250-EXIT.
           EXIT.

      ******************************************************************
      *    5300-DRAW-EARLIEST-LOT - take as much of the draw as the
      *    loaded lot with the earliest expiry holds, the same choice
      *    GOODSISS's 5730 makes, and carry its expiry forward if it
      *    is the earliest drawn so far.
      ******************************************************************
       5300-DRAW-EARLIEST-LOT.
           MOVE ZERO TO WS-EARLIEST-SUBSCRIPT.
           PERFORM 5350-CHECK-ONE-LOT THRU 5350-EXIT
               VARYING WS-DLOT-SUBSCRIPT FROM 1 BY 1
               UNTIL WS-DLOT-SUBSCRIPT > WS-DLOT-COUNT.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE "Y" TO WS-LOTS-EXHAUSTED-SWITCH
               GO TO 5300-EXIT
           END-IF.
           IF WS-LPST-COUNT NOT < 100
               MOVE "Y" TO WS-APPLY-FAILED-SWITCH
               GO TO 5300-EXIT
           END-IF.
           IF DLOT-QTY(WS-EARLIEST-SUBSCRIPT) > WS-DRAW-LEFT
               MOVE WS-DRAW-LEFT    TO WS-LOT-TAKE-QTY
           ELSE
               MOVE DLOT-QTY(WS-EARLIEST-SUBSCRIPT) TO WS-LOT-TAKE-QTY
           END-IF.
           MOVE WS-KIT-LOCATION-ID  TO LOT-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LOT-GOODS-NAME.
           MOVE DLOT-NUMBER(WS-EARLIEST-SUBSCRIPT) TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5300-EXIT
           END-READ.
           MOVE LOT-QTY-ON-HAND     TO WS-LOT-QTY-BEFORE.
           MOVE LOT-EXPIRY-DATE     TO WS-LOT-EXPIRY-BEFORE.
           SUBTRACT WS-LOT-TAKE-QTY FROM LOT-QTY-ON-HAND.
           REWRITE LOT-STOCK-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   GO TO 5300-EXIT
           END-REWRITE.
           PERFORM 5500-NOTE-LOT-POSTING THRU 5500-EXIT.
           SUBTRACT WS-LOT-TAKE-QTY
               FROM DLOT-QTY(WS-EARLIEST-SUBSCRIPT).
           SUBTRACT WS-LOT-TAKE-QTY FROM WS-DRAW-LEFT.
           IF DLOT-EXPIRY-DATE(WS-EARLIEST-SUBSCRIPT) NOT = SPACES
               IF WS-CARRY-EXPIRY-DATE = SPACES
                   OR DLOT-EXPIRY-DATE(WS-EARLIEST-SUBSCRIPT)
                       < WS-CARRY-EXPIRY-DATE
                   MOVE DLOT-EXPIRY-DATE(WS-EARLIEST-SUBSCRIPT)
                       TO WS-CARRY-EXPIRY-DATE
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

       5350-CHECK-ONE-LOT.
           IF DLOT-QTY(WS-DLOT-SUBSCRIPT) = ZERO
               GO TO 5350-EXIT
           END-IF.
           IF WS-EARLIEST-SUBSCRIPT = ZERO
               MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
           ELSE
               IF DLOT-SORT-EXPIRY(WS-DLOT-SUBSCRIPT) <
                  DLOT-SORT-EXPIRY(WS-EARLIEST-SUBSCRIPT)
                   MOVE WS-DLOT-SUBSCRIPT TO WS-EARLIEST-SUBSCRIPT
               END-IF
           END-IF.
       5350-EXIT.
           EXIT.

      ******************************************************************
      *    5400-CREDIT-LOT - add WS-POST-QTY to the transaction's lot
      *    of WS-POST-GOODS-NAME at the bench, creating it with the
      *    earliest expiry drawn.  A lot already on file takes the
      *    earlier of its own expiry date and the one carried, so
      *    stock added to it never makes it look fresher than the
      *    components it was built from.
      ******************************************************************
       5400-CREDIT-LOT.
           IF WS-LPST-COUNT NOT < 100
               MOVE "Y" TO WS-APPLY-FAILED-SWITCH
               GO TO 5400-EXIT
           END-IF.
           MOVE WS-KIT-LOCATION-ID  TO LOT-LOCATION-ID.
           MOVE WS-POST-GOODS-NAME  TO LOT-GOODS-NAME.
           MOVE WS-KIT-LOT-NUMBER   TO LOT-NUMBER.
           READ LOT-STOCK-FILE
               INVALID KEY
                   MOVE ZERO               TO WS-LOT-QTY-BEFORE
                   MOVE SPACES             TO WS-LOT-EXPIRY-BEFORE
                   MOVE SPACES             TO LOT-STOCK-RECORD
                   MOVE WS-KIT-LOCATION-ID TO LOT-LOCATION-ID
                   MOVE WS-POST-GOODS-NAME TO LOT-GOODS-NAME
                   MOVE WS-KIT-LOT-NUMBER  TO LOT-NUMBER
                   MOVE WS-CARRY-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   MOVE WS-POST-QTY        TO LOT-QTY-ON-HAND
                   MOVE WS-TODAY-DATE      TO LOT-RECEIVED-DATE
                   MOVE KTXN-REFERENCE     TO LOT-SOURCE-REF
                   WRITE LOT-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-WRITE
               NOT INVALID KEY
                   MOVE LOT-QTY-ON-HAND TO WS-LOT-QTY-BEFORE
                   MOVE LOT-EXPIRY-DATE TO WS-LOT-EXPIRY-BEFORE
                   IF LOT-NOT-DATED
                       MOVE WS-CARRY-EXPIRY-DATE TO LOT-EXPIRY-DATE
                   ELSE
                       IF WS-CARRY-EXPIRY-DATE NOT = SPACES
                           AND WS-CARRY-EXPIRY-DATE < LOT-EXPIRY-DATE
                           MOVE WS-CARRY-EXPIRY-DATE
                               TO LOT-EXPIRY-DATE
                       END-IF
                   END-IF
                   ADD WS-POST-QTY TO LOT-QTY-ON-HAND
                       ON SIZE ERROR
                           MOVE 99999 TO LOT-QTY-ON-HAND
                   END-ADD
                   REWRITE LOT-STOCK-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-APPLY-FAILED-SWITCH
                   END-REWRITE
           END-READ.
           IF NOT APPLY-FAILED
               PERFORM 5500-NOTE-LOT-POSTING THRU 5500-EXIT
           END-IF.
       5400-EXIT.
           EXIT.

      ******************************************************************
      *    5500-NOTE-LOT-POSTING - the lot record just rewritten (the
      *    key in LOT-KEY) and what it held before, for the back-out.
      ******************************************************************
       5500-NOTE-LOT-POSTING.
           ADD 1 TO WS-LPST-COUNT.
           MOVE LOT-GOODS-NAME      TO LPST-GOODS-NAME(WS-LPST-COUNT).
           MOVE LOT-NUMBER          TO LPST-NUMBER(WS-LPST-COUNT).
           MOVE WS-LOT-QTY-BEFORE   TO LPST-QTY-BEFORE(WS-LPST-COUNT).
           MOVE WS-LOT-EXPIRY-BEFORE
               TO LPST-EXPIRY-BEFORE(WS-LPST-COUNT).
       5500-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the transaction
      *    log; TLOG-TYPE-CODE, TLOG-GOODS-NAME and TLOG-RESULT must
      *    be set by the caller.  Same discipline as GOODSMNT's 8000;
      *    the operator and supervisor come from the transaction.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO TLOG-SEP-1 TLOG-SEP-2
                                        TLOG-SEP-3 TLOG-SEP-4
                                        TLOG-SEP-5 TLOG-SEP-6.
           MOVE KTXN-OPERATOR-ID    TO TLOG-OPERATOR-ID.
           MOVE KTXN-SUPERVISOR-ID  TO TLOG-SUPERVISOR-ID.
           MOVE SPACES              TO TLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO TLOG-RUN-DATE(1:4).
           MOVE "-"                 TO TLOG-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO TLOG-RUN-DATE(6:2).
           MOVE "-"                 TO TLOG-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO TLOG-RUN-DATE(9:2).
           MOVE SPACES              TO TLOG-RUN-TIME.
           MOVE WS-SYS-TIME(1:2)    TO TLOG-RUN-TIME(1:2).
           MOVE ":"                 TO TLOG-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO TLOG-RUN-TIME(4:2).
           MOVE ":"                 TO TLOG-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO TLOG-RUN-TIME(7:2).
           WRITE TRANSACTION-LOG-RECORD.
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
       9000-TERMINATE.
           IF MASTER-FILE-OPENED
               CLOSE GOODS-MASTER-FILE
               CLOSE TRANSACTION-LOG-FILE
               CLOSE STOCK-LEDGER-FILE
               CLOSE KIT-REGISTER-FILE
           END-IF.
           IF BOM-FILE-OPENED
               CLOSE BOM-FILE
           END-IF.
           IF LOCSTK-FILE-OPENED
               CLOSE LOCATION-STOCK-FILE
           END-IF.
           IF LOT-FILE-OPENED
               CLOSE LOT-STOCK-FILE
           END-IF.
           IF TRAN-FILE-OPENED
               CLOSE KIT-TRAN-FILE
           END-IF.
       9000-EXIT.
           EXIT.
