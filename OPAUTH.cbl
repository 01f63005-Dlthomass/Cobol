      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Operator authorization subprogram for the
      *              maintenance programs (GOODSMNT, PRICEMNT,
      *              VENDXMNT, LOCSMNT, RTNPROC, BOMMNT, KITASM).
      *              Called once per transaction (parameter area in
      *              the OPAUTHPM copybook) before anything is applied,
      *              so no maintenance program takes a transaction from
      *              just anyone any more.
      *
      *              The operator ID on the transaction must be on the
      *              operator authority file (OPAUTHDD), active, and
      *              granted the calling program and transaction type.
      *              The operator's own approval limits then decide
      *              whether a supervisor must countersign: a price
      *              change by more than the operator's percentage, a
      *              quantity change by more than the operator's unit
      *              limit, and every delete.  A supervisor ID, whenever
      *              one is keyed, must belong to someone else, be
      *              active, carry the supervisor flag and be granted
      *              the same program and type - a countersignature
      *              that does not stand up is worse than none.
      *
      *              Every refusal is appended to the authorization
      *              exception report (AUTHEXDD) - program, type, key,
      *              operator, supervisor, reason and the values that
      *              tripped the limit - for the segregation-of-duties
      *              review.  The calling program still logs the
      *              refusal on its own maintenance log.
      *
      *              The authority file is a flat file kept by systems
      *              security, one line per operator.  It is loaded
      *              into a table on the first call and held for the
      *              rest of the run.  If it cannot be opened every
      *              transaction is refused: the check fails closed.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  RTNPROC also calls OPAUTH for each customer
      *                    return (type C) and return to vendor (type
      *                    V); the returned quantity is tested against
      *                    the operator's unit limit.
      *   2026-10-15  DLT  BOMMNT calls OPAUTH for each bill-of-
      *                    materials ADD, CHANGE and DELETE, and KITASM
      *                    for each kit assembly (type A) and
      *                    disassembly (type D), with the number of
      *                    kits tested against the unit limit.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPAUTH.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO OPAUTHDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHORITY-STATUS.

           SELECT AUTH-EXCEPTION-FILE ASSIGN TO AUTHEXDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    One line per operator.  Status A is active; anything else
      *    (R for revoked is the convention) refuses the operator
      *    without losing the line from the file.  Each grant names a
      *    program and up to four transaction type codes it may key
      *    there, e.g. GOODSMNT AC.  Limits are whole percent and
      *    whole units, zero-filled.
       FD  OPERATOR-AUTHORITY-FILE.
       01  OPERATOR-AUTHORITY-RECORD.
           05  OPAR-OPERATOR-ID        PIC X(08).
           05  OPAR-OPERATOR-NAME      PIC X(20).
           05  OPAR-STATUS-CODE        PIC X(01).
           05  OPAR-SUPERVISOR-FLAG    PIC X(01).
           05  OPAR-PRICE-PCT-LIMIT    PIC 9(03).
           05  OPAR-QTY-UNIT-LIMIT     PIC 9(05).
           05  OPAR-GRANTS.
               10  OPAR-GRANT OCCURS 8 TIMES.
                   15  OPAR-GRANT-PROGRAM  PIC X(08).
                   15  OPAR-GRANT-TYPES    PIC X(04).

       FD  AUTH-EXCEPTION-FILE.
       01  AUTH-EXCEPTION-RECORD.
           05  AEXC-RUN-DATE           PIC X(10).
           05  AEXC-SEP-1              PIC X(01).
           05  AEXC-RUN-TIME           PIC X(08).
           05  AEXC-SEP-2              PIC X(01).
           05  AEXC-PROGRAM            PIC X(08).
           05  AEXC-SEP-3              PIC X(01).
           05  AEXC-TYPE-CODE          PIC X(01).
           05  AEXC-SEP-4              PIC X(01).
           05  AEXC-KEY-TEXT           PIC X(20).
           05  AEXC-SEP-5              PIC X(01).
           05  AEXC-OPERATOR-ID        PIC X(08).
           05  AEXC-SEP-6              PIC X(01).
           05  AEXC-SUPERVISOR-ID      PIC X(08).
           05  AEXC-SEP-7              PIC X(01).
           05  AEXC-REASON             PIC X(29).
           05  AEXC-SEP-8              PIC X(01).
           05  AEXC-OLD-PRICE          PIC ZZ9.99.
           05  AEXC-SEP-9              PIC X(01).
           05  AEXC-NEW-PRICE          PIC ZZ9.99.
           05  AEXC-SEP-10             PIC X(01).
           05  AEXC-QTY-CHANGE         PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       77  WS-AUTHORITY-STATUS      PIC X(02).
           88  AUTHORITY-OK            VALUE "00".
       77  WS-EXCEPTION-STATUS      PIC X(02).
           88  EXCEPTION-OK            VALUE "00".
           88  EXCEPTION-MISSING       VALUE "35".

       77  WS-AUTHORITY-EOF-SWITCH  PIC X(01) VALUE "N".
           88  END-OF-AUTHORITY        VALUE "Y".

      *    The table is loaded on the first call only; the subprogram's
      *    storage stays put between CALLs for the rest of the run.
       77  WS-TABLE-STATE           PIC X(01) VALUE "N".
           88  TABLE-NOT-LOADED        VALUE "N".
           88  TABLE-LOADED            VALUE "Y".
           88  TABLE-UNAVAILABLE       VALUE "E".

       01  AUTHORITY-TABLE.
           05  AUTH-ENTRY OCCURS 50 TIMES.
               10  AUTH-OPERATOR-ID    PIC X(08).
               10  AUTH-STATUS-CODE    PIC X(01).
                   88  AUTH-ACTIVE        VALUE "A".
               10  AUTH-SUPERVISOR-FLAG PIC X(01).
                   88  AUTH-SUPERVISOR    VALUE "Y".
               10  AUTH-PRICE-PCT-LIMIT PIC 9(03).
               10  AUTH-QTY-UNIT-LIMIT PIC 9(05).
               10  AUTH-GRANTS.
                   15  AUTH-GRANT OCCURS 8 TIMES.
                       20  AUTH-GRANT-PROGRAM PIC X(08).
                       20  AUTH-GRANT-TYPES   PIC X(04).
       77  WS-AUTH-COUNT            PIC 9(02) VALUE ZERO.
       77  WS-AUTH-SUBSCRIPT        PIC 9(02) VALUE ZERO.
       77  WS-OPER-SUBSCRIPT        PIC 9(02) VALUE ZERO.
       77  WS-GRANT-SUBSCRIPT       PIC 9(02) VALUE ZERO.
       77  WS-SEARCH-ID             PIC X(08) VALUE SPACES.
       77  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  OPERATOR-FOUND          VALUE "Y".
       77  WS-GRANTED-SWITCH        PIC X(01) VALUE "N".
           88  TRANSACTION-GRANTED     VALUE "Y".
       77  WS-TYPE-TALLY            PIC 9(02) VALUE ZERO.

      *    Why a supervisor is needed, when one is; spaces when the
      *    transaction is inside the operator's own limits.
       77  WS-APPROVAL-REASON       PIC X(29) VALUE SPACES.

      *    The percentage test is scaled by 100 to stay in whole
      *    numbers, the same way RECONCIL and INVMATCH test theirs.
       77  WS-PRICE-DIFF            PIC 9(03)V99 VALUE ZERO.
       77  WS-DIFF-SCALED           PIC 9(07)V99 VALUE ZERO.
       77  WS-LIMIT-SCALED          PIC 9(07)V99 VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

       LINKAGE SECTION.
           COPY OPAUTHPM.

       PROCEDURE DIVISION USING OPERATOR-AUTH-PARMS.
       0000-MAINLINE.
           IF TABLE-NOT-LOADED
               PERFORM 1000-LOAD-AUTHORITY THRU 1000-EXIT
           END-IF.
           MOVE "0"    TO OPAU-RETURN-CODE.
           MOVE SPACES TO OPAU-REJECT-REASON.
           PERFORM 3000-CHECK-OPERATOR THRU 3000-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4000-CHECK-APPROVAL THRU 4000-EXIT
           END-IF.
           IF NOT OPAU-AUTHORIZED
               PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
           END-IF.
           GOBACK.

      ******************************************************************
      *    1000-LOAD-AUTHORITY - read the whole authority file into
      *    the table.  The state is set to unavailable first, so a
      *    file that will not open leaves every later call refusing.
      ******************************************************************
       1000-LOAD-AUTHORITY.
           MOVE "E" TO WS-TABLE-STATE.
           OPEN INPUT OPERATOR-AUTHORITY-FILE.
           IF NOT AUTHORITY-OK
               DISPLAY "UNABLE TO OPEN OPERATOR AUTHORITY FILE - "
                   "STATUS " WS-AUTHORITY-STATUS
               DISPLAY "ALL MAINTENANCE TRANSACTIONS WILL BE REFUSED"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-ONE-OPERATOR THRU 1100-EXIT
               UNTIL END-OF-AUTHORITY.
           CLOSE OPERATOR-AUTHORITY-FILE.
           MOVE "Y" TO WS-TABLE-STATE.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-OPERATOR.
           READ OPERATOR-AUTHORITY-FILE
               AT END
                   MOVE "Y" TO WS-AUTHORITY-EOF-SWITCH
               NOT AT END
                   IF OPAR-OPERATOR-ID NOT = SPACES
                       PERFORM 1200-STORE-OPERATOR THRU 1200-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-STORE-OPERATOR - the first line for an operator wins;
      *    a second line is reported rather than silently merged.  A
      *    limit that is not numeric is held at zero - the strictest
      *    reading, any change at all needs a supervisor - rather
      *    than guessed at.
      ******************************************************************
       1200-STORE-OPERATOR.
           MOVE OPAR-OPERATOR-ID TO WS-SEARCH-ID.
           PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT.
           IF OPERATOR-FOUND
               DISPLAY "DUPLICATE OPERATOR " OPAR-OPERATOR-ID
                   " ON AUTHORITY FILE - FIRST LINE KEPT"
               GO TO 1200-EXIT
           END-IF.
           IF WS-AUTH-COUNT NOT < 50
               DISPLAY "OPERATOR AUTHORITY TABLE FULL - "
                   OPAR-OPERATOR-ID " NOT LOADED"
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-AUTH-COUNT.
           MOVE OPAR-OPERATOR-ID     TO AUTH-OPERATOR-ID(WS-AUTH-COUNT).
           MOVE OPAR-STATUS-CODE     TO AUTH-STATUS-CODE(WS-AUTH-COUNT).
           MOVE OPAR-SUPERVISOR-FLAG
               TO AUTH-SUPERVISOR-FLAG(WS-AUTH-COUNT).
           IF OPAR-PRICE-PCT-LIMIT IS NUMERIC
               MOVE OPAR-PRICE-PCT-LIMIT
                   TO AUTH-PRICE-PCT-LIMIT(WS-AUTH-COUNT)
           ELSE
               MOVE ZERO TO AUTH-PRICE-PCT-LIMIT(WS-AUTH-COUNT)
               DISPLAY "PRICE LIMIT NOT NUMERIC FOR "
                   OPAR-OPERATOR-ID " - SET TO ZERO"
           END-IF.
           IF OPAR-QTY-UNIT-LIMIT IS NUMERIC
               MOVE OPAR-QTY-UNIT-LIMIT
                   TO AUTH-QTY-UNIT-LIMIT(WS-AUTH-COUNT)
           ELSE
               MOVE ZERO TO AUTH-QTY-UNIT-LIMIT(WS-AUTH-COUNT)
               DISPLAY "QTY LIMIT NOT NUMERIC FOR "
                   OPAR-OPERATOR-ID " - SET TO ZERO"
           END-IF.
           MOVE OPAR-GRANTS          TO AUTH-GRANTS(WS-AUTH-COUNT).
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-OPERATOR - who is keying this, and may they key
      *    this type of transaction in this program at all.
      ******************************************************************
       3000-CHECK-OPERATOR.
           IF TABLE-UNAVAILABLE
               MOVE "3" TO OPAU-RETURN-CODE
               MOVE "AUTHORITY FILE UNAVAILABLE" TO OPAU-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           IF OPAU-PARM-OPERATOR-ID = SPACES
               MOVE "1" TO OPAU-RETURN-CODE
               MOVE "NO OPERATOR ID" TO OPAU-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE OPAU-PARM-OPERATOR-ID TO WS-SEARCH-ID.
           PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT.
           IF NOT OPERATOR-FOUND
               MOVE "1" TO OPAU-RETURN-CODE
               MOVE "OPERATOR NOT ON FILE" TO OPAU-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-AUTH-SUBSCRIPT TO WS-OPER-SUBSCRIPT.
           IF NOT AUTH-ACTIVE(WS-OPER-SUBSCRIPT)
               MOVE "1" TO OPAU-RETURN-CODE
               MOVE "OPERATOR AUTHORITY REVOKED" TO OPAU-REJECT-REASON
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3950-CHECK-GRANT THRU 3950-EXIT.
           IF NOT TRANSACTION-GRANTED
               MOVE "1" TO OPAU-RETURN-CODE
               MOVE "NOT AUTHORIZED FOR TRAN TYPE"
                   TO OPAU-REJECT-REASON
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3900-FIND-OPERATOR - look WS-SEARCH-ID up in the table;
      *    on a hit WS-AUTH-SUBSCRIPT is left on the operator's slot.
      ******************************************************************
       3900-FIND-OPERATOR.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 3910-CHECK-ONE-OPERATOR THRU 3910-EXIT
               VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1
               UNTIL OPERATOR-FOUND
                  OR WS-AUTH-SUBSCRIPT > WS-AUTH-COUNT.
       3900-EXIT.
           EXIT.

       3910-CHECK-ONE-OPERATOR.
           IF AUTH-OPERATOR-ID(WS-AUTH-SUBSCRIPT) = WS-SEARCH-ID
               MOVE "Y" TO WS-FOUND-SWITCH
      *        Step back so the VARYING increment leaves the
      *        subscript on the matched slot.
               SUBTRACT 1 FROM WS-AUTH-SUBSCRIPT
           END-IF.
       3910-EXIT.
           EXIT.

      ******************************************************************
      *    3950-CHECK-GRANT - does the operator in slot
      *    WS-AUTH-SUBSCRIPT hold a grant for the calling program that
      *    lists this transaction type.  A blank type can never be
      *    granted - it would match the padding of every grant.
      ******************************************************************
       3950-CHECK-GRANT.
           MOVE "N" TO WS-GRANTED-SWITCH.
           IF OPAU-PARM-TYPE-CODE = SPACE
               GO TO 3950-EXIT
           END-IF.
           PERFORM 3960-CHECK-ONE-GRANT THRU 3960-EXIT
               VARYING WS-GRANT-SUBSCRIPT FROM 1 BY 1
               UNTIL TRANSACTION-GRANTED OR WS-GRANT-SUBSCRIPT > 8.
       3950-EXIT.
           EXIT.

       3960-CHECK-ONE-GRANT.
           IF AUTH-GRANT-PROGRAM(WS-AUTH-SUBSCRIPT, WS-GRANT-SUBSCRIPT)
                   = OPAU-PARM-PROGRAM
               MOVE ZERO TO WS-TYPE-TALLY
               INSPECT AUTH-GRANT-TYPES(WS-AUTH-SUBSCRIPT,
                                        WS-GRANT-SUBSCRIPT)
                   TALLYING WS-TYPE-TALLY
                   FOR ALL OPAU-PARM-TYPE-CODE
               IF WS-TYPE-TALLY > ZERO
                   MOVE "Y" TO WS-GRANTED-SWITCH
               END-IF
           END-IF.
       3960-EXIT.
           EXIT.

      ******************************************************************
      *    4000-CHECK-APPROVAL - the operator may key the transaction;
      *    now decide whether it is inside the operator's own limits.
      *    The tests run quantity, price, delete, so where more than
      *    one applies the reason given is the delete.  A price with
      *    nothing on file to measure against (a new item) is not a
      *    change and is not tested.
      ******************************************************************
       4000-CHECK-APPROVAL.
           MOVE SPACES TO WS-APPROVAL-REASON.
           IF OPAU-PARM-QTY-CHANGE >
                   AUTH-QTY-UNIT-LIMIT(WS-OPER-SUBSCRIPT)
               MOVE "QTY CHANGE NEEDS SUPERVISOR"
                   TO WS-APPROVAL-REASON
           END-IF.
           IF OPAU-PARM-OLD-PRICE > ZERO
               IF OPAU-PARM-NEW-PRICE > OPAU-PARM-OLD-PRICE
                   COMPUTE WS-PRICE-DIFF =
                       OPAU-PARM-NEW-PRICE - OPAU-PARM-OLD-PRICE
               ELSE
                   COMPUTE WS-PRICE-DIFF =
                       OPAU-PARM-OLD-PRICE - OPAU-PARM-NEW-PRICE
               END-IF
               COMPUTE WS-DIFF-SCALED = WS-PRICE-DIFF * 100
               COMPUTE WS-LIMIT-SCALED =
                   AUTH-PRICE-PCT-LIMIT(WS-OPER-SUBSCRIPT)
                   * OPAU-PARM-OLD-PRICE
               IF WS-DIFF-SCALED > WS-LIMIT-SCALED
                   MOVE "PRICE CHANGE NEEDS SUPERVISOR"
                       TO WS-APPROVAL-REASON
               END-IF
           END-IF.
           IF OPAU-PARM-DELETE
               MOVE "DELETE NEEDS SUPERVISOR ID" TO WS-APPROVAL-REASON
           END-IF.
      *    A supervisor ID keyed on the transaction is checked
      *    whether or not one was needed, so no name reaches the log
      *    that would not stand up.
           IF OPAU-PARM-SUPERVISOR-ID NOT = SPACES
               PERFORM 4100-CHECK-SUPERVISOR THRU 4100-EXIT
           ELSE
               IF WS-APPROVAL-REASON NOT = SPACES
                   MOVE "2" TO OPAU-RETURN-CODE
                   MOVE WS-APPROVAL-REASON TO OPAU-REJECT-REASON
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      *    4100-CHECK-SUPERVISOR - the countersignature must be
      *    someone else's, active, flagged as a supervisor, and granted
      *    the same program and type the operator is keying.
      ******************************************************************
       4100-CHECK-SUPERVISOR.
           IF OPAU-PARM-SUPERVISOR-ID = OPAU-PARM-OPERATOR-ID
               MOVE "2" TO OPAU-RETURN-CODE
               MOVE "SUPERVISOR SAME AS OPERATOR" TO OPAU-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.
           MOVE OPAU-PARM-SUPERVISOR-ID TO WS-SEARCH-ID.
           PERFORM 3900-FIND-OPERATOR THRU 3900-EXIT.
           IF NOT OPERATOR-FOUND
               MOVE "2" TO OPAU-RETURN-CODE
               MOVE "SUPERVISOR NOT ON FILE" TO OPAU-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.
           IF NOT AUTH-ACTIVE(WS-AUTH-SUBSCRIPT)
               MOVE "2" TO OPAU-RETURN-CODE
               MOVE "SUPERVISOR AUTHORITY REVOKED"
                   TO OPAU-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.
           IF NOT AUTH-SUPERVISOR(WS-AUTH-SUBSCRIPT)
               MOVE "2" TO OPAU-RETURN-CODE
               MOVE "NOT A SUPERVISOR ID" TO OPAU-REJECT-REASON
               GO TO 4100-EXIT
           END-IF.
           PERFORM 3950-CHECK-GRANT THRU 3950-EXIT.
           IF NOT TRANSACTION-GRANTED
               MOVE "2" TO OPAU-RETURN-CODE
               MOVE "SUPERVISOR NOT AUTH FOR TYPE"
                   TO OPAU-REJECT-REASON
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-EXCEPTION - append one line for a refused
      *    transaction; a missing report file (first refusal ever) is
      *    created fresh.  The file is opened and closed per line, as
      *    RUNCTL does, so every calling program can append to it.
      ******************************************************************
       5000-WRITE-EXCEPTION.
           OPEN EXTEND AUTH-EXCEPTION-FILE.
           IF EXCEPTION-MISSING
               OPEN OUTPUT AUTH-EXCEPTION-FILE
           END-IF.
           IF NOT EXCEPTION-OK
               DISPLAY "UNABLE TO OPEN AUTHORIZATION EXCEPTION "
                   "REPORT - STATUS " WS-EXCEPTION-STATUS
               GO TO 5000-EXIT
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO AUTH-EXCEPTION-RECORD.
           MOVE WS-SYS-DATE(1:4)    TO AEXC-RUN-DATE(1:4).
           MOVE "-"                 TO AEXC-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO AEXC-RUN-DATE(6:2).
           MOVE "-"                 TO AEXC-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO AEXC-RUN-DATE(9:2).
           MOVE WS-SYS-TIME(1:2)    TO AEXC-RUN-TIME(1:2).
           MOVE ":"                 TO AEXC-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO AEXC-RUN-TIME(4:2).
           MOVE ":"                 TO AEXC-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO AEXC-RUN-TIME(7:2).
           MOVE OPAU-PARM-PROGRAM   TO AEXC-PROGRAM.
           MOVE OPAU-PARM-TYPE-CODE TO AEXC-TYPE-CODE.
           MOVE OPAU-PARM-KEY-TEXT  TO AEXC-KEY-TEXT.
           MOVE OPAU-PARM-OPERATOR-ID   TO AEXC-OPERATOR-ID.
           MOVE OPAU-PARM-SUPERVISOR-ID TO AEXC-SUPERVISOR-ID.
           MOVE OPAU-REJECT-REASON  TO AEXC-REASON.
           MOVE OPAU-PARM-OLD-PRICE TO AEXC-OLD-PRICE.
           MOVE OPAU-PARM-NEW-PRICE TO AEXC-NEW-PRICE.
           MOVE OPAU-PARM-QTY-CHANGE TO AEXC-QTY-CHANGE.
           WRITE AUTH-EXCEPTION-RECORD.
           CLOSE AUTH-EXCEPTION-FILE.
       5000-EXIT.
           EXIT.
