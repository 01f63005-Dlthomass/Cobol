      *              goods master.  Every add, change, delete and
      *              rejection is written to a maintenance log.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Every MAINTAIN transaction now carries the
      *                    operator who keyed it, checked through
      *                    OPAUTH against the operator authority file
      *                    before anything is applied; a DELETE needs a
      *                    supervisor ID on the transaction as well.
      *                    Refusals go to the authorization exception
      *                    report, and the operator and supervisor are
      *                    written to the maintenance log.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  XTXN-VENDOR-ID          PIC X(03).
           05  XTXN-VENDOR-CODE        PIC X(10).
           05  XTXN-GOODS-NAME         PIC X(04).
           05  XTXN-OPERATOR-ID        PIC X(08).
           05  XTXN-SUPERVISOR-ID      PIC X(08).

       FD  XREF-LOG-FILE.
       01  XREF-LOG-RECORD.
           05  XLOG-VENDOR-CODE        PIC X(10).
           05  XLOG-SEP-5              PIC X(01).
           05  XLOG-RESULT             PIC X(40).
           05  XLOG-SEP-6              PIC X(01).
           05  XLOG-OPERATOR-ID        PIC X(08).
           05  XLOG-SEP-7              PIC X(01).
           05  XLOG-SUPERVISOR-ID      PIC X(08).

       WORKING-STORAGE SECTION.
       77  WS-RUN-MODE              PIC X(08) VALUE "MAINTAIN".
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
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "VENDXMNT-MODE"
                   DISPLAY "CHANGES:  " WS-CHANGE-COUNT
                   DISPLAY "DELETES:  " WS-DELETE-COUNT
                   DISPLAY "REJECTED: " WS-REJECT-COUNT
                   DISPLAY "  NOT AUTHORIZED: " WS-AUTH-REJECT-COUNT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           EXIT.

       4200-PROCESS-ADD.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4250-APPLY-ADD THRU 4250-EXIT
           END-IF.
           MOVE "A" TO XLOG-TYPE-CODE.
           MOVE XTXN-VENDOR-ID   TO XLOG-VENDOR-ID.
           MOVE XTXN-VENDOR-CODE TO XLOG-VENDOR-CODE.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4200-EXIT.
           EXIT.

       4250-APPLY-ADD.
           MOVE SPACES              TO VENDOR-XREF-MASTER.
           MOVE XTXN-VENDOR-ID      TO XREF-VENDOR-ID OF
                                        VENDOR-XREF-MASTER.
                   ADD 1 TO WS-ADD-COUNT
                   MOVE "ADDED TO XREF" TO XLOG-RESULT
           END-WRITE.
       4250-EXIT.
           EXIT.

       4300-PROCESS-CHANGE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4350-APPLY-CHANGE THRU 4350-EXIT
           END-IF.
           MOVE "C" TO XLOG-TYPE-CODE.
           MOVE XTXN-VENDOR-ID   TO XLOG-VENDOR-ID.
           MOVE XTXN-VENDOR-CODE TO XLOG-VENDOR-CODE.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

       4350-APPLY-CHANGE.
           MOVE XTXN-VENDOR-ID   TO XREF-VENDOR-ID OF
                                     VENDOR-XREF-MASTER.
           MOVE XTXN-VENDOR-CODE TO XREF-VENDOR-CODE OF
                           MOVE "CHANGED ON XREF" TO XLOG-RESULT
                   END-REWRITE
           END-READ.
       4350-EXIT.
           EXIT.

       4400-PROCESS-DELETE.
           PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
           IF OPAU-AUTHORIZED
               PERFORM 4450-APPLY-DELETE THRU 4450-EXIT
           END-IF.
           MOVE "D" TO XLOG-TYPE-CODE.
           MOVE XTXN-VENDOR-ID   TO XLOG-VENDOR-ID.
           MOVE XTXN-VENDOR-CODE TO XLOG-VENDOR-CODE.
           PERFORM 8000-WRITE-LOG-RECORD THRU 8000-EXIT.
       4400-EXIT.
           EXIT.

       4450-APPLY-DELETE.
           MOVE XTXN-VENDOR-ID   TO XREF-VENDOR-ID OF
                                     VENDOR-XREF-MASTER.
           MOVE XTXN-VENDOR-CODE TO XREF-VENDOR-CODE OF
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETED FROM XREF" TO XLOG-RESULT
           END-DELETE.
       4450-EXIT.
           EXIT.

       4500-PROCESS-UNKNOWN.
       4500-EXIT.
           EXIT.

      ******************************************************************
      *    4700-CHECK-AUTHORITY - the operator on the transaction must
      *    clear OPAUTH before anything is applied.  The cross-
      *    reference carries no quantity or price, so the only limit
      *    that can apply is the supervisor every DELETE needs.  A
      *    refusal counts as a reject and its reason becomes the log
      *    result.
      ******************************************************************
       4700-CHECK-AUTHORITY.
           MOVE SPACES              TO OPERATOR-AUTH-PARMS.
           MOVE "VENDXMNT"          TO OPAU-PARM-PROGRAM.
           MOVE XTXN-TYPE-CODE      TO OPAU-PARM-TYPE-CODE.
           MOVE XTXN-VENDOR-ID      TO OPAU-PARM-KEY-TEXT(1:3).
           MOVE XTXN-VENDOR-CODE    TO OPAU-PARM-KEY-TEXT(5:10).
           MOVE XTXN-OPERATOR-ID    TO OPAU-PARM-OPERATOR-ID.
           MOVE XTXN-SUPERVISOR-ID  TO OPAU-PARM-SUPERVISOR-ID.
           MOVE ZERO                TO OPAU-PARM-OLD-PRICE
                                        OPAU-PARM-NEW-PRICE
                                        OPAU-PARM-QTY-CHANGE.
           IF XTXN-DELETE
               MOVE "Y"             TO OPAU-PARM-DELETE-SWITCH
           END-IF.
           CALL "OPAUTH" USING OPERATOR-AUTH-PARMS.
           IF NOT OPAU-AUTHORIZED
               ADD 1 TO WS-REJECT-COUNT
               ADD 1 TO WS-AUTH-REJECT-COUNT
               MOVE SPACES              TO XLOG-RESULT
               MOVE "REJECTED - "       TO XLOG-RESULT(1:11)
               MOVE OPAU-REJECT-REASON  TO XLOG-RESULT(12:29)
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      *    8000-WRITE-LOG-RECORD - append one line to the maintenance
      *    log; XLOG-TYPE-CODE, XLOG-VENDOR-ID, XLOG-VENDOR-CODE and
      *    XLOG-RESULT must be set by the caller.  A MAINTAIN line
      *    carries the operator and supervisor from the transaction;
      *    a BUILD line has no transaction behind it and carries them
      *    blank.
      ******************************************************************
       8000-WRITE-LOG-RECORD.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO XLOG-SEP-1 XLOG-SEP-2
                                        XLOG-SEP-3 XLOG-SEP-4
                                        XLOG-SEP-5 XLOG-SEP-6
                                        XLOG-SEP-7.
           IF BUILD-MODE
               MOVE SPACES          TO XLOG-OPERATOR-ID
                                        XLOG-SUPERVISOR-ID
           ELSE
               MOVE XTXN-OPERATOR-ID   TO XLOG-OPERATOR-ID
               MOVE XTXN-SUPERVISOR-ID TO XLOG-SUPERVISOR-ID
           END-IF.
           MOVE SPACES              TO XLOG-RUN-DATE.
           MOVE WS-SYS-DATE(1:4)    TO XLOG-RUN-DATE(1:4).
           MOVE "-"                 TO XLOG-RUN-DATE(5:1).
