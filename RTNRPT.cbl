      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-14
      * Date-Compiled:
      * Purpose:     Monthly returns report.  Reads the returns history
      *              RTNPROC appends to (RTNHIST) for one calendar
      *              month and summarizes it by item and reason code,
      *              so purchasing can see which items keep coming back
      *              and why - above all which come back defective.
      *              One line per item and reason shows how many
      *              returns there were, the units customers sent back,
      *              how many of those went to quarantine rather than
      *              back to sellable stock, the units shipped back to
      *              vendors and the value of the customer returns at
      *              the unit price on the day.  Lines for reason DEFC
      *              are flagged DEFECTIVE; each item closes with its
      *              totals and the report with a grand total.
      *
      *              The month is taken from RTNRPT-MONTH as YYYY-MM;
      *              when it is not set the current month is reported.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RTNRPT.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-14.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-HISTORY-FILE ASSIGN TO RTNHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RETURNS-REPORT-FILE ASSIGN TO RTNRPTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "RTNRPWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-HISTORY-FILE.
           COPY RTNHIST.

       FD  RETURNS-REPORT-FILE.
       01  RETURNS-REPORT-RECORD.
           05  RRPT-GOODS-NAME         PIC X(04).
           05  RRPT-SEP-1              PIC X(01).
           05  RRPT-REASON-CODE        PIC X(04).
           05  RRPT-SEP-2              PIC X(01).
           05  RRPT-RETURN-COUNT       PIC Z(4)9.
           05  RRPT-SEP-3              PIC X(01).
           05  RRPT-CUSTOMER-QTY       PIC Z(5)9.
           05  RRPT-SEP-4              PIC X(01).
           05  RRPT-QUARANTINE-QTY     PIC Z(5)9.
           05  RRPT-SEP-5              PIC X(01).
           05  RRPT-VENDOR-QTY         PIC Z(5)9.
           05  RRPT-SEP-6              PIC X(01).
           05  RRPT-VALUE              PIC Z(6)9.99.
           05  RRPT-SEP-7              PIC X(01).
           05  RRPT-FLAG               PIC X(09).
       01  RETURNS-REPORT-TEXT-LINE REDEFINES RETURNS-REPORT-RECORD.
           05  RRPT-TEXT               PIC X(57).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-REASON-CODE          PIC X(04).
           05  SW-TYPE-CODE            PIC X(01).
               88  SW-CUSTOMER-RETURN     VALUE "C".
           05  SW-DISPOSITION          PIC X(01).
               88  SW-TO-QUARANTINE       VALUE "Q".
           05  SW-QTY                  PIC 9(05).
           05  SW-UNIT-PRICE           PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS        PIC X(02).
           88  HISTORY-OK              VALUE "00".
       77  WS-REPORT-STATUS         PIC X(02).

       77  WS-HISTORY-OPEN-SWITCH   PIC X(01) VALUE "N".
           88  HISTORY-FILE-OPENED     VALUE "Y".
       77  WS-HISTORY-EOF-SWITCH    PIC X(01) VALUE "N".
           88  END-OF-HISTORY          VALUE "Y".
       77  WS-SORT-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".

       77  WS-MONTH-PARM            PIC X(07) VALUE SPACES.
       77  WS-SYS-DATE              PIC X(08).

       77  WS-PRIOR-GOODS-NAME      PIC X(04) VALUE SPACES.
       77  WS-PRIOR-REASON-CODE     PIC X(04) VALUE SPACES.
       77  WS-LINE-VALUE            PIC 9(07)V99 VALUE ZERO.

      *    Accumulators - one set for the item and reason being
      *    summarized, one for the item, one for the whole report.
       01  WS-REASON-TOTALS.
           05  WS-REASON-COUNT          PIC 9(05).
           05  WS-REASON-CUSTOMER-QTY   PIC 9(06).
           05  WS-REASON-QUARANTINE-QTY PIC 9(06).
           05  WS-REASON-VENDOR-QTY     PIC 9(06).
           05  WS-REASON-VALUE          PIC 9(07)V99.
       01  WS-ITEM-TOTALS.
           05  WS-ITEM-COUNT            PIC 9(05).
           05  WS-ITEM-CUSTOMER-QTY     PIC 9(06).
           05  WS-ITEM-QUARANTINE-QTY   PIC 9(06).
           05  WS-ITEM-VENDOR-QTY       PIC 9(06).
           05  WS-ITEM-VALUE            PIC 9(07)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT           PIC 9(05).
           05  WS-GRAND-CUSTOMER-QTY    PIC 9(06).
           05  WS-GRAND-QUARANTINE-QTY  PIC 9(06).
           05  WS-GRAND-VENDOR-QTY      PIC 9(06).
           05  WS-GRAND-VALUE           PIC 9(07)V99.

       77  WS-HISTORY-READ-COUNT    PIC 9(07) VALUE ZERO.
       77  WS-IN-MONTH-COUNT        PIC 9(07) VALUE ZERO.
       77  WS-ITEMS-REPORTED-COUNT  PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF HISTORY-FILE-OPENED
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-GOODS-NAME
                                    SW-REASON-CODE
                   INPUT PROCEDURE IS 3000-SELECT-MONTH
                       THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-PRINT-SUMMARY
                       THRU 4000-EXIT
               DISPLAY "HISTORY RECORDS READ:   " WS-HISTORY-READ-COUNT
               DISPLAY "RETURNS IN MONTH:       " WS-IN-MONTH-COUNT
               DISPLAY "ITEMS REPORTED:         "
                   WS-ITEMS-REPORTED-COUNT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      ******************************************************************
      *    1000-INITIALIZE
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-MONTH-PARM FROM ENVIRONMENT "RTNRPT-MONTH"
               ON EXCEPTION
                   MOVE SPACES TO WS-MONTH-PARM
           END-ACCEPT.
           IF WS-MONTH-PARM = SPACES
               ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD
               MOVE WS-SYS-DATE(1:4) TO WS-MONTH-PARM(1:4)
               MOVE "-"              TO WS-MONTH-PARM(5:1)
               MOVE WS-SYS-DATE(5:2) TO WS-MONTH-PARM(6:2)
           END-IF.
           MOVE ZEROS TO WS-REASON-TOTALS
                         WS-ITEM-TOTALS
                         WS-GRAND-TOTALS.
           OPEN OUTPUT RETURNS-REPORT-FILE.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           MOVE "RETURNS BY ITEM AND REASON - MONTH" TO RRPT-TEXT(1:34).
           MOVE WS-MONTH-PARM TO RRPT-TEXT(36:7).
           WRITE RETURNS-REPORT-RECORD.
           OPEN INPUT RETURN-HISTORY-FILE.
           IF NOT HISTORY-OK
               DISPLAY "UNABLE TO OPEN RETURNS HISTORY - STATUS "
                   WS-HISTORY-STATUS
               MOVE SPACES TO RETURNS-REPORT-RECORD
               MOVE "NO RETURNS HISTORY" TO RRPT-TEXT
               WRITE RETURNS-REPORT-RECORD
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-HISTORY-OPEN-SWITCH.
           MOVE SPACES TO RETURNS-REPORT-RECORD.
           MOVE "ITEM/RSN/COUNT/CUST QTY/QUARANTINED/TO VENDOR/VALUE"
               TO RRPT-TEXT.
           WRITE RETURNS-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SELECT-MONTH - the sort input procedure: only history
      *    lines posted in the month being reported are RELEASEd.
      ******************************************************************
       3000-SELECT-MONTH.
           PERFORM 3100-READ-HISTORY THRU 3100-EXIT
               UNTIL END-OF-HISTORY.
       3000-EXIT.
           EXIT.

       3100-READ-HISTORY.
           READ RETURN-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   IF RTNH-RUN-DATE(1:7) = WS-MONTH-PARM
                       ADD 1 TO WS-IN-MONTH-COUNT
                       MOVE RTNH-GOODS-NAME  TO SW-GOODS-NAME
                       MOVE RTNH-REASON-CODE TO SW-REASON-CODE
                       MOVE RTNH-TYPE-CODE   TO SW-TYPE-CODE
                       MOVE RTNH-DISPOSITION TO SW-DISPOSITION
                       MOVE RTNH-QTY         TO SW-QTY
                       MOVE RTNH-UNIT-PRICE  TO SW-UNIT-PRICE
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    4000-PRINT-SUMMARY - the sort output procedure: a control
      *    break on reason within item prints the summary line, and a
      *    break on item prints the item's totals.
      ******************************************************************
       4000-PRINT-SUMMARY.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
           IF END-OF-SORT
               MOVE SPACES TO RETURNS-REPORT-RECORD
               MOVE "NO RETURNS IN MONTH" TO RRPT-TEXT
               WRITE RETURNS-REPORT-RECORD
           END-IF.
           PERFORM 4100-SUMMARIZE-ONE-RETURN THRU 4100-EXIT
               UNTIL END-OF-SORT.
           IF NOT FIRST-RECORD
               PERFORM 4200-PRINT-REASON-LINE THRU 4200-EXIT
               PERFORM 4300-PRINT-ITEM-TOTAL THRU 4300-EXIT
               PERFORM 4400-PRINT-GRAND-TOTAL THRU 4400-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SWITCH
           END-RETURN.
       4050-EXIT.
           EXIT.

       4100-SUMMARIZE-ONE-RETURN.
           IF FIRST-RECORD
               MOVE "N"            TO WS-FIRST-RECORD-SWITCH
               MOVE SW-GOODS-NAME  TO WS-PRIOR-GOODS-NAME
               MOVE SW-REASON-CODE TO WS-PRIOR-REASON-CODE
           ELSE
               IF SW-GOODS-NAME NOT = WS-PRIOR-GOODS-NAME
                   PERFORM 4200-PRINT-REASON-LINE THRU 4200-EXIT
                   PERFORM 4300-PRINT-ITEM-TOTAL THRU 4300-EXIT
                   MOVE SW-GOODS-NAME  TO WS-PRIOR-GOODS-NAME
                   MOVE SW-REASON-CODE TO WS-PRIOR-REASON-CODE
               ELSE
                   IF SW-REASON-CODE NOT = WS-PRIOR-REASON-CODE
                       PERFORM 4200-PRINT-REASON-LINE THRU 4200-EXIT
                       MOVE SW-REASON-CODE TO WS-PRIOR-REASON-CODE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-REASON-COUNT.
           IF SW-CUSTOMER-RETURN
               ADD SW-QTY TO WS-REASON-CUSTOMER-QTY
               IF SW-TO-QUARANTINE
                   ADD SW-QTY TO WS-REASON-QUARANTINE-QTY
               END-IF
               COMPUTE WS-LINE-VALUE = SW-QTY * SW-UNIT-PRICE
               ADD WS-LINE-VALUE TO WS-REASON-VALUE
           ELSE
               ADD SW-QTY TO WS-REASON-VENDOR-QTY
           END-IF.
           PERFORM 4050-RETURN-SORTED-RECORD THRU 4050-EXIT.
       4100-EXIT.
           EXIT.

       4200-PRINT-REASON-LINE.
           MOVE SPACES                   TO RETURNS-REPORT-RECORD.
           MOVE WS-PRIOR-GOODS-NAME      TO RRPT-GOODS-NAME.
           MOVE WS-PRIOR-REASON-CODE     TO RRPT-REASON-CODE.
           MOVE WS-REASON-COUNT          TO RRPT-RETURN-COUNT.
           MOVE WS-REASON-CUSTOMER-QTY   TO RRPT-CUSTOMER-QTY.
           MOVE WS-REASON-QUARANTINE-QTY TO RRPT-QUARANTINE-QTY.
           MOVE WS-REASON-VENDOR-QTY     TO RRPT-VENDOR-QTY.
           MOVE WS-REASON-VALUE          TO RRPT-VALUE.
           MOVE WS-PRIOR-REASON-CODE     TO RTNH-REASON-CODE.
           IF RTNH-DEFECTIVE
               MOVE "DEFECTIVE"          TO RRPT-FLAG
           END-IF.
           WRITE RETURNS-REPORT-RECORD.
           ADD WS-REASON-COUNT          TO WS-ITEM-COUNT.
           ADD WS-REASON-CUSTOMER-QTY   TO WS-ITEM-CUSTOMER-QTY.
           ADD WS-REASON-QUARANTINE-QTY TO WS-ITEM-QUARANTINE-QTY.
           ADD WS-REASON-VENDOR-QTY     TO WS-ITEM-VENDOR-QTY.
           ADD WS-REASON-VALUE          TO WS-ITEM-VALUE.
           MOVE ZEROS TO WS-REASON-TOTALS.
       4200-EXIT.
           EXIT.

       4300-PRINT-ITEM-TOTAL.
           ADD 1 TO WS-ITEMS-REPORTED-COUNT.
           MOVE SPACES                 TO RETURNS-REPORT-RECORD.
           MOVE WS-PRIOR-GOODS-NAME    TO RRPT-GOODS-NAME.
           MOVE "ALL"                  TO RRPT-REASON-CODE.
           MOVE WS-ITEM-COUNT          TO RRPT-RETURN-COUNT.
           MOVE WS-ITEM-CUSTOMER-QTY   TO RRPT-CUSTOMER-QTY.
           MOVE WS-ITEM-QUARANTINE-QTY TO RRPT-QUARANTINE-QTY.
           MOVE WS-ITEM-VENDOR-QTY     TO RRPT-VENDOR-QTY.
           MOVE WS-ITEM-VALUE          TO RRPT-VALUE.
           WRITE RETURNS-REPORT-RECORD.
           MOVE SPACES                 TO RETURNS-REPORT-RECORD.
           WRITE RETURNS-REPORT-RECORD.
           ADD WS-ITEM-COUNT          TO WS-GRAND-COUNT.
           ADD WS-ITEM-CUSTOMER-QTY   TO WS-GRAND-CUSTOMER-QTY.
           ADD WS-ITEM-QUARANTINE-QTY TO WS-GRAND-QUARANTINE-QTY.
           ADD WS-ITEM-VENDOR-QTY     TO WS-GRAND-VENDOR-QTY.
           ADD WS-ITEM-VALUE          TO WS-GRAND-VALUE.
           MOVE ZEROS TO WS-ITEM-TOTALS.
       4300-EXIT.
           EXIT.

       4400-PRINT-GRAND-TOTAL.
           MOVE SPACES                  TO RETURNS-REPORT-RECORD.
           MOVE "ALL"                   TO RRPT-GOODS-NAME.
           MOVE "ALL"                   TO RRPT-REASON-CODE.
           MOVE WS-GRAND-COUNT          TO RRPT-RETURN-COUNT.
           MOVE WS-GRAND-CUSTOMER-QTY   TO RRPT-CUSTOMER-QTY.
           MOVE WS-GRAND-QUARANTINE-QTY TO RRPT-QUARANTINE-QTY.
           MOVE WS-GRAND-VENDOR-QTY     TO RRPT-VENDOR-QTY.
           MOVE WS-GRAND-VALUE          TO RRPT-VALUE.
           WRITE RETURNS-REPORT-RECORD.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    9000-TERMINATE
      ******************************************************************
       9000-TERMINATE.
           IF HISTORY-FILE-OPENED
               CLOSE RETURN-HISTORY-FILE
           END-IF.
           CLOSE RETURNS-REPORT-FILE.
       9000-EXIT.
           EXIT.
