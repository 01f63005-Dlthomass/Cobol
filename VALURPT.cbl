      *              section at the end, so finance can see exactly
      *              which records are distorting the valuation.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Every run appends its date, time, item count
      *                    and grand total to the valuation-history
      *                    file (VALHIST), so GLJRNL can tie the
      *                    month's inventory journal to the change in
      *                    the grand total between two month-ends.
      *   2026-10-15  DLT  Each detail line now carries the item's ABC
      *                    class from ABCANAL's class file (ABCCLSDD),
      *                    blank if the file or the item is missing.
      *                    Not to be confused with the shelf classes
      *                    the subtotals are taken by.
      *   2026-10-15  DLT  The valuation-history line now records
      *                    whether this was the month-end run
      *                    (VALURPT-MONTH-END=Y; anything else is an
      *                    ad-hoc run), and GLJRNL closes its period
      *                    on month-end runs only.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT VALUATION-HISTORY-FILE ASSIGN TO VALHSTDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

      *    ABC-CLASS-FILE - ABCANAL's class per item, looked up by
      *    key; a missing file or item just leaves the class blank.
           SELECT ABC-CLASS-FILE ASSIGN TO ABCCLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABC-GOODS-NAME
               FILE STATUS IS WS-ABC-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "VALUWK1".
           05  VALU-DETAIL-VALUE       PIC Z(7)9.99.
           05  VALU-SEP-4              PIC X(03).
           05  VALU-DETAIL-FLAG        PIC X(16).
           05  VALU-SEP-5              PIC X(03).
           05  VALU-DETAIL-ABC-CLASS   PIC X(05).
       01  VALUATION-TEXT-LINE REDEFINES VALUATION-REPORT-RECORD.
           05  VALU-TEXT               PIC X(52).
       01  VALUATION-TOTAL-LINE REDEFINES VALUATION-REPORT-RECORD.
           05  VALU-TOTAL-VALUE        PIC Z(9)9.99.
           05  VALU-TOTAL-FILLER       PIC X(04).

       FD  VALUATION-HISTORY-FILE.
           COPY VALHIST.

       FD  ABC-CLASS-FILE.
           COPY ABCREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CLASS-CODE           PIC X(01).
           05  SW-QTY-ON-HAND          PIC 9(05).
           05  SW-UNIT-PRICE           PIC 9(03)V99.
           05  SW-EXTENDED-VALUE       PIC 9(08)V99.
           05  SW-ABC-CLASS            PIC X(01).

       WORKING-STORAGE SECTION.
      *    Char and its 88-level groups are the same classification
           88  MASTER-OK               VALUE "00".
           88  MASTER-EOF-STATUS       VALUE "10".
       77  WS-REPORT-STATUS         PIC X(02).
       77  WS-HISTORY-STATUS        PIC X(02).
       77  WS-ABC-STATUS            PIC X(02).
           88  ABC-OK                  VALUE "00".

       77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-MASTER           VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".
       77  WS-GRAND-WRITTEN-SWITCH  PIC X(01) VALUE "N".
           88  GRAND-TOTAL-WRITTEN     VALUE "Y".
       77  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE "N".
           88  MASTER-FILE-OPENED      VALUE "Y".
       77  WS-ABC-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  ABC-FILE-OPENED         VALUE "Y".

       77  WS-ABC-CLASS             PIC X(01) VALUE SPACES.

       77  WS-PRIOR-CLASS-CODE      PIC X(01) VALUE SPACES.
       77  WS-PRIOR-CLASS-NAME      PIC X(20) VALUE SPACES.
       77  WS-GRAND-ITEM-COUNT      PIC 9(05) VALUE ZERO.
       77  WS-GRAND-VALUE-TOTAL     PIC 9(10)V99 VALUE ZERO.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).

       77  WS-MONTH-END-PARM        PIC X(01) VALUE SPACES.
           88  MONTH-END-RUN           VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           SORT SORT-WORK-FILE
      *    exception class (5-6) so it also appears in the exception
      *    section.  Exception classes sort after the shelf classes,
      *    which is what puts that section at the end of the report.
      *    The ABC class file is opened here for the lookups in 3150.
      ******************************************************************
       3000-SORT-INPUT.
           OPEN INPUT ABC-CLASS-FILE.
           IF ABC-OK
               MOVE "Y" TO WS-ABC-OPEN-SWITCH
           ELSE
               DISPLAY "NO ABC CLASS FILE - CLASS NOT PRINTED "
                   "(STATUS " WS-ABC-STATUS ")"
           END-IF.
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE "Y" TO WS-MASTER-OPEN-SWITCH
               PERFORM 3100-RELEASE-ONE-RECORD THRU 3100-EXIT
                   UNTIL END-OF-MASTER
           END-IF.
           IF MASTER-OK OR MASTER-EOF-STATUS
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF ABC-FILE-OPENED
               CLOSE ABC-CLASS-FILE
           END-IF.
       3000-EXIT.
           EXIT.

               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SWITCH
               NOT AT END
                   PERFORM 3150-LOOK-UP-ABC-CLASS THRU 3150-EXIT
                   PERFORM 3200-CLASSIFY-RECORD THRU 3200-EXIT
                   RELEASE SORT-WORK-RECORD
      *            The record area is not guaranteed to survive a
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3150-LOOK-UP-ABC-CLASS - the item's ABC class from the last
      *    ABCANAL run, looked up once per item and carried on every
      *    copy 3200 builds.  Blank when there is no class file or the
      *    item was added since.
      ******************************************************************
       3150-LOOK-UP-ABC-CLASS.
           MOVE SPACES TO WS-ABC-CLASS.
           IF NOT ABC-FILE-OPENED
               GO TO 3150-EXIT
           END-IF.
           MOVE GOODS-NAME TO ABC-GOODS-NAME.
           READ ABC-CLASS-FILE
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           IF ABC-VALID-CLASS
               MOVE ABC-CLASS-CODE TO WS-ABC-CLASS
           END-IF.
       3150-EXIT.
           EXIT.

       3200-CLASSIFY-RECORD.
           MOVE SPACES              TO SORT-WORK-RECORD.
           MOVE GOODS-NAME          TO SW-GOODS-NAME.
           MOVE WS-ABC-CLASS        TO SW-ABC-CLASS.
           MOVE GOODS-QTY-ON-HAND   TO SW-QTY-ON-HAND.
           MOVE GOODS-UNIT-PRICE    TO SW-UNIT-PRICE.
           COMPUTE SW-EXTENDED-VALUE =
               PERFORM 4400-WRITE-GRAND-TOTAL THRU 4400-EXIT
           END-IF.
           CLOSE VALUATION-REPORT-FILE.
           IF MASTER-FILE-OPENED
               PERFORM 4500-WRITE-VALUATION-HISTORY THRU 4500-EXIT
           END-IF.
           DISPLAY "ITEMS VALUED:          " WS-GRAND-ITEM-COUNT.
       4000-EXIT.
           EXIT.
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF SW-ABC-CLASS NOT = SPACE
               MOVE "ABC"        TO VALU-DETAIL-ABC-CLASS(1:3)
               MOVE SW-ABC-CLASS TO VALU-DETAIL-ABC-CLASS(5:1)
           END-IF.
           WRITE VALUATION-REPORT-RECORD.
       4250-EXIT.
           EXIT.
           MOVE "Y" TO WS-GRAND-WRITTEN-SWITCH.
       4400-EXIT.
           EXIT.

      ******************************************************************
      *    4500-WRITE-VALUATION-HISTORY - append this run's grand
      *    total to the valuation history; the file is started on
      *    the first run that finds none.  A run that could not read
      *    the master is not recorded - its zero total would look
      *    like an empty warehouse to GLJRNL.  The line is flagged as
      *    the month-end valuation only when VALURPT-MONTH-END is Y;
      *    GLJRNL ignores every other run.
      ******************************************************************
       4500-WRITE-VALUATION-HISTORY.
           OPEN EXTEND VALUATION-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT VALUATION-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VALUATION HISTORY - STATUS "
                   WS-HISTORY-STATUS
               GO TO 4500-EXIT
           END-IF.
           ACCEPT WS-SYS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO VALUATION-HISTORY-RECORD.
           MOVE WS-SYS-DATE(1:4)    TO VALH-RUN-DATE(1:4).
           MOVE "-"                 TO VALH-RUN-DATE(5:1).
           MOVE WS-SYS-DATE(5:2)    TO VALH-RUN-DATE(6:2).
           MOVE "-"                 TO VALH-RUN-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO VALH-RUN-DATE(9:2).
           MOVE WS-SYS-TIME(1:2)    TO VALH-RUN-TIME(1:2).
           MOVE ":"                 TO VALH-RUN-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO VALH-RUN-TIME(4:2).
           MOVE ":"                 TO VALH-RUN-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO VALH-RUN-TIME(7:2).
           MOVE WS-GRAND-ITEM-COUNT TO VALH-ITEM-COUNT.
           MOVE WS-GRAND-VALUE-TOTAL TO VALH-GRAND-TOTAL.
           ACCEPT WS-MONTH-END-PARM FROM ENVIRONMENT
               "VALURPT-MONTH-END".
           IF MONTH-END-RUN
               MOVE "Y"             TO VALH-MONTH-END-FLAG
               DISPLAY "VALUATION RECORDED AS MONTH-END"
           ELSE
               MOVE "N"             TO VALH-MONTH-END-FLAG
               DISPLAY "VALUATION RECORDED AS AD-HOC - "
                   "VALURPT-MONTH-END NOT Y"
           END-IF.
           WRITE VALUATION-HISTORY-RECORD.
           CLOSE VALUATION-HISTORY-FILE.
       4500-EXIT.
           EXIT.
