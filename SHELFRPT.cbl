      *                    to run before the GOODSMNT step has
      *                    completed tonight and refuses a second run
      *                    without the operator override.
      *   2026-10-15  DLT  Each detail line now carries the item's ABC
      *                    class from ABCANAL's class file (ABCCLSDD)
      *                    in the label column, blank if the file or
      *                    the item is missing.
      ******************************************************************

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    ABC-CLASS-FILE - ABCANAL's class per item, looked up by
      *    key; a missing file or item just leaves the class blank.
           SELECT ABC-CLASS-FILE ASSIGN TO ABCCLSDD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABC-GOODS-NAME
               FILE STATUS IS WS-ABC-STATUS.

      *    SORT-WORK-FILE is scratch space for the sort step below -
      *    not a business file, so it is not driven by a DD name.
           SELECT SORT-WORK-FILE ASSIGN TO "SHELFWK1".
           05  SHELF-TOTAL-QTY         PIC Z(6)9.
           05  SHELF-TOTAL-FILLER      PIC X(08).

       FD  ABC-CLASS-FILE.
           COPY ABCREC.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CLASS-CODE           PIC X(01).
           05  SW-CLASS-NAME           PIC X(20).
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-QTY-ON-HAND          PIC 9(05).
           05  SW-ABC-CLASS            PIC X(01).

       WORKING-STORAGE SECTION.
      *    Char and its 88-level groups are the same classification
           88  MASTER-OK               VALUE "00".
           88  MASTER-EOF-STATUS       VALUE "10".
       77  WS-REPORT-STATUS         PIC X(02).
       77  WS-ABC-STATUS            PIC X(02).
           88  ABC-OK                  VALUE "00".

       77  WS-MASTER-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-MASTER           VALUE "Y".
           88  END-OF-SORT             VALUE "Y".
       77  WS-FIRST-RECORD-SWITCH   PIC X(01) VALUE "Y".
           88  FIRST-RECORD            VALUE "Y".
       77  WS-ABC-OPEN-SWITCH       PIC X(01) VALUE "N".
           88  ABC-FILE-OPENED         VALUE "Y".

       77  WS-PRIOR-CLASS-CODE      PIC X(01) VALUE SPACES.
       77  WS-PRIOR-CLASS-NAME      PIC X(20) VALUE SPACES.
      *    3000-SORT-INPUT - read the goods master once, classify the
      *    leading character of every GOODS-NAME, and RELEASE a sort
      *    work record carrying the classification code, its report
      *    heading text, and the fields the detail line needs.  The
      *    ABC class file is opened here for the lookups in 3300.
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
           IF MASTER-OK OR MASTER-EOF-STATUS
               CLOSE GOODS-MASTER-FILE
           END-IF.
           IF ABC-FILE-OPENED
               CLOSE ABC-CLASS-FILE
           END-IF.
       3000-EXIT.
           EXIT.

                   MOVE "4"                  TO SW-CLASS-CODE
                   MOVE "UNCLASSIFIED ITEMS" TO SW-CLASS-NAME
           END-EVALUATE.
           PERFORM 3300-LOOK-UP-ABC-CLASS THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3300-LOOK-UP-ABC-CLASS - the item's ABC class from the last
      *    ABCANAL run, blank when there is no class file or the item
      *    was added since.
      ******************************************************************
       3300-LOOK-UP-ABC-CLASS.
           MOVE SPACES TO SW-ABC-CLASS.
           IF NOT ABC-FILE-OPENED
               GO TO 3300-EXIT
           END-IF.
           MOVE GOODS-NAME TO ABC-GOODS-NAME.
           READ ABC-CLASS-FILE
               INVALID KEY
                   GO TO 3300-EXIT
           END-READ.
           IF ABC-VALID-CLASS
               MOVE ABC-CLASS-CODE TO SW-ABC-CLASS
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      *    4000-SORT-OUTPUT - control-break processing of the sorted
      *    work file: a group heading prints on the first record of
           MOVE SPACES           TO SHELF-REPORT-RECORD.
           MOVE SW-GOODS-NAME    TO SHELF-DETAIL-NAME.
           MOVE SW-QTY-ON-HAND   TO SHELF-DETAIL-QTY.
           IF SW-ABC-CLASS NOT = SPACE
               MOVE "ABC"        TO SHELF-DETAIL-LABEL(1:3)
               MOVE SW-ABC-CLASS TO SHELF-DETAIL-LABEL(5:1)
           END-IF.
           WRITE SHELF-REPORT-RECORD.
       4250-EXIT.
           EXIT.
