      *                    the inquiry alongside the live logs, so
      *                    old history is slower to get but never
      *                    gone.
      *   2026-10-14  DLT  Maintenance lines show the operator who
      *                    keyed the transaction (BY) and, where one
      *                    was needed, the approving supervisor
      *                    (APPR).  Detail text widened to 70.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  HIST-SEP-2              PIC X(01).
           05  HIST-TYPE-CODE          PIC X(01).
           05  HIST-SEP-3              PIC X(01).
           05  HIST-DETAIL-TEXT        PIC X(70).
       01  HISTORY-TEXT-LINE REDEFINES HISTORY-REPORT-RECORD.
           05  HIST-TEXT               PIC X(92).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
               88  SW-MAINT-EVENT         VALUE "T".
               88  SW-BATCH-EVENT         VALUE "A".
           05  SW-TYPE-CODE            PIC X(01).
           05  SW-EVENT-TEXT           PIC X(70).

       WORKING-STORAGE SECTION.
       77  WS-TRANLOG-STATUS        PIC X(02).
                       MOVE "T"             TO SW-SOURCE-CODE
                       MOVE TLOG-TYPE-CODE  TO SW-TYPE-CODE
                       MOVE TLOG-RESULT     TO SW-EVENT-TEXT
                       IF TLOG-OPERATOR-ID NOT = SPACES
                           MOVE "BY"        TO SW-EVENT-TEXT(42:2)
                           MOVE TLOG-OPERATOR-ID
                                            TO SW-EVENT-TEXT(45:8)
                       END-IF
                       IF TLOG-SUPERVISOR-ID NOT = SPACES
                           MOVE "APPR"      TO SW-EVENT-TEXT(54:4)
                           MOVE TLOG-SUPERVISOR-ID
                                            TO SW-EVENT-TEXT(59:8)
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
                       MOVE "T"             TO SW-SOURCE-CODE
                       MOVE ATLG-TYPE-CODE  TO SW-TYPE-CODE
                       MOVE ATLG-RESULT     TO SW-EVENT-TEXT
                       IF ATLG-OPERATOR-ID NOT = SPACES
                           MOVE "BY"        TO SW-EVENT-TEXT(42:2)
                           MOVE ATLG-OPERATOR-ID
                                            TO SW-EVENT-TEXT(45:8)
                       END-IF
                       IF ATLG-SUPERVISOR-ID NOT = SPACES
                           MOVE "APPR"      TO SW-EVENT-TEXT(54:4)
                           MOVE ATLG-SUPERVISOR-ID
                                            TO SW-EVENT-TEXT(59:8)
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
