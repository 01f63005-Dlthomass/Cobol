      *              the lowest vendor ID on the cross-reference wins -
      *              the same tie-break VENDCONS applies to prices.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  New PO lines are raised with PO-BILLED-QTY
      *                    at zero for INVMATCH's invoice matching.
      *   2026-10-15  DLT  A suggested order for a superseded item
      *                    (SUPRLKUP) is raised against its
      *                    replacement instead, from the replacement's
      *                    vendor, and marked on the register with the
      *                    old item it was suggested for.
      *   2026-10-15  DLT  New PO lines are raised with PO-RETURNED-QTY
      *                    at zero for RTNPROC's returns to vendor.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  SW-GOODS-NAME           PIC X(04).
           05  SW-ORDER-QTY            PIC 9(05).
           05  SW-PRIORITY-CODE        PIC X(01).
      *    The superseded item a line was suggested for, when it is
      *    ordered as its replacement; blank otherwise.
           05  SW-ROLLED-FROM          PIC X(04).

       WORKING-STORAGE SECTION.
       77  WS-ORDER-STATUS          PIC X(02).
       77  WS-GRAND-QTY-TOTAL       PIC 9(07) VALUE ZERO.
       77  WS-NO-VENDOR-COUNT       PIC 9(07) VALUE ZERO.
       77  WS-REJECT-COUNT          PIC 9(07) VALUE ZERO.
       77  WS-REPLACED-COUNT        PIC 9(07) VALUE ZERO.

      *    The item actually ordered - the suggested item, or its
      *    replacement when it has been superseded.
       77  WS-ORDER-ITEM            PIC X(04) VALUE SPACES.

      *    Supersession lookup interface - see the SUPRLKPM copybook.
           COPY SUPRLKPM.

       PROCEDURE DIVISION.
       0000-MAINLINE.
                   OUTPUT PROCEDURE IS 4000-SORT-OUTPUT THRU 4000-EXIT
               DISPLAY "PO LINES RAISED:        " WS-GRAND-LINE-COUNT
               DISPLAY "ITEMS WITH NO VENDOR:   " WS-NO-VENDOR-COUNT
               DISPLAY "ORDERED AS REPLACEMENT: " WS-REPLACED-COUNT
               IF WS-REJECT-COUNT > ZERO
                   DISPLAY "PO WRITES REJECTED:     " WS-REJECT-COUNT
               END-IF
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-SWITCH
               NOT AT END
                   MOVE SPACES              TO SORT-WORK-RECORD
                   PERFORM 3200-CHOOSE-ORDER-ITEM THRU 3200-EXIT
                   PERFORM 3500-FIND-VENDOR-FOR-ITEM THRU 3500-EXIT
                   IF VENDOR-FOUND
                       MOVE WS-FOUND-VENDOR-ID TO SW-VENDOR-ID
                   ELSE
                       MOVE "ZZZ"              TO SW-VENDOR-ID
                       ADD 1 TO WS-NO-VENDOR-COUNT
                   END-IF
                   MOVE WS-ORDER-ITEM       TO SW-GOODS-NAME
                   MOVE SUGG-ORDER-QTY      TO SW-ORDER-QTY
                   MOVE SUGG-PRIORITY-CODE  TO SW-PRIORITY-CODE
                   RELEASE SORT-WORK-RECORD
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3200-CHOOSE-ORDER-ITEM - a superseded item is never ordered
      *    again; its replacement (the end of the chain in force
      *    today) is ordered in its place.  REORDRPT already rolls
      *    superseded items up, so this only catches a suggestion
      *    written before the supersession was keyed.
      ******************************************************************
       3200-CHOOSE-ORDER-ITEM.
           MOVE SUGG-GOODS-NAME TO WS-ORDER-ITEM.
           MOVE SUGG-GOODS-NAME TO SUPL-PARM-GOODS-NAME.
           MOVE WS-ORDER-DATE   TO SUPL-PARM-AS-OF-DATE.
           CALL "SUPRLKUP" USING SUPERSESSION-LOOKUP-PARMS.
           IF SUPL-SUPERSEDED
               MOVE SUPL-REPLACEMENT-NAME TO WS-ORDER-ITEM
               MOVE SUGG-GOODS-NAME       TO SW-ROLLED-FROM
               ADD 1 TO WS-REPLACED-COUNT
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *    3500-FIND-VENDOR-FOR-ITEM - the cross-reference is keyed
      *    vendor ID + vendor code and maps TO our GOODS-NAME, so
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SWITCH
               NOT AT END
                   IF XREF-GOODS-NAME = WS-ORDER-ITEM
                       MOVE "Y" TO WS-VENDOR-FOUND-SWITCH
                       MOVE XREF-VENDOR-ID TO WS-FOUND-VENDOR-ID
                   END-IF
           MOVE SW-GOODS-NAME       TO PO-GOODS-NAME.
           MOVE SW-ORDER-QTY        TO PO-ORDER-QTY.
           MOVE ZERO                TO PO-RECEIVED-QTY.
           MOVE ZERO                TO PO-BILLED-QTY.
           MOVE ZERO                TO PO-RETURNED-QTY.
           MOVE WS-ORDER-DATE       TO PO-ORDER-DATE.
           MOVE "O"                 TO PO-STATUS-CODE.
           MOVE SPACES              TO PO-REGISTER-RECORD.
           IF SW-PRIORITY-CODE = "S"
               MOVE "** STOCKOUT" TO PORG-FLAG
           END-IF.
           IF SW-ROLLED-FROM NOT = SPACES
               IF SW-PRIORITY-CODE = "S"
                   MOVE "** STOCKOUT - FOR OLD" TO PORG-FLAG(1:21)
                   MOVE SW-ROLLED-FROM          TO PORG-FLAG(23:4)
               ELSE
                   MOVE "FOR OLD"               TO PORG-FLAG(1:7)
                   MOVE SW-ROLLED-FROM          TO PORG-FLAG(9:4)
               END-IF
           END-IF.
           WRITE OPEN-PO-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
