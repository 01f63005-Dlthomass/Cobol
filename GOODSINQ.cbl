      *                    from the location-stock file LOCSMNT
      *                    maintains; with no location file the
      *                    inquiry behaves exactly as before.
      *   2026-10-14  DLT  The quarantine location is marked NOT
      *                    PICKABLE in the split, and an item with
      *                    stock in quarantine also shows the
      *                    quantity that can actually be picked.
      ******************************************************************

       IDENTIFICATION DIVISION.
       77  WS-LOCSTK-EOF-SWITCH     PIC X(01) VALUE "N".
           88  END-OF-LOCATION-SCAN    VALUE "Y".
       77  WS-LOCATION-HIT-COUNT    PIC 9(03) VALUE ZERO.
       77  WS-QUARANTINE-QTY        PIC 9(05) VALUE ZERO.
       77  WS-PICKABLE-QTY          PIC 9(05) VALUE ZERO.

       77  WS-INQUIRY-NAME          PIC X(04) VALUE SPACES.
           88  BLANK-INQUIRY           VALUE SPACES.
      *    3300-SHOW-LOCATION-SPLIT - walk the location-stock file
      *    and show every building holding this item.  The master
      *    quantity is the system-wide total; these lines say where
      *    it physically sits.  Stock in the quarantine location is
      *    part of that total but cannot be picked, so when there is
      *    any the pickable quantity is shown as well.
      ******************************************************************
       3300-SHOW-LOCATION-SPLIT.
           MOVE ZERO TO WS-LOCATION-HIT-COUNT.
           MOVE ZERO TO WS-QUARANTINE-QTY.
           MOVE "N"  TO WS-LOCSTK-EOF-SWITCH.
           MOVE LOW-VALUES TO LSTK-KEY.
           START LOCATION-STOCK-FILE KEY NOT < LSTK-KEY
           IF WS-LOCATION-HIT-COUNT = ZERO
               DISPLAY "NO LOCATION RECORDS FOR THIS ITEM"
           END-IF.
           IF WS-QUARANTINE-QTY > ZERO
               IF WS-QUARANTINE-QTY NOT < GOODS-QTY-ON-HAND
                   MOVE ZERO TO WS-PICKABLE-QTY
               ELSE
                   COMPUTE WS-PICKABLE-QTY =
                       GOODS-QTY-ON-HAND - WS-QUARANTINE-QTY
               END-IF
               MOVE WS-PICKABLE-QTY TO WS-DISPLAY-QTY
               DISPLAY "PICKABLE:       " WS-DISPLAY-QTY
           END-IF.
       3300-EXIT.
           EXIT.

                   IF LSTK-GOODS-NAME = WS-INQUIRY-NAME
                       ADD 1 TO WS-LOCATION-HIT-COUNT
                       MOVE LSTK-QTY-ON-HAND TO WS-DISPLAY-QTY
                       IF LSTK-QUARANTINE-LOCATION
                           ADD LSTK-QTY-ON-HAND TO WS-QUARANTINE-QTY
                           DISPLAY "  AT " LSTK-LOCATION-ID ": "
                               WS-DISPLAY-QTY
                               "  QUARANTINE - NOT PICKABLE"
                       ELSE
                           DISPLAY "  AT " LSTK-LOCATION-ID ": "
                               WS-DISPLAY-QTY
                       END-IF
                   END-IF
           END-READ.
       3350-EXIT.
