      ******************************************************************
      * Author:      D. L. Thomas
      * Installation: Distribution Center Systems
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Item-supersession lookup subprogram.  Called with
      *              a GOODS-NAME and a date (parameter area in the
      *              SUPRLKPM copybook), it says whether the item has
      *              been replaced by a new code as of that date and,
      *              if so, which item now stands in for it: the end
      *              of the chain in force, so an item superseded
      *              twice points straight at the current code.
      *              GOODSISS, ORDALLOC, REORDRPT, POGEN and SUPRRPT
      *              all ask the same question the same way.
      *
      *              The supersession file (SUPRSDD) is a flat file
      *              kept by purchasing, one line per superseded item
      *              (SUPRREC).  It is loaded into a table on the first
      *              call and held for the rest of the run.  A line
      *              whose effective date is still to come is reported
      *              PENDING and changes nothing yet.  A chain longer
      *              than six links can only be a loop keyed by
      *              mistake and is returned as a chain error, so a
      *              caller never follows it.  With no supersession
      *              file every item is simply not superseded - the
      *              stream runs exactly as it did before.
      * Tectonics: cobc
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUPRLKUP.
       AUTHOR.      D. L. THOMAS.
       INSTALLATION. DISTRIBUTION CENTER SYSTEMS.
       DATE-WRITTEN. 2026-10-15.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPERSESSION-FILE ASSIGN TO SUPRSDD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERSESSION-FILE.
           COPY SUPRREC.

       WORKING-STORAGE SECTION.
       77  WS-SUPR-STATUS           PIC X(02).
           88  SUPR-OK                 VALUE "00".

       77  WS-SUPR-EOF-SWITCH       PIC X(01) VALUE "N".
           88  END-OF-SUPERSESSIONS    VALUE "Y".

      *    The table is loaded on the first call only; the subprogram's
      *    storage stays put between CALLs for the rest of the run.
       77  WS-TABLE-STATE           PIC X(01) VALUE "N".
           88  TABLE-NOT-LOADED        VALUE "N".
           88  TABLE-LOADED            VALUE "Y".

       01  SUPERSESSION-TABLE.
           05  SUPT-ENTRY OCCURS 300 TIMES.
               10  SUPT-OLD-GOODS-NAME PIC X(04).
               10  SUPT-NEW-GOODS-NAME PIC X(04).
               10  SUPT-EFFECTIVE-DATE PIC X(10).
               10  SUPT-USE-UP-SWITCH  PIC X(01).
       77  WS-SUPT-COUNT            PIC 9(03) VALUE ZERO.
       77  WS-SUPT-SUBSCRIPT        PIC 9(03) VALUE ZERO.
       77  WS-SEARCH-NAME           PIC X(04) VALUE SPACES.
       77  WS-FOUND-SWITCH          PIC X(01) VALUE "N".
           88  ENTRY-FOUND             VALUE "Y".
       77  WS-CHAIN-END-SWITCH      PIC X(01) VALUE "N".
           88  END-OF-CHAIN            VALUE "Y".
       77  WS-CHAIN-POSITION        PIC 9(02) VALUE ZERO.

       LINKAGE SECTION.
           COPY SUPRLKPM.

       PROCEDURE DIVISION USING SUPERSESSION-LOOKUP-PARMS.
       0000-MAINLINE.
           IF TABLE-NOT-LOADED
               PERFORM 1000-LOAD-SUPERSESSIONS THRU 1000-EXIT
           END-IF.
           MOVE "0"    TO SUPL-RETURN-CODE.
           MOVE SPACES TO SUPL-NEXT-GOODS-NAME
                          SUPL-EFFECTIVE-DATE
                          SUPL-USE-UP-SWITCH
                          SUPL-REPLACEMENT-NAME
                          SUPL-CHAIN-TEXT.
           MOVE ZERO   TO SUPL-CHAIN-LENGTH.
           PERFORM 3000-LOOK-UP-ITEM THRU 3000-EXIT.
           GOBACK.

      ******************************************************************
      *    1000-LOAD-SUPERSESSIONS - read the whole file into the
      *    table.  The state is set to loaded first, so a file that
      *    will not open leaves an empty table and nothing superseded.
      ******************************************************************
       1000-LOAD-SUPERSESSIONS.
           MOVE "Y" TO WS-TABLE-STATE.
           OPEN INPUT SUPERSESSION-FILE.
           IF NOT SUPR-OK
               DISPLAY "NO SUPERSESSION FILE - NO ITEM SUPERSEDED "
                   "(STATUS " WS-SUPR-STATUS ")"
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-ONE-SUPERSESSION THRU 1100-EXIT
               UNTIL END-OF-SUPERSESSIONS.
           CLOSE SUPERSESSION-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-ONE-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   MOVE "Y" TO WS-SUPR-EOF-SWITCH
               NOT AT END
                   IF SUPR-OLD-GOODS-NAME NOT = SPACES
                       PERFORM 1200-STORE-SUPERSESSION THRU 1200-EXIT
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *    1200-STORE-SUPERSESSION - an item can be replaced by only
      *    one code at a time, so the first line for an old item wins
      *    and a second is reported.  A line with no replacement, a
      *    replacement the same as the old item, an unreadable
      *    effective date or a use-up switch other than Y or N is
      *    reported and left out rather than guessed at.
      ******************************************************************
       1200-STORE-SUPERSESSION.
           IF SUPR-NEW-GOODS-NAME = SPACES
               OR SUPR-NEW-GOODS-NAME = SUPR-OLD-GOODS-NAME
               DISPLAY "SUPERSESSION FOR " SUPR-OLD-GOODS-NAME
                   " HAS NO VALID REPLACEMENT - IGNORED"
               GO TO 1200-EXIT
           END-IF.
           IF SUPR-EFFECTIVE-DATE(1:4) NOT NUMERIC
               OR SUPR-EFFECTIVE-DATE(5:1) NOT = "-"
               OR SUPR-EFFECTIVE-DATE(6:2) NOT NUMERIC
               OR SUPR-EFFECTIVE-DATE(8:1) NOT = "-"
               OR SUPR-EFFECTIVE-DATE(9:2) NOT NUMERIC
               DISPLAY "SUPERSESSION FOR " SUPR-OLD-GOODS-NAME
                   " HAS NO VALID EFFECTIVE DATE - IGNORED"
               GO TO 1200-EXIT
           END-IF.
           IF NOT SUPR-VALID-USE-UP
               DISPLAY "SUPERSESSION FOR " SUPR-OLD-GOODS-NAME
                   " USE-UP SWITCH NOT Y OR N - IGNORED"
               GO TO 1200-EXIT
           END-IF.
           MOVE SUPR-OLD-GOODS-NAME TO WS-SEARCH-NAME.
           PERFORM 3900-FIND-ENTRY THRU 3900-EXIT.
           IF ENTRY-FOUND
               DISPLAY "DUPLICATE SUPERSESSION FOR "
                   SUPR-OLD-GOODS-NAME " - FIRST LINE KEPT"
               GO TO 1200-EXIT
           END-IF.
           IF WS-SUPT-COUNT NOT < 300
               DISPLAY "SUPERSESSION TABLE FULL - "
                   SUPR-OLD-GOODS-NAME " NOT LOADED"
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-SUPT-COUNT.
           MOVE SUPR-OLD-GOODS-NAME
               TO SUPT-OLD-GOODS-NAME(WS-SUPT-COUNT).
           MOVE SUPR-NEW-GOODS-NAME
               TO SUPT-NEW-GOODS-NAME(WS-SUPT-COUNT).
           MOVE SUPR-EFFECTIVE-DATE
               TO SUPT-EFFECTIVE-DATE(WS-SUPT-COUNT).
           MOVE SUPR-USE-UP-SWITCH
               TO SUPT-USE-UP-SWITCH(WS-SUPT-COUNT).
       1200-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LOOK-UP-ITEM - the item's own line decides whether it
      *    is superseded at all; when it is in force the chain is
      *    walked link by link to the first item with no line in
      *    force, which is the one to use.
      ******************************************************************
       3000-LOOK-UP-ITEM.
           MOVE SUPL-PARM-GOODS-NAME TO WS-SEARCH-NAME.
           PERFORM 3900-FIND-ENTRY THRU 3900-EXIT.
           IF NOT ENTRY-FOUND
               GO TO 3000-EXIT
           END-IF.
           MOVE SUPT-NEW-GOODS-NAME(WS-SUPT-SUBSCRIPT)
               TO SUPL-NEXT-GOODS-NAME.
           MOVE SUPT-EFFECTIVE-DATE(WS-SUPT-SUBSCRIPT)
               TO SUPL-EFFECTIVE-DATE.
           MOVE SUPT-USE-UP-SWITCH(WS-SUPT-SUBSCRIPT)
               TO SUPL-USE-UP-SWITCH.
           IF SUPT-EFFECTIVE-DATE(WS-SUPT-SUBSCRIPT) >
                   SUPL-PARM-AS-OF-DATE
               MOVE "2" TO SUPL-RETURN-CODE
               MOVE SUPL-PARM-GOODS-NAME TO SUPL-CHAIN-TEXT(1:4)
               MOVE " > "                TO SUPL-CHAIN-TEXT(5:3)
               MOVE SUPL-NEXT-GOODS-NAME TO SUPL-CHAIN-TEXT(8:4)
               GO TO 3000-EXIT
           END-IF.
           MOVE "1" TO SUPL-RETURN-CODE.
           MOVE SUPL-PARM-GOODS-NAME TO SUPL-CHAIN-TEXT(1:4).
           MOVE 5 TO WS-CHAIN-POSITION.
           MOVE "N" TO WS-CHAIN-END-SWITCH.
           PERFORM 3100-FOLLOW-ONE-LINK THRU 3100-EXIT
               UNTIL END-OF-CHAIN.
           IF SUPL-SUPERSEDED
               MOVE WS-SEARCH-NAME TO SUPL-REPLACEMENT-NAME
           END-IF.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *    3100-FOLLOW-ONE-LINK - WS-SEARCH-NAME is the item reached
      *    so far and WS-SUPT-SUBSCRIPT its line, already known to be
      *    in force; step to its replacement and look for that one's
      *    line.
      ******************************************************************
       3100-FOLLOW-ONE-LINK.
           IF SUPL-CHAIN-LENGTH NOT < 6
               MOVE "3"    TO SUPL-RETURN-CODE
               MOVE "Y"    TO WS-CHAIN-END-SWITCH
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO SUPL-CHAIN-LENGTH.
           MOVE SUPT-NEW-GOODS-NAME(WS-SUPT-SUBSCRIPT)
               TO WS-SEARCH-NAME.
           MOVE " > "          TO SUPL-CHAIN-TEXT(WS-CHAIN-POSITION:3).
           ADD 3 TO WS-CHAIN-POSITION.
           MOVE WS-SEARCH-NAME TO SUPL-CHAIN-TEXT(WS-CHAIN-POSITION:4).
           ADD 4 TO WS-CHAIN-POSITION.
           PERFORM 3900-FIND-ENTRY THRU 3900-EXIT.
           IF NOT ENTRY-FOUND
               MOVE "Y" TO WS-CHAIN-END-SWITCH
           ELSE
               IF SUPT-EFFECTIVE-DATE(WS-SUPT-SUBSCRIPT) >
                       SUPL-PARM-AS-OF-DATE
                   MOVE "Y" TO WS-CHAIN-END-SWITCH
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *    3900-FIND-ENTRY - look WS-SEARCH-NAME up as an old item in
      *    the table; on a hit WS-SUPT-SUBSCRIPT is left on its slot.
      ******************************************************************
       3900-FIND-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM 3910-CHECK-ONE-ENTRY THRU 3910-EXIT
               VARYING WS-SUPT-SUBSCRIPT FROM 1 BY 1
               UNTIL ENTRY-FOUND
                  OR WS-SUPT-SUBSCRIPT > WS-SUPT-COUNT.
       3900-EXIT.
           EXIT.

       3910-CHECK-ONE-ENTRY.
           IF SUPT-OLD-GOODS-NAME(WS-SUPT-SUBSCRIPT) = WS-SEARCH-NAME
               MOVE "Y" TO WS-FOUND-SWITCH
      *        Step back so the VARYING increment leaves the
      *        subscript on the matched slot.
               SUBTRACT 1 FROM WS-SUPT-SUBSCRIPT
           END-IF.
       3910-EXIT.
           EXIT.
