      ******************************************************************
      * Copybook:  SUPRLKPM
      * Purpose:   Parameter area for the SUPRLKUP subprogram.  The
      *            caller sets the GOODS-NAME and the date to judge
      *            supersession by (YYYY-MM-DD, normally today), CALLs
      *            SUPRLKUP and tests the return code 88-levels.  For
      *            a superseded item the replacement returned is the
      *            end of the chain in force on that date - the item
      *            to order and pick instead - and the use-up switch
      *            is the one on the item's own supersession line.
      *            Carried by every program that honours supersession
      *            so the interface only has to change in one place.
      * Modification History:
      *   2026-10-15  DLT  Original.
      ******************************************************************
       01  SUPERSESSION-LOOKUP-PARMS.
           05  SUPL-PARM-GOODS-NAME    PIC X(04).
           05  SUPL-PARM-AS-OF-DATE    PIC X(10).
           05  SUPL-RETURN-CODE        PIC X(01).
               88  SUPL-NOT-SUPERSEDED    VALUE "0".
               88  SUPL-SUPERSEDED        VALUE "1".
               88  SUPL-PENDING           VALUE "2".
               88  SUPL-CHAIN-ERROR       VALUE "3".
      *        The item's own supersession line, whether or not it is
      *        in force yet.
           05  SUPL-NEXT-GOODS-NAME    PIC X(04).
           05  SUPL-EFFECTIVE-DATE     PIC X(10).
           05  SUPL-USE-UP-SWITCH      PIC X(01).
               88  SUPL-USE-UP-FIRST      VALUE "Y".
      *        End of the chain in force, the number of links walked
      *        and the chain itself for printing, e.g. AAAA > BBBB.
           05  SUPL-REPLACEMENT-NAME   PIC X(04).
           05  SUPL-CHAIN-LENGTH       PIC 9(02).
           05  SUPL-CHAIN-TEXT         PIC X(46).
