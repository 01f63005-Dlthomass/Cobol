      ******************************************************************
      * Copybook:  ABCREC
      * Purpose:   Shared ABC class record.  One record per item on
      *            the goods master, keyed on GOODS-NAME, carrying
      *            the ABC class ABCANAL gave the item on its last
      *            run: A for the few items that carry most of the
      *            usage value, C for the many that carry little, B
      *            between.  The item's rank, usage value and the
      *            cumulative percentage it fell at are kept beside
      *            the class, with the date of the analysis.  Written
      *            by ABCANAL and read by REORDRPT, VALURPT and
      *            SHELFRPT to print the class beside each item, so
      *            the layout only has to change in one place.
      *
      *            This is not the shelf class (vowel / consonant /
      *            digit) SHELFRPT and VALURPT group by - that comes
      *            from CHARCLASS.
      * Modification History:
      *   2026-10-15  DLT  Original.
      ******************************************************************
       01  ABC-CLASS-RECORD.
           05  ABC-GOODS-NAME          PIC X(04).
           05  ABC-CLASS-CODE          PIC X(01).
               88  ABC-CLASS-A            VALUE "A".
               88  ABC-CLASS-B            VALUE "B".
               88  ABC-CLASS-C            VALUE "C".
               88  ABC-VALID-CLASS        VALUE "A" "B" "C".
           05  ABC-RANK                PIC 9(05).
           05  ABC-USAGE-VALUE         PIC 9(09)V99.
           05  ABC-CUMULATIVE-PCT      PIC 9(03)V99.
           05  ABC-RUN-DATE            PIC X(10).
           05  FILLER                  PIC X(10).
