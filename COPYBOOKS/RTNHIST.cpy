      ******************************************************************
      * Copybook:  RTNHIST
      * Purpose:   Shared returns-history record.  RTNPROC appends
      *            one line for every return it posts: a customer
      *            return taken back against the order it shipped on
      *            (type C, to sellable stock or to the quarantine
      *            location), or quarantined stock sent back to the
      *            vendor it was bought from (type V).  RTNRPT reads
      *            it for the monthly returns report by item and
      *            reason, so the layout only has to change in one
      *            place.
      *
      *            Reason codes:
      *              DEFC - defective
      *              DAMG - damaged in transit
      *              WRNG - wrong item shipped
      *              NTWD - not wanted by the customer
      *              OTHR - any other reason
      * Modification History:
      *   2026-10-14  DLT  Original.
      ******************************************************************
       01  RETURN-HISTORY-RECORD.
           05  RTNH-RUN-DATE           PIC X(10).
           05  RTNH-SEP-1              PIC X(01).
           05  RTNH-TYPE-CODE          PIC X(01).
               88  RTNH-CUSTOMER-RETURN   VALUE "C".
               88  RTNH-RETURN-TO-VENDOR  VALUE "V".
           05  RTNH-SEP-2              PIC X(01).
           05  RTNH-GOODS-NAME         PIC X(04).
           05  RTNH-SEP-3              PIC X(01).
           05  RTNH-QTY                PIC 9(05).
           05  RTNH-SEP-4              PIC X(01).
           05  RTNH-REASON-CODE        PIC X(04).
               88  RTNH-DEFECTIVE         VALUE "DEFC".
               88  RTNH-VALID-REASON      VALUE "DEFC" "DAMG" "WRNG"
                                                "NTWD" "OTHR".
           05  RTNH-SEP-5              PIC X(01).
      *            S - back to sellable stock, Q - to quarantine;
      *            blank on a return to vendor.
           05  RTNH-DISPOSITION        PIC X(01).
               88  RTNH-TO-SELLABLE       VALUE "S".
               88  RTNH-TO-QUARANTINE     VALUE "Q".
           05  RTNH-SEP-6              PIC X(01).
      *            The order number on a customer return, the PO
      *            number on a return to vendor.
           05  RTNH-REFERENCE          PIC X(10).
           05  RTNH-SEP-7              PIC X(01).
           05  RTNH-VENDOR-ID          PIC X(03).
           05  RTNH-SEP-8              PIC X(01).
           05  RTNH-UNIT-PRICE         PIC 9(03)V99.
           05  RTNH-SEP-9              PIC X(01).
           05  RTNH-OPERATOR-ID        PIC X(08).
