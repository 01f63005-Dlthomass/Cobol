      ******************************************************************
      * Copybook:  OPAUTHPM
      * Purpose:   Parameter area for the OPAUTH subprogram.  A
      *            maintenance program sets its own name, the
      *            transaction type, a short key naming the
      *            transaction for the exception report, the operator
      *            and supervisor IDs keyed on the transaction and the
      *            limit-test values, CALLs OPAUTH before applying
      *            anything, and tests the return code 88-levels.  A
      *            refused transaction comes back with its reason in
      *            OPAU-REJECT-REASON and has already been written to
      *            the authorization exception report.  Carried by
      *            every maintenance program so the interface only has
      *            to change in one place.
      *
      *            Limit tests:  OLD-PRICE / NEW-PRICE - a unit price
      *                            being changed; old price zero when
      *                            there is nothing to measure against
      *                          QTY-CHANGE - units the transaction
      *                            moves the quantity on hand by, in
      *                            either direction
      *                          DELETE-SWITCH - Y for a transaction
      *                            that removes a record
      * Modification History:
      *   2026-10-14  DLT  Original.
      ******************************************************************
       01  OPERATOR-AUTH-PARMS.
           05  OPAU-PARM-PROGRAM       PIC X(08).
           05  OPAU-PARM-TYPE-CODE     PIC X(01).
           05  OPAU-PARM-KEY-TEXT      PIC X(20).
           05  OPAU-PARM-OPERATOR-ID   PIC X(08).
           05  OPAU-PARM-SUPERVISOR-ID PIC X(08).
           05  OPAU-PARM-OLD-PRICE     PIC 9(03)V99.
           05  OPAU-PARM-NEW-PRICE     PIC 9(03)V99.
           05  OPAU-PARM-QTY-CHANGE    PIC 9(05).
           05  OPAU-PARM-DELETE-SWITCH PIC X(01).
               88  OPAU-PARM-DELETE       VALUE "Y".
           05  OPAU-RETURN-CODE        PIC X(01).
               88  OPAU-AUTHORIZED        VALUE "0".
               88  OPAU-NOT-AUTHORIZED    VALUE "1".
               88  OPAU-APPROVAL-FAILED   VALUE "2".
               88  OPAU-FILE-ERROR        VALUE "3".
           05  OPAU-REJECT-REASON      PIC X(29).
