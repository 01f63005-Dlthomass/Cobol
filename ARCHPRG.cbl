      *              live file is truncated, so a failed open leaves
      *              the file unpurged rather than destroyed.
      * Tectonics: cobc
      *
      * Modification History:
      *   2026-10-14  DLT  Transaction-log archive and work records
      *                    widened to 85 bytes for the operator and
      *                    supervisor IDs now on TLOGREC.
      ******************************************************************

       IDENTIFICATION DIVISION.
       FD  TRANSACTION-LOG-FILE.
           COPY TLOGREC.
       FD  TRANLOG-ARCHIVE-FILE.
       01  TRANLOG-ARCHIVE-RECORD      PIC X(85).
       FD  TRANLOG-WORK-FILE.
       01  TRANLOG-WORK-RECORD         PIC X(85).

      *    PRICEAPL's price-history layout; only the leading applied
      *    date matters here, the rest rides through as text.
