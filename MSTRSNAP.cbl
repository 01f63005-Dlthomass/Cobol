      *              snapshot file in the GOODSREC layout; operations
      *              points SNAPDD at a dated path so each night's
      *              copy is kept as its own generation.  A snapshot
      *              catalog records the date, record count and time
      *              of every snapshot taken; once the catalog holds
      *              more generations than MSTRSNAP-KEEP (default 7),
      *              the dates that have aged out are reported so
      *              operations can remove those snapshot files, and
      *              the catalog is rewritten keeping only the newest
      *              generations so each expired date is named once.
      *                    reported, instead of growing without bound
      *                    and re-naming long-removed snapshots every
      *                    night.
      *   2026-10-15  DLT  Each catalog entry now also carries the
      *                    time the copy of the master started
      *                    (HH:MM:SS, after the record count), so
      *                    ROLLFWD can tell ledger lines written
      *                    earlier on the snapshot date from those
      *                    written after it.  The catalog and its work
      *                    file grow to 27 bytes; entries written
      *                    before carry no time.
      ******************************************************************

       IDENTIFICATION DIVISION.
           05  SCAT-SNAP-DATE          PIC X(10).
           05  SCAT-SEP-1              PIC X(01).
           05  SCAT-RECORD-COUNT       PIC 9(07).
           05  SCAT-SEP-2              PIC X(01).
           05  SCAT-SNAP-TIME          PIC X(08).

       FD  CATALOG-WORK-FILE.
       01  CATALOG-WORK-RECORD         PIC X(27).

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS         PIC X(02).
       77  WS-KEEP-GENERATIONS      PIC 9(02) VALUE 7.

       77  WS-SYS-DATE              PIC X(08).
       77  WS-SYS-TIME              PIC X(08).
       77  WS-SNAP-DATE             PIC X(10).
       77  WS-SNAP-TIME             PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE WS-SYS-DATE(5:2)    TO WS-SNAP-DATE(6:2).
           MOVE "-"                 TO WS-SNAP-DATE(8:1).
           MOVE WS-SYS-DATE(7:2)    TO WS-SNAP-DATE(9:2).
           ACCEPT WS-SYS-TIME FROM TIME.
           MOVE SPACES              TO WS-SNAP-TIME.
           MOVE WS-SYS-TIME(1:2)    TO WS-SNAP-TIME(1:2).
           MOVE ":"                 TO WS-SNAP-TIME(3:1).
           MOVE WS-SYS-TIME(3:2)    TO WS-SNAP-TIME(4:2).
           MOVE ":"                 TO WS-SNAP-TIME(6:1).
           MOVE WS-SYS-TIME(5:2)    TO WS-SNAP-TIME(7:2).
           OPEN INPUT GOODS-MASTER-FILE.
           IF NOT MASTER-OK
               DISPLAY "UNABLE TO OPEN GOODS MASTER - STATUS "
               MOVE SPACES            TO SNAPSHOT-CATALOG-RECORD
               MOVE WS-SNAP-DATE      TO SCAT-SNAP-DATE
               MOVE WS-SNAPSHOT-COUNT TO SCAT-RECORD-COUNT
               MOVE WS-SNAP-TIME      TO SCAT-SNAP-TIME
               WRITE SNAPSHOT-CATALOG-RECORD
               CLOSE SNAPSHOT-CATALOG-FILE
           ELSE
