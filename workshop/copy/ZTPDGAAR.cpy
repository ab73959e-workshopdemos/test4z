      * RUNCTL date range the run posted. The audit detail fields
      * mirror ZTPDGAUD exactly, so the archive can answer the same
      * questions AUDITLOG can - weeks later, across many runs.
      * ARC-APPLIED-FLAG is blank on records archived before AUDITLOG
      * carried it.
      * Records older than the retention period are dropped by the
      * same program's purge pass.
      ******************************************************************
           05  ARC-TIMESTAMP               PIC X(21).
           05  ARC-SLOT-BEFORE             PIC 9(3).
           05  ARC-SLOT-AFTER              PIC 9(3).
           05  ARC-APPLIED-FLAG            PIC X.
               88  ARC-APPLIED             VALUE 'Y'.
               88  ARC-NOT-APPLIED         VALUE 'N'.
           05  FILLER                      PIC X(9).
