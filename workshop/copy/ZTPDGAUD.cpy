      * breed slot's value immediately before and after that record
      * was applied (both equal to the slot's current value when the
      * record was rejected or skipped by the date-range control card).
      * AUD-APPLIED-FLAG is Y when a FULL or INCR run applied the record
      * and N otherwise - a return netted against the master in an
      * INCR run is applied without the slot moving.
      ******************************************************************
       01  AUDIT-REC.
           05  AUD-ADOPTER-ID              PIC X(8).
           05  AUD-TIMESTAMP               PIC X(21).
           05  AUD-SLOT-BEFORE             PIC 9(3).
           05  AUD-SLOT-AFTER              PIC 9(3).
           05  AUD-APPLIED-FLAG            PIC X.
               88  AUD-APPLIED             VALUE 'Y'.
           05  FILLER                      PIC X(33).
