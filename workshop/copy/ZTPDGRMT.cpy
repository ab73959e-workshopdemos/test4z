      ******************************************************************
      * ZTPDGRMT - REFTRAN reference-file maintenance transaction.
      *
      * One record per change to the BREEDMST breed master or the
      * RTNRSNM return-reason master, applied in file order by
      * ZTPDOGRM. RMT-FILE-ID names the file; RMT-CODE is the breed
      * code (three digits) or the reason code. ADD and CHANGE carry
      * the name or description in RMT-NAME (a breed name is held to
      * the 20 characters BREEDMST keeps) and, for a breed, the
      * accumulator slot in RMT-SLOT-NUMBER; on a CHANGE a blank slot
      * or name leaves that field as it stands. RMT-BREED-GROUP is the
      * breed's group on BREEDMST, treated the same way on a CHANGE;
      * it is ignored for RTNRSNM. RETIRE removes the code from its
      * file.
      ******************************************************************
       01  REF-TRANSACTION-REC.
           05  RMT-FUNCTION                PIC X(10).
               88  RMT-FUNC-ADD            VALUE 'ADD'.
               88  RMT-FUNC-CHANGE         VALUE 'CHANGE'.
               88  RMT-FUNC-RETIRE         VALUE 'RETIRE'.
           05  RMT-FILE-ID                 PIC X(8).
               88  RMT-FILE-BREED          VALUE 'BREEDMST'.
               88  RMT-FILE-REASON         VALUE 'RTNRSNM'.
           05  RMT-CODE                    PIC X(3).
           05  RMT-BREED-CODE REDEFINES RMT-CODE
                                           PIC 9(3).
           05  RMT-SLOT-NUMBER             PIC 9(3).
           05  RMT-SLOT-TEXT REDEFINES RMT-SLOT-NUMBER
                                           PIC X(3).
           05  RMT-NAME                    PIC X(30).
           05  RMT-BREED-GROUP             PIC X(12).
           05  FILLER                      PIC X(14).
