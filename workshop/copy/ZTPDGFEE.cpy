      ******************************************************************
      * ZTPDGFEE - FEESCHD adoption fee schedule master layout (KSDS).
      *
      * The standard adoption fee for a breed at a location, from an
      * effective date. FEE-KEY is breed code, location code and
      * effective date, so one breed and site can carry its fee
      * history; FEE-END-DATE is the last day a row applies (zeros
      * while it is the current fee). A row with spaces in
      * FEE-LOCATION-CODE is the breed's fee at every site that has
      * no row of its own. The row in effect on an ADOPTION's date is
      * the one the fee compliance report checks the fee against.
      ******************************************************************
       01  FEE-SCHEDULE-REC.
           05  FEE-KEY.
               10  FEE-BREED-CODE          PIC 9(3).
               10  FEE-LOCATION-CODE       PIC X(3).
               10  FEE-EFFECTIVE-DATE      PIC 9(8).
           05  FEE-END-DATE                PIC 9(8).
           05  FEE-STANDARD-AMOUNT         PIC 9(5)V99.
           05  FILLER                      PIC X(51).
