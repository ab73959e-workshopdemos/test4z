      ******************************************************************
      * ZTPDGWVM - WAIVERM fee waiver and discount code master layout.
      *
      * The authorised codes for ADOPTS-WAIVER-CODE, maintained like
      * RTNRSNM. WVM-MAX-DISCOUNT-PCT is the most the code may take
      * off the FEESCHD standard fee (100 for a full waiver): an
      * ADOPTION charged less than the standard fee complies only
      * when it carries a code on this master and the discount stays
      * within that limit.
      ******************************************************************
       01  WAIVER-MASTER-REC.
           05  WVM-WAIVER-CODE             PIC X(3).
           05  WVM-WAIVER-DESC             PIC X(30).
           05  WVM-MAX-DISCOUNT-PCT        PIC 9(3).
           05  FILLER                      PIC X(44).
