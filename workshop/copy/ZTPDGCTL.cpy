      * CTL-OVERRIDE set to Y lets the run proceed over a date range
      * the RUNCTL run-control file shows a prior successful posting
      * run already covered; anything else leaves the duplicate check
      * in force. It does not open a month the period close
      * (ZTPDOGPC) has closed: that takes a REOPEN.
      ******************************************************************
       01  CONTROL-CARD-REC.
           05  CTL-START-DATE              PIC 9(8).
