      ******************************************************************
      * ZTPDGBPT - BRDPERD breed period-totals master layout.
      *
      * One record per breed, rewritten by the period close
      * (ZTPDOGPC) from a snapshot of the BRDTOTM lifetime totals.
      * The opening balances are BRDTOTM as it stood at the last
      * month close and at the start of the fiscal year; the buckets
      * are the differences from them - the month closed, the fiscal
      * year to date through that month, and the last complete
      * fiscal year. The close resets the month opening balance to
      * the closing one, and at fiscal year end moves the year to
      * date into the prior-year bucket and starts the year again.
      * Buckets are signed: a month with more returns than adoptions
      * moves net down. Gross is net plus reversals plus returns, as
      * on BRDTOTM, and is not held. BPT-FY-END-MONTH is the fiscal
      * year end month the close ran under (PCC-FY-END-MONTH), so a
      * reader can tell whether the prior-year bucket is a calendar
      * year.
      ******************************************************************
       01  BREED-PERIOD-TOTALS-REC.
           05  BPT-BREED-CODE              PIC 9(3).
           05  BPT-BREED-NAME              PIC X(20).
      * Last month closed (YYYYMM) and the fiscal year (named for
      * the calendar year it ends in) the year-to-date bucket is for.
           05  BPT-CLOSED-PERIOD           PIC 9(6).
           05  BPT-FISCAL-YEAR             PIC 9(4).
           05  BPT-MONTH-OPENING.
               10  BPT-MO-NET              PIC 9(7).
               10  BPT-MO-REVERSAL         PIC 9(7).
               10  BPT-MO-RETURN           PIC 9(7).
           05  BPT-YEAR-OPENING.
               10  BPT-YO-NET              PIC 9(7).
               10  BPT-YO-REVERSAL         PIC 9(7).
               10  BPT-YO-RETURN           PIC 9(7).
           05  BPT-MONTH-TO-DATE.
               10  BPT-MTD-NET             PIC S9(7).
               10  BPT-MTD-REVERSAL        PIC S9(7).
               10  BPT-MTD-RETURN          PIC S9(7).
           05  BPT-YEAR-TO-DATE.
               10  BPT-YTD-NET             PIC S9(7).
               10  BPT-YTD-REVERSAL        PIC S9(7).
               10  BPT-YTD-RETURN          PIC S9(7).
           05  BPT-PRIOR-YEAR.
               10  BPT-PY-NET              PIC S9(7).
               10  BPT-PY-REVERSAL         PIC S9(7).
               10  BPT-PY-RETURN           PIC S9(7).
           05  BPT-FY-END-MONTH            PIC 9(2).
           05  FILLER                      PIC X(10).
