      ******************************************************************
      * ZTPDGPCC - PERDCARD period-close transaction layout.
      *
      * One card per ZTPDOGPC run. CLOSE closes the month in
      * PCC-PERIOD (YYYYMM): months close in order, and only once the
      * month has ended and BRDTOTM has been posted through its last
      * day. CLOSE of a month that was reopened closes it again.
      * REOPEN reopens a closed month so a late posting can be made
      * into it, and needs PCC-REASON. PCC-CERTIFIED-BY is the finance
      * officer certifying the close (or authorising the reopen) and
      * is printed on the closing report; it is required.
      * PCC-FY-END-MONTH is the last month of the fiscal year; zero
      * or non-numeric (including a short card) leaves December.
      ******************************************************************
       01  PERIOD-CLOSE-CARD-REC.
           05  PCC-FUNCTION                PIC X(6).
               88  PCC-FUNC-CLOSE          VALUE 'CLOSE'.
               88  PCC-FUNC-REOPEN         VALUE 'REOPEN'.
           05  PCC-PERIOD                  PIC 9(6).
           05  PCC-PERIOD-PARTS REDEFINES PCC-PERIOD.
               10  PCC-PERIOD-YEAR         PIC 9(4).
               10  PCC-PERIOD-MONTH        PIC 9(2).
           05  PCC-FY-END-MONTH            PIC 9(2).
           05  PCC-CERTIFIED-BY            PIC X(20).
           05  PCC-REASON                  PIC X(30).
           05  FILLER                      PIC X(16).
