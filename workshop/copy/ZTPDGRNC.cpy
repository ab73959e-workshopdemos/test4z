      * zero) already covered, unless the control card carries the
      * override flag. Also operations' answer to "when did we last
      * post, and how many records" without pulling SYSOUT archives.
      *
      * The period close (ZTPDOGPC) registers here too: mode CLOS for
      * a closed month and ROPN for a month finance has reopened,
      * with the month's first and last day as the date range and no
      * ADOPTS volume. ZTPDOGOS refuses a posting range that touches
      * a closed month unless a later ROPN record reopened it; the
      * programs that want the last posting run skip these records.
      ******************************************************************
       01  RUN-CONTROL-REC.
           05  RNC-START-DATE              PIC 9(8).
           05  RNC-END-DATE                PIC 9(8).
           05  RNC-RUN-MODE                PIC X(4).
               88  RNC-MODE-PERIOD-CLOSE   VALUE 'CLOS'.
               88  RNC-MODE-PERIOD-REOPEN  VALUE 'ROPN'.
               88  RNC-PERIOD-EVENT        VALUE 'CLOS' 'ROPN'.
           05  RNC-ADOPTS-READ-COUNT       PIC 9(7).
           05  RNC-RECONCILE-STATUS        PIC X(14).
           05  RNC-START-TIMESTAMP         PIC X(21).
