      ******************************************************************
      * ZTPDGSFC - SFCARD state statistics filing request card.
      *
      * One card per ZTPDOGSF run. SFC-FILING-YEAR is the calendar
      * year being filed; zero or non-numeric (including a missing
      * card) files the year before the run date, which is the
      * January filing. SFC-LICENCE-NUMBER is the shelter's state
      * licence number and is required - the state rejects a return
      * without it. SFC-SHELTER-NAME is printed on the control
      * listing and carried on the filing header.
      ******************************************************************
       01  STATE-FILING-CARD-REC.
           05  SFC-FILING-YEAR             PIC 9(4).
           05  SFC-LICENCE-NUMBER          PIC X(10).
           05  SFC-SHELTER-NAME            PIC X(30).
           05  FILLER                      PIC X(36).
