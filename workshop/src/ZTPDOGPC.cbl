       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGPC'.

      ******************************************************************
      * ZTPDOGPC - Month-end and year-end period close for the BRDTOTM
      * breed totals master.
      *
      * BRDTOTM carries only running lifetime totals, so nothing
      * could say what a month or the fiscal year to date looked
      * like, and nothing stopped a late INCR run posting into a
      * month finance had already reported. Driven by one PERDCARD
      * transaction:
      *
      *   CLOSE   snapshots BRDTOTM into the BRDPERD period-totals
      *           master - the month closed, the fiscal year to date
      *           and (carried) the prior fiscal year, per breed -
      *           resets the month opening balances, rolls the year
      *           over when the month closed is the fiscal year end,
      *           registers the closed month on RUNCTL and prints the
      *           certified closing report on CLOSRPT. Months close in
      *           order, only after they have ended and only once
      *           BRDTOTM has been posted through the last day.
      *   REOPEN  registers a closed month as reopened on RUNCTL so
      *           ZTPDOGOS will accept a late posting into it. The
      *           month stays open until CLOSE is run for it again;
      *           the re-close registers it closed without touching
      *           the buckets, so what the late posting moved is
      *           reported in the next month closed.
      *
      * The closing report proves, breed by breed, that the prior
      * year to date plus the month equals the new year to date
      * before it certifies the close; a BRDPERD that does not foot
      * refuses the close. A refused transaction registers nothing
      * and ends with return code 8. The first close, with no BRDPERD
      * yet, takes BRDTOTM's whole lifetime as the month and the year
      * to date.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERDCARD ASSIGN TO PERDCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDCARD-STATUS.

           SELECT OPTIONAL BRDTOTM ASSIGN TO BRDTOTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDTOTM-STATUS.

           SELECT OPTIONAL BRDPERD ASSIGN TO BRDPERD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDPERD-STATUS.

           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CLOSRPT ASSIGN TO CLOSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PERDCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGPCC.

       FD  BRDTOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGBTM.

      * The BRDPERD layout lives in WORKING-STORAGE so the buckets
      * can be worked on between the load and the rewrite.
       FD  BRDPERD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  BRDPERD-FILE-REC                PIC X(150).

       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGRNC.

       FD  CLOSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  CLOS-REPORT-LINE                PIC X(133).

       WORKING-STORAGE SECTION.

           COPY ZTPDGBPT.

       01  WS-PERDCARD-STATUS              PIC XX.
       01  WS-BRDTOTM-STATUS               PIC XX.
       01  WS-BRDPERD-STATUS               PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-CLOSRPT-STATUS               PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-START-TIMESTAMP              PIC X(21).

      * The month in hand, its first and last day, and the fiscal
      * year it falls in.
       01  WS-PERIOD                       PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR              PIC 9(4).
           05  WS-PERIOD-MONTH             PIC 9(2).
       01  WS-PERIOD-START-DATE            PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-DATE              PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-START             PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-START.
           05  WS-NEXT-MONTH-YEAR          PIC 9(4).
           05  WS-NEXT-MONTH-MONTH         PIC 9(2).
           05  WS-NEXT-MONTH-DAY           PIC 9(2).
       01  WS-FY-END-MONTH                 PIC 9(2) VALUE 12.
       01  WS-FISCAL-YEAR                  PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-FISCAL-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-YEAR-END-SWITCH              PIC X VALUE 'N'.
           88  WS-YEAR-END                 VALUE 'Y'.
       01  WS-RECLOSE-SWITCH               PIC X VALUE 'N'.
           88  WS-RECLOSE                  VALUE 'Y'.

      * Close state from RUNCTL: the latest month closed and the
      * months currently reopened (reopened and not yet closed
      * again). WS-EXPECTED-PERIOD is the month after the latest
      * closed one - the only month a new close may be for.
       01  WS-LAST-CLOSED-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-PERIOD              PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-PARTS REDEFINES WS-EXPECTED-PERIOD.
           05  WS-EXPECTED-YEAR            PIC 9(4).
           05  WS-EXPECTED-MONTH           PIC 9(2).
       01  WS-EVENT-PERIOD                 PIC 9(6).
       01  WS-REOPENED-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-REOPENED-TABLE.
           05  WS-REOPENED-PERIOD          PIC 9(6) OCCURS 24 TIMES.
       01  WS-REOPEN-IX                    PIC 9(2).
       01  WS-REOPEN-ROW                   PIC 9(2) VALUE ZERO.

       01  WS-REFUSE-REASON                PIC X(40) VALUE SPACES.

      * BRDTOTM as it stands at the close.
       01  WS-TOTALS-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-TOTALS-TABLE.
           05  WS-TOTALS-ENTRY             OCCURS 50 TIMES.
               10  WS-TOT-BREED-CODE       PIC 9(3).
               10  WS-TOT-BREED-NAME       PIC X(20).
               10  WS-TOT-NET              PIC 9(7).
               10  WS-TOT-REVERSAL         PIC 9(7).
               10  WS-TOT-RETURN           PIC 9(7).
       01  WS-TOT-IX                       PIC 9(3).
       01  WS-LATEST-POSTED-DATE           PIC 9(8) VALUE ZERO.

      * BRDPERD as the last close left it, and the rows this close
      * builds from it (one per BRDTOTM breed, in BRDTOTM order).
       01  WS-OLD-PERIOD-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-OLD-PERIOD-TABLE.
           05  WS-OLD-PERIOD-ENTRY         OCCURS 100 TIMES.
               10  WS-OLD-BREED-CODE       PIC 9(3).
               10  WS-OLD-PERIOD-ROW       PIC X(150).
       01  WS-OLD-IX                       PIC 9(3).
       01  WS-OLD-ROW                      PIC 9(3).
       01  WS-NEW-PERIOD-TABLE.
           05  WS-NEW-PERIOD-ROW           PIC X(150) OCCURS 50 TIMES.

      * The foot proof: prior year to date plus the month must equal
      * the new year to date for every breed.
       01  WS-PRIOR-YTD-NET                PIC S9(7).
       01  WS-PRIOR-YTD-REVERSAL           PIC S9(7).
       01  WS-PRIOR-YTD-RETURN             PIC S9(7).
       01  WS-PROOF-SWITCH                 PIC X VALUE 'Y'.
           88  WS-PROOF-FOOTS              VALUE 'Y'.

      * Report section work: which bucket is being printed, the
      * bucket's values for the breed in hand, and section totals.
       01  WS-SECTION-SELECT               PIC 9(1).
           88  WS-SECTION-MONTH            VALUE 1.
           88  WS-SECTION-YEAR             VALUE 2.
           88  WS-SECTION-PRIOR-YEAR       VALUE 3.
           88  WS-SECTION-LIFETIME         VALUE 4.
       01  WS-BKT-NET                      PIC S9(7).
       01  WS-BKT-REVERSAL                 PIC S9(7).
       01  WS-BKT-RETURN                   PIC S9(7).
       01  WS-SECTION-NET                  PIC S9(9).
       01  WS-SECTION-REVERSAL             PIC S9(9).
       01  WS-SECTION-RETURN               PIC S9(9).

      * Report line layouts.
       01  WS-CLS-TITLE-LINE.
           05  FILLER                      PIC X(41) VALUE
               'ZTPDOGPC  CERTIFIED PERIOD CLOSE  PERIOD '.
           05  WS-CTL-PERIOD               PIC 9(6).
           05  FILLER                      PIC X(14) VALUE
               '  FISCAL YEAR '.
           05  WS-CTL-FISCAL-YEAR          PIC 9(4).
           05  FILLER                      PIC X(6)  VALUE '  RUN '.
           05  WS-CTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-CLS-SECTION-HEADING.
           05  WS-CSH-TEXT                 PIC X(30).
           05  WS-CSH-PERIOD               PIC X(8).
           05  FILLER                      PIC X(95) VALUE SPACES.

       01  WS-CLS-COLUMN-HEADING.
           05  FILLER                      PIC X(27) VALUE
               'BRD  BREED NAME'.
           05  FILLER                      PIC X(11) VALUE
               '     NET'.
           05  FILLER                      PIC X(11) VALUE
               'REVERSED'.
           05  FILLER                      PIC X(11) VALUE
               'RETURNED'.
           05  FILLER                      PIC X(8)  VALUE
               '   GROSS'.
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  WS-CLS-BUCKET-LINE.
           05  WS-CBL-CODE                 PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CBL-NAME                 PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-CBL-NET                  PIC -ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-CBL-REVERSAL             PIC -ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-CBL-RETURN               PIC -ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-CBL-GROSS                PIC -ZZZZZZ9.
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  WS-CLS-INFO-LINE.
           05  WS-CIL-LABEL                PIC X(40).
           05  WS-CIL-VALUE                PIC X(40).
           05  FILLER                      PIC X(53) VALUE SPACES.

       01  WS-CLS-NOTE-LINE                PIC X(133).

       01  WS-EDIT-COUNT                   PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform load-run-control

           evaluate true
               when PCC-FUNC-CLOSE
                   perform process-close
               when PCC-FUNC-REOPEN
                   perform process-reopen
           end-evaluate

           if WS-REFUSE-REASON not = spaces
               perform write-refusal
           end-if

           perform terminate-run

           goback.

      ******************************************************************
      * Read the period-close card, derive the month's dates and
      * fiscal year, and open the report.
      ******************************************************************
       initialize-run.

           move function current-date to WS-START-TIMESTAMP
           move WS-START-TIMESTAMP(1:8) to WS-RUN-DATE

           open input PERDCARD
           if WS-PERDCARD-STATUS not = '00'
               display 'ZTPDOGPC: PERDCARD OPEN FAILED, STATUS='
                   WS-PERDCARD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           read PERDCARD
               at end
                   display 'ZTPDOGPC: PERDCARD IS EMPTY'
                   move 16 to RETURN-CODE
                   stop run
           end-read
           close PERDCARD

           if not PCC-FUNC-CLOSE and not PCC-FUNC-REOPEN
               display 'ZTPDOGPC: INVALID FUNCTION ' PCC-FUNCTION
               move 16 to RETURN-CODE
               stop run
           end-if

           if PCC-PERIOD not numeric or PCC-PERIOD-MONTH < 1 or
                   PCC-PERIOD-MONTH > 12 or PCC-PERIOD-YEAR < 1900
               display 'ZTPDOGPC: INVALID PERIOD ' PCC-PERIOD
               move 16 to RETURN-CODE
               stop run
           end-if

           if PCC-FY-END-MONTH numeric and PCC-FY-END-MONTH > 0
               if PCC-FY-END-MONTH > 12
                   display 'ZTPDOGPC: INVALID FISCAL YEAR END MONTH '
                       PCC-FY-END-MONTH
                   move 16 to RETURN-CODE
                   stop run
               end-if
               move PCC-FY-END-MONTH to WS-FY-END-MONTH
           end-if

           move PCC-PERIOD to WS-PERIOD
           compute WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1

           move WS-PERIOD-YEAR to WS-NEXT-MONTH-YEAR
           move WS-PERIOD-MONTH to WS-NEXT-MONTH-MONTH
           move 1 to WS-NEXT-MONTH-DAY
           if WS-NEXT-MONTH-MONTH = 12
               add 1 to WS-NEXT-MONTH-YEAR
               move 1 to WS-NEXT-MONTH-MONTH
           else
               add 1 to WS-NEXT-MONTH-MONTH
           end-if
           compute WS-PERIOD-END-DATE = function date-of-integer
               (function integer-of-date(WS-NEXT-MONTH-START) - 1)

           if WS-PERIOD-MONTH > WS-FY-END-MONTH
               compute WS-FISCAL-YEAR = WS-PERIOD-YEAR + 1
           else
               move WS-PERIOD-YEAR to WS-FISCAL-YEAR
           end-if
           compute WS-PRIOR-FISCAL-YEAR = WS-FISCAL-YEAR - 1
           if WS-PERIOD-MONTH = WS-FY-END-MONTH
               move 'Y' to WS-YEAR-END-SWITCH
           end-if

           open output CLOSRPT
           if WS-CLOSRPT-STATUS not = '00'
               display 'ZTPDOGPC: CLOSRPT OPEN FAILED, STATUS='
                   WS-CLOSRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-PERIOD to WS-CTL-PERIOD
           move WS-FISCAL-YEAR to WS-CTL-FISCAL-YEAR
           move WS-RUN-DATE to WS-CTL-RUN-DATE
           move WS-CLS-TITLE-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move spaces to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           exit.

      ******************************************************************
      * Rebuild the close state from the CLOS and ROPN records on
      * RUNCTL, in registration order: a close takes the month out of
      * the reopened list, a reopen puts it in.
      ******************************************************************
       load-run-control.

           move zero to WS-LAST-CLOSED-PERIOD
           move zero to WS-REOPENED-COUNT

           open input RUNCTL

           if WS-RUNCTL-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read RUNCTL
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if RNC-PERIOD-EVENT
                               perform apply-period-event
                           end-if
                   end-read
               end-perform
           end-if

           close RUNCTL

           if WS-LAST-CLOSED-PERIOD > ZERO
               move WS-LAST-CLOSED-PERIOD to WS-EXPECTED-PERIOD
               if WS-EXPECTED-MONTH = 12
                   add 1 to WS-EXPECTED-YEAR
                   move 1 to WS-EXPECTED-MONTH
               else
                   add 1 to WS-EXPECTED-MONTH
               end-if
           end-if

           exit.

       apply-period-event.

           compute WS-EVENT-PERIOD = RNC-START-DATE / 100

           perform find-reopened-period

           if RNC-MODE-PERIOD-CLOSE
               if WS-EVENT-PERIOD > WS-LAST-CLOSED-PERIOD
                   move WS-EVENT-PERIOD to WS-LAST-CLOSED-PERIOD
               end-if
               if WS-REOPEN-ROW > ZERO
                   move WS-REOPENED-PERIOD(WS-REOPENED-COUNT)
                       to WS-REOPENED-PERIOD(WS-REOPEN-ROW)
                   subtract 1 from WS-REOPENED-COUNT
               end-if
           else
               if WS-REOPEN-ROW = ZERO
                   if WS-REOPENED-COUNT >= 24
                       display 'ZTPDOGPC: MORE THAN 24 PERIODS '
                           'REOPENED ON RUNCTL'
                       move 16 to RETURN-CODE
                       stop run
                   end-if
                   add 1 to WS-REOPENED-COUNT
                   move WS-EVENT-PERIOD
                       to WS-REOPENED-PERIOD(WS-REOPENED-COUNT)
               end-if
           end-if

           exit.

      ******************************************************************
      * WS-REOPEN-ROW is the reopened-list row holding
      * WS-EVENT-PERIOD, or zero when it is not reopened.
      ******************************************************************
       find-reopened-period.

           move zero to WS-REOPEN-ROW

           perform varying WS-REOPEN-IX from 1 by 1
                   until WS-REOPEN-IX > WS-REOPENED-COUNT
               if WS-REOPENED-PERIOD(WS-REOPEN-IX) = WS-EVENT-PERIOD
                   move WS-REOPEN-IX to WS-REOPEN-ROW
                   move WS-REOPENED-COUNT to WS-REOPEN-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * CLOSE: the checks run in order and the first failure is the
      * reason the close is refused. A month on the reopened list is
      * closed again without touching the buckets.
      ******************************************************************
       process-close.

           move WS-PERIOD to WS-EVENT-PERIOD
           perform find-reopened-period

           evaluate true
               when PCC-CERTIFIED-BY = spaces
                   move 'CERTIFYING OFFICER NOT GIVEN'
                       to WS-REFUSE-REASON
               when WS-PERIOD-END-DATE >= WS-RUN-DATE
                   move 'PERIOD HAS NOT ENDED' to WS-REFUSE-REASON
               when WS-REOPEN-ROW > ZERO
                   move 'Y' to WS-RECLOSE-SWITCH
               when WS-LAST-CLOSED-PERIOD > ZERO and
                       WS-PERIOD <= WS-LAST-CLOSED-PERIOD
                   move 'PERIOD ALREADY CLOSED' to WS-REFUSE-REASON
               when WS-REOPENED-COUNT > ZERO
                   move 'A REOPENED PERIOD IS NOT YET RE-CLOSED'
                       to WS-REFUSE-REASON
               when WS-LAST-CLOSED-PERIOD > ZERO and
                       WS-PERIOD not = WS-EXPECTED-PERIOD
                   move 'PRIOR PERIOD NOT CLOSED' to WS-REFUSE-REASON
           end-evaluate

           if WS-REFUSE-REASON = spaces
               perform load-breed-totals
               if WS-TOTALS-COUNT = ZERO
                   move 'BRDTOTM EMPTY OR ABSENT' to WS-REFUSE-REASON
               else
                   if not WS-RECLOSE and
                           WS-LATEST-POSTED-DATE < WS-PERIOD-END-DATE
                       move 'BRDTOTM NOT POSTED THROUGH PERIOD END'
                           to WS-REFUSE-REASON
                   end-if
               end-if
           end-if

           if WS-REFUSE-REASON = spaces
               if WS-RECLOSE
                   perform write-reclose-report
                   perform register-period-event
               else
                   perform load-period-master
                   perform build-period-rows
                   perform write-closing-report
                   if WS-PROOF-FOOTS
                       perform rewrite-period-master
                       perform register-period-event
                       perform write-certification
                   else
                       move 'BRDPERD DOES NOT FOOT TO BRDTOTM'
                           to WS-REFUSE-REASON
                   end-if
               end-if
           end-if

           exit.

      ******************************************************************
      * REOPEN: only a closed month not already reopened, and only
      * with the reason and the authorising officer given.
      ******************************************************************
       process-reopen.

           move WS-PERIOD to WS-EVENT-PERIOD
           perform find-reopened-period

           evaluate true
               when PCC-CERTIFIED-BY = spaces
                   move 'AUTHORISING OFFICER NOT GIVEN'
                       to WS-REFUSE-REASON
               when PCC-REASON = spaces
                   move 'REOPEN REASON NOT GIVEN' to WS-REFUSE-REASON
               when WS-LAST-CLOSED-PERIOD = ZERO or
                       WS-PERIOD > WS-LAST-CLOSED-PERIOD
                   move 'PERIOD IS NOT CLOSED' to WS-REFUSE-REASON
               when WS-REOPEN-ROW > ZERO
                   move 'PERIOD ALREADY REOPENED' to WS-REFUSE-REASON
           end-evaluate

           if WS-REFUSE-REASON = spaces
               perform register-period-event

               move spaces to WS-CLS-NOTE-LINE
               string 'PERIOD ' WS-PERIOD
                   ' REOPENED - ZTPDOGOS WILL ACCEPT POSTINGS DATED '
                   WS-PERIOD-START-DATE ' TO ' WS-PERIOD-END-DATE
                   delimited by size into WS-CLS-NOTE-LINE
               end-string
               move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE

               move 'UNTIL CLOSED AGAIN' to WS-CLS-NOTE-LINE
               move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE

               move spaces to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE

               move 'REASON' to WS-CIL-LABEL
               move PCC-REASON to WS-CIL-VALUE
               move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE

               move 'AUTHORISED BY' to WS-CIL-LABEL
               move PCC-CERTIFIED-BY to WS-CIL-VALUE
               move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE
           end-if

           exit.

      ******************************************************************
      * Load BRDTOTM as it stands, noting the latest posting date.
      ******************************************************************
       load-breed-totals.

           move zero to WS-TOTALS-COUNT
           move zero to WS-LATEST-POSTED-DATE

           open input BRDTOTM

           if WS-BRDTOTM-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDTOTM
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if WS-TOTALS-COUNT >= 50
                               display 'ZTPDOGPC: BRDTOTM EXCEEDS '
                                   '50 BREEDS'
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                           add 1 to WS-TOTALS-COUNT
                           move BTM-BREED-CODE
                               to WS-TOT-BREED-CODE(WS-TOTALS-COUNT)
                           move BTM-BREED-NAME
                               to WS-TOT-BREED-NAME(WS-TOTALS-COUNT)
                           move BTM-NET-COUNT
                               to WS-TOT-NET(WS-TOTALS-COUNT)
                           move BTM-REVERSAL-COUNT
                               to WS-TOT-REVERSAL(WS-TOTALS-COUNT)
                           move BTM-RETURN-COUNT
                               to WS-TOT-RETURN(WS-TOTALS-COUNT)
                           if BTM-LAST-POSTED-DATE
                                   > WS-LATEST-POSTED-DATE
                               move BTM-LAST-POSTED-DATE
                                   to WS-LATEST-POSTED-DATE
                           end-if
                   end-read
               end-perform
           end-if

           close BRDTOTM

           exit.

      ******************************************************************
      * Load BRDPERD as the last close left it. Absent before the
      * first close.
      ******************************************************************
       load-period-master.

           move zero to WS-OLD-PERIOD-COUNT

           open input BRDPERD

           if WS-BRDPERD-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDPERD into BREED-PERIOD-TOTALS-REC
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if WS-OLD-PERIOD-COUNT >= 100
                               display 'ZTPDOGPC: BRDPERD EXCEEDS '
                                   '100 BREEDS'
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                           add 1 to WS-OLD-PERIOD-COUNT
                           move BPT-BREED-CODE to
                               WS-OLD-BREED-CODE(WS-OLD-PERIOD-COUNT)
                           move BREED-PERIOD-TOTALS-REC to
                               WS-OLD-PERIOD-ROW(WS-OLD-PERIOD-COUNT)
                   end-read
               end-perform
           end-if

           close BRDPERD

           exit.

      ******************************************************************
      * One new BRDPERD row per BRDTOTM breed: the month is BRDTOTM
      * less the month opening balance, the year to date BRDTOTM
      * less the year opening balance, and the prior year carries.
      * A breed new since the last close opens at zero. The month
      * opening balance is reset to BRDTOTM here; the year rollover
      * waits for the rewrite so the report shows the year closed.
      ******************************************************************
       build-period-rows.

           move 'Y' to WS-PROOF-SWITCH

           perform varying WS-TOT-IX from 1 by 1
                   until WS-TOT-IX > WS-TOTALS-COUNT

               move zero to WS-OLD-ROW
               perform varying WS-OLD-IX from 1 by 1
                       until WS-OLD-IX > WS-OLD-PERIOD-COUNT
                   if WS-OLD-BREED-CODE(WS-OLD-IX)
                           = WS-TOT-BREED-CODE(WS-TOT-IX)
                       move WS-OLD-IX to WS-OLD-ROW
                       move WS-OLD-PERIOD-COUNT to WS-OLD-IX
                   end-if
               end-perform

               if WS-OLD-ROW > ZERO
                   move WS-OLD-PERIOD-ROW(WS-OLD-ROW)
                       to BREED-PERIOD-TOTALS-REC
               else
                   move spaces to BREED-PERIOD-TOTALS-REC
                   move zero to BPT-MONTH-OPENING
                   move zero to BPT-YEAR-OPENING
                   move zero to BPT-MTD-NET
                   move zero to BPT-MTD-REVERSAL
                   move zero to BPT-MTD-RETURN
                   move zero to BPT-YTD-NET
                   move zero to BPT-YTD-REVERSAL
                   move zero to BPT-YTD-RETURN
                   move zero to BPT-PY-NET
                   move zero to BPT-PY-REVERSAL
                   move zero to BPT-PY-RETURN
               end-if

               move BPT-YTD-NET to WS-PRIOR-YTD-NET
               move BPT-YTD-REVERSAL to WS-PRIOR-YTD-REVERSAL
               move BPT-YTD-RETURN to WS-PRIOR-YTD-RETURN

               move WS-TOT-BREED-CODE(WS-TOT-IX) to BPT-BREED-CODE
               move WS-TOT-BREED-NAME(WS-TOT-IX) to BPT-BREED-NAME
               move WS-PERIOD to BPT-CLOSED-PERIOD
               move WS-FISCAL-YEAR to BPT-FISCAL-YEAR
               move WS-FY-END-MONTH to BPT-FY-END-MONTH

               compute BPT-MTD-NET =
                   WS-TOT-NET(WS-TOT-IX) - BPT-MO-NET
               compute BPT-MTD-REVERSAL =
                   WS-TOT-REVERSAL(WS-TOT-IX) - BPT-MO-REVERSAL
               compute BPT-MTD-RETURN =
                   WS-TOT-RETURN(WS-TOT-IX) - BPT-MO-RETURN
               compute BPT-YTD-NET =
                   WS-TOT-NET(WS-TOT-IX) - BPT-YO-NET
               compute BPT-YTD-REVERSAL =
                   WS-TOT-REVERSAL(WS-TOT-IX) - BPT-YO-REVERSAL
               compute BPT-YTD-RETURN =
                   WS-TOT-RETURN(WS-TOT-IX) - BPT-YO-RETURN

               if WS-PRIOR-YTD-NET + BPT-MTD-NET not = BPT-YTD-NET or
                       WS-PRIOR-YTD-REVERSAL + BPT-MTD-REVERSAL
                       not = BPT-YTD-REVERSAL or
                       WS-PRIOR-YTD-RETURN + BPT-MTD-RETURN
                       not = BPT-YTD-RETURN
                   move 'N' to WS-PROOF-SWITCH
                   display 'ZTPDOGPC: BREED ' BPT-BREED-CODE
                       ' PRIOR YEAR TO DATE PLUS MONTH DOES NOT '
                       'EQUAL YEAR TO DATE'
               end-if

               move WS-TOT-NET(WS-TOT-IX) to BPT-MO-NET
               move WS-TOT-REVERSAL(WS-TOT-IX) to BPT-MO-REVERSAL
               move WS-TOT-RETURN(WS-TOT-IX) to BPT-MO-RETURN

               move BREED-PERIOD-TOTALS-REC
                   to WS-NEW-PERIOD-ROW(WS-TOT-IX)
           end-perform

           exit.

      ******************************************************************
      * The closing report: the month, the fiscal year to date and
      * the prior fiscal year by breed, then BRDTOTM at the close,
      * followed by the foot proof. Breeds on BRDPERD no longer on
      * BRDTOTM (retired with no balance) are listed as dropped.
      ******************************************************************
       write-closing-report.

           move 1 to WS-SECTION-SELECT
           move 'MONTH CLOSED' to WS-CSH-TEXT
           move WS-PERIOD to WS-CSH-PERIOD
           perform write-bucket-section

           move 2 to WS-SECTION-SELECT
           move 'FISCAL YEAR TO DATE  FY' to WS-CSH-TEXT
           move WS-FISCAL-YEAR to WS-CSH-PERIOD
           perform write-bucket-section

           move 3 to WS-SECTION-SELECT
           move 'PRIOR FISCAL YEAR    FY' to WS-CSH-TEXT
           move WS-PRIOR-FISCAL-YEAR to WS-CSH-PERIOD
           perform write-bucket-section

           move 4 to WS-SECTION-SELECT
           move 'BRDTOTM LIFETIME AT CLOSE' to WS-CSH-TEXT
           move spaces to WS-CSH-PERIOD
           perform write-bucket-section

           perform varying WS-OLD-IX from 1 by 1
                   until WS-OLD-IX > WS-OLD-PERIOD-COUNT
               move zero to WS-OLD-ROW
               perform varying WS-TOT-IX from 1 by 1
                       until WS-TOT-IX > WS-TOTALS-COUNT
                   if WS-TOT-BREED-CODE(WS-TOT-IX)
                           = WS-OLD-BREED-CODE(WS-OLD-IX)
                       move WS-TOT-IX to WS-OLD-ROW
                       move WS-TOTALS-COUNT to WS-TOT-IX
                   end-if
               end-perform
               if WS-OLD-ROW = ZERO
                   move spaces to WS-CLS-NOTE-LINE
                   string 'BREED ' WS-OLD-BREED-CODE(WS-OLD-IX)
                       ' NO LONGER ON BRDTOTM - DROPPED FROM BRDPERD'
                       delimited by size into WS-CLS-NOTE-LINE
                   end-string
                   move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
                   write CLOS-REPORT-LINE
               end-if
           end-perform

           move 'PRIOR YTD + MONTH = YEAR TO DATE'
               to WS-CIL-LABEL
           if WS-PROOF-FOOTS
               move 'FOOTS' to WS-CIL-VALUE
           else
               move 'DOES NOT FOOT' to WS-CIL-VALUE
           end-if
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           exit.

       write-bucket-section.

           move WS-CLS-SECTION-HEADING to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move WS-CLS-COLUMN-HEADING to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move zero to WS-SECTION-NET
           move zero to WS-SECTION-REVERSAL
           move zero to WS-SECTION-RETURN

           perform varying WS-TOT-IX from 1 by 1
                   until WS-TOT-IX > WS-TOTALS-COUNT
               move WS-NEW-PERIOD-ROW(WS-TOT-IX)
                   to BREED-PERIOD-TOTALS-REC

               evaluate true
                   when WS-SECTION-MONTH
                       move BPT-MTD-NET to WS-BKT-NET
                       move BPT-MTD-REVERSAL to WS-BKT-REVERSAL
                       move BPT-MTD-RETURN to WS-BKT-RETURN
                   when WS-SECTION-YEAR
                       move BPT-YTD-NET to WS-BKT-NET
                       move BPT-YTD-REVERSAL to WS-BKT-REVERSAL
                       move BPT-YTD-RETURN to WS-BKT-RETURN
                   when WS-SECTION-PRIOR-YEAR
                       move BPT-PY-NET to WS-BKT-NET
                       move BPT-PY-REVERSAL to WS-BKT-REVERSAL
                       move BPT-PY-RETURN to WS-BKT-RETURN
                   when other
                       move WS-TOT-NET(WS-TOT-IX) to WS-BKT-NET
                       move WS-TOT-REVERSAL(WS-TOT-IX)
                           to WS-BKT-REVERSAL
                       move WS-TOT-RETURN(WS-TOT-IX) to WS-BKT-RETURN
               end-evaluate

               add WS-BKT-NET to WS-SECTION-NET
               add WS-BKT-REVERSAL to WS-SECTION-REVERSAL
               add WS-BKT-RETURN to WS-SECTION-RETURN

               move BPT-BREED-CODE to WS-CBL-CODE
               move BPT-BREED-NAME to WS-CBL-NAME
               move WS-BKT-NET to WS-CBL-NET
               move WS-BKT-REVERSAL to WS-CBL-REVERSAL
               move WS-BKT-RETURN to WS-CBL-RETURN
               compute WS-CBL-GROSS =
                   WS-BKT-NET + WS-BKT-REVERSAL + WS-BKT-RETURN
               move WS-CLS-BUCKET-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE
           end-perform

           move spaces to WS-CBL-CODE
           move 'TOTAL' to WS-CBL-NAME
           move WS-SECTION-NET to WS-CBL-NET
           move WS-SECTION-REVERSAL to WS-CBL-REVERSAL
           move WS-SECTION-RETURN to WS-CBL-RETURN
           compute WS-CBL-GROSS = WS-SECTION-NET
               + WS-SECTION-REVERSAL + WS-SECTION-RETURN
           move WS-CLS-BUCKET-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move spaces to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           exit.

      ******************************************************************
      * Rewrite BRDPERD from the new rows, rolling the fiscal year
      * over when the month closed ends it: the year to date becomes
      * the prior year and the year opens again at BRDTOTM.
      ******************************************************************
       rewrite-period-master.

           open output BRDPERD
           if WS-BRDPERD-STATUS not = '00'
               display 'ZTPDOGPC: BRDPERD OPEN OUTPUT FAILED, STATUS='
                   WS-BRDPERD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           perform varying WS-TOT-IX from 1 by 1
                   until WS-TOT-IX > WS-TOTALS-COUNT
               move WS-NEW-PERIOD-ROW(WS-TOT-IX)
                   to BREED-PERIOD-TOTALS-REC
               if WS-YEAR-END
                   move BPT-YTD-NET to BPT-PY-NET
                   move BPT-YTD-REVERSAL to BPT-PY-REVERSAL
                   move BPT-YTD-RETURN to BPT-PY-RETURN
                   move zero to BPT-YTD-NET
                   move zero to BPT-YTD-REVERSAL
                   move zero to BPT-YTD-RETURN
                   move BPT-MONTH-OPENING to BPT-YEAR-OPENING
                   compute BPT-FISCAL-YEAR = WS-FISCAL-YEAR + 1
               end-if
               write BRDPERD-FILE-REC from BREED-PERIOD-TOTALS-REC
           end-perform

           close BRDPERD

           exit.

      ******************************************************************
      * The certification block finance signs and files.
      ******************************************************************
       write-certification.

           move spaces to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'BRDTOTM BREEDS CLOSED' to WS-CIL-LABEL
           move WS-TOTALS-COUNT to WS-EDIT-COUNT
           move WS-EDIT-COUNT to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'BRDTOTM POSTED THROUGH' to WS-CIL-LABEL
           move WS-LATEST-POSTED-DATE to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'PERIOD CLOSED ON RUNCTL' to WS-CIL-LABEL
           move spaces to WS-CIL-VALUE
           string WS-PERIOD-START-DATE ' - ' WS-PERIOD-END-DATE
               delimited by size into WS-CIL-VALUE
           end-string
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           if WS-YEAR-END
               move spaces to WS-CLS-NOTE-LINE
               string 'FISCAL YEAR ' WS-FISCAL-YEAR
                   ' CLOSED - YEAR TO DATE MOVED TO PRIOR YEAR, FY '
                   BPT-FISCAL-YEAR ' OPENED'
                   delimited by size into WS-CLS-NOTE-LINE
               end-string
               move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
               write CLOS-REPORT-LINE
           end-if

           move spaces to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'CERTIFIED BY' to WS-CIL-LABEL
           move PCC-CERTIFIED-BY to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'SIGNATURE' to WS-CIL-LABEL
           move '______________________________'
               to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'DATE' to WS-CIL-LABEL
           move WS-RUN-DATE to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           exit.

      ******************************************************************
      * A reopened month closed again: nothing moves in BRDPERD - the
      * late postings made while it was open are in BRDTOTM and will
      * be reported in the next month closed.
      ******************************************************************
       write-reclose-report.

           move spaces to WS-CLS-NOTE-LINE
           string 'REOPENED PERIOD ' WS-PERIOD
               ' CLOSED AGAIN - POSTINGS MADE WHILE IT WAS OPEN ARE '
               'REPORTED IN THE NEXT MONTH CLOSED'
               delimited by size into WS-CLS-NOTE-LINE
           end-string
           move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move spaces to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'CERTIFIED BY' to WS-CIL-LABEL
           move PCC-CERTIFIED-BY to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           move 'DATE' to WS-CIL-LABEL
           move WS-RUN-DATE to WS-CIL-VALUE
           move WS-CLS-INFO-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           exit.

      ******************************************************************
      * Register the close or reopen on RUNCTL: the month's first and
      * last day as the range, no ADOPTS volume.
      ******************************************************************
       register-period-event.

           open extend RUNCTL
           if WS-RUNCTL-STATUS not = '00' and
                   WS-RUNCTL-STATUS not = '05'
               display 'ZTPDOGPC: RUNCTL OPEN EXTEND FAILED, STATUS='
                   WS-RUNCTL-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-PERIOD-START-DATE to RNC-START-DATE
           move WS-PERIOD-END-DATE to RNC-END-DATE
           if PCC-FUNC-CLOSE
               move 'CLOS' to RNC-RUN-MODE
               move 'PERIOD CLOSED' to RNC-RECONCILE-STATUS
           else
               move 'ROPN' to RNC-RUN-MODE
               move 'REOPENED' to RNC-RECONCILE-STATUS
           end-if
           move zero to RNC-ADOPTS-READ-COUNT
           move WS-START-TIMESTAMP to RNC-START-TIMESTAMP
           move function current-date to RNC-END-TIMESTAMP
           move zero to RNC-RETURN-CODE
           move zero to RNC-REJECT-COUNT

           write RUN-CONTROL-REC

           close RUNCTL

           exit.

      ******************************************************************
      * A refused transaction is printed on the report and ends the
      * run with return code 8; nothing has been registered.
      ******************************************************************
       write-refusal.

           move spaces to WS-CLS-NOTE-LINE
           string PCC-FUNCTION ' OF PERIOD ' WS-PERIOD ' REFUSED - '
               WS-REFUSE-REASON
               delimited by size into WS-CLS-NOTE-LINE
           end-string
           move WS-CLS-NOTE-LINE to CLOS-REPORT-LINE
           write CLOS-REPORT-LINE

           display 'ZTPDOGPC: ' PCC-FUNCTION ' OF PERIOD ' WS-PERIOD
               ' REFUSED - ' WS-REFUSE-REASON
           move 8 to RETURN-CODE

           exit.

       terminate-run.

           close CLOSRPT

           exit.

       END PROGRAM 'ZTPDOGPC'.
