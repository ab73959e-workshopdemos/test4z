       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGFC'.

      ******************************************************************
      * ZTPDOGFC - Adoption fee compliance exception report.
      *
      * Reads the period's ADOPTION records from the ADOPTS KSDS and
      * checks each fee charged against the FEESCHD fee schedule row
      * for the breed and location in effect on the adoption date
      * (the breed's all-sites row when the location has none of its
      * own). A fee at the standard amount complies. A fee below it
      * complies only with an ADOPTS-WAIVER-CODE on the WAIVERM
      * master whose discount limit covers the shortfall; a fee above
      * the standard never does. Every ADOPTION that does not comply,
      * or has no fee scheduled at all, is listed on FEERPT with the
      * variance from the standard fee, and the variance is totalled
      * by location and by breed - finance's next-morning check on
      * under-charging instead of a surprise after the month closes.
      * Records keyed before the fee rollout carry spaces in the fee
      * and are counted, not checked.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADOPTS ASSIGN TO ADOPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADOPTS-KEY
               FILE STATUS IS WS-ADOPTS-STATUS.

           SELECT FEESCHD ASSIGN TO FEESCHD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FEE-KEY
               FILE STATUS IS WS-FEESCHD-STATUS.

           SELECT WAIVERM ASSIGN TO WAIVERM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVERM-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT OPTIONAL CONTROLC ASSIGN TO CONTROLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT FEERPT ASSIGN TO FEERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * As in ZTPDOGOS, the ADOPTS record layout lives in
      * WORKING-STORAGE so the keyed browse READs INTO it; the KSDS
      * FD carries only the key.
       FD  ADOPTS.
       01  ADOPTS-KEY-REC.
           05  ADOPTS-KEY                  PIC X(8).
           05  FILLER                      PIC X(72).

       FD  FEESCHD.
           COPY ZTPDGFEE.

       FD  WAIVERM.
           COPY ZTPDGWVM.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  CONTROLC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGCTL.

       FD  FEERPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FEE-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.

      * The ADOPTS record in hand, filled by READ INTO from the KSDS.
           COPY ZTPDGADP.

       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-FEESCHD-STATUS               PIC XX.
       01  WS-WAIVERM-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-CONTROL-STATUS               PIC XX.
       01  WS-FEERPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.
       01  WS-FEE-EOF-SWITCH               PIC X VALUE 'N'.
           88  WS-FEE-EOF                  VALUE 'Y'.

      * Authorised waiver codes, loaded from WAIVERM.
       01  WS-WAIVER-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-WAIVER-TABLE.
           05  WS-WAIVER-ENTRY             OCCURS 50 TIMES.
               10  WS-WVR-CODE             PIC X(3).
               10  WS-WVR-MAX-PCT          PIC 9(3).
       01  WS-WAIVER-IX                    PIC 9(3).
       01  WS-MATCHED-WAIVER               PIC 9(3) VALUE ZERO.

      * Breed rows from BREEDMST with the exception count and
      * variance for each; the last row collects breed codes not on
      * the master.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY              OCCURS 51 TIMES.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
               10  WS-BRD-EXCEPTION-COUNT  PIC 9(5).
               10  WS-BRD-VARIANCE         PIC S9(7)V99.
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-ROW-IX                 PIC 9(3).
       01  WS-OFF-BREED-ROW                PIC 9(3) VALUE ZERO.

      * Location rows from LOCMAST the same way, the last row
      * collecting codes not on the master.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 51 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-SITE-NAME        PIC X(20).
               10  WS-LOC-EXCEPTION-COUNT  PIC 9(5).
               10  WS-LOC-VARIANCE         PIC S9(7)V99.
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).
       01  WS-OFF-MASTER-ROW               PIC 9(2) VALUE ZERO.

      * Fee schedule lookup. WS-LOOKUP-LOCATION is the record's site
      * on the first search and spaces (the all-sites row) on the
      * second.
       01  WS-LOOKUP-LOCATION              PIC X(3).
       01  WS-SCHEDULE-SWITCH              PIC X VALUE 'N'.
           88  WS-SCHEDULE-FOUND           VALUE 'Y'.
       01  WS-SCHEDULED-FEE                PIC 9(5)V99 VALUE ZERO.

      * The ADOPTION in hand: its fee, the lowest fee its waiver
      * allows, its variance from the standard fee and, when it does
      * not comply, why.
       01  WS-RECORD-FEE                   PIC 9(5)V99 VALUE ZERO.
       01  WS-MINIMUM-FEE                  PIC 9(5)V99 VALUE ZERO.
       01  WS-VARIANCE                     PIC S9(7)V99 VALUE ZERO.
       01  WS-EXCEPTION-REASON             PIC X(30).

      * Period totals. Every in-range ADOPTION ends up as not keyed,
      * at standard, within a waiver, or an exception.
       01  WS-ADOPTIONS-CHECKED            PIC 9(7) VALUE ZERO.
       01  WS-FEE-NOT-KEYED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-AT-STANDARD-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-WAIVED-COUNT                 PIC 9(7) VALUE ZERO.
       01  WS-EXCEPTION-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-NO-SCHEDULE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-VARIANCE-TOTAL               PIC S9(9)V99 VALUE ZERO.

      * Date-range control card working storage; full-range defaults
      * when CONTROLC is absent, as in the posting run.
       01  WS-START-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-END-DATE                     PIC 9(8) VALUE 99999999.

       01  WS-RUN-DATE                     PIC 9(8).

      * Report line layouts.
       01  WS-FEE-TITLE-LINE.
           05  FILLER                      PIC X(36) VALUE
               'ZTPDOGFC  FEE COMPLIANCE  PERIOD   '.
           05  WS-FTL-START-DATE           PIC 9(8).
           05  FILLER                      PIC X(3)  VALUE ' - '.
           05  WS-FTL-END-DATE             PIC 9(8).
           05  FILLER                      PIC X(6)  VALUE '  RUN '.
           05  WS-FTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(64) VALUE SPACES.

       01  WS-FEE-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(5)  VALUE 'BRD'.
           05  FILLER                      PIC X(5)  VALUE 'LOC'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(10) VALUE ' CHARGED'.
           05  FILLER                      PIC X(10) VALUE 'SCHEDULE'.
           05  FILLER                      PIC X(5)  VALUE 'WVR'.
           05  FILLER                      PIC X(12) VALUE
               '  VARIANCE'.
           05  FILLER                      PIC X(30) VALUE 'REASON'.
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-FEE-DETAIL-LINE.
           05  WS-FDL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-BREED-CODE           PIC 9(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ADOPTION-DATE        PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-CHARGED              PIC ZZZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-SCHEDULED            PIC ZZZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-WAIVER-CODE          PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-VARIANCE             PIC -ZZZZZ9.99.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-REASON               PIC X(30).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-FEE-SECTION-HEADING          PIC X(133).

       01  WS-FEE-VARIANCE-LINE.
           05  WS-FVL-CODE                 PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FVL-NAME                 PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               'EXCEPTIONS='.
           05  WS-FVL-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(9)  VALUE
               'VARIANCE='.
           05  WS-FVL-VARIANCE             PIC -ZZZZZZZ9.99.
           05  FILLER                      PIC X(67) VALUE SPACES.

       01  WS-FEE-TOTAL-LINE.
           05  WS-FTO-LABEL                PIC X(40).
           05  WS-FTO-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  WS-FEE-MONEY-LINE.
           05  WS-FMO-LABEL                PIC X(40).
           05  WS-FMO-AMOUNT               PIC -ZZZZZZZZ9.99.
           05  FILLER                      PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform check-adopts-fees
           perform write-variance-sections
           perform write-period-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Load the masters and the optional control card, then open the
      * browse inputs and the report.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE

           perform load-waiver-master
           perform load-breed-master
           perform load-location-master
           perform load-control-card

           open input ADOPTS
           if WS-ADOPTS-STATUS not = '00'
               display 'ZTPDOGFC: ADOPTS OPEN FAILED, STATUS='
                   WS-ADOPTS-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open input FEESCHD
           if WS-FEESCHD-STATUS not = '00'
               display 'ZTPDOGFC: FEESCHD OPEN FAILED, STATUS='
                   WS-FEESCHD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output FEERPT
           if WS-FEERPT-STATUS not = '00'
               display 'ZTPDOGFC: FEERPT OPEN FAILED, STATUS='
                   WS-FEERPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-START-DATE to WS-FTL-START-DATE
           move WS-END-DATE to WS-FTL-END-DATE
           move WS-RUN-DATE to WS-FTL-RUN-DATE
           move WS-FEE-TITLE-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move spaces to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move WS-FEE-COLUMN-HEADING to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           exit.

      ******************************************************************
      * Load the authorised waiver codes from WAIVERM.
      ******************************************************************
       load-waiver-master.

           open input WAIVERM

           if WS-WAIVERM-STATUS not = '00'
               display 'ZTPDOGFC: WAIVERM OPEN FAILED, STATUS='
                   WS-WAIVERM-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-WAIVER-COUNT

           perform until WS-WAIVERM-STATUS = '10'
               read WAIVERM
                   at end
                       move '10' to WS-WAIVERM-STATUS
                   not at end
                       if WS-WAIVER-COUNT >= 50
                           display
                               'ZTPDOGFC: WAIVERM EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if WVM-MAX-DISCOUNT-PCT not numeric or
                               WVM-MAX-DISCOUNT-PCT > 100
                           display
                               'ZTPDOGFC: WAIVERM CODE '
                               WVM-WAIVER-CODE
                               ' DISCOUNT LIMIT NOT 0-100'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-WAIVER-COUNT
                       move WVM-WAIVER-CODE
                           to WS-WVR-CODE(WS-WAIVER-COUNT)
                       move WVM-MAX-DISCOUNT-PCT
                           to WS-WVR-MAX-PCT(WS-WAIVER-COUNT)
               end-read
           end-perform

           close WAIVERM

           exit.

      ******************************************************************
      * Load the breed codes and names from BREEDMST, then add the row
      * for breed codes not on the master.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGFC: BREEDMST OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-BREED-COUNT

           perform until WS-MASTER-STATUS = '10'
               read BREEDMST
                   at end
                       move '10' to WS-MASTER-STATUS
                   not at end
                       if WS-BREED-COUNT >= 50
                           display
                               'ZTPDOGFC: BREEDMST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-BREED-COUNT
                       move BRM-BREED-CODE
                           to WS-TAB-BREED-CODE(WS-BREED-COUNT)
                       move BRM-BREED-NAME
                           to WS-TAB-BREED-NAME(WS-BREED-COUNT)
               end-read
           end-perform

           close BREEDMST

           add 1 to WS-BREED-COUNT
           move WS-BREED-COUNT to WS-OFF-BREED-ROW
           move zero to WS-TAB-BREED-CODE(WS-OFF-BREED-ROW)
           move 'NOT ON BREEDMST' to WS-TAB-BREED-NAME(WS-OFF-BREED-ROW)

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               move zero to WS-BRD-EXCEPTION-COUNT(WS-BREED-IX)
               move zero to WS-BRD-VARIANCE(WS-BREED-IX)
           end-perform

           exit.

      ******************************************************************
      * Load the site codes and names from LOCMAST, then add the row
      * for codes not on the master. A blank or duplicated code on
      * LOCMAST stops the run, as it does the posting run.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGFC: LOCMAST OPEN FAILED, STATUS='
                   WS-LOCMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-LOCATION-COUNT
           move spaces to WS-LOCATION-TABLE

           perform until WS-LOCMAST-STATUS = '10'
               read LOCMAST
                   at end
                       move '10' to WS-LOCMAST-STATUS
                   not at end
                       if WS-LOCATION-COUNT >= 50
                           display
                               'ZTPDOGFC: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if LCM-LOCATION-CODE = spaces
                           display
                               'ZTPDOGFC: LOCMAST LOCATION CODE BLANK'
                           move 16 to RETURN-CODE
                           stop run
                       end-if

                       perform varying WS-LOC-IX from 1 by 1
                               until WS-LOC-IX > WS-LOCATION-COUNT
                           if WS-LOC-CODE(WS-LOC-IX)
                                   = LCM-LOCATION-CODE
                               display
                                   'ZTPDOGFC: LOCMAST LOCATION CODE '
                                   LCM-LOCATION-CODE ' DUPLICATED'
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                       end-perform

                       add 1 to WS-LOCATION-COUNT
                       move LCM-LOCATION-CODE
                           to WS-LOC-CODE(WS-LOCATION-COUNT)
                       move LCM-SITE-NAME
                           to WS-LOC-SITE-NAME(WS-LOCATION-COUNT)
               end-read
           end-perform

           close LOCMAST

           add 1 to WS-LOCATION-COUNT
           move WS-LOCATION-COUNT to WS-OFF-MASTER-ROW
           move 'NOT ON LOCMAST' to WS-LOC-SITE-NAME(WS-OFF-MASTER-ROW)

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               move zero to WS-LOC-EXCEPTION-COUNT(WS-LOC-IX)
               move zero to WS-LOC-VARIANCE(WS-LOC-IX)
           end-perform

           exit.

      ******************************************************************
      * Load the optional date-range control card - only the date
      * fields apply here; run mode and the other fields belong to
      * the posting run.
      ******************************************************************
       load-control-card.

           open input CONTROLC

           if WS-CONTROL-STATUS = '00'
               read CONTROLC
                   not at end
                       move CTL-START-DATE to WS-START-DATE
                       move CTL-END-DATE to WS-END-DATE
               end-read
               close CONTROLC
           end-if

           exit.

      ******************************************************************
      * Browse the full ADOPTS KSDS and check every in-range ADOPTION.
      ******************************************************************
       check-adopts-fees.

           move 'N' to WS-EOF-SWITCH
           move low-values to ADOPTS-KEY
           start ADOPTS key is not less than ADOPTS-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read ADOPTS next record into ADOPTS-RECORD
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if ADOPTS-TYPE-ADOPTION and
                               ADOPTS-ADOPTION-DATE >= WS-START-DATE
                               and
                               ADOPTS-ADOPTION-DATE <= WS-END-DATE
                           perform check-one-adoption
                       end-if
               end-read
           end-perform

           exit.

      ******************************************************************
      * One in-range ADOPTION: find its scheduled fee and decide
      * whether the fee charged complies. The checks run in order and
      * the first failure is the reason reported.
      ******************************************************************
       check-one-adoption.

           if ADOPTS-FEE-AMOUNT not numeric
               add 1 to WS-FEE-NOT-KEYED-COUNT
           else
               add 1 to WS-ADOPTIONS-CHECKED
               move ADOPTS-FEE-AMOUNT to WS-RECORD-FEE
               perform find-scheduled-fee
               perform find-waiver-code
               move spaces to WS-EXCEPTION-REASON

               if WS-SCHEDULE-FOUND
                   compute WS-VARIANCE =
                       WS-RECORD-FEE - WS-SCHEDULED-FEE
               else
                   move zero to WS-VARIANCE
               end-if

               evaluate true
                   when not WS-SCHEDULE-FOUND
                       move 'NO FEE SCHEDULED' to WS-EXCEPTION-REASON
                       add 1 to WS-NO-SCHEDULE-COUNT
                   when WS-VARIANCE = ZERO
                       add 1 to WS-AT-STANDARD-COUNT
                   when WS-VARIANCE > ZERO
                       move 'FEE ABOVE SCHEDULE'
                           to WS-EXCEPTION-REASON
                   when ADOPTS-WAIVER-CODE = spaces
                       move 'FEE BELOW SCHEDULE - NO WAIVER'
                           to WS-EXCEPTION-REASON
                   when WS-MATCHED-WAIVER = ZERO
                       move 'WAIVER CODE NOT ON WAIVERM'
                           to WS-EXCEPTION-REASON
                   when other
                       compute WS-MINIMUM-FEE rounded =
                           WS-SCHEDULED-FEE
                           * (100 - WS-WVR-MAX-PCT(WS-MATCHED-WAIVER))
                           / 100
                       if WS-RECORD-FEE < WS-MINIMUM-FEE
                           move 'DISCOUNT OVER WAIVER LIMIT'
                               to WS-EXCEPTION-REASON
                       else
                           add 1 to WS-WAIVED-COUNT
                       end-if
               end-evaluate

               if WS-EXCEPTION-REASON not = spaces
                   perform record-exception
               end-if
           end-if

           exit.

      ******************************************************************
      * Find the fee in effect for the record's breed and date at its
      * own site, falling back to the breed's all-sites row.
      ******************************************************************
       find-scheduled-fee.

           move 'N' to WS-SCHEDULE-SWITCH
           move zero to WS-SCHEDULED-FEE

           move ADOPTS-LOCATION-CODE to WS-LOOKUP-LOCATION
           perform search-fee-schedule

           if not WS-SCHEDULE-FOUND and ADOPTS-LOCATION-CODE
                   not = spaces
               move spaces to WS-LOOKUP-LOCATION
               perform search-fee-schedule
           end-if

           exit.

      ******************************************************************
      * Browse the breed and site's FEESCHD rows in effective-date
      * order up to the adoption date; the last row still in effect
      * on that date is the fee that applied.
      ******************************************************************
       search-fee-schedule.

           move ADOPTS-BREED-CODE to FEE-BREED-CODE
           move WS-LOOKUP-LOCATION to FEE-LOCATION-CODE
           move zero to FEE-EFFECTIVE-DATE

           move 'N' to WS-FEE-EOF-SWITCH
           start FEESCHD key is not less than FEE-KEY
               invalid key
                   move 'Y' to WS-FEE-EOF-SWITCH
           end-start

           perform until WS-FEE-EOF
               read FEESCHD next record
                   at end
                       move 'Y' to WS-FEE-EOF-SWITCH
                   not at end
                       if FEE-BREED-CODE not = ADOPTS-BREED-CODE or
                               FEE-LOCATION-CODE
                               not = WS-LOOKUP-LOCATION or
                               FEE-EFFECTIVE-DATE
                               > ADOPTS-ADOPTION-DATE
                           move 'Y' to WS-FEE-EOF-SWITCH
                       else
                           if FEE-END-DATE = ZERO or
                                   FEE-END-DATE
                                   >= ADOPTS-ADOPTION-DATE
                               move 'Y' to WS-SCHEDULE-SWITCH
                               move FEE-STANDARD-AMOUNT
                                   to WS-SCHEDULED-FEE
                           end-if
                       end-if
               end-read
           end-perform

           exit.

       find-waiver-code.

           move zero to WS-MATCHED-WAIVER

           perform varying WS-WAIVER-IX from 1 by 1
                   until WS-WAIVER-IX > WS-WAIVER-COUNT
               if WS-WVR-CODE(WS-WAIVER-IX) = ADOPTS-WAIVER-CODE
                   move WS-WAIVER-IX to WS-MATCHED-WAIVER
                   move WS-WAIVER-COUNT to WS-WAIVER-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * List the exception and add its variance into the location and
      * breed totals.
      ******************************************************************
       record-exception.

           add 1 to WS-EXCEPTION-COUNT
           add WS-VARIANCE to WS-VARIANCE-TOTAL

           move WS-OFF-MASTER-ROW to WS-LOC-ROW-IX
           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX >= WS-OFF-MASTER-ROW
               if WS-LOC-CODE(WS-LOC-IX) = ADOPTS-LOCATION-CODE
                   move WS-LOC-IX to WS-LOC-ROW-IX
                   move WS-OFF-MASTER-ROW to WS-LOC-IX
               end-if
           end-perform
           add 1 to WS-LOC-EXCEPTION-COUNT(WS-LOC-ROW-IX)
           add WS-VARIANCE to WS-LOC-VARIANCE(WS-LOC-ROW-IX)

           move WS-OFF-BREED-ROW to WS-BREED-ROW-IX
           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX >= WS-OFF-BREED-ROW
               if WS-TAB-BREED-CODE(WS-BREED-IX) = ADOPTS-BREED-CODE
                   move WS-BREED-IX to WS-BREED-ROW-IX
                   move WS-OFF-BREED-ROW to WS-BREED-IX
               end-if
           end-perform
           add 1 to WS-BRD-EXCEPTION-COUNT(WS-BREED-ROW-IX)
           add WS-VARIANCE to WS-BRD-VARIANCE(WS-BREED-ROW-IX)

           move ADOPTS-ADOPTER-ID to WS-FDL-ADOPTER-ID
           move ADOPTS-ANIMAL-ID to WS-FDL-ANIMAL-ID
           move ADOPTS-BREED-CODE to WS-FDL-BREED-CODE
           move ADOPTS-LOCATION-CODE to WS-FDL-LOCATION-CODE
           move ADOPTS-ADOPTION-DATE to WS-FDL-ADOPTION-DATE
           move WS-RECORD-FEE to WS-FDL-CHARGED
           move WS-SCHEDULED-FEE to WS-FDL-SCHEDULED
           move ADOPTS-WAIVER-CODE to WS-FDL-WAIVER-CODE
           move WS-VARIANCE to WS-FDL-VARIANCE
           move WS-EXCEPTION-REASON to WS-FDL-REASON

           move WS-FEE-DETAIL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           exit.

      ******************************************************************
      * Exception count and variance by location, then by breed, for
      * every site and breed with an exception.
      ******************************************************************
       write-variance-sections.

           move spaces to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'VARIANCE BY LOCATION' to WS-FEE-SECTION-HEADING
           move WS-FEE-SECTION-HEADING to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               if WS-LOC-EXCEPTION-COUNT(WS-LOC-IX) > 0
                   move WS-LOC-CODE(WS-LOC-IX) to WS-FVL-CODE
                   move WS-LOC-SITE-NAME(WS-LOC-IX) to WS-FVL-NAME
                   move WS-LOC-EXCEPTION-COUNT(WS-LOC-IX)
                       to WS-FVL-COUNT
                   move WS-LOC-VARIANCE(WS-LOC-IX)
                       to WS-FVL-VARIANCE
                   move WS-FEE-VARIANCE-LINE to FEE-REPORT-LINE
                   write FEE-REPORT-LINE
               end-if
           end-perform

           move spaces to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'VARIANCE BY BREED' to WS-FEE-SECTION-HEADING
           move WS-FEE-SECTION-HEADING to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-BRD-EXCEPTION-COUNT(WS-BREED-IX) > 0
                   move WS-TAB-BREED-CODE(WS-BREED-IX) to WS-FVL-CODE
                   move WS-TAB-BREED-NAME(WS-BREED-IX) to WS-FVL-NAME
                   move WS-BRD-EXCEPTION-COUNT(WS-BREED-IX)
                       to WS-FVL-COUNT
                   move WS-BRD-VARIANCE(WS-BREED-IX)
                       to WS-FVL-VARIANCE
                   move WS-FEE-VARIANCE-LINE to FEE-REPORT-LINE
                   write FEE-REPORT-LINE
               end-if
           end-perform

           exit.

      ******************************************************************
      * Period totals: checked equals at standard plus within waiver
      * plus exceptions, so the report can be balanced by eye.
      ******************************************************************
       write-period-totals.

           move spaces to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'ADOPTIONS CHECKED' to WS-FTO-LABEL
           move WS-ADOPTIONS-CHECKED to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'AT STANDARD FEE' to WS-FTO-LABEL
           move WS-AT-STANDARD-COUNT to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'WITHIN AUTHORISED WAIVER' to WS-FTO-LABEL
           move WS-WAIVED-COUNT to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'EXCEPTIONS' to WS-FTO-LABEL
           move WS-EXCEPTION-COUNT to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move '  OF WHICH NO FEE SCHEDULED' to WS-FTO-LABEL
           move WS-NO-SCHEDULE-COUNT to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'FEE NOT KEYED (NOT CHECKED)' to WS-FTO-LABEL
           move WS-FEE-NOT-KEYED-COUNT to WS-FTO-COUNT
           move WS-FEE-TOTAL-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           move 'TOTAL VARIANCE FROM SCHEDULE' to WS-FMO-LABEL
           move WS-VARIANCE-TOTAL to WS-FMO-AMOUNT
           move WS-FEE-MONEY-LINE to FEE-REPORT-LINE
           write FEE-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close ADOPTS
           close FEESCHD
           close FEERPT

           exit.

       END PROGRAM 'ZTPDOGFC'.
