       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGPF'.

      ******************************************************************
      * ZTPDOGPF - Pre-flight readiness check for the nightly posting
      * run.
      *
      * Most posting reruns came from inputs ZTPDOGOS only trips over
      * partway through - a BREEDMST slot out of range, a CONTROLC
      * card with a bad run mode or its dates reversed, an INCR run
      * with no ADOPTSD, a delta out of adopter-ID order - after the
      * checkpointed browse has already been under way. This step
      * runs ahead of ZTPDOGOS with the same DDs, reads everything
      * the posting run will read at start-up and applies its rules
      * without changing anything:
      *
      *   - CONTROLC: run mode, the date range (real dates, end not
      *     before start), the adopter limit and the override flag;
      *   - BREEDMST: row limit, breed codes and slot numbers valid
      *     and not duplicated; LOCMAST: row limit, codes present
      *     and not duplicated, open/closed dates in order;
      *   - CHECKPT: a pending restart, and whether BREEDMST or
      *     LOCMAST changed since the checkpoint was taken;
      *   - RUNCTL: a date range a prior posting run already posted
      *     (warned with the override card, failed without it, so
      *     the override decision is made before the run, not by
      *     it), a month the period close has closed, and how the
      *     last posting run ended;
      *   - BRDTOTM (INCR and VERI): every breed on BREEDMST, the
      *     totals internally consistent, the posted-through date;
      *   - the ADOPTS input: ADOPTSD present and in adopter-ID
      *     order for INCR (with the records that will be rejected
      *     or skipped counted), the ADOPTS KSDS readable otherwise;
      *     ADPMAST and ANMMAST available.
      *
      * The result is a GO / NO-GO report on PREFLT. Return code 0
      * is GO, 4 is GO with warnings to read, 8 is NO-GO: the
      * schedule does not start ZTPDOGOS on 8.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTROLC ASSIGN TO CONTROLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT OPTIONAL CHECKPT ASSIGN TO CHECKPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

           SELECT OPTIONAL RUNCTL ASSIGN TO RUNCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL BRDTOTM ASSIGN TO BRDTOTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDTOTM-STATUS.

           SELECT ADOPTS ASSIGN TO ADOPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADOPTS-KEY
               FILE STATUS IS WS-ADOPTS-STATUS.

           SELECT OPTIONAL ADOPTSD ASSIGN TO ADOPTSD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADOPTSD-STATUS.

           SELECT ADPMAST ASSIGN TO ADPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADM-ADOPTER-ID
               FILE STATUS IS WS-ADPMAST-STATUS.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

           SELECT PREFLT ASSIGN TO PREFLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PREFLT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTROLC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGCTL.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  CHECKPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGCKP.

       FD  RUNCTL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGRNC.

       FD  BRDTOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGBTM.

      * As in the posting run, the ADOPTS record layout lives in
      * WORKING-STORAGE so the KSDS and the delta both read into it.
       FD  ADOPTS.
       01  ADOPTS-KEY-REC.
           05  ADOPTS-KEY                  PIC X(8).
           05  FILLER                      PIC X(72).

       FD  ADOPTSD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  DELTA-ADOPTS-REC                PIC X(80).

       FD  ADPMAST.
           COPY ZTPDGADM.

       FD  ANMMAST.
           COPY ZTPDGANM.

       FD  PREFLT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  PREFLT-REPORT-LINE              PIC X(133).

       WORKING-STORAGE SECTION.

           COPY ZTPDGADP.

       01  WS-CONTROL-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-CHECKPOINT-STATUS            PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-BRDTOTM-STATUS               PIC XX.
       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-ADOPTSD-STATUS               PIC XX.
       01  WS-ADPMAST-STATUS               PIC XX.
       01  WS-ANMMAST-STATUS               PIC XX.
       01  WS-PREFLT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).

      * The control card as the posting run will take it: the same
      * defaults, overridden field by field from the card.
       01  WS-CARD-STATE                   PIC X VALUE 'N'.
           88  WS-CARD-ABSENT              VALUE 'N'.
           88  WS-CARD-EMPTY               VALUE 'E'.
           88  WS-CARD-READ                VALUE 'Y'.
       01  WS-START-DATE                   PIC 9(8) VALUE ZERO.
       01  WS-START-DATE-X REDEFINES WS-START-DATE PIC X(8).
       01  WS-END-DATE                     PIC 9(8) VALUE 99999999.
       01  WS-END-DATE-X REDEFINES WS-END-DATE PIC X(8).
       01  WS-ADOPTER-LIMIT                PIC 9(3) VALUE 3.
       01  WS-RUN-MODE                     PIC X(4) VALUE 'FULL'.
           88  WS-MODE-FULL                VALUE 'FULL'.
           88  WS-MODE-INCR                VALUE 'INCR'.
           88  WS-MODE-VERIFY              VALUE 'VERI'.
           88  WS-MODE-PREVIEW             VALUE 'PREV'.
       01  WS-MODE-VALID-SWITCH            PIC X VALUE 'Y'.
           88  WS-MODE-VALID               VALUE 'Y'.
       01  WS-OVERRIDE-SWITCH              PIC X VALUE 'N'.
           88  WS-OVERRIDE-GIVEN           VALUE 'Y'.
       01  WS-DATES-VALID-SWITCH           PIC X VALUE 'Y'.
           88  WS-DATES-VALID              VALUE 'Y'.

      * BREEDMST as loaded by the posting run (first 50 rows).
       01  WS-BREEDMST-ROWS                PIC 9(5) VALUE ZERO.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY              OCCURS 50 TIMES.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-SLOT-NUMBER      PIC 9(3).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-ROW                    PIC 9(3).
       01  WS-BREEDMST-USABLE-SWITCH       PIC X VALUE 'N'.
           88  WS-BREEDMST-USABLE          VALUE 'Y'.

      * LOCMAST codes in the posting run's layout: the master's codes,
      * then the blank-coded off-master row.
       01  WS-LOCMAST-ROWS                 PIC 9(5) VALUE ZERO.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-CODES.
           05  WS-LOC-CODE                 PIC X(3) OCCURS 51 TIMES.
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOCMAST-USABLE-SWITCH        PIC X VALUE 'N'.
           88  WS-LOCMAST-USABLE           VALUE 'Y'.

      * Pending restart, from the last complete checkpoint on
      * CHECKPT (a header record and the detail records that follow
      * it, see ZTPDGCKP).
       01  WS-CHECKPOINT-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-CKP-MISMATCH-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-CKP-RECORD-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-CKP-HEADER-END               PIC 9(7) VALUE ZERO.
       01  WS-CKP-SET-END                  PIC 9(7) VALUE ZERO.
       01  WS-CKP-HEADER-KEY               PIC X(8).
       01  WS-CKP-HEADER-PASS              PIC 9.
       01  WS-RESTART-KEY                  PIC X(8).
       01  WS-RESTART-PASS                 PIC 9.

      * RUNCTL state: posted-range overlaps, the period-close state
      * (rebuilt exactly as the posting run rebuilds it) and the
      * last posting run.
       01  WS-OVERLAP-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-FIRST-CLOSED-PERIOD          PIC 9(6) VALUE ZERO.
       01  WS-LAST-CLOSED-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-EVENT-PERIOD                 PIC 9(6).
       01  WS-REOPENED-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-REOPENED-TABLE.
           05  WS-REOPENED-PERIOD          PIC 9(6) OCCURS 24 TIMES.
       01  WS-REOPEN-IX                    PIC 9(2).
       01  WS-REOPEN-ROW                   PIC 9(2).
       01  WS-REOPEN-OVERFLOW-SWITCH       PIC X VALUE 'N'.
           88  WS-REOPEN-OVERFLOW          VALUE 'Y'.
       01  WS-CHECK-PERIOD                 PIC 9(6).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR               PIC 9(4).
           05  WS-CHECK-MONTH              PIC 9(2).
       01  WS-CHECK-LIMIT                  PIC 9(6).
       01  WS-CLOSED-HIT-COUNT             PIC 9(3) VALUE ZERO.
       01  WS-REOPENED-HIT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-LAST-RUN-SWITCH              PIC X VALUE 'N'.
           88  WS-LAST-RUN-SEEN            VALUE 'Y'.
       01  WS-LAST-RUN-MODE                PIC X(4).
       01  WS-LAST-RUN-START-DATE          PIC 9(8).
       01  WS-LAST-RUN-END-DATE            PIC 9(8).
       01  WS-LAST-RUN-STATUS              PIC X(14).
       01  WS-LAST-RUN-RC                  PIC 9(2).
       01  WS-LAST-RUN-STAMP               PIC X(8).

      * BRDTOTM state.
       01  WS-BTM-COUNT                    PIC 9(5) VALUE ZERO.
       01  WS-BTM-MISSING-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BTM-RETIRED-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-BTM-GROSS-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BTM-POSTED-THROUGH           PIC 9(8) VALUE ZERO.
       01  WS-BTM-FOUND-SWITCH             PIC X.
           88  WS-BTM-FOUND                VALUE 'Y'.

      * ADOPTSD delta state.
       01  WS-DELTA-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-PREV-ADOPTER-ID              PIC X(8).
       01  WS-ORDER-ERROR-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-UNMAPPED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-OUT-OF-RANGE-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BAD-TYPE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-DETAIL-LIMIT                 PIC 9(3) VALUE 10.
       01  WS-MAPPED-SWITCH                PIC X.
           88  WS-BREED-MAPPED             VALUE 'Y'.

      * Report bookkeeping. Any failed check is NO-GO (return code
      * 8); warnings alone give return code 4.
       01  WS-CHECK-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-FAIL-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-WARN-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-PROBLEM-COUNT                PIC 9(7) VALUE ZERO.

      * Report line layouts.
       01  WS-PFT-TITLE-LINE.
           05  FILLER                      PIC X(40) VALUE
               'ZTPDOGPF  POSTING RUN PRE-FLIGHT CHECK'.
           05  FILLER                      PIC X(6)  VALUE '  RUN '.
           05  WS-PTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(7)  VALUE '  MODE '.
           05  WS-PTL-RUN-MODE             PIC X(4).
           05  FILLER                      PIC X(8)  VALUE
               '  RANGE '.
           05  WS-PTL-START-DATE           PIC X(8).
           05  FILLER                      PIC X(1)  VALUE '-'.
           05  WS-PTL-END-DATE             PIC X(8).
           05  FILLER                      PIC X(43) VALUE SPACES.

       01  WS-PFT-CHECK-LINE.
           05  WS-PCL-LABEL                PIC X(44).
           05  WS-PCL-RESULT               PIC X(6).
           05  WS-PCL-DETAIL               PIC X(83).

       01  WS-PFT-DETAIL-LINE.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-PDL-TEXT                 PIC X(129).

       01  WS-PFT-SUMMARY-LINE.
           05  WS-PSL-LABEL                PIC X(40).
           05  WS-PSL-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-PFT-VERDICT-LINE             PIC X(133).

      * Edited fields for detail text.
       01  WS-EDIT-COUNT-A                 PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-B                 PIC ZZZZZZ9.
       01  WS-EDIT-ROW                     PIC ZZZZ9.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform check-control-card
           perform check-breed-master
           perform check-location-master
           perform check-checkpoint
           perform check-run-control
           perform check-breed-totals-master
           perform check-adopts-input
           perform check-keyed-masters
           perform write-verdict
           perform terminate-run

           goback.

      ******************************************************************
      * Open the report, take the control card as the posting run
      * will take it and title the report with the resulting mode
      * and date range.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE

           open output PREFLT
           if WS-PREFLT-STATUS not = '00'
               display 'ZTPDOGPF: PREFLT OPEN FAILED, STATUS='
                   WS-PREFLT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           perform load-control-card

           move WS-RUN-DATE to WS-PTL-RUN-DATE
           move WS-RUN-MODE to WS-PTL-RUN-MODE
           move WS-START-DATE-X to WS-PTL-START-DATE
           move WS-END-DATE-X to WS-PTL-END-DATE
           move WS-PFT-TITLE-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move spaces to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

       load-control-card.

           open input CONTROLC

           if WS-CONTROL-STATUS = '00'
               move 'E' to WS-CARD-STATE
               read CONTROLC
                   not at end
                       move 'Y' to WS-CARD-STATE
                       move CTL-START-DATE to WS-START-DATE
                       move CTL-END-DATE to WS-END-DATE
                       if CTL-ADOPTER-LIMIT numeric and
                               CTL-ADOPTER-LIMIT > 0
                           move CTL-ADOPTER-LIMIT to WS-ADOPTER-LIMIT
                       end-if
                       if CTL-RUN-MODE not = spaces
                           move CTL-RUN-MODE to WS-RUN-MODE
                       end-if
                       if CTL-OVERRIDE = 'Y'
                           move 'Y' to WS-OVERRIDE-SWITCH
                       end-if
               end-read
               close CONTROLC
           end-if

           if not WS-MODE-FULL and not WS-MODE-INCR and
                   not WS-MODE-VERIFY and not WS-MODE-PREVIEW
               move 'N' to WS-MODE-VALID-SWITCH
           end-if

           exit.

      ******************************************************************
      * CONTROLC: the card itself, the run mode, the date range, the
      * adopter limit and the override flag. The posting run refuses
      * a bad mode at once but takes a non-numeric date into its
      * range compare and fails on the first ADOPTS record.
      ******************************************************************
       check-control-card.

           move 'CONTROLC CONTROL CARD' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           evaluate true
               when WS-CARD-ABSENT
                   move 'NO CARD - FULL RUN OVER EVERY DATE'
                       to WS-PCL-DETAIL
                   perform write-check-pass
               when WS-CARD-EMPTY
                   move 'CONTROLC IS EMPTY - DEFAULTS IN FORCE'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               when other
                   move 'CARD READ' to WS-PCL-DETAIL
                   perform write-check-pass
           end-evaluate

           move 'RUN MODE' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-MODE-VALID
               string 'MODE ' WS-RUN-MODE delimited by size
                   into WS-PCL-DETAIL
               end-string
               perform write-check-pass
           else
               string 'INVALID RUN MODE ''' WS-RUN-MODE
                   ''' - MUST BE FULL, INCR, VERI OR PREV'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           end-if

           move 'CONTROL CARD DATE RANGE' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT

           if WS-START-DATE-X not numeric
               move 'N' to WS-DATES-VALID-SWITCH
               move 'START DATE NOT NUMERIC' to WS-PDL-TEXT
               perform write-detail-line
           else
               if WS-START-DATE not = zero and
                       function test-date-yyyymmdd(WS-START-DATE)
                       not = 0
                   move 'N' to WS-DATES-VALID-SWITCH
                   move 'START DATE IS NOT A CALENDAR DATE'
                       to WS-PDL-TEXT
                   perform write-detail-line
               end-if
           end-if

           if WS-END-DATE-X not numeric
               move 'N' to WS-DATES-VALID-SWITCH
               move 'END DATE NOT NUMERIC' to WS-PDL-TEXT
               perform write-detail-line
           else
               if WS-END-DATE not = 99999999 and
                       function test-date-yyyymmdd(WS-END-DATE)
                       not = 0
                   move 'N' to WS-DATES-VALID-SWITCH
                   move 'END DATE IS NOT A CALENDAR DATE'
                       to WS-PDL-TEXT
                   perform write-detail-line
               end-if
           end-if

           if WS-DATES-VALID and WS-END-DATE < WS-START-DATE
               move 'N' to WS-DATES-VALID-SWITCH
               move 'END DATE IS BEFORE START DATE' to WS-PDL-TEXT
               perform write-detail-line
           end-if

           string WS-START-DATE-X ' TO ' WS-END-DATE-X
               delimited by size into WS-PCL-DETAIL
           end-string
           if not WS-DATES-VALID
               perform write-check-fail
           else
               if WS-MODE-VERIFY and
                       (WS-START-DATE not = zero or
                       WS-END-DATE not = 99999999)
                   move spaces to WS-PCL-DETAIL
                   string WS-START-DATE-X ' TO ' WS-END-DATE-X
                       ' - A VERI RUN SHOULD COVER EVERY DATE'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
               else
                   perform write-check-pass
               end-if
           end-if

           move 'ADOPTER ACTIVITY LIMIT' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-CARD-READ and CTL-ADOPTER-LIMIT not numeric and
                   CTL-ADOPTER-LIMIT not = spaces
               string 'LIMIT ON CARD NOT NUMERIC - DEFAULT '
                   WS-ADOPTER-LIMIT ' IN FORCE'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-warn
           else
               string 'LIMIT ' WS-ADOPTER-LIMIT
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-pass
           end-if

           move 'OVERRIDE FLAG' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           evaluate true
               when WS-OVERRIDE-GIVEN
                   move 'SUPPLIED - AN ALREADY POSTED RANGE WILL BE REPO
      -                 'STED' to WS-PCL-DETAIL
                   perform write-check-pass
               when WS-CARD-READ and CTL-OVERRIDE not = spaces and
                       CTL-OVERRIDE not = 'N'
                   string 'OVERRIDE VALUE ''' CTL-OVERRIDE
                       ''' IS NOT Y - IGNORED'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
               when other
                   move 'NOT SUPPLIED' to WS-PCL-DETAIL
                   perform write-check-pass
           end-evaluate

           exit.

      ******************************************************************
      * BREEDMST: the posting run abends on more than 50 rows or a
      * slot number out of range or duplicated; a duplicated or
      * non-numeric breed code it does not catch, and that misposts.
      ******************************************************************
       check-breed-master.

           move 'BREEDMST BREED MASTER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT

           open input BREEDMST
           if WS-MASTER-STATUS not = '00'
               string 'OPEN FAILED, STATUS=' WS-MASTER-STATUS
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BREEDMST
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform check-breed-row
                   end-read
               end-perform
               close BREEDMST

               if WS-BREEDMST-ROWS = zero
                   move 'BREEDMST HAS NO ROWS' to WS-PDL-TEXT
                   perform write-detail-line
               end-if
               if WS-BREEDMST-ROWS > 50
                   move WS-BREEDMST-ROWS to WS-EDIT-ROW
                   move spaces to WS-PDL-TEXT
                   string WS-EDIT-ROW ' ROWS - THE POSTING RUN TAKES '
                       'NO MORE THAN 50'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if

               move WS-BREEDMST-ROWS to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' ROWS' delimited by size
                   into WS-PCL-DETAIL
               end-string
               if WS-PROBLEM-COUNT = zero
                   move 'Y' to WS-BREEDMST-USABLE-SWITCH
                   perform write-check-pass
               else
                   perform write-check-fail
               end-if
           end-if

           exit.

       check-breed-row.

           add 1 to WS-BREEDMST-ROWS
           move WS-BREEDMST-ROWS to WS-EDIT-ROW

           if BRM-BREED-CODE not numeric
               move spaces to WS-PDL-TEXT
               string 'ROW ' WS-EDIT-ROW ' BREED CODE '''
                   BRM-BREED-CODE ''' NOT NUMERIC'
                   delimited by size into WS-PDL-TEXT
               end-string
               perform write-detail-line
           end-if

           if BRM-SLOT-NUMBER not numeric
               move spaces to WS-PDL-TEXT
               string 'ROW ' WS-EDIT-ROW ' SLOT NUMBER '''
                   BRM-SLOT-NUMBER ''' NOT NUMERIC'
                   delimited by size into WS-PDL-TEXT
               end-string
               perform write-detail-line
           else
               if BRM-SLOT-NUMBER < 1 or BRM-SLOT-NUMBER > 50
                   move spaces to WS-PDL-TEXT
                   string 'ROW ' WS-EDIT-ROW ' BREED '
                       BRM-BREED-CODE ' SLOT NUMBER ' BRM-SLOT-NUMBER
                       ' OUT OF RANGE 1-50'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if
           end-if

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-SLOT-NUMBER(WS-BREED-IX) = BRM-SLOT-NUMBER
                   move spaces to WS-PDL-TEXT
                   string 'ROW ' WS-EDIT-ROW ' SLOT NUMBER '
                       BRM-SLOT-NUMBER ' DUPLICATED (ALSO BREED '
                       WS-TAB-BREED-CODE(WS-BREED-IX) ')'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if
               if WS-TAB-BREED-CODE(WS-BREED-IX) = BRM-BREED-CODE
                   move spaces to WS-PDL-TEXT
                   string 'ROW ' WS-EDIT-ROW ' BREED CODE '
                       BRM-BREED-CODE ' DUPLICATED'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if
           end-perform

           if WS-BREED-COUNT < 50
               add 1 to WS-BREED-COUNT
               move BRM-BREED-CODE to WS-TAB-BREED-CODE(WS-BREED-COUNT)
               move BRM-SLOT-NUMBER
                   to WS-TAB-SLOT-NUMBER(WS-BREED-COUNT)
           end-if

           exit.

      ******************************************************************
      * LOCMAST: the posting run abends on more than 50 sites, a
      * blank code or a duplicated code. A site closed before it
      * opened is only warned: the intake edit is what it upsets.
      ******************************************************************
       check-location-master.

           move 'LOCMAST LOCATION MASTER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT
           move spaces to WS-LOCATION-CODES

           open input LOCMAST
           if WS-LOCMAST-STATUS not = '00'
               string 'OPEN FAILED, STATUS=' WS-LOCMAST-STATUS
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           else
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read LOCMAST
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform check-location-row
                   end-read
               end-perform
               close LOCMAST

               if WS-LOCMAST-ROWS > 50
                   move WS-LOCMAST-ROWS to WS-EDIT-ROW
                   move spaces to WS-PDL-TEXT
                   string WS-EDIT-ROW ' ROWS - THE POSTING RUN TAKES '
                       'NO MORE THAN 50'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if

               add 1 to WS-LOCATION-COUNT

               move WS-LOCMAST-ROWS to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' SITES' delimited by size
                   into WS-PCL-DETAIL
               end-string
               if WS-PROBLEM-COUNT = zero
                   move 'Y' to WS-LOCMAST-USABLE-SWITCH
                   perform write-check-pass
               else
                   perform write-check-fail
               end-if
           end-if

           exit.

       check-location-row.

           add 1 to WS-LOCMAST-ROWS
           move WS-LOCMAST-ROWS to WS-EDIT-ROW

           if LCM-LOCATION-CODE = spaces
               move spaces to WS-PDL-TEXT
               string 'ROW ' WS-EDIT-ROW ' LOCATION CODE BLANK'
                   delimited by size into WS-PDL-TEXT
               end-string
               perform write-detail-line
           end-if

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               if WS-LOC-CODE(WS-LOC-IX) = LCM-LOCATION-CODE
                   move spaces to WS-PDL-TEXT
                   string 'ROW ' WS-EDIT-ROW ' LOCATION CODE '
                       LCM-LOCATION-CODE ' DUPLICATED'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if
           end-perform

           if LCM-OPEN-DATE numeric and LCM-CLOSED-DATE numeric
               if LCM-CLOSED-DATE not = zero and
                       LCM-CLOSED-DATE < LCM-OPEN-DATE
                   move spaces to WS-PDL-TEXT
                   string 'ROW ' WS-EDIT-ROW ' SITE '
                       LCM-LOCATION-CODE ' CLOSED ' LCM-CLOSED-DATE
                       ' BEFORE IT OPENED ' LCM-OPEN-DATE
                       ' (WARNING ONLY)'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
                   write PREFLT-REPORT-LINE
                   add 1 to WS-WARN-COUNT
               end-if
           end-if

           if WS-LOCATION-COUNT < 50
               add 1 to WS-LOCATION-COUNT
               move LCM-LOCATION-CODE to WS-LOC-CODE(WS-LOCATION-COUNT)
           end-if

           exit.

      ******************************************************************
      * CHECKPT: checkpoints on file mean the posting run will
      * restart from the last one, and it abends if BREEDMST or
      * LOCMAST no longer match what the checkpoint was taken with.
      ******************************************************************
       check-checkpoint.

           move 'CHECKPT RESTART STATE' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT

           open input CHECKPT
           if WS-CHECKPOINT-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read CHECKPT
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform check-checkpoint-record
                   end-read
               end-perform
           end-if
           close CHECKPT

           if WS-CKP-RECORD-NUMBER > WS-CKP-SET-END
               move 'LAST CHECKPOINT INCOMPLETE - NOT RESTARTED FROM'
                   to WS-PDL-TEXT
               perform write-detail-line
           end-if

           evaluate true
               when WS-CHECKPOINT-COUNT = zero
                   move 'NO CHECKPOINT - THE RUN STARTS FRESH'
                       to WS-PCL-DETAIL
                   perform write-check-pass
               when WS-CKP-MISMATCH-COUNT > zero
                   move 'REFERENCE MASTERS CHANGED SINCE THE CHECKPOINT
      -                 '- RESTART WILL ABEND' to WS-PCL-DETAIL
                   perform write-check-fail
               when other
                   string 'RESTART PENDING - RESUMES PASS '
                       WS-RESTART-PASS ' AFTER ADOPTER '
                       WS-RESTART-KEY
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
           end-evaluate

           exit.

      ******************************************************************
      * One CHECKPT record. A checkpoint counts once the record
      * CKP-DETAIL-RECORD-COUNT past its header has been read, as the
      * posting run counts it; a last one cut short is not restarted
      * from. The masters are compared on every header.
      ******************************************************************
       check-checkpoint-record.

           add 1 to WS-CKP-RECORD-NUMBER

           if CKP-HEADER-RECORD
               compute WS-CKP-HEADER-END =
                   WS-CKP-RECORD-NUMBER + CKP-DETAIL-RECORD-COUNT
               move CKP-ADOPTER-ID to WS-CKP-HEADER-KEY
               move CKP-PASS-NUMBER to WS-CKP-HEADER-PASS
               perform check-checkpoint-header
           end-if

           if WS-CKP-HEADER-END > zero and
                   WS-CKP-RECORD-NUMBER = WS-CKP-HEADER-END
               add 1 to WS-CHECKPOINT-COUNT
               move WS-CKP-RECORD-NUMBER to WS-CKP-SET-END
               move WS-CKP-HEADER-KEY to WS-RESTART-KEY
               move WS-CKP-HEADER-PASS to WS-RESTART-PASS
           end-if

           exit.

       check-checkpoint-header.

           if WS-BREEDMST-USABLE and
                   CKP-BREED-COUNT not = WS-BREED-COUNT
               add 1 to WS-CKP-MISMATCH-COUNT
               move spaces to WS-PDL-TEXT
               string 'BREEDMST CHANGED SINCE CHECKPOINT, BREED-COUNT '
                   'WAS ' CKP-BREED-COUNT ' NOW ' WS-BREED-COUNT
                   delimited by size into WS-PDL-TEXT
               end-string
               perform write-detail-line
           end-if

           if WS-LOCMAST-USABLE and
                   (CKP-LOCATION-COUNT not = WS-LOCATION-COUNT or
                   CKP-LOCATION-CODES not = WS-LOCATION-CODES)
               add 1 to WS-CKP-MISMATCH-COUNT
               move spaces to WS-PDL-TEXT
               string 'LOCMAST CHANGED SINCE CHECKPOINT, '
                   'LOCATION-COUNT WAS ' CKP-LOCATION-COUNT
                   ' NOW ' WS-LOCATION-COUNT
                   delimited by size into WS-PDL-TEXT
               end-string
               perform write-detail-line
           end-if

           exit.

      ******************************************************************
      * RUNCTL: read once, as the posting run reads it, for the
      * posted ranges the night's range overlaps, the closed and
      * reopened months, and the last posting run. VERI and PREV
      * runs post nothing, so neither RUNCTL check applies to them.
      ******************************************************************
       check-run-control.

           open input RUNCTL
           if WS-RUNCTL-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read RUNCTL
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform note-run-control-record
                   end-read
               end-perform
           end-if
           close RUNCTL

           perform check-posted-overlap
           perform check-closed-periods
           perform check-last-posting-run

           exit.

       note-run-control-record.

           if RNC-PERIOD-EVENT
               perform apply-period-event
           else
               move 'Y' to WS-LAST-RUN-SWITCH
               move RNC-RUN-MODE to WS-LAST-RUN-MODE
               move RNC-START-DATE to WS-LAST-RUN-START-DATE
               move RNC-END-DATE to WS-LAST-RUN-END-DATE
               move RNC-RECONCILE-STATUS to WS-LAST-RUN-STATUS
               move RNC-RETURN-CODE to WS-LAST-RUN-RC
               move RNC-END-TIMESTAMP(1:8) to WS-LAST-RUN-STAMP
           end-if

           if (WS-MODE-FULL or WS-MODE-INCR) and WS-DATES-VALID
               if RNC-RUN-MODE not = 'VERI' and
                       RNC-RECONCILE-STATUS = 'BALANCED' and
                       RNC-RETURN-CODE = ZERO and
                       WS-START-DATE <= RNC-END-DATE and
                       WS-END-DATE >= RNC-START-DATE
                   add 1 to WS-OVERLAP-COUNT
                   if WS-OVERLAP-COUNT <= WS-DETAIL-LIMIT
                       move spaces to WS-PDL-TEXT
                       string 'RANGE ' RNC-START-DATE '-' RNC-END-DATE
                           ' POSTED BY ' RNC-RUN-MODE ' RUN ON '
                           RNC-END-TIMESTAMP(1:8)
                           delimited by size into WS-PDL-TEXT
                       end-string
                       move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
                       write PREFLT-REPORT-LINE
                   end-if
               end-if
           end-if

           exit.

      ******************************************************************
      * A CLOS record closes its month and takes it off the reopened
      * list; a ROPN record puts it on.
      ******************************************************************
       apply-period-event.

           compute WS-EVENT-PERIOD = RNC-START-DATE / 100

           perform find-reopened-period

           if RNC-MODE-PERIOD-CLOSE
               if WS-FIRST-CLOSED-PERIOD = ZERO or
                       WS-EVENT-PERIOD < WS-FIRST-CLOSED-PERIOD
                   move WS-EVENT-PERIOD to WS-FIRST-CLOSED-PERIOD
               end-if
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
                       move 'Y' to WS-REOPEN-OVERFLOW-SWITCH
                   else
                       add 1 to WS-REOPENED-COUNT
                       move WS-EVENT-PERIOD
                           to WS-REOPENED-PERIOD(WS-REOPENED-COUNT)
                   end-if
               end-if
           end-if

           exit.

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
      * The posted-range overlap. Without the override card the
      * posting run will refuse the range, so that is NO-GO; with it
      * the run reposts, which is worth a second look.
      ******************************************************************
       check-posted-overlap.

           move 'DATE RANGE NOT ALREADY POSTED' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL

           evaluate true
               when not WS-MODE-VALID
                   move 'NOT CHECKED - RUN MODE INVALID'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when not WS-MODE-FULL and not WS-MODE-INCR
                   string WS-RUN-MODE ' RUN POSTS NOTHING'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-na
               when not WS-DATES-VALID
                   move 'NOT CHECKED - CONTROL CARD DATES UNUSABLE'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when WS-OVERLAP-COUNT = zero
                   move 'NO POSTED RUN COVERS ANY OF THE RANGE'
                       to WS-PCL-DETAIL
                   perform write-check-pass
               when WS-OVERRIDE-GIVEN
                   move WS-OVERLAP-COUNT to WS-EDIT-COUNT-A
                   string WS-EDIT-COUNT-A ' POSTED RUNS OVERLAP - '
                       'OVERRIDE SUPPLIED, RANGE WILL BE REPOSTED'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
               when other
                   move WS-OVERLAP-COUNT to WS-EDIT-COUNT-A
                   string WS-EDIT-COUNT-A ' POSTED RUNS OVERLAP - '
                       'RUN WILL BE REFUSED WITHOUT THE OVERRIDE CARD'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-fail
           end-evaluate

           exit.

      ******************************************************************
      * Closed months the range touches: a closed month refuses the
      * run whatever the override card says; a reopened one is
      * warned so finance knows it is being posted into.
      ******************************************************************
       check-closed-periods.

           move 'DATE RANGE CLEAR OF CLOSED PERIODS' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL

           if (WS-MODE-FULL or WS-MODE-INCR) and WS-DATES-VALID and
                   WS-LAST-CLOSED-PERIOD > ZERO
               compute WS-CHECK-PERIOD = WS-START-DATE / 100
               if WS-CHECK-PERIOD < WS-FIRST-CLOSED-PERIOD
                   move WS-FIRST-CLOSED-PERIOD to WS-CHECK-PERIOD
               end-if
               compute WS-CHECK-LIMIT = WS-END-DATE / 100
               if WS-CHECK-LIMIT > WS-LAST-CLOSED-PERIOD
                   move WS-LAST-CLOSED-PERIOD to WS-CHECK-LIMIT
               end-if

               perform until WS-CHECK-PERIOD > WS-CHECK-LIMIT
                   move WS-CHECK-PERIOD to WS-EVENT-PERIOD
                   perform find-reopened-period
                   move spaces to WS-PDL-TEXT
                   if WS-REOPEN-ROW = ZERO
                       add 1 to WS-CLOSED-HIT-COUNT
                       string 'PERIOD ' WS-CHECK-PERIOD ' IS CLOSED'
                           delimited by size into WS-PDL-TEXT
                       end-string
                   else
                       add 1 to WS-REOPENED-HIT-COUNT
                       string 'PERIOD ' WS-CHECK-PERIOD
                           ' IS CLOSED BUT REOPENED - POSTING INTO IT'
                           delimited by size into WS-PDL-TEXT
                       end-string
                   end-if
                   move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
                   write PREFLT-REPORT-LINE
                   if WS-CHECK-MONTH >= 12
                       add 1 to WS-CHECK-YEAR
                       move 1 to WS-CHECK-MONTH
                   else
                       add 1 to WS-CHECK-MONTH
                   end-if
               end-perform
           end-if

           evaluate true
               when not WS-MODE-VALID
                   move 'NOT CHECKED - RUN MODE INVALID'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when not WS-MODE-FULL and not WS-MODE-INCR
                   string WS-RUN-MODE ' RUN POSTS NOTHING'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-na
               when WS-REOPEN-OVERFLOW
                   move 'MORE THAN 24 PERIODS REOPENED ON RUNCTL - RUN W
      -                 'ILL ABEND' to WS-PCL-DETAIL
                   perform write-check-fail
               when not WS-DATES-VALID
                   move 'NOT CHECKED - CONTROL CARD DATES UNUSABLE'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when WS-CLOSED-HIT-COUNT > zero
                   move 'RANGE IS IN A CLOSED PERIOD - REOPEN IT THROUGH
      -                 ' ZTPDOGPC TO POST' to WS-PCL-DETAIL
                   perform write-check-fail
               when WS-REOPENED-HIT-COUNT > zero
                   move 'RANGE POSTS INTO A REOPENED PERIOD'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               when other
                   move 'NO CLOSED PERIOD IN THE RANGE'
                       to WS-PCL-DETAIL
                   perform write-check-pass
           end-evaluate

           exit.

      ******************************************************************
      * The last posting run on RUNCTL: one that did not end balanced
      * with return code zero is warned, so tonight's run is not
      * started over a problem nobody has looked at.
      ******************************************************************
       check-last-posting-run.

           move 'LAST POSTING RUN ENDED CLEAN' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL

           if not WS-LAST-RUN-SEEN
               move 'NO POSTING RUN ON RUNCTL' to WS-PCL-DETAIL
               perform write-check-pass
           else
               string WS-LAST-RUN-MODE ' ' WS-LAST-RUN-START-DATE '-'
                   WS-LAST-RUN-END-DATE ' ON ' WS-LAST-RUN-STAMP
                   ' ' WS-LAST-RUN-STATUS ' RC ' WS-LAST-RUN-RC
                   delimited by size into WS-PCL-DETAIL
               end-string
               if WS-LAST-RUN-RC = zero and
                       (WS-LAST-RUN-STATUS = 'BALANCED' or
                       WS-LAST-RUN-MODE = 'VERI')
                   perform write-check-pass
               else
                   perform write-check-warn
               end-if
           end-if

           exit.

      ******************************************************************
      * BRDTOTM, for the modes that load it. A breed on the master
      * but not on BREEDMST abends the posting run unless its net is
      * zero (then it is dropped as retired).
      ******************************************************************
       check-breed-totals-master.

           move 'BRDTOTM BREED TOTALS MASTER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT

           evaluate true
               when not WS-MODE-VALID
                   move 'NOT CHECKED - RUN MODE INVALID'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when not WS-MODE-INCR and not WS-MODE-VERIFY
                   string WS-RUN-MODE ' RUN DOES NOT READ BRDTOTM'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-na
               when other
                   perform read-breed-totals-master
           end-evaluate

           exit.

       read-breed-totals-master.

           open input BRDTOTM
           if WS-BRDTOTM-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDTOTM
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform check-breed-totals-record
                   end-read
               end-perform
           end-if
           close BRDTOTM
           perform report-breed-totals-master

           exit.

       check-breed-totals-record.

           add 1 to WS-BTM-COUNT

           move 'N' to WS-BTM-FOUND-SWITCH
           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = BTM-BREED-CODE
                   move 'Y' to WS-BTM-FOUND-SWITCH
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           if not WS-BTM-FOUND
               move spaces to WS-PDL-TEXT
               if BTM-NET-COUNT = zero
                   add 1 to WS-BTM-RETIRED-COUNT
                   string 'BREED ' BTM-BREED-CODE ' NOT ON BREEDMST - '
                       'ZERO NET, WILL BE DROPPED AS RETIRED'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
                   write PREFLT-REPORT-LINE
               else
                   add 1 to WS-BTM-MISSING-COUNT
                   string 'BREED ' BTM-BREED-CODE ' NOT ON BREEDMST - '
                       'NET ' BTM-NET-COUNT ' - RUN WILL ABEND'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   perform write-detail-line
               end-if
           end-if

           if BTM-GROSS-COUNT not =
                   BTM-NET-COUNT + BTM-REVERSAL-COUNT + BTM-RETURN-COUNT
               add 1 to WS-BTM-GROSS-COUNT
               move spaces to WS-PDL-TEXT
               string 'BREED ' BTM-BREED-CODE ' GROSS ' BTM-GROSS-COUNT
                   ' NOT NET + REVERSALS + RETURNS'
                   delimited by size into WS-PDL-TEXT
               end-string
               move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
               write PREFLT-REPORT-LINE
           end-if

           if BTM-LAST-POSTED-DATE > WS-BTM-POSTED-THROUGH
               move BTM-LAST-POSTED-DATE to WS-BTM-POSTED-THROUGH
           end-if

           exit.

       report-breed-totals-master.

           move WS-BTM-COUNT to WS-EDIT-COUNT-A

           evaluate true
               when WS-BTM-COUNT = zero and WS-MODE-INCR
                   move 'NO MASTER - TOTALS WILL START FROM THIS PERIOD'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               when WS-BTM-COUNT = zero
                   move 'NO MASTER - NOTHING FOR THE VERI RUN TO VERIFY'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               when WS-BTM-MISSING-COUNT > zero
                   string WS-EDIT-COUNT-A ' BREEDS - BREEDS WITH A '
                       'BALANCE ARE MISSING FROM BREEDMST'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-fail
               when WS-BTM-RETIRED-COUNT > zero or
                       WS-BTM-GROSS-COUNT > zero
                   string WS-EDIT-COUNT-A ' BREEDS, POSTED THROUGH '
                       WS-BTM-POSTED-THROUGH ' - SEE NOTES ABOVE'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
               when WS-MODE-INCR and WS-DATES-VALID and
                       WS-BTM-POSTED-THROUGH >= WS-START-DATE
                   string WS-EDIT-COUNT-A ' BREEDS, ALREADY POSTED '
                       'THROUGH ' WS-BTM-POSTED-THROUGH
                       ' - ON OR AFTER THE START DATE'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
               when other
                   string WS-EDIT-COUNT-A ' BREEDS, POSTED THROUGH '
                       WS-BTM-POSTED-THROUGH
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-pass
           end-evaluate

           exit.

      ******************************************************************
      * The ADOPTS input. An INCR run reads only ADOPTSD, which must
      * be there and in adopter-ID order (the adopter control break
      * and the checkpoint restart both depend on it); records that
      * will be rejected or skipped are counted. The other modes
      * browse the ADOPTS KSDS, which must open and read.
      ******************************************************************
       check-adopts-input.

           if WS-MODE-INCR
               move 'ADOPTS KSDS' to WS-PCL-LABEL
               move 'NOT READ BY AN INCR RUN' to WS-PCL-DETAIL
               perform write-check-na
               perform check-delta-file
           else
               move 'ADOPTSD INCREMENTAL DELTA' to WS-PCL-LABEL
               move spaces to WS-PCL-DETAIL
               string 'NOT READ BY A ' WS-RUN-MODE ' RUN'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-na
               perform check-adopts-ksds
           end-if

           exit.

       check-adopts-ksds.

           move 'ADOPTS KSDS' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL

           open input ADOPTS
           if WS-ADOPTS-STATUS not = '00'
               string 'OPEN FAILED, STATUS=' WS-ADOPTS-STATUS
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           else
               move 'N' to WS-EOF-SWITCH
               move low-values to ADOPTS-KEY
               start ADOPTS key is not less than ADOPTS-KEY
                   invalid key
                       move 'Y' to WS-EOF-SWITCH
               end-start
               if not WS-EOF
                   read ADOPTS next record into ADOPTS-RECORD
                       at end
                           move 'Y' to WS-EOF-SWITCH
                   end-read
               end-if
               if WS-EOF
                   move 'ADOPTS IS EMPTY - NOTHING TO POST'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               else
                   if WS-ADOPTS-STATUS = '00' or
                           WS-ADOPTS-STATUS = '02'
                       string 'OPENED AND READ, FIRST ADOPTER '
                           ADOPTS-ADOPTER-ID
                           delimited by size into WS-PCL-DETAIL
                       end-string
                       perform write-check-pass
                   else
                       string 'READ FAILED, STATUS=' WS-ADOPTS-STATUS
                           delimited by size into WS-PCL-DETAIL
                       end-string
                       perform write-check-fail
                   end-if
               end-if
               close ADOPTS
           end-if

           exit.

       check-delta-file.

           move 'ADOPTSD INCREMENTAL DELTA' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           move zero to WS-PROBLEM-COUNT

           open input ADOPTSD
           if WS-ADOPTSD-STATUS not = '00'
               move 'NO ADOPTSD FOR AN INCR RUN - RUN WILL ABEND'
                   to WS-PCL-DETAIL
               perform write-check-fail
           else
               move low-values to WS-PREV-ADOPTER-ID
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read ADOPTSD into ADOPTS-RECORD
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform check-delta-record
                   end-read
               end-perform
               close ADOPTSD

               move WS-DELTA-COUNT to WS-EDIT-COUNT-A
               if WS-DELTA-COUNT = zero
                   move 'ADOPTSD IS EMPTY - NOTHING TO POST'
                       to WS-PCL-DETAIL
                   perform write-check-warn
               else
                   string WS-EDIT-COUNT-A ' RECORDS'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-pass
               end-if
               perform report-delta-checks
           end-if

           exit.

       check-delta-record.

           add 1 to WS-DELTA-COUNT
           move WS-DELTA-COUNT to WS-EDIT-COUNT-B

           if ADOPTS-ADOPTER-ID < WS-PREV-ADOPTER-ID
               add 1 to WS-ORDER-ERROR-COUNT
               if WS-ORDER-ERROR-COUNT <= WS-DETAIL-LIMIT
                   move spaces to WS-PDL-TEXT
                   string 'RECORD ' WS-EDIT-COUNT-B ' ADOPTER '
                       ADOPTS-ADOPTER-ID ' FOLLOWS '
                       WS-PREV-ADOPTER-ID ' - OUT OF ORDER'
                       delimited by size into WS-PDL-TEXT
                   end-string
                   move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
                   write PREFLT-REPORT-LINE
               end-if
           end-if
           move ADOPTS-ADOPTER-ID to WS-PREV-ADOPTER-ID

           if not ADOPTS-TYPE-ADOPTION and not ADOPTS-TYPE-REVERSAL
                   and not ADOPTS-TYPE-RETURN
               add 1 to WS-BAD-TYPE-COUNT
           end-if

           move 'N' to WS-MAPPED-SWITCH
           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = ADOPTS-BREED-CODE
                   move 'Y' to WS-MAPPED-SWITCH
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform
           if not WS-BREED-MAPPED
               add 1 to WS-UNMAPPED-COUNT
           end-if

           if WS-DATES-VALID
               if ADOPTS-ADOPTION-DATE < WS-START-DATE or
                       ADOPTS-ADOPTION-DATE > WS-END-DATE
                   add 1 to WS-OUT-OF-RANGE-COUNT
               end-if
           end-if

           exit.

       report-delta-checks.

           move 'ADOPTSD IN ADOPTER-ID ORDER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-ORDER-ERROR-COUNT = zero
               move 'IN ORDER' to WS-PCL-DETAIL
               perform write-check-pass
           else
               move WS-ORDER-ERROR-COUNT to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' RECORDS OUT OF ADOPTER-ID '
                   'ORDER - RE-SORT THE DELTA'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           end-if

           move 'ADOPTSD BREED CODES ON BREEDMST' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-UNMAPPED-COUNT = zero
               move 'ALL MAPPED' to WS-PCL-DETAIL
               perform write-check-pass
           else
               move WS-UNMAPPED-COUNT to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' RECORDS WILL BE REJECTED - '
                   'BREED CODE NOT ON BREEDMST'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-warn
           end-if

           move 'ADOPTSD RECORD TYPES' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-BAD-TYPE-COUNT = zero
               move 'ADOPTION, REVERSAL AND RETURN ONLY'
                   to WS-PCL-DETAIL
               perform write-check-pass
           else
               move WS-BAD-TYPE-COUNT to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' RECORDS OF AN UNKNOWN TYPE'
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-warn
           end-if

           move 'ADOPTSD DATES IN CONTROL RANGE' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           evaluate true
               when not WS-DATES-VALID
                   move 'NOT CHECKED - CONTROL CARD DATES UNUSABLE'
                       to WS-PCL-DETAIL
                   perform write-check-na
               when WS-OUT-OF-RANGE-COUNT = zero
                   move 'ALL IN RANGE' to WS-PCL-DETAIL
                   perform write-check-pass
               when other
                   move WS-OUT-OF-RANGE-COUNT to WS-EDIT-COUNT-A
                   string WS-EDIT-COUNT-A ' RECORDS OUTSIDE THE RANGE '
                       '- WILL BE SKIPPED, NOT POSTED'
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-warn
           end-evaluate

           exit.

      ******************************************************************
      * ADPMAST and ANMMAST must open; the posting run opens ANMMAST
      * in every mode but VERI. Both are opened input here.
      ******************************************************************
       check-keyed-masters.

           move 'ADPMAST ADOPTER MASTER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           open input ADPMAST
           if WS-ADPMAST-STATUS = '00'
               move 'AVAILABLE' to WS-PCL-DETAIL
               perform write-check-pass
               close ADPMAST
           else
               string 'OPEN FAILED, STATUS=' WS-ADPMAST-STATUS
                   delimited by size into WS-PCL-DETAIL
               end-string
               perform write-check-fail
           end-if

           move 'ANMMAST ANIMAL MASTER' to WS-PCL-LABEL
           move spaces to WS-PCL-DETAIL
           if WS-MODE-VERIFY
               move 'NOT OPENED BY A VERI RUN' to WS-PCL-DETAIL
               perform write-check-na
           else
               open input ANMMAST
               if WS-ANMMAST-STATUS = '00'
                   move 'AVAILABLE' to WS-PCL-DETAIL
                   perform write-check-pass
                   close ANMMAST
               else
                   string 'OPEN FAILED, STATUS=' WS-ANMMAST-STATUS
                       delimited by size into WS-PCL-DETAIL
                   end-string
                   perform write-check-fail
               end-if
           end-if

           exit.

      ******************************************************************
      * Common result writers. A problem detail line counts toward
      * the check it sits under; every check is counted, and a FAIL
      * or WARN is counted into the verdict.
      ******************************************************************
       write-detail-line.

           add 1 to WS-PROBLEM-COUNT
           move WS-PFT-DETAIL-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

       write-check-pass.

           add 1 to WS-CHECK-COUNT
           move 'PASS' to WS-PCL-RESULT
           move WS-PFT-CHECK-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

       write-check-warn.

           add 1 to WS-CHECK-COUNT
           add 1 to WS-WARN-COUNT
           move 'WARN' to WS-PCL-RESULT
           move WS-PFT-CHECK-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

       write-check-fail.

           add 1 to WS-CHECK-COUNT
           add 1 to WS-FAIL-COUNT
           move 'FAIL' to WS-PCL-RESULT
           move WS-PFT-CHECK-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

       write-check-na.

           add 1 to WS-CHECK-COUNT
           move 'N/A' to WS-PCL-RESULT
           move WS-PFT-CHECK-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

      ******************************************************************
      * The verdict and the return code the schedule tests.
      ******************************************************************
       write-verdict.

           move spaces to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move 'CHECKS PERFORMED' to WS-PSL-LABEL
           move WS-CHECK-COUNT to WS-PSL-COUNT
           move WS-PFT-SUMMARY-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move 'CHECKS FAILED' to WS-PSL-LABEL
           move WS-FAIL-COUNT to WS-PSL-COUNT
           move WS-PFT-SUMMARY-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move 'WARNINGS' to WS-PSL-LABEL
           move WS-WARN-COUNT to WS-PSL-COUNT
           move WS-PFT-SUMMARY-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move spaces to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           move spaces to WS-PFT-VERDICT-LINE
           evaluate true
               when WS-FAIL-COUNT > zero
                   string 'NO-GO: DO NOT START ZTPDOGOS - CORRECT THE '
                       'FAILED CHECKS AND RERUN THIS STEP'
                       delimited by size into WS-PFT-VERDICT-LINE
                   end-string
                   display 'ZTPDOGPF: NO-GO - ' WS-FAIL-COUNT
                       ' CHECKS FAILED'
                   move 8 to RETURN-CODE
               when WS-WARN-COUNT > zero
                   move 'GO WITH WARNINGS: READ THE WARNINGS ABOVE'
                       to WS-PFT-VERDICT-LINE
                   display 'ZTPDOGPF: GO WITH ' WS-WARN-COUNT
                       ' WARNINGS'
                   move 4 to RETURN-CODE
               when other
                   move 'GO: ZTPDOGOS IS CLEAR TO RUN'
                       to WS-PFT-VERDICT-LINE
                   display 'ZTPDOGPF: GO'
                   move zero to RETURN-CODE
           end-evaluate

           move WS-PFT-VERDICT-LINE to PREFLT-REPORT-LINE
           write PREFLT-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close PREFLT

           exit.

       END PROGRAM 'ZTPDOGPF'.
