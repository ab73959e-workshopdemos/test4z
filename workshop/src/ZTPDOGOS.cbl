               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT OPTIONAL CONTROLC ASSIGN TO CONTROLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPRTRPT-STATUS.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  CONTROLC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REPRT-REPORT-LINE               PIC X(133).

       FD  ANMMAST.
           COPY ZTPDGANM.

       WORKING-STORAGE SECTION.

      * The ADOPTS record in hand, filled by READ INTO from either
      * Number of breed slots actually loaded from BREEDMST this run.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-ADOPTSD-STATUS               PIC XX.
       01  WS-OUTREP-STATUS                PIC XX.
       01  WS-CKP-EOF-SWITCH                PIC X VALUE 'N'.
           88  WS-CKP-EOF                   VALUE 'Y'.

      * A checkpoint is a header record and the detail records that
      * follow it (see ZTPDGCKP). load-checkpoint restarts from the
      * last one whose detail records are all on file: its header is
      * record WS-CKP-SET-START of CHECKPT and its last detail record
      * is WS-CKP-SET-END.
       01  WS-CKP-RECORD-NUMBER             PIC 9(7).
       01  WS-CKP-HEADER-NUMBER             PIC 9(7).
       01  WS-CKP-HEADER-END                PIC 9(7).
       01  WS-CKP-SET-START                 PIC 9(7).
       01  WS-CKP-SET-END                   PIC 9(7).
       01  WS-CKP-LOC-RECORDS               PIC 9(3).
       01  WS-CKP-ANM-RECORDS               PIC 9(3).
       01  WS-CKP-EVT-RECORDS               PIC 9(3).
       01  WS-CKP-TABLE-IX                  PIC 9(4).
       01  WS-CKP-SLICE-IX                  PIC 9(3).
       01  WS-CKP-ENTRY-IX                  PIC 9(4).

       01  WS-RESTART-SWITCH                PIC X VALUE 'N'.
           88  WS-IS-RESTART                VALUE 'Y'.
       01  WS-RESTART-KEY                   PIC X(8).
      * ADOPTION record, pass 2 applies every REVERSAL record against
      * the now-complete gross adoption totals. WS-RESTART-PASS is the
      * pass a restored checkpoint was taken in; WS-CURRENT-PASS is the
      * pass process-adopts is actually browsing right now (0 for the
      * event pass ahead of pass 1, see WS-EVENT-TABLE).
       01  WS-RESTART-PASS                  PIC 9 VALUE 1.
       01  WS-CURRENT-PASS                  PIC 9 VALUE 1.

       01  WS-BRDHIST-STATUS                PIC XX.
       01  WS-PERIOD-END-DATE               PIC 9(8).

      * Shelter-location dimension. One row per site on the LOCMAST
      * location master (room for 50), in master order, plus a last
      * row with a blank code that collects every record whose code
      * is not on the master - records from before the location
      * rollout carry spaces, and a mistype no longer becomes a
      * phantom site. Each applied record also accumulates under its
      * location's row, so the per-location subtotals cross-foot to
      * the grand total. A reversal or return stamped with a
      * different location than the adoption it nets falls back to
      * decrementing whichever location still holds net for the
      * breed, keeping the cross-foot exact.
       01  WS-LOCATION-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-OFF-MASTER-ROW                PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-CODES.
           05  WS-LOC-CODE                  PIC X(3) OCCURS 51 TIMES.
       01  WS-LOCATION-SITES.
           05  WS-LOCATION-SITE             OCCURS 51 TIMES.
               10  WS-LOC-SITE-NAME         PIC X(20).
               10  WS-LOC-REGION            PIC X(10).
               10  WS-LOC-REGION-IX         PIC 9(2).
       01  LOCATION-ACCUMULATORS.
           05  LOC-ROW                      OCCURS 51 TIMES.
               10  LOC-NET-COUNT            PIC 9(3) OCCURS 50 TIMES.
               10  LOC-REVERSAL-COUNT       PIC 9(3) OCCURS 50 TIMES.
               10  LOC-RETURN-COUNT         PIC 9(3) OCCURS 50 TIMES.
       01  WS-LOC-RETURN-TOTAL              PIC 9(5).
       01  WS-LOC-CROSSFOOT                 PIC 9(5).

      * Regions the sites roll up to, in the order they first appear
      * on LOCMAST, with the summary report's per-region totals.
       01  WS-REGION-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY              OCCURS 51 TIMES.
               10  WS-RGN-NAME              PIC X(10).
               10  WS-RGN-NET-TOTAL         PIC 9(5).
               10  WS-RGN-REVERSAL-TOTAL    PIC 9(5).
               10  WS-RGN-RETURN-TOTAL      PIC 9(5).
       01  WS-RGN-IX                        PIC 9(2).

      * Adopter eligibility working storage. Each record's adopter ID
      * is read against the ADPMAST master during the browse; since
      * the browse runs in adopter-ID key order, the last result is
      * placements, so the netting lands on the exact breed slot and
      * location the adoption posted to instead of
      * net-location-out's best guess. A record with a blank animal
      * ID (keyed before the rollout) nets by breed slot as before.
      * An animal absent from the table - placed by an earlier
      * period's run in INCR mode, or arriving after the table
      * overflowed - is matched against the ANMMAST animal master
      * instead (see match-animal-on-master); only a VERI run, which
      * never touches ANMMAST, degrades to breed-slot netting once
      * the table is full.
      * Because the run is two-pass, every placement is registered
      * before any netting is seen, so the entry carries an OPEN
      * placement count, not a flag: an animal adopted, returned and
           88  WS-ANIMAL-UNKNOWN            VALUE 'U'.
           88  WS-ANIMAL-ALREADY-NETTED     VALUE 'N'.
           88  WS-ANIMAL-BREED-MISMATCH     VALUE 'B'.
           88  WS-ANIMAL-NOT-PLACED         VALUE 'P'.
           88  WS-ANIMAL-MASTER-MATCHED     VALUE 'E'.

      * Animal inventory master working storage. Every run but VERI
      * reads ANMMAST: an in-range ADOPTION must name an animal that
      * is on the master and in the shelter (IN-SHELTER or RETURNED),
      * and a REVERSAL or RETURN the placement table cannot place is
      * matched to the master's record of the placement. FULL and
      * INCR runs then move the master with every record they apply;
      * PREV reads it but posts nothing. WS-ANIMAL-RUN-STAMP
      * identifies this run on the records it moves (carried on the
      * checkpoint, so a restart is still the same run), and
      * WS-PLACED-LOC-ROW is the location row a master match's
      * placement posted to, preferred by net-location-out.
      * WS-INVENTORY-CUTOVER-DATE is the day the master came into use
      * (see find-inventory-cutover).
       01  WS-ANMMAST-STATUS                PIC XX.
       01  WS-INVENTORY-CUTOVER-DATE        PIC 9(8) VALUE 99999999.
       01  WS-ANIMAL-RUN-STAMP              PIC X(16).
       01  WS-ANIMAL-FOUND-SWITCH           PIC X.
           88  WS-ANIMAL-ON-FILE            VALUE 'Y'.
       01  WS-EVENT-REFLECTED-SWITCH        PIC X.
           88  WS-EVENT-REFLECTED           VALUE 'Y'.
       01  WS-INVENTORY-SWITCH              PIC X VALUE SPACE.
           88  WS-INVENTORY-UNKNOWN         VALUE 'U'.
           88  WS-INVENTORY-NOT-IN-SHELTER  VALUE 'N'.
           88  WS-INVENTORY-BREED-MISMATCH  VALUE 'B'.
       01  WS-PLACED-LOC-ROW                PIC 9(2) VALUE ZERO.
       01  WS-APPLIED-BEFORE                PIC 9(7).
       01  WS-APPLIED-AFTER                 PIC 9(7).
       01  WS-STAY-START-DAY-INT            PIC 9(7).
       01  WS-STAY-DAYS                     PIC S9(5).

      * Animal event table for the in-shelter check. Pass 1 applies
      * adoptions in adopter-ID order and pass 2 the returns and
      * reversals, so neither pass sees an animal's events in the
      * order they happened. Before pass 1 an event pass collects
      * every in-range event the master does not already reflect,
      * per animal: the ADOPTIONs that would otherwise apply and the
      * REVERSALs and RETURNs that free the dog again. Each ADOPTION
      * is then judged in date order (on one date, a netting before
      * an adoption, and adoptions in browse order) from the animal's
      * status on ANMMAST before the run (WS-EVT-START-AVAIL): it is
      * available after a netting or when nothing precedes it and the
      * master had it in the shelter, and it is placed after an
      * adoption judged available. WS-EVT-VERDICT is 'Y' for an
      * adoption of an available animal and 'N' for a second adoption
      * with no return or reversal between; pass 1 marks each entry
      * WS-EVT-USED as its record is judged, so identical records take
      * one entry each. The table is carried on the checkpoint, since
      * a restart finds the master already moved by this run. Past
      * capacity the check falls back to the master and placement
      * table alone.
       01  WS-EVENT-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-EVENT-OVERFLOW-SWITCH         PIC X VALUE 'N'.
           88  WS-EVENT-TABLE-OVERFLOWED    VALUE 'Y'.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-ENTRY               OCCURS 1000 TIMES.
               10  WS-EVT-ANIMAL-ID         PIC X(10).
               10  WS-EVT-DATE              PIC 9(8).
               10  WS-EVT-ADOPTER-ID        PIC X(8).
               10  WS-EVT-KIND              PIC X.
                   88  WS-EVT-ADOPTION      VALUE 'A'.
                   88  WS-EVT-NETTING       VALUE 'N'.
               10  WS-EVT-START-AVAIL       PIC X.
               10  WS-EVT-VERDICT           PIC X.
               10  WS-EVT-USED              PIC X.
       01  WS-EVT-IX                        PIC 9(4).
       01  WS-EVT-MATCH-IX                  PIC 9(4).
       01  WS-EVT-JUDGE-IX                  PIC 9(4).
       01  WS-EVT-LATEST-IX                 PIC 9(4).
       01  WS-EVT-A-IX                      PIC 9(4).
       01  WS-EVT-B-IX                      PIC 9(4).
       01  WS-EVT-AVAIL-SWITCH              PIC X.
       01  WS-EVT-PRECEDES-SWITCH           PIC X.
           88  WS-EVT-PRECEDES              VALUE 'Y'.

      * Days-in-home arithmetic for the return history.
      * WS-CONSUMED-PLACE-DATE is the placement date the netting in
           88  WS-DUPLICATE-RANGE           VALUE 'Y'.
       01  WS-START-TIMESTAMP               PIC X(21).

      * Closed-period working storage, rebuilt from the CLOS and ROPN
      * records the period close (ZTPDOGPC) registers on RUNCTL. Months
      * close in order, so every month from the first closed to the
      * last closed is closed unless it is on the reopened list.
       01  WS-FIRST-CLOSED-PERIOD           PIC 9(6) VALUE ZERO.
       01  WS-LAST-CLOSED-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-EVENT-PERIOD                  PIC 9(6).
       01  WS-REOPENED-COUNT                PIC 9(2) VALUE ZERO.
       01  WS-REOPENED-TABLE.
           05  WS-REOPENED-PERIOD           PIC 9(6) OCCURS 24 TIMES.
       01  WS-REOPEN-IX                     PIC 9(2).
       01  WS-REOPEN-ROW                    PIC 9(2).
       01  WS-CHECK-PERIOD                  PIC 9(6).
       01  WS-CHECK-PARTS REDEFINES WS-CHECK-PERIOD.
           05  WS-CHECK-YEAR                PIC 9(4).
           05  WS-CHECK-MONTH               PIC 9(2).
       01  WS-CHECK-LIMIT                   PIC 9(6).
       01  WS-CLOSED-PERIOD-SWITCH          PIC X VALUE 'N'.
           88  WS-CLOSED-PERIOD-HIT         VALUE 'Y'.

      * Run mode and breed-totals master working storage. In INCR
      * mode this run's period delta is posted into the per-slot
      * master totals and BRDTOTM is rewritten; in VERI mode the full
           05  WS-SMD-FEES                  PIC -ZZZZZZ9.99.
           05  FILLER                       PIC X(48) VALUE SPACES.

       01  WS-SUM-LOC-TITLE                 PIC X(133).

       01  WS-SUM-LOC-HEADING.
           05  FILLER                       PIC X(6)  VALUE 'LOC'.
           05  FILLER                       PIC X(21) VALUE 'SITE'.
           05  FILLER                       PIC X(12) VALUE 'REGION'.
           05  FILLER                       PIC X(9)  VALUE 'NET'.
           05  FILLER                       PIC X(9)  VALUE
               'REVERSAL'.
           05  FILLER                       PIC X(7)  VALUE
               'RETURNS'.
           05  FILLER                       PIC X(5)  VALUE 'GROSS'.
           05  FILLER                       PIC X(64) VALUE SPACES.

       01  WS-SUM-LOC-LINE.
           05  WS-SML-LOCATION-CODE         PIC X(3).
           05  FILLER                       PIC X(3)  VALUE SPACES.
           05  WS-SML-SITE-NAME             PIC X(20).
           05  FILLER                       PIC X(1)  VALUE SPACES.
           05  WS-SML-REGION                PIC X(10).
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-SML-NET                   PIC ZZZZ9.
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-SML-REVERSAL              PIC ZZZZ9.
           05  FILLER                       PIC X(4)  VALUE SPACES.
           05  WS-SML-RETURNS               PIC ZZZZ9.
           05  FILLER                       PIC X(2)  VALUE SPACES.
           05  WS-SML-GROSS                 PIC ZZZZ9.
           05  FILLER                       PIC X(64) VALUE SPACES.

       01  WS-SUM-TOTAL-LINE.
           05  WS-SMO-LABEL                 PIC X(30).
           05  WS-SMO-COUNT                 PIC ZZZZZZ9.
      * AUDITLOG working storage.
       01  WS-AUDIT-SLOT-BEFORE             PIC 9(3).
       01  WS-AUDIT-SLOT-AFTER              PIC 9(3).
       01  WS-AUDIT-APPLIED-FLAG            PIC X.
       01  WS-RECONCILE-MSG.
           05  FILLER                       PIC X(10)
                                             VALUE 'ZTPDOGOS: '.
           move zero to RETURN-COUNTS
           move zero to WS-MASTER-CONSUMED
           move zero to LOCATION-ACCUMULATORS
           perform load-location-master

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
           move zero to WS-ANIMAL-COUNT
           move 'N' to WS-ANIMAL-OVERFLOW-SWITCH
           move spaces to WS-ANIMAL-TABLE
           move WS-START-TIMESTAMP(1:16) to WS-ANIMAL-RUN-STAMP

           move zero to WS-EVENT-COUNT
           move 'N' to WS-EVENT-OVERFLOW-SWITCH
           move spaces to WS-EVENT-TABLE

           perform load-checkpoint

               stop run
           end-if

      * ANMMAST is opened I-O only by the runs that move it; PREV
      * checks against it read-only and VERI leaves it alone.
           if not WS-MODE-VERIFY
               if WS-MODE-PREVIEW
                   open input ANMMAST
               else
                   open i-o ANMMAST
               end-if
               if WS-ANMMAST-STATUS not = '00'
                   display 'ZTPDOGOS: ANMMAST OPEN FAILED, STATUS='
                       WS-ANMMAST-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
               perform find-inventory-cutover
           end-if

           open output OUTREP
           if WS-OUTREP-STATUS not = '00'
               display 'ZTPDOGOS: OUTREP OPEN FAILED, STATUS='

           exit.

      ******************************************************************
      * Load the location rows from LOCMAST in master order, then add
      * the blank-coded row that collects codes not on the master.
      * Each row is tied to its region as it loads. WS-LOCATION-COUNT
      * includes that last row, so every location loop covers it.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGOS: LOCMAST OPEN FAILED, STATUS='
                   WS-LOCMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-LOCATION-COUNT
           move spaces to WS-LOCATION-CODES
           move spaces to WS-LOCATION-SITES
           move zero to WS-REGION-COUNT
           move spaces to WS-REGION-TABLE

           perform until WS-LOCMAST-STATUS = '10'
               read LOCMAST
                   at end
                       move '10' to WS-LOCMAST-STATUS
                   not at end
                       if WS-LOCATION-COUNT >= 50
                           display
                               'ZTPDOGOS: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if LCM-LOCATION-CODE = spaces
                           display
                               'ZTPDOGOS: LOCMAST LOCATION CODE BLANK'
                           move 16 to RETURN-CODE
                           stop run
                       end-if

                       perform varying WS-LOC-IX from 1 by 1
                               until WS-LOC-IX > WS-LOCATION-COUNT
                           if WS-LOC-CODE(WS-LOC-IX)
                                   = LCM-LOCATION-CODE
                               display
                                   'ZTPDOGOS: LOCMAST LOCATION CODE '
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
                       move LCM-REGION
                           to WS-LOC-REGION(WS-LOCATION-COUNT)
                       perform assign-location-region
               end-read
           end-perform

           close LOCMAST

           add 1 to WS-LOCATION-COUNT
           move WS-LOCATION-COUNT to WS-OFF-MASTER-ROW
           move 'NOT ON LOCMAST' to WS-LOC-SITE-NAME(WS-OFF-MASTER-ROW)
           move 'UNASSIGNED' to WS-LOC-REGION(WS-OFF-MASTER-ROW)
           perform assign-location-region

           exit.

      ******************************************************************
      * Tie the location row just loaded to its region's row, adding
      * the region the first time it appears.
      ******************************************************************
       assign-location-region.

           move zero to WS-LOC-REGION-IX(WS-LOCATION-COUNT)

           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > WS-REGION-COUNT
               if WS-RGN-NAME(WS-RGN-IX)
                       = WS-LOC-REGION(WS-LOCATION-COUNT)
                   move WS-RGN-IX
                       to WS-LOC-REGION-IX(WS-LOCATION-COUNT)
                   move WS-REGION-COUNT to WS-RGN-IX
               end-if
           end-perform

           if WS-LOC-REGION-IX(WS-LOCATION-COUNT) = ZERO
               add 1 to WS-REGION-COUNT
               move WS-LOC-REGION(WS-LOCATION-COUNT)
                   to WS-RGN-NAME(WS-REGION-COUNT)
               move WS-REGION-COUNT
                   to WS-LOC-REGION-IX(WS-LOCATION-COUNT)
           end-if

           exit.

      ******************************************************************
      * Load the optional date-range control card. When CONTROLC is
      * not supplied, WS-START-DATE/WS-END-DATE keep their full-range
      * posts nothing either, so it runs over any range freely and
      * leaves no trace on RUNCTL. Last month's double-posted FINEXTR
      * is the failure this check exists for.
      *
      * The same read rebuilds the period-close state, and a range
      * that touches a month finance has closed is refused outright -
      * the override card does not open a closed month; only a
      * REOPEN through ZTPDOGPC does.
      ******************************************************************
       check-run-control.


               close RUNCTL

               perform check-closed-periods

               if WS-DUPLICATE-RANGE
                   if WS-OVERRIDE-GIVEN
                       display 'ZTPDOGOS: OVERRIDE CARD SUPPLIED - '

       check-run-control-record.

           if RNC-PERIOD-EVENT
               perform apply-period-event
           end-if

           if RNC-RUN-MODE not = 'VERI' and
                   RNC-RECONCILE-STATUS = 'BALANCED' and
                   RNC-RETURN-CODE = ZERO and

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
                       display 'ZTPDOGOS: MORE THAN 24 PERIODS '
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
      * Walk the closed months the run's date range touches; any not
      * reopened refuses the run.
      ******************************************************************
       check-closed-periods.

           move 'N' to WS-CLOSED-PERIOD-SWITCH

           if WS-LAST-CLOSED-PERIOD > ZERO
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
                   if WS-REOPEN-ROW = ZERO
                       move 'Y' to WS-CLOSED-PERIOD-SWITCH
                       display 'ZTPDOGOS: PERIOD ' WS-CHECK-PERIOD
                           ' IS CLOSED'
                   else
                       display 'ZTPDOGOS: POSTING INTO REOPENED '
                           'PERIOD ' WS-CHECK-PERIOD
                   end-if
                   if WS-CHECK-MONTH >= 12
                       add 1 to WS-CHECK-YEAR
                       move 1 to WS-CHECK-MONTH
                   else
                       add 1 to WS-CHECK-MONTH
                   end-if
               end-perform
           end-if

           if WS-CLOSED-PERIOD-HIT
               display 'ZTPDOGOS: RUN REFUSED - DATE RANGE IS IN A '
                   'CLOSED PERIOD; REOPEN IT THROUGH ZTPDOGPC TO POST'
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

      ******************************************************************
      * Map an ADOPTS breed code to its accumulator slot via
      * WS-BREED-TABLE; WS-MAPPED-SLOT is zero when unmapped.
           exit.

      ******************************************************************
      * Load the latest complete checkpoint, if one exists, to restore
      * the accumulator and the ADOPTS key to resume from. A first
      * read of CHECKPT finds the last checkpoint whose detail records
      * are all on file; a checkpoint the run came down while writing
      * is passed over for the one before it. The restart key is
      * handed to process-adopts, which repositions ADOPTS with a
      * keyed START; then open CHECKPT fresh so this run's checkpoints
      * are written over it.
      ******************************************************************
       load-checkpoint.

           move zero to WS-CKP-RECORD-NUMBER
           move zero to WS-CKP-HEADER-NUMBER
           move zero to WS-CKP-HEADER-END
           move zero to WS-CKP-SET-START
           move zero to WS-CKP-SET-END

           open input CHECKPT

           if WS-CHECKPOINT-STATUS = '00'
               move 'N' to WS-CKP-EOF-SWITCH
               perform until WS-CKP-EOF
                   read CHECKPT
                       at end
                           move 'Y' to WS-CKP-EOF-SWITCH
                       not at end
                           perform find-complete-checkpoint
                   end-read
               end-perform
           end-if

           close CHECKPT

           if WS-CKP-RECORD-NUMBER > WS-CKP-SET-END
               display 'ZTPDOGOS: LAST CHECKPOINT ON CHECKPT INCOMPLETE'
                   ', NOT RESTARTED FROM'
           end-if

           if WS-CKP-SET-START > zero
               open input CHECKPT
               if WS-CHECKPOINT-STATUS not = '00'
                   display 'ZTPDOGOS: CHECKPT OPEN INPUT FAILED, '
                       'STATUS=' WS-CHECKPOINT-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
               move zero to WS-CKP-RECORD-NUMBER
               move 'N' to WS-CKP-EOF-SWITCH
               perform until WS-CKP-EOF
                   read CHECKPT
                       at end
                           move 'Y' to WS-CKP-EOF-SWITCH
                       not at end
                           add 1 to WS-CKP-RECORD-NUMBER
                           if WS-CKP-RECORD-NUMBER >= WS-CKP-SET-START
                               perform restore-checkpoint-record
                           end-if
                           if WS-CKP-RECORD-NUMBER >= WS-CKP-SET-END
                               move 'Y' to WS-CKP-EOF-SWITCH
                           end-if
                   end-read
               end-perform
               close CHECKPT
           end-if

           open output CHECKPT

           if WS-CHECKPOINT-STATUS not = '00'

           exit.

      ******************************************************************
      * Note where each checkpoint on CHECKPT starts and ends. A
      * checkpoint is complete once the record CKP-DETAIL-RECORD-COUNT
      * past its header has been read.
      ******************************************************************
       find-complete-checkpoint.

           add 1 to WS-CKP-RECORD-NUMBER

           if CKP-HEADER-RECORD
               move WS-CKP-RECORD-NUMBER to WS-CKP-HEADER-NUMBER
               compute WS-CKP-HEADER-END =
                   WS-CKP-RECORD-NUMBER + CKP-DETAIL-RECORD-COUNT
           end-if

           if WS-CKP-HEADER-NUMBER > zero and
                   WS-CKP-RECORD-NUMBER = WS-CKP-HEADER-END
               move WS-CKP-HEADER-NUMBER to WS-CKP-SET-START
               move WS-CKP-RECORD-NUMBER to WS-CKP-SET-END
           end-if

           exit.

      ******************************************************************
      * Restore one record of the checkpoint being restarted from.
      * The header comes first, so the table counts are already
      * restored when the detail records holding the tables arrive.
      ******************************************************************
       restore-checkpoint-record.

           evaluate true
               when CKP-HEADER-RECORD
                   perform restore-checkpoint-header
               when CKP-LOCATION-RECORD
                   perform varying WS-CKP-SLICE-IX from 1 by 1
                           until WS-CKP-SLICE-IX > 8 or
                           CKP-LOC-FIRST-ROW + WS-CKP-SLICE-IX - 1
                           > WS-LOCATION-COUNT
                       compute WS-CKP-ENTRY-IX =
                           CKP-LOC-FIRST-ROW + WS-CKP-SLICE-IX - 1
                       move CKP-LOC-ROW(WS-CKP-SLICE-IX)
                           to LOC-ROW(WS-CKP-ENTRY-IX)
                   end-perform
               when CKP-ANIMAL-RECORD
                   perform varying WS-CKP-SLICE-IX from 1 by 1
                           until WS-CKP-SLICE-IX > 50 or
                           CKP-ANM-FIRST-ENTRY + WS-CKP-SLICE-IX - 1
                           > WS-ANIMAL-COUNT
                       compute WS-CKP-ENTRY-IX =
                           CKP-ANM-FIRST-ENTRY + WS-CKP-SLICE-IX - 1
                       move CKP-ANIMAL-ENTRY(WS-CKP-SLICE-IX)
                           to WS-ANIMAL-ENTRY(WS-CKP-ENTRY-IX)
                   end-perform
               when CKP-EVENT-RECORD
                   perform varying WS-CKP-SLICE-IX from 1 by 1
                           until WS-CKP-SLICE-IX > 100 or
                           CKP-EVT-FIRST-ENTRY + WS-CKP-SLICE-IX - 1
                           > WS-EVENT-COUNT
                       compute WS-CKP-ENTRY-IX =
                           CKP-EVT-FIRST-ENTRY + WS-CKP-SLICE-IX - 1
                       move CKP-EVENT-ENTRY(WS-CKP-SLICE-IX)
                           to WS-EVENT-ENTRY(WS-CKP-ENTRY-IX)
                   end-perform
               when other
                   display 'ZTPDOGOS: CHECKPT RECORD TYPE '
                       CKP-RECORD-TYPE ' NOT RECOGNIZED'
                   move 16 to RETURN-CODE
                   stop run
           end-evaluate

           exit.

      ******************************************************************
      * Restore the header of the checkpoint being restarted from,
      * refusing the restart if BREEDMST or LOCMAST has changed since
      * it was taken.
      ******************************************************************
       restore-checkpoint-header.

           if CKP-BREED-COUNT not = WS-BREED-COUNT
               display
                   'ZTPDOGOS: BREEDMST CHANGED SINCE '
                   'CHECKPOINT, BREED-COUNT WAS '
                   CKP-BREED-COUNT ' NOW '
                   WS-BREED-COUNT
               move 16 to RETURN-CODE
               stop run
           end-if
           if CKP-LOCATION-COUNT not = WS-LOCATION-COUNT
                   or CKP-LOCATION-CODES
                   not = WS-LOCATION-CODES
               display
                   'ZTPDOGOS: LOCMAST CHANGED SINCE '
                   'CHECKPOINT, LOCATION-COUNT WAS '
                   CKP-LOCATION-COUNT ' NOW '
                   WS-LOCATION-COUNT
               move 16 to RETURN-CODE
               stop run
           end-if
           move 'Y' to WS-RESTART-SWITCH
           move CKP-ADOPTER-ID to WS-RESTART-KEY
           move CKP-ACCUMULATOR to ACCUMULATOR
           move CKP-REVERSAL-COUNTS to REVERSAL-COUNTS
           move CKP-ADOPTS-READ-COUNT to WS-ADOPTS-READ-COUNT
           move CKP-ADOPTION-APPLIED-COUNT to WS-ADOPTION-APPLIED-COUNT
           move CKP-REVERSAL-APPLIED-COUNT to WS-REVERSAL-APPLIED-COUNT
           move CKP-REJECT-COUNT to WS-REJECT-COUNT
           move CKP-DATE-SKIPPED-COUNT to WS-DATE-SKIPPED-COUNT
           move CKP-PASS-NUMBER to WS-RESTART-PASS
           move CKP-CURR-ADOPTER-ID to WS-CURR-ADOPTER-ID
           move CKP-CURR-ADOPTER-COUNT to WS-CURR-ADOPTER-COUNT
           move CKP-ADOPTER-RPT-COUNT to WS-ADOPTER-RPT-COUNT
           move CKP-ADOPTER-ADOPTION-TOTAL to WS-ADOPTER-ADOPTION-TOTAL
           move CKP-EXCEPTION-COUNT to WS-EXCEPTION-COUNT
           move CKP-EXCEPTION-TOTAL to WS-EXCEPTION-TOTAL
           move CKP-EXCEPTION-TABLE to WS-EXCEPTION-TABLE
           move CKP-RETURN-COUNTS to RETURN-COUNTS
           move CKP-RETURN-APPLIED-COUNT to WS-RETURN-APPLIED-COUNT
           move CKP-MASTER-CONSUMED to WS-MASTER-CONSUMED
           move CKP-LOCATION-COUNT to WS-LOCATION-COUNT
           move CKP-LOCATION-CODES to WS-LOCATION-CODES
           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               move CKP-BREED-FEE(WS-BREED-IX)
                   to BREED-FEE-AMOUNT(WS-BREED-IX)
               move CKP-REVERSAL-FEE(WS-BREED-IX)
                   to REVERSAL-FEE-AMOUNT(WS-BREED-IX)
               move CKP-RETURN-FEE(WS-BREED-IX)
                   to RETURN-FEE-AMOUNT(WS-BREED-IX)
           end-perform
           move CKP-FEE-POSTED-TOTAL to WS-FEE-POSTED-TOTAL
           move CKP-ANIMAL-COUNT to WS-ANIMAL-COUNT
           move CKP-ANIMAL-OVERFLOW-SW to WS-ANIMAL-OVERFLOW-SWITCH
           move CKP-ANIMAL-RUN-STAMP to WS-ANIMAL-RUN-STAMP
           move CKP-EVENT-COUNT to WS-EVENT-COUNT
           move CKP-EVENT-OVERFLOW-SW to WS-EVENT-OVERFLOW-SWITCH

           exit.

      ******************************************************************
      * Browse ADOPTS in two full passes so a REVERSAL is never netted
      * against an ADOPTION purely by adopter-ID key-sort luck: pass 1
      * afterwards; a checkpoint taken mid-pass-2 means pass 1 already
      * ran to completion, so the restart skips straight to pass 2 at
      * the checkpointed key.
      * Ahead of pass 1 every run but VERI browses once more (pass 0)
      * to collect and judge the animal events for the in-shelter
      * check; a restart has them back from the checkpoint instead.
      ******************************************************************
       process-adopts.

           if not WS-IS-RESTART and not WS-MODE-VERIFY
               move 0 to WS-CURRENT-PASS
               perform browse-adopts-pass
               perform judge-animal-events
               move low-values to WS-LAST-VALIDATED-ID
           end-if

           if WS-IS-RESTART and WS-RESTART-PASS = 2
               move 2 to WS-CURRENT-PASS
           else
      * RETURN, both of which net a posted adoption back out, in pass
      * 2); the other pass will apply it instead. This way every
      * physical ADOPTS record is still counted into
      * WS-ADOPTS-READ-COUNT exactly once across the whole run. The
      * event pass (pass 0) only collects, and counts nothing.
      ******************************************************************
       process-adopts-record-for-pass.

           evaluate true
               when WS-CURRENT-PASS = 0
                   perform collect-animal-event
               when WS-CURRENT-PASS = 1 and
                       not ADOPTS-TYPE-REVERSAL and
                       not ADOPTS-TYPE-RETURN

           perform map-breed-code-to-slot
           perform capture-audit-slot-before
           move 'N' to WS-AUDIT-APPLIED-FLAG

      * Records keyed before the fee rollout carry spaces in the fee
      * bytes; they post as a zero fee rather than abending the run.
      * adopter barred after their adoptions were posted would
      * otherwise fail the master comparison even though the master
      * is correct.
      * The animal master moves only with records that actually
      * applied, so the applied counts are compared across the
      * record; a rejected record leaves the animal where it was.
           if ADOPTS-ADOPTION-DATE >= WS-START-DATE and
                   ADOPTS-ADOPTION-DATE <= WS-END-DATE
               if WS-MODE-VERIFY
                   perform accumulate-adoption
               else
                   compute WS-APPLIED-BEFORE =
                       WS-ADOPTION-APPLIED-COUNT
                       + WS-REVERSAL-APPLIED-COUNT
                       + WS-RETURN-APPLIED-COUNT
                   perform validate-adopter
                   perform check-animal-inventory
                   evaluate true
                       when WS-ADOPTER-UNKNOWN
                           perform reject-unknown-adopter
                           perform reject-barred-adopter
                       when WS-ADOPTER-BAD-STATUS
                           perform reject-bad-adopter-status
                       when WS-INVENTORY-UNKNOWN
                           perform reject-animal-not-on-inventory
                       when WS-INVENTORY-NOT-IN-SHELTER
                           perform reject-animal-not-in-shelter
                       when WS-INVENTORY-BREED-MISMATCH
                           perform reject-animal-breed-mismatch
                       when other
                           perform accumulate-adoption
                   end-evaluate
                   compute WS-APPLIED-AFTER =
                       WS-ADOPTION-APPLIED-COUNT
                       + WS-REVERSAL-APPLIED-COUNT
                       + WS-RETURN-APPLIED-COUNT
                   if WS-APPLIED-AFTER > WS-APPLIED-BEFORE and
                           not WS-MODE-PREVIEW
                       move 'Y' to WS-AUDIT-APPLIED-FLAG
                       perform post-animal-master
                   end-if
               end-if
           else
               add 1 to WS-DATE-SKIPPED-COUNT
               end-if
           end-if

           perform capture-audit-slot-after
           perform write-audit-record
           perform maybe-write-checkpoint

           exit.

      ******************************************************************
      * Check the record's adopter against the ADPMAST master. The
      * keyed read is skipped when the ID matches the one validated
      * last - the browse runs in adopter-ID key order, so repeat
      * records for an adopter are adjacent. Any master I/O result
      * other than found/not-found is a hard error.
      ******************************************************************
       validate-adopter.

           if ADOPTS-ADOPTER-ID not = WS-LAST-VALIDATED-ID
               move ADOPTS-ADOPTER-ID to WS-LAST-VALIDATED-ID
               perform read-adopter-master

      * Only an explicit ACTIVE status is eligible: a garbled or
      * unrecognized status on the master is rejected, never waved
      * through, since this is the county-compliance check.
               evaluate true
                   when WS-ADPMAST-STATUS = '23'
                       move 'U' to WS-ADOPTER-CHECK-SWITCH
                   when WS-ADPMAST-STATUS not = '00'
                       display
                           'ZTPDOGOS: ADPMAST READ FAILED, STATUS='
                           WS-ADPMAST-STATUS
                       move 16 to RETURN-CODE
                       stop run
                   when ADM-STATUS-BARRED
                       move 'B' to WS-ADOPTER-CHECK-SWITCH
                   when ADM-STATUS-ACTIVE
                       move 'A' to WS-ADOPTER-CHECK-SWITCH
                   when other
                       move 'I' to WS-ADOPTER-CHECK-SWITCH
               end-evaluate
           end-if

           exit.

      ******************************************************************
      * One keyed read of the adopter master for the record in hand.
      ******************************************************************
       read-adopter-master.

           move ADOPTS-ADOPTER-ID to ADM-ADOPTER-ID
           read ADPMAST
               invalid key
                   continue
           end-read

           exit.

      ******************************************************************
      * Check an in-range ADOPTION's animal against the ANMMAST
      * inventory: the animal must be on the master, in the shelter
      * and of the breed the record was keyed under - a dog already
      * out in a home, transferred away or never taken in cannot be
      * adopted. Whether it was in the shelter on the record's date
      * is the verdict the event pass reached for it (see
      * WS-EVENT-TABLE), so a re-adoption after this run's return is
      * accepted and a second adoption with no return between is
      * refused, whatever order the two passes meet them in. Only
      * when the event table overflowed, or the adoption was never
      * collected, is the master judged alone, leaving an animal this
      * run has already placed (the placement table, or the master's
      * run stamp) to the open-placement matching. A record the
      * master has already moved past is history and is not
      * re-checked. Blank animal IDs (keyed before the rollout) are
      * not checked, and neither is an animal with no master record
      * adopted before the inventory cut-over - placed before the
      * master existed, it takes the legacy breed-slot path as its
      * reversal or return would.
      ******************************************************************
       check-animal-inventory.

           move space to WS-INVENTORY-SWITCH

           if not ADOPTS-TYPE-REVERSAL and not ADOPTS-TYPE-RETURN and
                   ADOPTS-ANIMAL-ID not = spaces
               perform read-animal-master
               if WS-ANIMAL-ON-FILE
                   perform test-event-reflected
                   move zero to WS-ANM-MATCH-IX
                   if not WS-ANIMAL-OVERFLOWED
                       perform find-animal-entry
                   end-if
                   move zero to WS-EVT-MATCH-IX
                   if not WS-EVENT-TABLE-OVERFLOWED
                       perform find-animal-event
                   end-if
                   evaluate true
                       when WS-EVENT-REFLECTED
                           continue
                       when ANM-BREED-CODE not = ADOPTS-BREED-CODE
                           move 'B' to WS-INVENTORY-SWITCH
                       when WS-EVT-MATCH-IX > 0
                           if WS-EVT-VERDICT(WS-EVT-MATCH-IX) = 'N'
                               move 'N' to WS-INVENTORY-SWITCH
                           end-if
                       when WS-ANM-MATCH-IX > 0
                           continue
                       when ANM-RUN-STAMP = WS-ANIMAL-RUN-STAMP
                           continue
                       when not ANM-STATUS-AVAILABLE
                           move 'N' to WS-INVENTORY-SWITCH
                   end-evaluate
               else
                   if ADOPTS-ADOPTION-DATE >= WS-INVENTORY-CUTOVER-DATE
                       move 'U' to WS-INVENTORY-SWITCH
                   end-if
               end-if
           end-if

           exit.

      ******************************************************************
      * The inventory cut-over: the earliest day an ANMMAST record was
      * added, or for a record written before the added date was kept,
      * its intake date. An empty master leaves the cut-over at high
      * values, so no adoption is refused for want of a record until
      * the inventory is loaded.
      ******************************************************************
       find-inventory-cutover.

           move 99999999 to WS-INVENTORY-CUTOVER-DATE
           move low-values to ANM-ANIMAL-ID
           start ANMMAST key is not less than ANM-ANIMAL-ID
               invalid key
                   move '10' to WS-ANMMAST-STATUS
           end-start

           perform until WS-ANMMAST-STATUS not = '00'
               read ANMMAST next record
                   at end
                       continue
                   not at end
                       if ANM-MASTER-ADDED-DATE numeric and
                               ANM-MASTER-ADDED-DATE > ZERO
                           if ANM-MASTER-ADDED-DATE
                                   < WS-INVENTORY-CUTOVER-DATE
                               move ANM-MASTER-ADDED-DATE
                                   to WS-INVENTORY-CUTOVER-DATE
                           end-if
                       else
                           if ANM-INTAKE-DATE
                                   < WS-INVENTORY-CUTOVER-DATE
                               move ANM-INTAKE-DATE
                                   to WS-INVENTORY-CUTOVER-DATE
                           end-if
                       end-if
               end-read
           end-perform

           if WS-ANMMAST-STATUS not = '10'
               display 'ZTPDOGOS: ANMMAST BROWSE FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           display 'ZTPDOGOS: INVENTORY CUT-OVER '
               WS-INVENTORY-CUTOVER-DATE

           exit.

      ******************************************************************
      * One keyed read of the animal master for the record in hand.
      * Found and not-found are the expected results; anything else
      * is a hard error.
      ******************************************************************
       read-animal-master.

           move 'N' to WS-ANIMAL-FOUND-SWITCH
           move ADOPTS-ANIMAL-ID to ANM-ANIMAL-ID

           read ANMMAST
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-ANIMAL-FOUND-SWITCH
           end-read

           if WS-ANMMAST-STATUS not = '00' and
                   WS-ANMMAST-STATUS not = '23'
               display 'ZTPDOGOS: ANMMAST READ FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

      ******************************************************************
      * Decide whether the master already reflects the record in
      * hand: it is the latest event posted into the animal (a
      * restart or repost replaying it), or it is older than that
      * event and another run moved the animal since (a FULL rebuild
      * or OVERRIDE repost walking back over history). Either way
      * the master must neither judge nor move on it.
      ******************************************************************
       test-event-reflected.

           move 'N' to WS-EVENT-REFLECTED-SWITCH

           evaluate true
               when ADOPTS-ADOPTION-DATE = ANM-LAST-EVENT-DATE and
                       ADOPTS-RECORD-TYPE = ANM-LAST-EVENT-TYPE and
                       ADOPTS-ADOPTER-ID = ANM-LAST-EVENT-ADOPTER
                   move 'Y' to WS-EVENT-REFLECTED-SWITCH
               when ANM-RUN-STAMP not = WS-ANIMAL-RUN-STAMP and
                       ADOPTS-ADOPTION-DATE < ANM-LAST-EVENT-DATE
                   move 'Y' to WS-EVENT-REFLECTED-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * Event pass: collect the in-range record in hand into the
      * animal event table when the master does not already reflect
      * it. An ADOPTION is collected only when it would otherwise
      * apply - an eligible adopter, a mapped breed and an animal on
      * the master under that breed - since a refused one never takes
      * the dog out of the shelter. A REVERSAL or RETURN is collected
      * as it stands; netting an animal that is already in the
      * shelter leaves it there.
      ******************************************************************
       collect-animal-event.

           if ADOPTS-ANIMAL-ID not = spaces and
                   ADOPTS-ADOPTION-DATE >= WS-START-DATE and
                   ADOPTS-ADOPTION-DATE <= WS-END-DATE and
                   not WS-EVENT-TABLE-OVERFLOWED
               if ADOPTS-TYPE-REVERSAL or ADOPTS-TYPE-RETURN
                   perform read-animal-master
                   if WS-ANIMAL-ON-FILE
                       perform test-event-reflected
                       if not WS-EVENT-REFLECTED
                           perform add-animal-event
                       end-if
                   end-if
               else
                   perform validate-adopter
                   perform map-breed-code-to-slot
                   if WS-ADOPTER-ELIGIBLE and WS-MAPPED-SLOT > 0
                       perform read-animal-master
                       if WS-ANIMAL-ON-FILE and
                               ANM-BREED-CODE = ADOPTS-BREED-CODE
                           perform test-event-reflected
                           if not WS-EVENT-REFLECTED
                               perform add-animal-event
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           exit.

       add-animal-event.

           if WS-EVENT-COUNT >= 1000
               move 'Y' to WS-EVENT-OVERFLOW-SWITCH
               display 'ZTPDOGOS: ANIMAL EVENT TABLE FULL - '
                   'IN-SHELTER CHECK FROM ANMMAST'
           else
               add 1 to WS-EVENT-COUNT
               move ADOPTS-ANIMAL-ID
                   to WS-EVT-ANIMAL-ID(WS-EVENT-COUNT)
               move ADOPTS-ADOPTION-DATE to WS-EVT-DATE(WS-EVENT-COUNT)
               move ADOPTS-ADOPTER-ID
                   to WS-EVT-ADOPTER-ID(WS-EVENT-COUNT)
               if ADOPTS-TYPE-REVERSAL or ADOPTS-TYPE-RETURN
                   move 'N' to WS-EVT-KIND(WS-EVENT-COUNT)
               else
                   move 'A' to WS-EVT-KIND(WS-EVENT-COUNT)
               end-if
               if ANM-STATUS-AVAILABLE
                   move 'Y' to WS-EVT-START-AVAIL(WS-EVENT-COUNT)
               else
                   move 'N' to WS-EVT-START-AVAIL(WS-EVENT-COUNT)
               end-if
               move space to WS-EVT-VERDICT(WS-EVENT-COUNT)
               move 'N' to WS-EVT-USED(WS-EVENT-COUNT)
           end-if

           exit.

      ******************************************************************
      * Judge every collected ADOPTION, earliest first, so each
      * verdict can rest on the verdicts of the adoptions before it.
      * An overflowed table is not judged; the check then falls back
      * to the master.
      ******************************************************************
       judge-animal-events.

           if not WS-EVENT-TABLE-OVERFLOWED
               move 1 to WS-EVT-JUDGE-IX
               perform until WS-EVT-JUDGE-IX = ZERO
                   move zero to WS-EVT-JUDGE-IX
                   perform varying WS-EVT-IX from 1 by 1
                           until WS-EVT-IX > WS-EVENT-COUNT
                       if WS-EVT-ADOPTION(WS-EVT-IX) and
                               WS-EVT-VERDICT(WS-EVT-IX) = space
                           if WS-EVT-JUDGE-IX = ZERO
                               move WS-EVT-IX to WS-EVT-JUDGE-IX
                           else
                               move WS-EVT-IX to WS-EVT-A-IX
                               move WS-EVT-JUDGE-IX to WS-EVT-B-IX
                               perform test-event-precedes
                               if WS-EVT-PRECEDES
                                   move WS-EVT-IX to WS-EVT-JUDGE-IX
                               end-if
                           end-if
                       end-if
                   end-perform
                   if WS-EVT-JUDGE-IX > ZERO
                       perform judge-one-adoption
                   end-if
               end-perform
           end-if

           exit.

      ******************************************************************
      * The animal's standing just before the adoption at
      * WS-EVT-JUDGE-IX is set by the latest of its events before it
      * that moved it - a netting, or an adoption already judged
      * available - or by its status on the master before the run
      * when nothing precedes it.
      ******************************************************************
       judge-one-adoption.

           move WS-EVT-START-AVAIL(WS-EVT-JUDGE-IX)
               to WS-EVT-AVAIL-SWITCH
           move zero to WS-EVT-LATEST-IX

           perform varying WS-EVT-IX from 1 by 1
                   until WS-EVT-IX > WS-EVENT-COUNT
               if WS-EVT-IX not = WS-EVT-JUDGE-IX and
                       WS-EVT-ANIMAL-ID(WS-EVT-IX)
                       = WS-EVT-ANIMAL-ID(WS-EVT-JUDGE-IX) and
                       (WS-EVT-NETTING(WS-EVT-IX) or
                       WS-EVT-VERDICT(WS-EVT-IX) = 'Y')
                   move WS-EVT-IX to WS-EVT-A-IX
                   move WS-EVT-JUDGE-IX to WS-EVT-B-IX
                   perform test-event-precedes
                   if WS-EVT-PRECEDES
                       if WS-EVT-LATEST-IX = ZERO
                           move WS-EVT-IX to WS-EVT-LATEST-IX
                       else
                           move WS-EVT-LATEST-IX to WS-EVT-A-IX
                           move WS-EVT-IX to WS-EVT-B-IX
                           perform test-event-precedes
                           if WS-EVT-PRECEDES
                               move WS-EVT-IX to WS-EVT-LATEST-IX
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           if WS-EVT-LATEST-IX > ZERO
               if WS-EVT-NETTING(WS-EVT-LATEST-IX)
                   move 'Y' to WS-EVT-AVAIL-SWITCH
               else
                   move 'N' to WS-EVT-AVAIL-SWITCH
               end-if
           end-if

           move WS-EVT-AVAIL-SWITCH to WS-EVT-VERDICT(WS-EVT-JUDGE-IX)

           exit.

      ******************************************************************
      * Does the event at WS-EVT-A-IX come before the one at
      * WS-EVT-B-IX? Earlier date first; on one date a netting before
      * an adoption (the dog comes back before it goes out again),
      * then adopter-ID and table order, which is browse order.
      ******************************************************************
       test-event-precedes.

           move 'N' to WS-EVT-PRECEDES-SWITCH

           evaluate true
               when WS-EVT-DATE(WS-EVT-A-IX) < WS-EVT-DATE(WS-EVT-B-IX)
                   move 'Y' to WS-EVT-PRECEDES-SWITCH
               when WS-EVT-DATE(WS-EVT-A-IX) > WS-EVT-DATE(WS-EVT-B-IX)
                   continue
               when WS-EVT-NETTING(WS-EVT-A-IX) and
                       WS-EVT-ADOPTION(WS-EVT-B-IX)
                   move 'Y' to WS-EVT-PRECEDES-SWITCH
               when WS-EVT-ADOPTION(WS-EVT-A-IX) and
                       WS-EVT-NETTING(WS-EVT-B-IX)
                   continue
               when WS-EVT-ADOPTER-ID(WS-EVT-A-IX)
                       < WS-EVT-ADOPTER-ID(WS-EVT-B-IX)
                   move 'Y' to WS-EVT-PRECEDES-SWITCH
               when WS-EVT-ADOPTER-ID(WS-EVT-A-IX)
                       = WS-EVT-ADOPTER-ID(WS-EVT-B-IX) and
                       WS-EVT-A-IX < WS-EVT-B-IX
                   move 'Y' to WS-EVT-PRECEDES-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * The first event entry not yet used for the ADOPTION in hand,
      * marked used so an identical record takes the next one.
      ******************************************************************
       find-animal-event.

           move zero to WS-EVT-MATCH-IX

           perform varying WS-EVT-IX from 1 by 1
                   until WS-EVT-IX > WS-EVENT-COUNT
               if WS-EVT-ADOPTION(WS-EVT-IX) and
                       WS-EVT-USED(WS-EVT-IX) = 'N' and
                       WS-EVT-ANIMAL-ID(WS-EVT-IX)
                       = ADOPTS-ANIMAL-ID and
                       WS-EVT-DATE(WS-EVT-IX)
                       = ADOPTS-ADOPTION-DATE and
                       WS-EVT-ADOPTER-ID(WS-EVT-IX)
                       = ADOPTS-ADOPTER-ID
                   move WS-EVT-IX to WS-EVT-MATCH-IX
                   move 'Y' to WS-EVT-USED(WS-EVT-IX)
                   move WS-EVENT-COUNT to WS-EVT-IX
               end-if
           end-perform

           exit.

           exit.

      ******************************************************************
      * Resolve the record's location code to its accumulator row. A
      * code not on LOCMAST accumulates under the off-master row; the
      * intake edit refuses such codes, so what lands there is
      * pre-rollout history or a record loaded around the edit.
      ******************************************************************
       find-location-row.

           move WS-OFF-MASTER-ROW to WS-LOC-ROW-IX

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX >= WS-OFF-MASTER-ROW
               if WS-LOC-CODE(WS-LOC-IX) = ADOPTS-LOCATION-CODE
                   move WS-LOC-IX to WS-LOC-ROW-IX
                   move WS-OFF-MASTER-ROW to WS-LOC-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * Mirror a consolidated net decrement onto the location rows:
      * the location a master-matched placement posted to, when the
      * match found one still holding net for the breed; else the
      * record's own location when it still holds net, otherwise
      * whichever location does (the adoption being netted was
      * posted at a different site). The consolidated guard in the
      * caller means some location always qualifies.
      ******************************************************************
       net-location-out.

           evaluate true
               when WS-PLACED-LOC-ROW > 0 and
                       LOC-NET-COUNT(WS-PLACED-LOC-ROW, WS-MAPPED-SLOT)
                       > 0
                   subtract 1 from LOC-NET-COUNT
                       (WS-PLACED-LOC-ROW, WS-MAPPED-SLOT)
               when LOC-NET-COUNT(WS-LOC-ROW-IX, WS-MAPPED-SLOT) > 0
                   subtract 1 from LOC-NET-COUNT
                       (WS-LOC-ROW-IX, WS-MAPPED-SLOT)
               when other
                   perform varying WS-LOC-IX from 1 by 1
                           until WS-LOC-IX > WS-LOCATION-COUNT
                       if LOC-NET-COUNT(WS-LOC-IX, WS-MAPPED-SLOT) > 0
                           subtract 1 from LOC-NET-COUNT
                               (WS-LOC-IX, WS-MAPPED-SLOT)
                           move WS-LOCATION-COUNT to WS-LOC-IX
                       end-if
                   end-perform
           end-evaluate

           exit.

           move function current-date to AUD-TIMESTAMP
           move WS-AUDIT-SLOT-BEFORE to AUD-SLOT-BEFORE
           move WS-AUDIT-SLOT-AFTER to AUD-SLOT-AFTER
           move WS-AUDIT-APPLIED-FLAG to AUD-APPLIED-FLAG

           write AUDIT-REC

      * Back a miscounted adoption out of its breed slot. When the
      * record carries an animal ID the reversal is matched to that
      * animal's placement first: an animal never placed (FULL/VERI),
      * one whose placement is already netted, one the animal master
      * shows is not out in a home, or one placed under a different
      * breed is rejected, and a clean match nets the exact
      * placement. Otherwise - blank animal ID, an animal the master
      * shows placed by an earlier period or past the table's
      * capacity, or a matched slot the legacy stream already
      * drained - the reversal nets by breed slot as it always has,
      * with a master match steering the location decrement to the
      * site the placement posted to. A reversal that has no
      * matching adoption left to void is itself rejected rather
      * than driving the slot negative.
      ******************************************************************
       apply-reversal.

                   perform reject-reversal-unknown-animal
               when WS-ANIMAL-ALREADY-NETTED
                   perform reject-animal-already-netted
               when WS-ANIMAL-NOT-PLACED
                   perform reject-animal-not-placed
               when WS-ANIMAL-BREED-MISMATCH
                   perform reject-animal-breed-mismatch
               when WS-ANIMAL-MATCHED and
                   perform reject-return-unknown-animal
               when WS-ANIMAL-ALREADY-NETTED
                   perform reject-animal-already-netted
               when WS-ANIMAL-NOT-PLACED
                   perform reject-animal-not-placed
               when WS-ANIMAL-BREED-MISMATCH
                   perform reject-animal-breed-mismatch
               when WS-ANIMAL-MATCHED and
      * returned and adopted again legitimately holds two). The slot
      * and location reflect the latest placement; the placement
      * dates are kept (up to three) for days-in-home. Past capacity
      * the table stops growing and matching falls back to the
      * ANMMAST animal master for the rest of the run (breed-slot
      * netting in VERI, which does not read the master).
      ******************************************************************
       register-animal-placement.

               if WS-ANM-MATCH-IX = ZERO
                   if WS-ANIMAL-COUNT >= 200
                       move 'Y' to WS-ANIMAL-OVERFLOW-SWITCH
                       if WS-MODE-VERIFY
                           display 'ZTPDOGOS: ANIMAL TABLE FULL - '
                               'EXACT MATCHING SUSPENDED'
                       else
                           display 'ZTPDOGOS: ANIMAL TABLE FULL - '
                               'MATCHING FROM ANMMAST'
                       end-if
                   else
                       add 1 to WS-ANIMAL-COUNT
                       move WS-ANIMAL-COUNT to WS-ANM-MATCH-IX
      ******************************************************************
      * Register the animal of an ADOPTION skipped by the date range
      * so a later return or reversal inside the range still matches
      * its placement. Nothing accumulates here, so a skipped record
      * cannot move a count; the location row is only looked up, and
      * a code not on LOCMAST registers as row zero so the netting
      * falls back to net-location-out.
      * Only a genuine ADOPTION registers: pass 1 also routes
      * unrecognized record types here, and a phantom placement from
      * one of those would let a return net a slot no adoption ever
           exit.

      ******************************************************************
      * Resolve a location code to its row, or zero when the code is
      * not a LOCMAST site - unlike find-location-row, which routes
      * such a code to the off-master row it accumulates under.
      ******************************************************************
       lookup-location-row.


      ******************************************************************
      * Match the REVERSAL or RETURN in hand to its animal's
      * placement. A blank animal ID leaves the switch at space,
      * which routes the record down the legacy breed-slot path. An
      * animal the table cannot answer for - absent in INCR mode,
      * where the placement may sit in an earlier period outside the
      * delta, or any animal once the table is full - is matched
      * against the animal master instead. A FULL or VERI pass 1
      * reads the whole file and registers every adoption's animal,
      * in range or not, so an animal missing from a table that has
      * not overflowed really was never placed.
      ******************************************************************
       match-animal-placement.

           move space to WS-ANIMAL-MATCH-SWITCH
           move zero to WS-ANM-MATCH-IX
           move zero to WS-PLACED-LOC-ROW

           if ADOPTS-ANIMAL-ID not = spaces
               if not WS-ANIMAL-OVERFLOWED
                   perform find-animal-entry
               end-if
               evaluate true
                   when WS-ANM-MATCH-IX = ZERO
                       if WS-MODE-INCR or WS-ANIMAL-OVERFLOWED
                           perform match-animal-on-master
                       else
                           move 'U' to WS-ANIMAL-MATCH-SWITCH
                       end-if
                   when WS-ANM-OPEN-COUNT(WS-ANM-MATCH-IX) = ZERO

           exit.

      ******************************************************************
      * Match a REVERSAL or RETURN to the animal master's record of
      * the placement. An animal not on the master (placed before the
      * master existed) and a record the master has already moved
      * past keep the legacy breed-slot path. Otherwise the master
      * must show the animal out in a home under the record's breed;
      * a clean match nets by slot (the placement's period net may
      * be long gone) with the location decrement steered to the
      * site the placement posted to. VERI never reads the master,
      * so there a full table still degrades to breed-slot netting.
      ******************************************************************
       match-animal-on-master.

           if not WS-MODE-VERIFY
               perform read-animal-master
               if WS-ANIMAL-ON-FILE
                   perform test-event-reflected
                   if not WS-EVENT-REFLECTED
                       evaluate true
                           when ANM-BREED-CODE not = ADOPTS-BREED-CODE
                               move 'B' to WS-ANIMAL-MATCH-SWITCH
                           when not ANM-STATUS-ADOPTED
                               move 'P' to WS-ANIMAL-MATCH-SWITCH
                           when other
                               move 'E' to WS-ANIMAL-MATCH-SWITCH
                               perform varying WS-LOC-IX from 1 by 1
                                       until WS-LOC-IX
                                       > WS-LOCATION-COUNT
                                   if WS-LOC-CODE(WS-LOC-IX)
                                           = ANM-PLACED-LOCATION
                                       move WS-LOC-IX
                                           to WS-PLACED-LOC-ROW
                                       move WS-LOCATION-COUNT
                                           to WS-LOC-IX
                                   end-if
                               end-perform
                       end-evaluate
                   end-if
               end-if
           end-if

           exit.

       find-animal-entry.

           move zero to WS-ANM-MATCH-IX

           exit.

      ******************************************************************
      * Move the animal master for a record this FULL or INCR run
      * has just applied. The ADOPTS browse is in adopter order, not
      * date order, so each record only moves the status when it is
      * at least as recent as the animal's latest placement; the
      * latest-event fields only ever move forward. Animals not on
      * the master (blank or pre-master IDs) are left alone.
      ******************************************************************
       post-animal-master.

           if ADOPTS-ANIMAL-ID not = spaces
               perform read-animal-master
               if WS-ANIMAL-ON-FILE
                   perform test-event-reflected
                   if not WS-EVENT-REFLECTED
                       evaluate true
                           when ADOPTS-TYPE-REVERSAL
                               perform post-animal-reversal
                           when ADOPTS-TYPE-RETURN
                               perform post-animal-return
                           when other
                               perform post-animal-adoption
                       end-evaluate
                       if ADOPTS-ADOPTION-DATE >= ANM-LAST-EVENT-DATE
                           move ADOPTS-ADOPTION-DATE
                               to ANM-LAST-EVENT-DATE
                           move ADOPTS-RECORD-TYPE
                               to ANM-LAST-EVENT-TYPE
                           move ADOPTS-ADOPTER-ID
                               to ANM-LAST-EVENT-ADOPTER
                       end-if
                       move WS-ANIMAL-RUN-STAMP to ANM-RUN-STAMP
                       perform rewrite-animal-master
                   end-if
               end-if
           end-if

           exit.

      ******************************************************************
      * An applied ADOPTION places the animal: the shelter stay that
      * began at ANM-STAY-START-DATE ends here, and its length is
      * kept for the length-of-stay report.
      ******************************************************************
       post-animal-adoption.

           add 1 to ANM-PLACEMENT-COUNT

           if ADOPTS-ADOPTION-DATE >= ANM-LAST-ADOPTION-DATE
               move 'ADOPTED' to ANM-STATUS
               move ADOPTS-ADOPTION-DATE to ANM-STATUS-DATE
               move ADOPTS-ADOPTION-DATE to ANM-LAST-ADOPTION-DATE
               move ADOPTS-ADOPTER-ID to ANM-LAST-ADOPTER-ID
               move ADOPTS-LOCATION-CODE to ANM-PLACED-LOCATION

               move zero to WS-STAY-DAYS
               if ADOPTS-ADOPTION-DATE >= 19000101 and
                       ANM-STAY-START-DATE >= 19000101
                   compute WS-ADOPT-DAY-INT =
                       function integer-of-date(ADOPTS-ADOPTION-DATE)
                   compute WS-STAY-START-DAY-INT =
                       function integer-of-date(ANM-STAY-START-DATE)
                   compute WS-STAY-DAYS =
                       WS-ADOPT-DAY-INT - WS-STAY-START-DAY-INT
                   if WS-STAY-DAYS < ZERO
                       move zero to WS-STAY-DAYS
                   end-if
               end-if
               move WS-STAY-DAYS to ANM-LAST-STAY-DAYS
           end-if

           exit.

      ******************************************************************
      * An applied REVERSAL voids a miskeyed placement: the animal
      * never left, so it is back IN-SHELTER and its original stay
      * simply continues.
      ******************************************************************
       post-animal-reversal.

           if ANM-PLACEMENT-COUNT > 0
               subtract 1 from ANM-PLACEMENT-COUNT
           end-if

           if ADOPTS-ADOPTION-DATE >= ANM-LAST-ADOPTION-DATE
               move 'IN-SHELTER' to ANM-STATUS
               move ADOPTS-ADOPTION-DATE to ANM-STATUS-DATE
           end-if

           exit.

      ******************************************************************
      * An applied RETURN brings the animal back: it is RETURNED and
      * available again, and a new shelter stay starts on the return
      * date.
      ******************************************************************
       post-animal-return.

           add 1 to ANM-RETURN-COUNT

           if ADOPTS-ADOPTION-DATE >= ANM-LAST-ADOPTION-DATE
               move 'RETURNED' to ANM-STATUS
               move ADOPTS-ADOPTION-DATE to ANM-STATUS-DATE
               move ADOPTS-ADOPTION-DATE to ANM-STAY-START-DATE
           end-if

           exit.

       rewrite-animal-master.

           rewrite ANIMAL-MASTER-REC
               invalid key
                   display 'ZTPDOGOS: ANMMAST REWRITE FAILED, STATUS='
                       WS-ANMMAST-STATUS
                   move 16 to RETURN-CODE
                   stop run
           end-rewrite

           exit.

      ******************************************************************
      * Net the reversed record's fee back out of the slot's revenue
      * and keep the money visible in the slot's reversal-fee bucket.
           add 1 to WS-RECORDS-SINCE-CHECKPOINT

           if WS-RECORDS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
               move spaces to CHECKPOINT-REC
               set CKP-HEADER-RECORD to true
               move ADOPTS-ADOPTER-ID to CKP-ADOPTER-ID
               move ACCUMULATOR to CKP-ACCUMULATOR
               move REVERSAL-COUNTS to CKP-REVERSAL-COUNTS
               move WS-MASTER-CONSUMED to CKP-MASTER-CONSUMED
               move WS-LOCATION-COUNT to CKP-LOCATION-COUNT
               move WS-LOCATION-CODES to CKP-LOCATION-CODES
               perform varying WS-BREED-IX from 1 by 1
                       until WS-BREED-IX > WS-BREED-COUNT
                   move BREED-FEE-AMOUNT(WS-BREED-IX)
               move WS-ANIMAL-COUNT to CKP-ANIMAL-COUNT
               move WS-ANIMAL-OVERFLOW-SWITCH
                   to CKP-ANIMAL-OVERFLOW-SW
               move WS-ANIMAL-RUN-STAMP to CKP-ANIMAL-RUN-STAMP
               move WS-EVENT-COUNT to CKP-EVENT-COUNT
               move WS-EVENT-OVERFLOW-SWITCH to CKP-EVENT-OVERFLOW-SW
               compute WS-CKP-LOC-RECORDS =
                   (WS-LOCATION-COUNT + 7) / 8
               compute WS-CKP-ANM-RECORDS =
                   (WS-ANIMAL-COUNT + 49) / 50
               compute WS-CKP-EVT-RECORDS =
                   (WS-EVENT-COUNT + 99) / 100
               compute CKP-DETAIL-RECORD-COUNT = WS-CKP-LOC-RECORDS
                   + WS-CKP-ANM-RECORDS + WS-CKP-EVT-RECORDS
               perform write-checkpoint-record

               perform varying WS-CKP-TABLE-IX from 1 by 8
                       until WS-CKP-TABLE-IX > WS-LOCATION-COUNT
                   perform write-checkpoint-location-slice
               end-perform
               perform varying WS-CKP-TABLE-IX from 1 by 50
                       until WS-CKP-TABLE-IX > WS-ANIMAL-COUNT
                   perform write-checkpoint-animal-slice
               end-perform
               perform varying WS-CKP-TABLE-IX from 1 by 100
                       until WS-CKP-TABLE-IX > WS-EVENT-COUNT
                   perform write-checkpoint-event-slice
               end-perform

               move zero to WS-RECORDS-SINCE-CHECKPOINT
           end-if

           exit.

      ******************************************************************
      * Write the location accumulator rows from row WS-CKP-TABLE-IX
      * as one checkpoint detail record.
      ******************************************************************
       write-checkpoint-location-slice.

           move spaces to CHECKPOINT-REC
           set CKP-LOCATION-RECORD to true
           move WS-CKP-TABLE-IX to CKP-LOC-FIRST-ROW
           perform varying WS-CKP-SLICE-IX from 1 by 1
                   until WS-CKP-SLICE-IX > 8 or
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
                   > WS-LOCATION-COUNT
               compute WS-CKP-ENTRY-IX =
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
               move LOC-ROW(WS-CKP-ENTRY-IX)
                   to CKP-LOC-ROW(WS-CKP-SLICE-IX)
           end-perform
           perform write-checkpoint-record

           exit.

      ******************************************************************
      * Write the animal placement table from entry WS-CKP-TABLE-IX
      * as one checkpoint detail record.
      ******************************************************************
       write-checkpoint-animal-slice.

           move spaces to CHECKPOINT-REC
           set CKP-ANIMAL-RECORD to true
           move WS-CKP-TABLE-IX to CKP-ANM-FIRST-ENTRY
           perform varying WS-CKP-SLICE-IX from 1 by 1
                   until WS-CKP-SLICE-IX > 50 or
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
                   > WS-ANIMAL-COUNT
               compute WS-CKP-ENTRY-IX =
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
               move WS-ANIMAL-ENTRY(WS-CKP-ENTRY-IX)
                   to CKP-ANIMAL-ENTRY(WS-CKP-SLICE-IX)
           end-perform
           perform write-checkpoint-record

           exit.

      ******************************************************************
      * Write the animal event table from entry WS-CKP-TABLE-IX as
      * one checkpoint detail record.
      ******************************************************************
       write-checkpoint-event-slice.

           move spaces to CHECKPOINT-REC
           set CKP-EVENT-RECORD to true
           move WS-CKP-TABLE-IX to CKP-EVT-FIRST-ENTRY
           perform varying WS-CKP-SLICE-IX from 1 by 1
                   until WS-CKP-SLICE-IX > 100 or
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
                   > WS-EVENT-COUNT
               compute WS-CKP-ENTRY-IX =
                   WS-CKP-TABLE-IX + WS-CKP-SLICE-IX - 1
               move WS-EVENT-ENTRY(WS-CKP-ENTRY-IX)
                   to CKP-EVENT-ENTRY(WS-CKP-SLICE-IX)
           end-perform
           perform write-checkpoint-record

           exit.

      ******************************************************************
      * Write one CHECKPT record; a failed write ends the run.
      ******************************************************************
       write-checkpoint-record.

           write CHECKPOINT-REC

           if WS-CHECKPOINT-STATUS not = '00'
               display 'ZTPDOGOS: CHECKPT WRITE FAILED, STATUS='
                   WS-CHECKPOINT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

           exit.

      ******************************************************************
      * An ADOPTION dated on or after the inventory cut-over whose
      * animal has no ANMMAST record - never taken in through intake,
      * or a miskeyed animal ID.
      ******************************************************************
       reject-animal-not-on-inventory.

           move 'ANIMAL NOT ON INVENTORY' to WS-REJECT-REASON
           perform write-reject-record

           exit.

      ******************************************************************
      * An ADOPTION of an animal the master shows is not in the
      * shelter - already placed, or transferred to another agency.
      ******************************************************************
       reject-animal-not-in-shelter.

           move 'ANIMAL NOT IN SHELTER' to WS-REJECT-REASON
           perform write-reject-record

           exit.

      ******************************************************************
      * A REVERSAL or RETURN of an animal the master shows is not out
      * in a home, so there is no placement for it to net.
      ******************************************************************
       reject-animal-not-placed.

           move 'ANIMAL NOT CURRENTLY PLACED' to WS-REJECT-REASON
           perform write-reject-record

           exit.

      ******************************************************************
      * Common REJECTS write, shared by every reject reason above.
      ******************************************************************
           move ADOPTS-LOCATION-CODE to RJR-LOCATION-CODE
           move WS-RECORD-FEE to RJR-FEE-AMOUNT
           move ADOPTS-ANIMAL-ID to RJR-ANIMAL-ID
           move ADOPTS-WAIVER-CODE to RJR-WAIVER-CODE

           write REJECT-REC


           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               perform sum-location-row
               if WS-LOC-NET-TOTAL > 0 or WS-LOC-REVERSAL-TOTAL > 0
                       or WS-LOC-RETURN-TOTAL > 0
                   perform write-location-section
               end-if
           end-perform

           perform write-grand-total
           exit.

      ******************************************************************
      * Total one location row across the loaded breed slots. Every
      * LOCMAST site has a row; only those with activity this run
      * get an OUTREP section and a summary line.
      ******************************************************************
       sum-location-row.

           move zero to WS-LOC-NET-TOTAL
           move zero to WS-LOC-REVERSAL-TOTAL
           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               move WS-TAB-SLOT-NUMBER(WS-BREED-IX) to WS-LOC-SLOT
               add LOC-NET-COUNT(WS-LOC-IX, WS-LOC-SLOT)
                   to WS-LOC-NET-TOTAL
               add LOC-REVERSAL-COUNT(WS-LOC-IX, WS-LOC-SLOT)
                   to WS-LOC-RETURN-TOTAL
           end-perform

           exit.

      ******************************************************************
      * One location's summary section: a LOCBR record per breed with
      * activity at the location, then the LOCTL location subtotal
      * (sum-location-row has just totalled the row).
      ******************************************************************
       write-location-section.

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               move WS-TAB-SLOT-NUMBER(WS-BREED-IX) to WS-LOC-SLOT
               if LOC-NET-COUNT(WS-LOC-IX, WS-LOC-SLOT) > 0 or
                       LOC-REVERSAL-COUNT(WS-LOC-IX, WS-LOC-SLOT)
                       > 0 or
                       LOC-RETURN-COUNT(WS-LOC-IX, WS-LOC-SLOT) > 0
                   perform write-location-breed-record
               end-if
           end-perform

           move 'LOCTL' to RPT-RECORD-TYPE
           move WS-LOC-CODE(WS-LOC-IX) to RPT-LOCATION-CODE
           move zero to RPT-BREED-CODE
               perform write-summary-breed-line
           end-perform

           perform write-summary-locations

           exit.

      ******************************************************************
      * The location figures for people: one line per site with
      * activity, site name and region beside the code, then the same
      * figures rolled up by region.
      ******************************************************************
       write-summary-locations.

           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > WS-REGION-COUNT
               move zero to WS-RGN-NET-TOTAL(WS-RGN-IX)
               move zero to WS-RGN-REVERSAL-TOTAL(WS-RGN-IX)
               move zero to WS-RGN-RETURN-TOTAL(WS-RGN-IX)
           end-perform

           move spaces to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           move 'ACTIVITY BY LOCATION' to WS-SUM-LOC-TITLE
           move WS-SUM-LOC-TITLE to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           move WS-SUM-LOC-HEADING to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               perform sum-location-row
               if WS-LOC-NET-TOTAL > 0 or WS-LOC-REVERSAL-TOTAL > 0
                       or WS-LOC-RETURN-TOTAL > 0
                   move WS-LOC-CODE(WS-LOC-IX)
                       to WS-SML-LOCATION-CODE
                   move WS-LOC-SITE-NAME(WS-LOC-IX)
                       to WS-SML-SITE-NAME
                   move WS-LOC-REGION(WS-LOC-IX) to WS-SML-REGION
                   move WS-LOC-NET-TOTAL to WS-SML-NET
                   move WS-LOC-REVERSAL-TOTAL to WS-SML-REVERSAL
                   move WS-LOC-RETURN-TOTAL to WS-SML-RETURNS
                   compute WS-SML-GROSS = WS-LOC-NET-TOTAL
                       + WS-LOC-REVERSAL-TOTAL + WS-LOC-RETURN-TOTAL
                   move WS-SUM-LOC-LINE to SUMM-REPORT-LINE
                   write SUMM-REPORT-LINE
               end-if
               move WS-LOC-REGION-IX(WS-LOC-IX) to WS-RGN-IX
               add WS-LOC-NET-TOTAL to WS-RGN-NET-TOTAL(WS-RGN-IX)
               add WS-LOC-REVERSAL-TOTAL
                   to WS-RGN-REVERSAL-TOTAL(WS-RGN-IX)
               add WS-LOC-RETURN-TOTAL
                   to WS-RGN-RETURN-TOTAL(WS-RGN-IX)
           end-perform

           move spaces to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           move 'ACTIVITY BY REGION' to WS-SUM-LOC-TITLE
           move WS-SUM-LOC-TITLE to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           move WS-SUM-LOC-HEADING to SUMM-REPORT-LINE
           write SUMM-REPORT-LINE

           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > WS-REGION-COUNT
               if WS-RGN-NET-TOTAL(WS-RGN-IX) > 0 or
                       WS-RGN-REVERSAL-TOTAL(WS-RGN-IX) > 0 or
                       WS-RGN-RETURN-TOTAL(WS-RGN-IX) > 0
                   move spaces to WS-SML-LOCATION-CODE
                   move spaces to WS-SML-SITE-NAME
                   move WS-RGN-NAME(WS-RGN-IX) to WS-SML-REGION
                   move WS-RGN-NET-TOTAL(WS-RGN-IX) to WS-SML-NET
                   move WS-RGN-REVERSAL-TOTAL(WS-RGN-IX)
                       to WS-SML-REVERSAL
                   move WS-RGN-RETURN-TOTAL(WS-RGN-IX)
                       to WS-SML-RETURNS
                   compute WS-SML-GROSS = WS-RGN-NET-TOTAL(WS-RGN-IX)
                       + WS-RGN-REVERSAL-TOTAL(WS-RGN-IX)
                       + WS-RGN-RETURN-TOTAL(WS-RGN-IX)
                   move WS-SUM-LOC-LINE to SUMM-REPORT-LINE
                   write SUMM-REPORT-LINE
               end-if
           end-perform

           exit.

      ******************************************************************
      ******************************************************************
      * Load the persistent breed-totals master into the per-slot
      * master arrays, mapping each record's breed code through the
      * breed table. A master breed no longer on BREEDMST with a zero
      * net balance was retired through ZTPDOGRM (which refuses to
      * retire a breed with a balance) and is dropped with a note;
      * one still carrying a balance is a maintenance error, not
      * something to drop silently. A missing BRDTOTM (first
      * incremental run) leaves the arrays at zero.
      ******************************************************************
       load-breed-totals-master.

           end-perform

           if WS-MST-SLOT = ZERO
               if BTM-NET-COUNT = ZERO
                   display 'ZTPDOGOS: BRDTOTM BREED ' BTM-BREED-CODE
                       ' RETIRED - DROPPED'
               else
                   display 'ZTPDOGOS: BRDTOTM BREED ' BTM-BREED-CODE
                       ' NOT ON BREEDMST'
                   move 16 to RETURN-CODE
                   stop run
               end-if
           else
               move BTM-NET-COUNT to WS-MST-NET(WS-MST-SLOT)
               move BTM-REVERSAL-COUNT
                   to WS-MST-REVERSAL(WS-MST-SLOT)
               move BTM-RETURN-COUNT to WS-MST-RETURN(WS-MST-SLOT)
           end-if

           exit.

      ******************************************************************
               close ADOPTS
           end-if
           close ADPMAST
           if not WS-MODE-VERIFY
               close ANMMAST
           end-if
           close OUTREP
           close REJECTS
           close AUDITLOG
