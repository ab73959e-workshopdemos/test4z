       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGFU'.

      ******************************************************************
      * ZTPDOGFU - Nightly post-adoption follow-up scheduling and
      * outcome tracking.
      *
      * Policy is a welfare call 3, 30 and 90 days after every
      * adoption; the list used to be built by hand from ADPTRPT, so
      * returned or reversed dogs got called and some adopters never
      * did. Each night this step:
      *
      *   - applies the day's call outcomes from FUPTRAN (REACHED,
      *     NO ANSWER, CONCERN) to the FUPMAST follow-up master,
      *     registering each as APPLIED or REFUSED on FUPRPT;
      *   - reads the ADOPTION records from the ADOPTS KSDS and puts
      *     every call falling due today on the FUPLIST work list,
      *     with the adopter name from ADPMAST and the breed name from
      *     BREEDMST, writing it to FUPMAST as PENDING. An animal with
      *     a RETURN or REVERSAL dated on or after the adoption is
      *     skipped. A call that fell due in the last week but is not
      *     on FUPMAST (a night the step did not run) is scheduled too
      *     and flagged LATE;
      *   - reviews the open calls on FUPMAST: one whose animal has
      *     since come back is CANCELLED, and the rest past their due
      *     date are reported as overdue by location on FUPRPT;
      *   - lists the CONCERN RAISED calls of the last 90 days so the
      *     behaviour team can act before the dog comes back as a
      *     RETURN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ADOPTS ASSIGN TO ADOPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADOPTS-KEY
               FILE STATUS IS WS-ADOPTS-STATUS.

           SELECT ADPMAST ASSIGN TO ADPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADM-ADOPTER-ID
               FILE STATUS IS WS-ADPMAST-STATUS.

           SELECT FUPMAST ASSIGN TO FUPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUP-KEY
               FILE STATUS IS WS-FUPMAST-STATUS.

           SELECT OPTIONAL FUPTRAN ASSIGN TO FUPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUPTRAN-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT FUPLIST ASSIGN TO FUPLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUPLIST-STATUS.

           SELECT FUPRPT ASSIGN TO FUPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FUPRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * As in ZTPDOGOS, the ADOPTS record layout lives in
      * WORKING-STORAGE so the keyed browse READs INTO it; the KSDS
      * FD carries only the key.
       FD  ADOPTS.
       01  ADOPTS-KEY-REC.
           05  ADOPTS-KEY                  PIC X(8).
           05  FILLER                      PIC X(72).

       FD  ADPMAST.
           COPY ZTPDGADM.

       FD  FUPMAST.
           COPY ZTPDGFUP.

       FD  FUPTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGFUT.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  FUPLIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FUP-LIST-LINE                   PIC X(133).

       FD  FUPRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  FUP-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.

      * The ADOPTS record in hand, filled by READ INTO from the KSDS.
           COPY ZTPDGADP.

       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-ADPMAST-STATUS               PIC XX.
       01  WS-FUPMAST-STATUS               PIC XX.
       01  WS-FUPTRAN-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-FUPLIST-STATUS               PIC XX.
       01  WS-FUPRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DAY-INT                  PIC 9(7).

      * The policy call days, and how far back a call missed by a
      * night the step did not run is still scheduled (flagged LATE).
       01  WS-CALL-DAY-VALUES.
           05  FILLER                      PIC 9(3) VALUE 3.
           05  FILLER                      PIC 9(3) VALUE 30.
           05  FILLER                      PIC 9(3) VALUE 90.
       01  WS-CALL-DAY-TABLE REDEFINES WS-CALL-DAY-VALUES.
           05  WS-CALL-DAY                 PIC 9(3) OCCURS 3 TIMES.
       01  WS-CALL-IX                      PIC 9(1).
       01  WS-CATCHUP-DAYS                 PIC 9(3) VALUE 7.

      * CONCERN calls made within this many days are listed for the
      * behaviour team.
       01  WS-CONCERN-LIST-DAYS            PIC 9(3) VALUE 90.
       01  WS-CONCERN-CUTOFF-DATE          PIC 9(8).

      * Scheduling looks at adoptions from WS-SCHEDULE-START-DATE on
      * (old enough for the 90-day call to be in the catch-up
      * window); returns and reversals are loaded from the earlier
      * WS-WINDOW-START-DATE, which also covers every open or listed
      * call on FUPMAST.
       01  WS-SCHEDULE-START-DATE          PIC 9(8).
       01  WS-WINDOW-START-DATE            PIC 9(8).
       01  WS-ADOPT-DAY-INT                PIC 9(7).
       01  WS-DUE-DAY-INT                  PIC 9(7).
       01  WS-DUE-DATE                     PIC 9(8).
       01  WS-DAYS-OVERDUE                 PIC 9(5).

      * Latest RETURN or REVERSAL date per animal in the window. The
      * match key is the animal ID, or for records keyed before the
      * animal-ID rollout the adopter ID and breed code.
       01  WS-MATCH-KEY.
           05  WS-MK-ANIMAL-ID             PIC X(10).
           05  WS-MK-ADOPTER-ID            PIC X(8).
           05  WS-MK-BREED-CODE            PIC 9(3).
       01  WS-MATCH-DATE                   PIC 9(8).
       01  WS-RETURNED-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-RETURNED-TABLE.
           05  WS-RETURNED-ENTRY           OCCURS 5000 TIMES.
               10  WS-RTD-MATCH-KEY        PIC X(21).
               10  WS-RTD-LATEST-DATE      PIC 9(8).
       01  WS-RTD-IX                       PIC 9(5).
       01  WS-RTD-ROW                      PIC 9(5).
       01  WS-ANIMAL-RETURNED-SWITCH       PIC X VALUE 'N'.
           88  WS-ANIMAL-RETURNED          VALUE 'Y'.

      * Breed names from BREEDMST.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY              OCCURS 50 TIMES.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-NAME                   PIC X(20).

      * Sites from LOCMAST with their overdue counts; the last row
      * collects codes not on the master.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 51 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-SITE-NAME        PIC X(20).
               10  WS-LOC-OVERDUE-COUNT    PIC 9(5).
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).
       01  WS-OFF-MASTER-ROW               PIC 9(2) VALUE ZERO.

      * Overdue and concern calls held for printing by location. Past
      * the table size the calls are still counted.
       01  WS-OVERDUE-HELD                 PIC 9(4) VALUE ZERO.
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-ENTRY            OCCURS 2000 TIMES.
               10  WS-OVD-LOC-ROW          PIC 9(2).
               10  WS-OVD-FUP-REC          PIC X(120).
       01  WS-OVD-IX                       PIC 9(4).
       01  WS-CONCERN-HELD                 PIC 9(4) VALUE ZERO.
       01  WS-CONCERN-TABLE.
           05  WS-CONCERN-ENTRY            OCCURS 1000 TIMES.
               10  WS-CNC-RETURNED         PIC X(1).
               10  WS-CNC-FUP-REC          PIC X(120).
       01  WS-CNC-IX                       PIC 9(4).

       01  WS-ADOPTER-NAME                 PIC X(30).
       01  WS-CALL-FOUND-SWITCH            PIC X VALUE 'N'.
           88  WS-CALL-FOUND               VALUE 'Y'.
       01  WS-REFUSE-REASON                PIC X(40).
       01  WS-DISPOSITION                  PIC X(8).

      * Run totals.
       01  WS-OUTCOMES-READ                PIC 9(5) VALUE ZERO.
       01  WS-OUTCOMES-APPLIED             PIC 9(5) VALUE ZERO.
       01  WS-OUTCOMES-REFUSED             PIC 9(5) VALUE ZERO.
       01  WS-CALLS-SCHEDULED              PIC 9(5) VALUE ZERO.
       01  WS-CALLS-LATE                   PIC 9(5) VALUE ZERO.
       01  WS-CALLS-ALREADY-ON-FILE        PIC 9(5) VALUE ZERO.
       01  WS-CALLS-SKIPPED-RETURNED       PIC 9(5) VALUE ZERO.
       01  WS-CALLS-CANCELLED              PIC 9(5) VALUE ZERO.
       01  WS-CALLS-OVERDUE                PIC 9(5) VALUE ZERO.
       01  WS-CONCERNS-LISTED              PIC 9(5) VALUE ZERO.

      * Report line layouts.
       01  WS-FUL-TITLE-LINE.
           05  FILLER                      PIC X(40) VALUE
               'ZTPDOGFU  WELFARE CALL WORK LIST   RUN '.
           05  WS-FLT-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  WS-FUL-COLUMN-HEADING.
           05  FILLER                      PIC X(5)  VALUE 'LOC'.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(32) VALUE
               'ADOPTER NAME'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(22) VALUE 'BREED'.
           05  FILLER                      PIC X(10) VALUE 'ADOPTED'.
           05  FILLER                      PIC X(5)  VALUE 'DAY'.
           05  FILLER                      PIC X(10) VALUE 'DUE'.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-FUL-DETAIL-LINE.
           05  WS-FDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-ADOPTION-DATE        PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-CALL-DAY             PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-DUE-DATE             PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-FDL-LATE-FLAG            PIC X(4).
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  WS-FUR-TITLE-LINE.
           05  FILLER                      PIC X(40) VALUE
               'ZTPDOGFU  FOLLOW-UP CALL REPORT    RUN '.
           05  WS-FRT-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(85) VALUE SPACES.

       01  WS-FUR-SECTION-HEADING          PIC X(133).

       01  WS-OUTCOME-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(10) VALUE 'ADOPTED'.
           05  FILLER                      PIC X(5)  VALUE 'DAY'.
           05  FILLER                      PIC X(12) VALUE 'OUTCOME'.
           05  FILLER                      PIC X(10) VALUE 'CALLED'.
           05  FILLER                      PIC X(10) VALUE 'RESULT'.
           05  FILLER                      PIC X(64) VALUE 'REASON'.

       01  WS-OUTCOME-LINE.
           05  WS-OCL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-ADOPTION-DATE        PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-CALL-DAY             PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-OUTCOME              PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-CALL-DATE            PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OCL-REASON               PIC X(40).
           05  FILLER                      PIC X(24) VALUE SPACES.

       01  WS-OVERDUE-LOCATION-LINE.
           05  FILLER                      PIC X(9)  VALUE 'LOCATION '.
           05  WS-OLL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-OLL-SITE-NAME            PIC X(20).
           05  FILLER                      PIC X(17) VALUE
               '  OVERDUE CALLS: '.
           05  WS-OLL-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(77) VALUE SPACES.

       01  WS-OVERDUE-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(32) VALUE
               'ADOPTER NAME'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(22) VALUE 'BREED'.
           05  FILLER                      PIC X(10) VALUE 'ADOPTED'.
           05  FILLER                      PIC X(5)  VALUE 'DAY'.
           05  FILLER                      PIC X(10) VALUE 'DUE'.
           05  FILLER                      PIC X(7)  VALUE ' DAYS'.
           05  FILLER                      PIC X(4)  VALUE 'TRY'.
           05  FILLER                      PIC X(21) VALUE 'STATUS'.

       01  WS-OVERDUE-DETAIL-LINE.
           05  WS-ODL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-ADOPTION-DATE        PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-CALL-DAY             PIC ZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-DUE-DATE             PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-DAYS-OVERDUE         PIC ZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-ATTEMPTS             PIC Z9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-STATUS               PIC X(10).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-CONCERN-COLUMN-HEADING.
           05  FILLER                      PIC X(6)  VALUE '  LOC'.
           05  FILLER                      PIC X(9)  VALUE 'ADOPTER'.
           05  FILLER                      PIC X(25) VALUE
               'ADOPTER NAME'.
           05  FILLER                      PIC X(11) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(21) VALUE 'BREED'.
           05  FILLER                      PIC X(4)  VALUE 'DAY'.
           05  FILLER                      PIC X(9)  VALUE 'CALLED'.
           05  FILLER                      PIC X(9)  VALUE 'STAFF'.
           05  FILLER                      PIC X(39) VALUE 'NOTE'.

       01  WS-CONCERN-DETAIL-LINE.
           05  WS-CDL-RETURNED             PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-ADOPTER-NAME         PIC X(24).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-CALL-DAY             PIC ZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-CALL-DATE            PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-STAFF-ID             PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-CDL-NOTE                 PIC X(39).

       01  WS-FUR-TOTAL-LINE.
           05  WS-FTO-LABEL                PIC X(40).
           05  WS-FTO-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-FUR-NOTE-LINE                PIC X(133).

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform apply-followup-outcomes
           perform find-window-start
           perform load-returned-animals
           perform schedule-due-calls
           perform review-open-calls
           perform write-overdue-report
           perform write-concern-report
           perform write-run-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Load the masters, set the date windows and open the files.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE
           compute WS-RUN-DAY-INT =
               function integer-of-date(WS-RUN-DATE)

           compute WS-SCHEDULE-START-DATE = function date-of-integer
               (WS-RUN-DAY-INT - WS-CALL-DAY(3) - WS-CATCHUP-DAYS)
           compute WS-CONCERN-CUTOFF-DATE = function date-of-integer
               (WS-RUN-DAY-INT - WS-CONCERN-LIST-DAYS)

           perform load-breed-master
           perform load-location-master

           open input ADOPTS
           if WS-ADOPTS-STATUS not = '00'
               display 'ZTPDOGFU: ADOPTS OPEN FAILED, STATUS='
                   WS-ADOPTS-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open input ADPMAST
           if WS-ADPMAST-STATUS not = '00'
               display 'ZTPDOGFU: ADPMAST OPEN FAILED, STATUS='
                   WS-ADPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open i-o FUPMAST
           if WS-FUPMAST-STATUS not = '00'
               display 'ZTPDOGFU: FUPMAST OPEN FAILED, STATUS='
                   WS-FUPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output FUPLIST
           if WS-FUPLIST-STATUS not = '00'
               display 'ZTPDOGFU: FUPLIST OPEN FAILED, STATUS='
                   WS-FUPLIST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output FUPRPT
           if WS-FUPRPT-STATUS not = '00'
               display 'ZTPDOGFU: FUPRPT OPEN FAILED, STATUS='
                   WS-FUPRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-FLT-RUN-DATE
           move WS-FUL-TITLE-LINE to FUP-LIST-LINE
           write FUP-LIST-LINE
           move spaces to FUP-LIST-LINE
           write FUP-LIST-LINE
           move WS-FUL-COLUMN-HEADING to FUP-LIST-LINE
           write FUP-LIST-LINE

           move WS-RUN-DATE to WS-FRT-RUN-DATE
           move WS-FUR-TITLE-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE
           move spaces to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

      ******************************************************************
      * Load the breed codes and names from BREEDMST.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGFU: BREEDMST OPEN FAILED, STATUS='
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
                               'ZTPDOGFU: BREEDMST EXCEEDS 50 ROWS'
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

           exit.

      ******************************************************************
      * Load the site codes and names from LOCMAST, then add the row
      * for codes not on the master.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGFU: LOCMAST OPEN FAILED, STATUS='
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
                               'ZTPDOGFU: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
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
               move zero to WS-LOC-OVERDUE-COUNT(WS-LOC-IX)
           end-perform

           exit.

      ******************************************************************
      * Apply the day's call outcomes (optional DD - absent means no
      * calls were keyed). Each is registered APPLIED or REFUSED.
      ******************************************************************
       apply-followup-outcomes.

           move 'CALL OUTCOMES APPLIED FROM FUPTRAN'
               to WS-FUR-SECTION-HEADING
           move WS-FUR-SECTION-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE
           move WS-OUTCOME-COLUMN-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           open input FUPTRAN

           if WS-FUPTRAN-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read FUPTRAN
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform apply-one-outcome
                   end-read
               end-perform
           end-if

           close FUPTRAN

           move spaces to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

      ******************************************************************
      * One outcome: the checks run in order and the first failure is
      * the reason it is refused. Only an open call (PENDING or NO
      * ANSWER) takes an outcome.
      ******************************************************************
       apply-one-outcome.

           add 1 to WS-OUTCOMES-READ
           move spaces to WS-REFUSE-REASON
           move 'APPLIED' to WS-DISPOSITION

           move FUT-CALL-KEY to FUP-KEY
           perform read-followup-call

           if not WS-CALL-FOUND
               move 'CALL NOT ON FUPMAST' to WS-REFUSE-REASON
           else
               evaluate true
                   when not FUT-OUTCOME-REACHED and
                           not FUT-OUTCOME-NO-ANSWER and
                           not FUT-OUTCOME-CONCERN
                       move 'OUTCOME NOT REACHED/NO ANSWER/CONCERN'
                           to WS-REFUSE-REASON
                   when FUT-CALL-DATE not numeric
                       move 'CALL DATE MISSING' to WS-REFUSE-REASON
                   when FUT-CALL-DATE > WS-RUN-DATE
                       move 'CALL DATE IN THE FUTURE'
                           to WS-REFUSE-REASON
                   when FUT-CALL-DATE < FUP-ADOPTION-DATE
                       move 'CALL DATE BEFORE ADOPTION'
                           to WS-REFUSE-REASON
                   when not FUP-STATUS-OPEN
                       move 'CALL ALREADY CLOSED' to WS-REFUSE-REASON
                   when FUT-OUTCOME-CONCERN and FUT-NOTE = spaces
                       move 'CONCERN RAISED WITHOUT A NOTE'
                           to WS-REFUSE-REASON
               end-evaluate
           end-if

           if WS-REFUSE-REASON = spaces
               move FUT-OUTCOME to FUP-STATUS
               if FUP-ATTEMPT-COUNT < 99
                   add 1 to FUP-ATTEMPT-COUNT
               end-if
               move FUT-CALL-DATE to FUP-LAST-CALL-DATE
               move FUT-STAFF-ID to FUP-STAFF-ID
               if FUT-NOTE not = spaces
                   move FUT-NOTE to FUP-NOTE
               end-if
               perform rewrite-followup-call
               add 1 to WS-OUTCOMES-APPLIED
           else
               move 'REFUSED' to WS-DISPOSITION
               add 1 to WS-OUTCOMES-REFUSED
           end-if

           move FUT-ADOPTER-ID to WS-OCL-ADOPTER-ID
           move FUT-ANIMAL-ID to WS-OCL-ANIMAL-ID
           move FUT-ADOPTION-DATE-TEXT to WS-OCL-ADOPTION-DATE
           move FUT-CALL-DAY-TEXT to WS-OCL-CALL-DAY
           move FUT-OUTCOME to WS-OCL-OUTCOME
           move FUT-CALL-DATE-TEXT to WS-OCL-CALL-DATE
           move WS-DISPOSITION to WS-OCL-DISPOSITION
           move WS-REFUSE-REASON to WS-OCL-REASON
           move WS-OUTCOME-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

      ******************************************************************
      * Random read of the call in FUP-KEY.
      ******************************************************************
       read-followup-call.

           move 'N' to WS-CALL-FOUND-SWITCH

           read FUPMAST

           evaluate WS-FUPMAST-STATUS
               when '00'
                   move 'Y' to WS-CALL-FOUND-SWITCH
               when '23'
                   continue
               when other
                   display 'ZTPDOGFU: FUPMAST READ FAILED, STATUS='
                       WS-FUPMAST-STATUS
                   move 16 to RETURN-CODE
                   stop run
           end-evaluate

           exit.

       rewrite-followup-call.

           rewrite FOLLOWUP-MASTER-REC
           if WS-FUPMAST-STATUS not = '00'
               display 'ZTPDOGFU: FUPMAST REWRITE FAILED, STATUS='
                   WS-FUPMAST-STATUS ' ADOPTER ' FUP-ADOPTER-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

      ******************************************************************
      * The return window starts at the scheduling window, or earlier
      * when an open call, or a concern still being listed, belongs to
      * an older adoption.
      ******************************************************************
       find-window-start.

           move WS-SCHEDULE-START-DATE to WS-WINDOW-START-DATE

           move low-values to FUP-KEY
           move 'N' to WS-EOF-SWITCH
           start FUPMAST key is not less than FUP-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read FUPMAST next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if FUP-STATUS-OPEN or
                               (FUP-STATUS-CONCERN and
                               FUP-LAST-CALL-DATE
                               >= WS-CONCERN-CUTOFF-DATE)
                           if FUP-ADOPTION-DATE < WS-WINDOW-START-DATE
                               move FUP-ADOPTION-DATE
                                   to WS-WINDOW-START-DATE
                           end-if
                       end-if
               end-read
           end-perform

           exit.

      ******************************************************************
      * Note the latest RETURN or REVERSAL date per animal in the
      * window.
      ******************************************************************
       load-returned-animals.

           move low-values to ADOPTS-KEY
           move 'N' to WS-EOF-SWITCH
           start ADOPTS key is not less than ADOPTS-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read ADOPTS next record into ADOPTS-RECORD
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if (ADOPTS-TYPE-RETURN or ADOPTS-TYPE-REVERSAL)
                               and ADOPTS-ADOPTION-DATE
                               >= WS-WINDOW-START-DATE
                           perform note-returned-animal
                       end-if
               end-read
           end-perform

           exit.

       note-returned-animal.

           move spaces to WS-MATCH-KEY
           if ADOPTS-ANIMAL-ID not = spaces
               move ADOPTS-ANIMAL-ID to WS-MK-ANIMAL-ID
           else
               move ADOPTS-ADOPTER-ID to WS-MK-ADOPTER-ID
               move ADOPTS-BREED-CODE to WS-MK-BREED-CODE
           end-if

           perform find-returned-row

           if WS-RTD-ROW = ZERO
               if WS-RETURNED-COUNT >= 5000
                   display 'ZTPDOGFU: MORE THAN 5000 RETURNS AND '
                       'REVERSALS IN THE FOLLOW-UP WINDOW'
                   move 16 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-RETURNED-COUNT
               move WS-RETURNED-COUNT to WS-RTD-ROW
               move WS-MATCH-KEY to WS-RTD-MATCH-KEY(WS-RTD-ROW)
               move ADOPTS-ADOPTION-DATE
                   to WS-RTD-LATEST-DATE(WS-RTD-ROW)
           else
               if ADOPTS-ADOPTION-DATE > WS-RTD-LATEST-DATE(WS-RTD-ROW)
                   move ADOPTS-ADOPTION-DATE
                       to WS-RTD-LATEST-DATE(WS-RTD-ROW)
               end-if
           end-if

           exit.

       find-returned-row.

           move zero to WS-RTD-ROW

           perform varying WS-RTD-IX from 1 by 1
                   until WS-RTD-IX > WS-RETURNED-COUNT
               if WS-RTD-MATCH-KEY(WS-RTD-IX) = WS-MATCH-KEY
                   move WS-RTD-IX to WS-RTD-ROW
                   move WS-RETURNED-COUNT to WS-RTD-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * WS-ANIMAL-RETURNED when the animal in WS-MATCH-KEY has a
      * RETURN or REVERSAL dated on or after WS-MATCH-DATE (its
      * adoption date).
      ******************************************************************
       check-animal-returned.

           move 'N' to WS-ANIMAL-RETURNED-SWITCH

           perform find-returned-row

           if WS-RTD-ROW > ZERO
               if WS-RTD-LATEST-DATE(WS-RTD-ROW) >= WS-MATCH-DATE
                   move 'Y' to WS-ANIMAL-RETURNED-SWITCH
               end-if
           end-if

           exit.

      ******************************************************************
      * Browse the ADOPTION records in the scheduling window and put
      * each call due today, or missed within the catch-up days, on
      * the work list.
      ******************************************************************
       schedule-due-calls.

           move low-values to ADOPTS-KEY
           move 'N' to WS-EOF-SWITCH
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
                               ADOPTS-ADOPTION-DATE
                               >= WS-SCHEDULE-START-DATE and
                               ADOPTS-ADOPTION-DATE <= WS-RUN-DATE
                           perform schedule-adoption-calls
                       end-if
               end-read
           end-perform

           exit.

       schedule-adoption-calls.

           compute WS-ADOPT-DAY-INT =
               function integer-of-date(ADOPTS-ADOPTION-DATE)

           perform varying WS-CALL-IX from 1 by 1
                   until WS-CALL-IX > 3
               compute WS-DUE-DAY-INT =
                   WS-ADOPT-DAY-INT + WS-CALL-DAY(WS-CALL-IX)
               if WS-DUE-DAY-INT <= WS-RUN-DAY-INT and
                       WS-DUE-DAY-INT + WS-CATCHUP-DAYS
                       >= WS-RUN-DAY-INT
                   perform schedule-one-call
               end-if
           end-perform

           exit.

      ******************************************************************
      * A call already on FUPMAST was scheduled by an earlier night
      * (or a rerun); one for an animal since returned or reversed
      * is not made at all.
      ******************************************************************
       schedule-one-call.

           move ADOPTS-ADOPTER-ID to FUP-ADOPTER-ID
           move ADOPTS-ANIMAL-ID to FUP-ANIMAL-ID
           move ADOPTS-ADOPTION-DATE to FUP-ADOPTION-DATE
           move WS-CALL-DAY(WS-CALL-IX) to FUP-CALL-DAY
           perform read-followup-call

           if WS-CALL-FOUND
               add 1 to WS-CALLS-ALREADY-ON-FILE
           else
               move spaces to WS-MATCH-KEY
               if ADOPTS-ANIMAL-ID not = spaces
                   move ADOPTS-ANIMAL-ID to WS-MK-ANIMAL-ID
               else
                   move ADOPTS-ADOPTER-ID to WS-MK-ADOPTER-ID
                   move ADOPTS-BREED-CODE to WS-MK-BREED-CODE
               end-if
               move ADOPTS-ADOPTION-DATE to WS-MATCH-DATE
               perform check-animal-returned

               if WS-ANIMAL-RETURNED
                   add 1 to WS-CALLS-SKIPPED-RETURNED
               else
                   perform write-scheduled-call
               end-if
           end-if

           exit.

       write-scheduled-call.

           compute WS-DUE-DATE =
               function date-of-integer(WS-DUE-DAY-INT)

           move ADOPTS-ADOPTER-ID to FUP-ADOPTER-ID
           move ADOPTS-ANIMAL-ID to FUP-ANIMAL-ID
           move ADOPTS-ADOPTION-DATE to FUP-ADOPTION-DATE
           move WS-CALL-DAY(WS-CALL-IX) to FUP-CALL-DAY
           move ADOPTS-BREED-CODE to FUP-BREED-CODE
           move ADOPTS-LOCATION-CODE to FUP-LOCATION-CODE
           move WS-DUE-DATE to FUP-DUE-DATE
           move 'PENDING' to FUP-STATUS
           move zero to FUP-ATTEMPT-COUNT
           move zero to FUP-LAST-CALL-DATE
           move spaces to FUP-STAFF-ID
           move spaces to FUP-NOTE

           write FOLLOWUP-MASTER-REC
           if WS-FUPMAST-STATUS not = '00'
               display 'ZTPDOGFU: FUPMAST WRITE FAILED, STATUS='
                   WS-FUPMAST-STATUS ' ADOPTER ' FUP-ADOPTER-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           add 1 to WS-CALLS-SCHEDULED

           move ADOPTS-ADOPTER-ID to ADM-ADOPTER-ID
           perform read-adopter-name
           move ADOPTS-BREED-CODE to WS-MK-BREED-CODE
           perform find-breed-name

           move ADOPTS-LOCATION-CODE to WS-FDL-LOCATION-CODE
           move ADOPTS-ADOPTER-ID to WS-FDL-ADOPTER-ID
           move WS-ADOPTER-NAME to WS-FDL-ADOPTER-NAME
           move ADOPTS-ANIMAL-ID to WS-FDL-ANIMAL-ID
           move WS-BREED-NAME to WS-FDL-BREED-NAME
           move ADOPTS-ADOPTION-DATE to WS-FDL-ADOPTION-DATE
           move WS-CALL-DAY(WS-CALL-IX) to WS-FDL-CALL-DAY
           move WS-DUE-DATE to WS-FDL-DUE-DATE
           if WS-DUE-DATE < WS-RUN-DATE
               move 'LATE' to WS-FDL-LATE-FLAG
               add 1 to WS-CALLS-LATE
           else
               move spaces to WS-FDL-LATE-FLAG
           end-if

           move WS-FUL-DETAIL-LINE to FUP-LIST-LINE
           write FUP-LIST-LINE

           exit.

      ******************************************************************
      * Adopter name for the call in ADM-ADOPTER-ID.
      ******************************************************************
       read-adopter-name.

           read ADPMAST

           if WS-ADPMAST-STATUS = '00'
               move ADM-ADOPTER-NAME to WS-ADOPTER-NAME
           else
               move '*** NOT ON ADPMAST ***' to WS-ADOPTER-NAME
           end-if

           exit.

      ******************************************************************
      * Breed name for the breed code in WS-MK-BREED-CODE.
      ******************************************************************
       find-breed-name.

           move 'NOT ON BREEDMST' to WS-BREED-NAME

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = WS-MK-BREED-CODE
                   move WS-TAB-BREED-NAME(WS-BREED-IX)
                       to WS-BREED-NAME
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * Review FUPMAST: cancel open calls whose animal has come back,
      * hold the rest past due for the overdue report, and hold the
      * recent CONCERN calls for the behaviour team's list.
      ******************************************************************
       review-open-calls.

           move low-values to FUP-KEY
           move 'N' to WS-EOF-SWITCH
           start FUPMAST key is not less than FUP-KEY
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read FUPMAST next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       if FUP-STATUS-OPEN and
                               FUP-DUE-DATE < WS-RUN-DATE
                           perform review-overdue-call
                       end-if
                       if FUP-STATUS-CONCERN and
                               FUP-LAST-CALL-DATE
                               >= WS-CONCERN-CUTOFF-DATE
                           perform hold-concern-call
                       end-if
               end-read
           end-perform

           exit.

       review-overdue-call.

           perform set-call-match-key
           perform check-animal-returned

           if WS-ANIMAL-RETURNED
               move 'CANCELLED' to FUP-STATUS
               move WS-RUN-DATE to FUP-LAST-CALL-DATE
               perform rewrite-followup-call
               add 1 to WS-CALLS-CANCELLED
           else
               add 1 to WS-CALLS-OVERDUE

               move WS-OFF-MASTER-ROW to WS-LOC-ROW-IX
               perform varying WS-LOC-IX from 1 by 1
                       until WS-LOC-IX >= WS-OFF-MASTER-ROW
                   if WS-LOC-CODE(WS-LOC-IX) = FUP-LOCATION-CODE
                       move WS-LOC-IX to WS-LOC-ROW-IX
                       move WS-OFF-MASTER-ROW to WS-LOC-IX
                   end-if
               end-perform
               add 1 to WS-LOC-OVERDUE-COUNT(WS-LOC-ROW-IX)

               if WS-OVERDUE-HELD < 2000
                   add 1 to WS-OVERDUE-HELD
                   move WS-LOC-ROW-IX
                       to WS-OVD-LOC-ROW(WS-OVERDUE-HELD)
                   move FOLLOWUP-MASTER-REC
                       to WS-OVD-FUP-REC(WS-OVERDUE-HELD)
               end-if
           end-if

           exit.

       hold-concern-call.

           add 1 to WS-CONCERNS-LISTED

           if WS-CONCERN-HELD < 1000
               perform set-call-match-key
               perform check-animal-returned
               add 1 to WS-CONCERN-HELD
               if WS-ANIMAL-RETURNED
                   move '*' to WS-CNC-RETURNED(WS-CONCERN-HELD)
               else
                   move space to WS-CNC-RETURNED(WS-CONCERN-HELD)
               end-if
               move FOLLOWUP-MASTER-REC
                   to WS-CNC-FUP-REC(WS-CONCERN-HELD)
           end-if

           exit.

       set-call-match-key.

           move spaces to WS-MATCH-KEY
           if FUP-ANIMAL-ID not = spaces
               move FUP-ANIMAL-ID to WS-MK-ANIMAL-ID
           else
               move FUP-ADOPTER-ID to WS-MK-ADOPTER-ID
               move FUP-BREED-CODE to WS-MK-BREED-CODE
           end-if
           move FUP-ADOPTION-DATE to WS-MATCH-DATE

           exit.

      ******************************************************************
      * Overdue calls by location: a heading per site with any, then
      * its calls.
      ******************************************************************
       write-overdue-report.

           move 'OVERDUE FOLLOW-UP CALLS BY LOCATION'
               to WS-FUR-SECTION-HEADING
           move WS-FUR-SECTION-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               if WS-LOC-OVERDUE-COUNT(WS-LOC-IX) > 0
                   perform write-overdue-location
               end-if
           end-perform

           if WS-CALLS-OVERDUE > WS-OVERDUE-HELD
               move 'OVERDUE CALLS PAST 2000 ARE COUNTED ONLY'
                   to WS-FUR-NOTE-LINE
               move WS-FUR-NOTE-LINE to FUP-REPORT-LINE
               write FUP-REPORT-LINE
           end-if

           move spaces to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

       write-overdue-location.

           move spaces to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move WS-LOC-CODE(WS-LOC-IX) to WS-OLL-LOCATION-CODE
           move WS-LOC-SITE-NAME(WS-LOC-IX) to WS-OLL-SITE-NAME
           move WS-LOC-OVERDUE-COUNT(WS-LOC-IX) to WS-OLL-COUNT
           move WS-OVERDUE-LOCATION-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move WS-OVERDUE-COLUMN-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           perform varying WS-OVD-IX from 1 by 1
                   until WS-OVD-IX > WS-OVERDUE-HELD
               if WS-OVD-LOC-ROW(WS-OVD-IX) = WS-LOC-IX
                   move WS-OVD-FUP-REC(WS-OVD-IX)
                       to FOLLOWUP-MASTER-REC
                   perform write-overdue-line
               end-if
           end-perform

           exit.

       write-overdue-line.

           move FUP-ADOPTER-ID to ADM-ADOPTER-ID
           perform read-adopter-name
           move FUP-BREED-CODE to WS-MK-BREED-CODE
           perform find-breed-name

           compute WS-DAYS-OVERDUE = WS-RUN-DAY-INT
               - function integer-of-date(FUP-DUE-DATE)

           move FUP-ADOPTER-ID to WS-ODL-ADOPTER-ID
           move WS-ADOPTER-NAME to WS-ODL-ADOPTER-NAME
           move FUP-ANIMAL-ID to WS-ODL-ANIMAL-ID
           move WS-BREED-NAME to WS-ODL-BREED-NAME
           move FUP-ADOPTION-DATE to WS-ODL-ADOPTION-DATE
           move FUP-CALL-DAY to WS-ODL-CALL-DAY
           move FUP-DUE-DATE to WS-ODL-DUE-DATE
           move WS-DAYS-OVERDUE to WS-ODL-DAYS-OVERDUE
           move FUP-ATTEMPT-COUNT to WS-ODL-ATTEMPTS
           move FUP-STATUS to WS-ODL-STATUS
           move WS-OVERDUE-DETAIL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

      ******************************************************************
      * The behaviour team's list: every CONCERN call of the last
      * WS-CONCERN-LIST-DAYS, flagged * where the animal has already
      * come back.
      ******************************************************************
       write-concern-report.

           move 'CONCERN RAISED - FOR BEHAVIOUR TEAM FOLLOW-UP'
               to WS-FUR-SECTION-HEADING
           move WS-FUR-SECTION-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE
           move WS-CONCERN-COLUMN-HEADING to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           perform varying WS-CNC-IX from 1 by 1
                   until WS-CNC-IX > WS-CONCERN-HELD
               move WS-CNC-FUP-REC(WS-CNC-IX) to FOLLOWUP-MASTER-REC

               move FUP-ADOPTER-ID to ADM-ADOPTER-ID
               perform read-adopter-name
               move FUP-BREED-CODE to WS-MK-BREED-CODE
               perform find-breed-name

               move WS-CNC-RETURNED(WS-CNC-IX) to WS-CDL-RETURNED
               move FUP-LOCATION-CODE to WS-CDL-LOCATION-CODE
               move FUP-ADOPTER-ID to WS-CDL-ADOPTER-ID
               move WS-ADOPTER-NAME to WS-CDL-ADOPTER-NAME
               move FUP-ANIMAL-ID to WS-CDL-ANIMAL-ID
               move WS-BREED-NAME to WS-CDL-BREED-NAME
               move FUP-CALL-DAY to WS-CDL-CALL-DAY
               move FUP-LAST-CALL-DATE to WS-CDL-CALL-DATE
               move FUP-STAFF-ID to WS-CDL-STAFF-ID
               move FUP-NOTE to WS-CDL-NOTE
               move WS-CONCERN-DETAIL-LINE to FUP-REPORT-LINE
               write FUP-REPORT-LINE
           end-perform

           if WS-CONCERNS-LISTED > WS-CONCERN-HELD
               move 'CONCERN CALLS PAST 1000 ARE COUNTED ONLY'
                   to WS-FUR-NOTE-LINE
               move WS-FUR-NOTE-LINE to FUP-REPORT-LINE
               write FUP-REPORT-LINE
           end-if

           move '* ANIMAL HAS SINCE COME BACK AS A RETURN OR REVERSAL'
               to WS-FUR-NOTE-LINE
           move WS-FUR-NOTE-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move spaces to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           exit.

      ******************************************************************
      * Run totals on FUPRPT, and the work list count on FUPLIST.
      ******************************************************************
       write-run-totals.

           move 'OUTCOMES READ' to WS-FTO-LABEL
           move WS-OUTCOMES-READ to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'OUTCOMES APPLIED' to WS-FTO-LABEL
           move WS-OUTCOMES-APPLIED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'OUTCOMES REFUSED' to WS-FTO-LABEL
           move WS-OUTCOMES-REFUSED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'CALLS PUT ON WORK LIST' to WS-FTO-LABEL
           move WS-CALLS-SCHEDULED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move '  OF WHICH LATE' to WS-FTO-LABEL
           move WS-CALLS-LATE to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'CALLS ALREADY ON FUPMAST' to WS-FTO-LABEL
           move WS-CALLS-ALREADY-ON-FILE to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'CALLS SKIPPED - RETURNED OR REVERSED' to WS-FTO-LABEL
           move WS-CALLS-SKIPPED-RETURNED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'OPEN CALLS CANCELLED - ANIMAL BACK' to WS-FTO-LABEL
           move WS-CALLS-CANCELLED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'CALLS OVERDUE' to WS-FTO-LABEL
           move WS-CALLS-OVERDUE to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move 'CONCERN CASES LISTED' to WS-FTO-LABEL
           move WS-CONCERNS-LISTED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-REPORT-LINE
           write FUP-REPORT-LINE

           move spaces to FUP-LIST-LINE
           write FUP-LIST-LINE

           move 'CALLS ON THIS WORK LIST' to WS-FTO-LABEL
           move WS-CALLS-SCHEDULED to WS-FTO-COUNT
           move WS-FUR-TOTAL-LINE to FUP-LIST-LINE
           write FUP-LIST-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close ADOPTS
           close ADPMAST
           close FUPMAST
           close FUPLIST
           close FUPRPT

           exit.

       END PROGRAM 'ZTPDOGFU'.
