       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGAI'.

      ******************************************************************
      * ZTPDOGAI - Animal intake and transfer maintenance.
      *
      * Reads the ANMTRAN transaction file (INTAKE / TRANSFER) and
      * applies each transaction to the ANMMAST animal inventory
      * master KSDS. INTAKE creates the animal's master record with
      * its intake date, breed and intake location and status
      * IN-SHELTER, or takes back an animal transferred out earlier;
      * an intake of an animal already in the shelter or still
      * placed, an unrecognized breed code and a location that is not
      * an open LOCMAST site are refused. TRANSFER moves an animal
      * that is in the shelter to TRANSFERRED. Placements, returns
      * and reversals are never keyed here - the posting run moves
      * the master from ADOPTS. Every transaction is shown on the
      * ANMRPT register as APPLIED or REFUSED with its reason, in the
      * same form as the adopter master register.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANMTRAN ASSIGN TO ANMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANMTRAN-STATUS.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT ANMRPT ASSIGN TO ANMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ANMTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGANT.

       FD  ANMMAST.
           COPY ZTPDGANM.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  ANMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  ANIMAL-REPORT-LINE              PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-ANMTRAN-STATUS               PIC XX.
       01  WS-ANMMAST-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-ANMRPT-STATUS                PIC XX.

       01  WS-TRAN-EOF-SWITCH              PIC X VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.

      * Result of the keyed read for the transaction in hand.
       01  WS-MASTER-FOUND-SWITCH          PIC X.
           88  WS-MASTER-FOUND             VALUE 'Y'.

      * Disposition of the transaction in hand; the refusal reason is
      * blanked per transaction so a stale reason can never print.
       01  WS-DISPOSITION                  PIC X(8).
       01  WS-REFUSE-REASON                PIC X(30).

      * Event date of the transaction in hand - the card date, or the
      * run date when the card date was left zero.
       01  WS-EVENT-DATE                   PIC 9(8).

      * Register totals. Every ANMTRAN record read ends up counted as
      * applied or refused.
       01  WS-TRAN-READ-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-INTAKE-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-TRANSFER-COUNT               PIC 9(5) VALUE ZERO.

      * Breed codes from BREEDMST, loaded as ZTPDOGOS loads them; an
      * intake is refused for a code the posting run would not map.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY
                   OCCURS 1 TO 50 TIMES DEPENDING ON WS-BREED-COUNT.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-SLOT-NUMBER      PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-FOUND-SWITCH           PIC X.
           88  WS-BREED-FOUND              VALUE 'Y'.

      * Sites from LOCMAST with their open periods; an intake is
      * refused at a site the master does not know or that was not
      * open on the intake date, as the ADOPTS intake edit refuses.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 50 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-OPEN-DATE        PIC 9(8).
               10  WS-LOC-CLOSED-DATE      PIC 9(8).
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).

      * Run date (YYYYMMDD), the default event date.
       01  WS-RUN-DATE                     PIC 9(8).

      * Report line layouts.
       01  WS-ANM-TITLE-LINE.
           05  FILLER                      PIC X(46) VALUE
               'ZTPDOGAI  ANIMAL INTAKE/TRANSFER REGISTER     '.
           05  FILLER                      PIC X(4)  VALUE 'RUN '.
           05  WS-ATL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(75) VALUE SPACES.

       01  WS-ANM-COLUMN-HEADING.
           05  FILLER                      PIC X(12) VALUE 'FUNCTION'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(10) VALUE
               'DISPOSED'.
           05  FILLER                      PIC X(32) VALUE 'REASON'.
           05  FILLER                      PIC X(7)  VALUE 'BREED'.
           05  FILLER                      PIC X(6)  VALUE 'LOC'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(13) VALUE 'STATUS'.
           05  FILLER                      PIC X(31) VALUE 'AGENCY'.

       01  WS-ANM-DETAIL-LINE.
           05  WS-ADL-FUNCTION             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-REASON               PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-BREED-CODE           PIC 9(3).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-ADL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ADL-EVENT-DATE           PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-STATUS               PIC X(11).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ADL-AGENCY-NAME          PIC X(20).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-ANM-TOTAL-LINE.
           05  WS-ATO-LABEL                PIC X(30).
           05  WS-ATO-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform process-transactions
           perform write-register-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Load the breed codes, open files and write the register
      * headings. ANMMAST is opened I-O: a new INTAKE writes a record,
      * everything else rewrites the animal's existing one.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE

           perform load-breed-master
           perform load-location-master

           open input ANMTRAN
           if WS-ANMTRAN-STATUS not = '00'
               display 'ZTPDOGAI: ANMTRAN OPEN FAILED, STATUS='
                   WS-ANMTRAN-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open i-o ANMMAST
           if WS-ANMMAST-STATUS not = '00'
               display 'ZTPDOGAI: ANMMAST OPEN FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output ANMRPT
           if WS-ANMRPT-STATUS not = '00'
               display 'ZTPDOGAI: ANMRPT OPEN FAILED, STATUS='
                   WS-ANMRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-ATL-RUN-DATE
           move WS-ANM-TITLE-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move spaces to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move WS-ANM-COLUMN-HEADING to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           exit.

      ******************************************************************
      * Load the breed codes from BREEDMST, exactly as ZTPDOGOS does.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGAI: BREEDMST OPEN FAILED, STATUS='
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
                               'ZTPDOGAI: BREEDMST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-BREED-COUNT
                       move BRM-BREED-CODE
                           to WS-TAB-BREED-CODE(WS-BREED-COUNT)
                       move BRM-SLOT-NUMBER
                           to WS-TAB-SLOT-NUMBER(WS-BREED-COUNT)
                       move BRM-BREED-NAME
                           to WS-TAB-BREED-NAME(WS-BREED-COUNT)
               end-read
           end-perform

           close BREEDMST

           exit.

      ******************************************************************
      * Load the sites and their open periods from LOCMAST. A blank
      * or duplicated code on LOCMAST stops the run, as it does the
      * posting run.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGAI: LOCMAST OPEN FAILED, STATUS='
                   WS-LOCMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-LOCATION-COUNT

           perform until WS-LOCMAST-STATUS = '10'
               read LOCMAST
                   at end
                       move '10' to WS-LOCMAST-STATUS
                   not at end
                       if WS-LOCATION-COUNT >= 50
                           display
                               'ZTPDOGAI: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if LCM-LOCATION-CODE = spaces
                           display
                               'ZTPDOGAI: LOCMAST LOCATION CODE BLANK'
                           move 16 to RETURN-CODE
                           stop run
                       end-if

                       perform varying WS-LOC-IX from 1 by 1
                               until WS-LOC-IX > WS-LOCATION-COUNT
                           if WS-LOC-CODE(WS-LOC-IX)
                                   = LCM-LOCATION-CODE
                               display
                                   'ZTPDOGAI: LOCMAST LOCATION CODE '
                                   LCM-LOCATION-CODE ' DUPLICATED'
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                       end-perform

                       add 1 to WS-LOCATION-COUNT
                       move LCM-LOCATION-CODE
                           to WS-LOC-CODE(WS-LOCATION-COUNT)
                       move LCM-OPEN-DATE
                           to WS-LOC-OPEN-DATE(WS-LOCATION-COUNT)
                       move LCM-CLOSED-DATE
                           to WS-LOC-CLOSED-DATE(WS-LOCATION-COUNT)
               end-read
           end-perform

           close LOCMAST

           exit.

      ******************************************************************
      * Read every ANMTRAN transaction and apply or refuse it in file
      * order - an animal can come in, go out and come back in the
      * same batch, so file order is application order.
      ******************************************************************
       process-transactions.

           perform until WS-TRAN-EOF
               read ANMTRAN
                   at end
                       move 'Y' to WS-TRAN-EOF-SWITCH
                   not at end
                       add 1 to WS-TRAN-READ-COUNT
                       perform apply-one-transaction
               end-read
           end-perform

           exit.

      ******************************************************************
      * Edit and apply the transaction just read. The common edits
      * (event date a real calendar date, non-blank animal ID, event
      * date not after the run date, recognized function) run first;
      * the per-function paragraph then does its own existence and
      * status checks against the master. A blank or zero event date
      * defaults to the run date.
      ******************************************************************
       apply-one-transaction.

           move spaces to WS-REFUSE-REASON
           move 'APPLIED' to WS-DISPOSITION

           if ANT-EVENT-DATE numeric and ANT-EVENT-DATE > ZERO
               move ANT-EVENT-DATE to WS-EVENT-DATE
           else
               move WS-RUN-DATE to WS-EVENT-DATE
           end-if

           evaluate true
               when ANT-EVENT-DATE numeric and ANT-EVENT-DATE > ZERO
                       and function test-date-yyyymmdd(ANT-EVENT-DATE)
                       not = 0
                   move 'EVENT DATE NOT A CALENDAR DATE'
                       to WS-REFUSE-REASON
               when ANT-ANIMAL-ID = spaces
                   move 'ANIMAL ID BLANK' to WS-REFUSE-REASON
               when WS-EVENT-DATE > WS-RUN-DATE
                   move 'EVENT DATE AFTER RUN DATE'
                       to WS-REFUSE-REASON
               when ANT-FUNC-INTAKE
                   perform apply-intake
               when ANT-FUNC-TRANSFER
                   perform apply-transfer
               when other
                   move 'UNRECOGNIZED FUNCTION' to WS-REFUSE-REASON
           end-evaluate

           if WS-REFUSE-REASON not = spaces
               move 'REFUSED' to WS-DISPOSITION
               add 1 to WS-REFUSED-COUNT
           else
               add 1 to WS-APPLIED-COUNT
           end-if

           perform write-register-line

           exit.

      ******************************************************************
      * Take an animal into the shelter. A new animal gets a fresh
      * master record. An animal already on file may only come back
      * in if it was transferred out: one still in the shelter is a
      * duplicate intake, and one still placed has to come back
      * through a RETURN on ADOPTS so the placement is netted. A
      * re-intake keeps the animal's placement and return history and
      * starts a new shelter stay at the intake date.
      ******************************************************************
       apply-intake.

           perform find-breed-code
           perform find-location-code
           perform read-animal-master

           evaluate true
               when not WS-BREED-FOUND
                   move 'UNRECOGNIZED BREED CODE' to WS-REFUSE-REASON
               when ANT-LOCATION-CODE = spaces
                   move 'LOCATION CODE MISSING' to WS-REFUSE-REASON
               when WS-LOC-ROW-IX = ZERO
                   move 'LOCATION NOT ON LOCMAST' to WS-REFUSE-REASON
               when WS-EVENT-DATE < WS-LOC-OPEN-DATE(WS-LOC-ROW-IX)
                   move 'LOCATION NOT YET OPEN' to WS-REFUSE-REASON
               when WS-LOC-CLOSED-DATE(WS-LOC-ROW-IX) > ZERO and
                       WS-EVENT-DATE
                       >= WS-LOC-CLOSED-DATE(WS-LOC-ROW-IX)
                   move 'LOCATION CLOSED' to WS-REFUSE-REASON
               when WS-MASTER-FOUND and ANM-STATUS-AVAILABLE
                   move 'ANIMAL ALREADY IN SHELTER'
                       to WS-REFUSE-REASON
               when WS-MASTER-FOUND and ANM-STATUS-ADOPTED
                   move 'ANIMAL PLACED - KEY A RETURN'
                       to WS-REFUSE-REASON
               when WS-MASTER-FOUND and not ANM-STATUS-TRANSFERRED
                   move 'MASTER STATUS UNRECOGNIZED'
                       to WS-REFUSE-REASON
               when WS-MASTER-FOUND
                   move ANT-BREED-CODE to ANM-BREED-CODE
                   move WS-EVENT-DATE to ANM-INTAKE-DATE
                   move ANT-LOCATION-CODE to ANM-INTAKE-LOCATION
                   move 'IN-SHELTER' to ANM-STATUS
                   move WS-EVENT-DATE to ANM-STATUS-DATE
                   move WS-EVENT-DATE to ANM-STAY-START-DATE
                   perform rewrite-animal-master
                   add 1 to WS-INTAKE-COUNT
               when other
                   move spaces to ANIMAL-MASTER-REC
                   move ANT-ANIMAL-ID to ANM-ANIMAL-ID
                   move ANT-BREED-CODE to ANM-BREED-CODE
                   move WS-EVENT-DATE to ANM-INTAKE-DATE
                   move ANT-LOCATION-CODE to ANM-INTAKE-LOCATION
                   move 'IN-SHELTER' to ANM-STATUS
                   move WS-EVENT-DATE to ANM-STATUS-DATE
                   move WS-EVENT-DATE to ANM-STAY-START-DATE
                   move zero to ANM-LAST-STAY-DAYS
                   move zero to ANM-PLACEMENT-COUNT
                   move zero to ANM-RETURN-COUNT
                   move zero to ANM-LAST-ADOPTION-DATE
                   move zero to ANM-LAST-EVENT-DATE
                   move WS-RUN-DATE to ANM-MASTER-ADDED-DATE
                   perform write-animal-master
                   add 1 to WS-INTAKE-COUNT
           end-evaluate

           exit.

      ******************************************************************
      * Transfer an animal out to another agency. Only an animal in
      * the shelter can leave this way, and not before the day its
      * current stay began.
      ******************************************************************
       apply-transfer.

           perform read-animal-master

           evaluate true
               when not WS-MASTER-FOUND
                   move 'UNKNOWN ANIMAL ID' to WS-REFUSE-REASON
               when ANM-STATUS-ADOPTED
                   move 'ANIMAL PLACED - KEY A RETURN'
                       to WS-REFUSE-REASON
               when ANM-STATUS-TRANSFERRED
                   move 'ALREADY TRANSFERRED' to WS-REFUSE-REASON
               when not ANM-STATUS-AVAILABLE
                   move 'MASTER STATUS UNRECOGNIZED'
                       to WS-REFUSE-REASON
               when WS-EVENT-DATE < ANM-STAY-START-DATE
                   move 'TRANSFER BEFORE STAY START'
                       to WS-REFUSE-REASON
               when other
                   move 'TRANSFERRED' to ANM-STATUS
                   move WS-EVENT-DATE to ANM-STATUS-DATE
                   perform rewrite-animal-master
                   add 1 to WS-TRANSFER-COUNT
           end-evaluate

           exit.

       find-breed-code.

           move 'N' to WS-BREED-FOUND-SWITCH

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = ANT-BREED-CODE
                   move 'Y' to WS-BREED-FOUND-SWITCH
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           exit.

       find-location-code.

           move zero to WS-LOC-ROW-IX

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               if WS-LOC-CODE(WS-LOC-IX) = ANT-LOCATION-CODE
                   move WS-LOC-IX to WS-LOC-ROW-IX
                   move WS-LOCATION-COUNT to WS-LOC-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * One keyed read of the master for the transaction in hand.
      * Found and not-found are the expected results; anything else
      * is a hard error.
      ******************************************************************
       read-animal-master.

           move 'N' to WS-MASTER-FOUND-SWITCH
           move ANT-ANIMAL-ID to ANM-ANIMAL-ID

           read ANMMAST
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-MASTER-FOUND-SWITCH
           end-read

           if WS-ANMMAST-STATUS not = '00' and
                   WS-ANMMAST-STATUS not = '23'
               display 'ZTPDOGAI: ANMMAST READ FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

       write-animal-master.

           write ANIMAL-MASTER-REC
               invalid key
                   display 'ZTPDOGAI: ANMMAST WRITE FAILED, STATUS='
                       WS-ANMMAST-STATUS
                   move 16 to RETURN-CODE
                   stop run
           end-write

           exit.

       rewrite-animal-master.

           rewrite ANIMAL-MASTER-REC
               invalid key
                   display 'ZTPDOGAI: ANMMAST REWRITE FAILED, STATUS='
                       WS-ANMMAST-STATUS
                   move 16 to RETURN-CODE
                   stop run
           end-rewrite

           exit.

      ******************************************************************
      * One register line for the transaction just disposed of. An
      * applied transaction shows the status now on the master; a
      * refused one shows the status the animal was found in (blank
      * when it is not on file) so the refusal can be traced.
      ******************************************************************
       write-register-line.

           move ANT-FUNCTION to WS-ADL-FUNCTION
           move ANT-ANIMAL-ID to WS-ADL-ANIMAL-ID
           move WS-DISPOSITION to WS-ADL-DISPOSITION
           move WS-REFUSE-REASON to WS-ADL-REASON
           move ANT-AGENCY-NAME to WS-ADL-AGENCY-NAME
           move WS-EVENT-DATE to WS-ADL-EVENT-DATE

           if WS-MASTER-FOUND or WS-DISPOSITION = 'APPLIED'
               move ANM-BREED-CODE to WS-ADL-BREED-CODE
               move ANM-INTAKE-LOCATION to WS-ADL-LOCATION-CODE
               move ANM-STATUS to WS-ADL-STATUS
           else
               if ANT-BREED-CODE numeric
                   move ANT-BREED-CODE to WS-ADL-BREED-CODE
               else
                   move zero to WS-ADL-BREED-CODE
               end-if
               move ANT-LOCATION-CODE to WS-ADL-LOCATION-CODE
               move spaces to WS-ADL-STATUS
           end-if

           move WS-ANM-DETAIL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           exit.

      ******************************************************************
      * Register totals: every transaction read is accounted for as
      * applied or refused, with the intakes and transfers applied
      * this run shown separately for the shelter population count.
      ******************************************************************
       write-register-totals.

           move spaces to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move 'TRANSACTIONS READ' to WS-ATO-LABEL
           move WS-TRAN-READ-COUNT to WS-ATO-COUNT
           move WS-ANM-TOTAL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move 'APPLIED' to WS-ATO-LABEL
           move WS-APPLIED-COUNT to WS-ATO-COUNT
           move WS-ANM-TOTAL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move 'REFUSED' to WS-ATO-LABEL
           move WS-REFUSED-COUNT to WS-ATO-COUNT
           move WS-ANM-TOTAL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move 'INTAKES APPLIED' to WS-ATO-LABEL
           move WS-INTAKE-COUNT to WS-ATO-COUNT
           move WS-ANM-TOTAL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           move 'TRANSFERS APPLIED' to WS-ATO-LABEL
           move WS-TRANSFER-COUNT to WS-ATO-COUNT
           move WS-ANM-TOTAL-LINE to ANIMAL-REPORT-LINE
           write ANIMAL-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close ANMTRAN
           close ANMMAST
           close ANMRPT

           exit.

       END PROGRAM 'ZTPDOGAI'.
