       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGLS'.

      ******************************************************************
      * ZTPDOGLS - Length-of-stay report by breed and location.
      *
      * Browses the ANMMAST animal inventory master and writes LOSRPT:
      * for every breed (in BREEDMST order) and intake location, the
      * animals waiting in the shelter now with their average and
      * longest wait to the run date, the animals placed with the
      * average length of the stay that ended in their placement,
      * and the animals transferred out. Each breed closes with a
      * breed total, a location summary follows the breed sections,
      * and the report ends with the grand total - the figures the
      * board asks for when it asks how long each breed waits for a
      * home. An animal whose breed is no longer on BREEDMST is
      * listed under UNKNOWN BREED rather than dropped.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOSRPT ASSIGN TO LOSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ANMMAST.
           COPY ZTPDGANM.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOSRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  LOS-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-ANMMAST-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOSRPT-STATUS                PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      * Breed codes and names from BREEDMST, loaded as ZTPDOGOS loads
      * them; the breed sections print in this order.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY
                   OCCURS 1 TO 50 TIMES DEPENDING ON WS-BREED-COUNT.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-SLOT-NUMBER      PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-LOOKUP-BREED-CODE            PIC 9(3).
       01  WS-LOOKUP-BREED-NAME            PIC X(20).
       01  WS-BREED-FOUND-SWITCH           PIC X.
           88  WS-BREED-FOUND              VALUE 'Y'.

      * One accumulator row per breed code and intake location seen
      * on the master. WS-LOS-KNOWN marks rows whose breed is on
      * BREEDMST; the others print in the UNKNOWN BREED section.
       01  WS-LOS-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-LOS-TABLE.
           05  WS-LOS-ENTRY                OCCURS 500 TIMES.
               10  WS-LOS-BREED-CODE       PIC 9(3).
               10  WS-LOS-LOC-CODE         PIC X(3).
               10  WS-LOS-KNOWN            PIC X.
               10  WS-LOS-WAIT-COUNT       PIC 9(5).
               10  WS-LOS-WAIT-DAYS        PIC 9(9).
               10  WS-LOS-WAIT-MAX         PIC 9(5).
               10  WS-LOS-PLACED-COUNT     PIC 9(5).
               10  WS-LOS-PLACED-DAYS      PIC 9(9).
               10  WS-LOS-TRANSFER-COUNT   PIC 9(5).
       01  WS-LOS-IX                       PIC 9(3).
       01  WS-LOS-MATCH-IX                 PIC 9(3).

      * The same figures rolled up by intake location for the
      * location summary.
       01  WS-LSM-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-LSM-TABLE.
           05  WS-LSM-ENTRY                OCCURS 100 TIMES.
               10  WS-LSM-LOC-CODE         PIC X(3).
               10  WS-LSM-WAIT-COUNT       PIC 9(5).
               10  WS-LSM-WAIT-DAYS        PIC 9(9).
               10  WS-LSM-WAIT-MAX         PIC 9(5).
               10  WS-LSM-PLACED-COUNT     PIC 9(5).
               10  WS-LSM-PLACED-DAYS      PIC 9(9).
               10  WS-LSM-TRANSFER-COUNT   PIC 9(5).
       01  WS-LSM-IX                       PIC 9(3).
       01  WS-LSM-MATCH-IX                 PIC 9(3).

      * Running totals for the breed in hand and for the report, and
      * the staged figures for the line being printed.
       01  WS-SUB-TOTALS.
           05  WS-SUB-WAIT-COUNT           PIC 9(7).
           05  WS-SUB-WAIT-DAYS            PIC 9(11).
           05  WS-SUB-WAIT-MAX             PIC 9(5).
           05  WS-SUB-PLACED-COUNT         PIC 9(7).
           05  WS-SUB-PLACED-DAYS          PIC 9(11).
           05  WS-SUB-TRANSFER-COUNT       PIC 9(7).
       01  WS-GRAND-TOTALS.
           05  WS-GRD-WAIT-COUNT           PIC 9(7).
           05  WS-GRD-WAIT-DAYS            PIC 9(11).
           05  WS-GRD-WAIT-MAX             PIC 9(5).
           05  WS-GRD-PLACED-COUNT         PIC 9(7).
           05  WS-GRD-PLACED-DAYS          PIC 9(11).
           05  WS-GRD-TRANSFER-COUNT       PIC 9(7).
       01  WS-LINE-FIGURES.
           05  WS-LNF-WAIT-COUNT           PIC 9(7).
           05  WS-LNF-WAIT-DAYS            PIC 9(11).
           05  WS-LNF-WAIT-MAX             PIC 9(5).
           05  WS-LNF-PLACED-COUNT         PIC 9(7).
           05  WS-LNF-PLACED-DAYS          PIC 9(11).
           05  WS-LNF-TRANSFER-COUNT       PIC 9(7).

      * Counts for the closing control lines.
       01  WS-ANIMALS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-BAD-STATUS-COUNT             PIC 9(7) VALUE ZERO.

      * Days arithmetic for the animal in hand.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DAY-INT                  PIC 9(7).
       01  WS-STAY-START-DAY-INT           PIC 9(7).
       01  WS-WAIT-DAYS                    PIC S9(5).
       01  WS-SECTION-PRINTED-SWITCH       PIC X.
           88  WS-SECTION-PRINTED          VALUE 'Y'.

      * Report line layouts.
       01  WS-LOS-TITLE-LINE.
           05  FILLER                      PIC X(46) VALUE
               'ZTPDOGLS  LENGTH OF STAY BY BREED AND LOCATION'.
           05  FILLER                      PIC X(6)  VALUE '  RUN '.
           05  WS-LTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(73) VALUE SPACES.

       01  WS-LOS-COLUMN-HEADING.
           05  FILLER                      PIC X(6)  VALUE 'CODE'.
           05  FILLER                      PIC X(21) VALUE 'BREED'.
           05  FILLER                      PIC X(6)  VALUE 'LOC'.
           05  FILLER                      PIC X(9)  VALUE 'WAITING'.
           05  FILLER                      PIC X(9)  VALUE 'AVG WAIT'.
           05  FILLER                      PIC X(9)  VALUE 'LONGEST'.
           05  FILLER                      PIC X(9)  VALUE 'PLACED'.
           05  FILLER                      PIC X(9)  VALUE 'AVG STAY'.
           05  FILLER                      PIC X(9)  VALUE 'TRANSFER'.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-LOS-DETAIL-LINE.
           05  WS-LDL-BREED-CODE           PIC X(3).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-LDL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-LDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-LDL-WAIT-COUNT           PIC ZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-LDL-AVG-WAIT             PIC ZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-LDL-WAIT-MAX             PIC ZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-LDL-PLACED-COUNT         PIC ZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-LDL-AVG-STAY             PIC ZZZZ9.
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-LDL-TRANSFER-COUNT       PIC ZZZZ9.
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-LOS-SECTION-LINE.
           05  WS-LSL-TEXT                 PIC X(40).
           05  FILLER                      PIC X(93) VALUE SPACES.

       01  WS-LOS-TOTAL-LINE.
           05  WS-LTO-LABEL                PIC X(30).
           05  WS-LTO-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(96) VALUE SPACES.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform accumulate-animals
           perform write-breed-sections
           perform write-unknown-breed-section
           perform write-location-summary
           perform write-report-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Load the breed names, open the master for a sequential browse
      * and write the report headings.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE
           compute WS-RUN-DAY-INT =
               function integer-of-date(WS-RUN-DATE)

           perform load-breed-master

           move zero to WS-GRAND-TOTALS

           open input ANMMAST
           if WS-ANMMAST-STATUS not = '00'
               display 'ZTPDOGLS: ANMMAST OPEN FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output LOSRPT
           if WS-LOSRPT-STATUS not = '00'
               display 'ZTPDOGLS: LOSRPT OPEN FAILED, STATUS='
                   WS-LOSRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-LTL-RUN-DATE
           move WS-LOS-TITLE-LINE to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move spaces to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move WS-LOS-COLUMN-HEADING to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           exit.

      ******************************************************************
      * Load the breed codes and names from BREEDMST, exactly as
      * ZTPDOGOS does.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGLS: BREEDMST OPEN FAILED, STATUS='
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
                               'ZTPDOGLS: BREEDMST EXCEEDS 50 ROWS'
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
      * Browse the whole animal master in key order and accumulate
      * each animal under its breed and intake location.
      ******************************************************************
       accumulate-animals.

           move low-values to ANM-ANIMAL-ID
           start ANMMAST key is not less than ANM-ANIMAL-ID
               invalid key
                   move 'Y' to WS-EOF-SWITCH
           end-start

           perform until WS-EOF
               read ANMMAST next record
                   at end
                       move 'Y' to WS-EOF-SWITCH
                   not at end
                       add 1 to WS-ANIMALS-READ-COUNT
                       perform accumulate-one-animal
               end-read
           end-perform

           exit.

      ******************************************************************
      * An animal in the shelter (IN-SHELTER or RETURNED) has waited
      * from the start of its current stay to the run date; a placed
      * animal's stay is the one that ended in its latest placement;
      * a transferred animal is only counted. A status the master
      * should never hold is counted on the control lines and left
      * out of the figures.
      ******************************************************************
       accumulate-one-animal.

           if not ANM-STATUS-AVAILABLE and not ANM-STATUS-ADOPTED
                   and not ANM-STATUS-TRANSFERRED
               add 1 to WS-BAD-STATUS-COUNT
           else
               perform find-los-entry
               perform find-location-summary
               evaluate true
                   when ANM-STATUS-AVAILABLE
                       perform compute-wait-days
                       add 1 to WS-LOS-WAIT-COUNT(WS-LOS-MATCH-IX)
                       add WS-WAIT-DAYS
                           to WS-LOS-WAIT-DAYS(WS-LOS-MATCH-IX)
                       if WS-WAIT-DAYS
                               > WS-LOS-WAIT-MAX(WS-LOS-MATCH-IX)
                           move WS-WAIT-DAYS
                               to WS-LOS-WAIT-MAX(WS-LOS-MATCH-IX)
                       end-if
                       add 1 to WS-LSM-WAIT-COUNT(WS-LSM-MATCH-IX)
                       add WS-WAIT-DAYS
                           to WS-LSM-WAIT-DAYS(WS-LSM-MATCH-IX)
                       if WS-WAIT-DAYS
                               > WS-LSM-WAIT-MAX(WS-LSM-MATCH-IX)
                           move WS-WAIT-DAYS
                               to WS-LSM-WAIT-MAX(WS-LSM-MATCH-IX)
                       end-if
                   when ANM-STATUS-ADOPTED
                       add 1 to WS-LOS-PLACED-COUNT(WS-LOS-MATCH-IX)
                       add ANM-LAST-STAY-DAYS
                           to WS-LOS-PLACED-DAYS(WS-LOS-MATCH-IX)
                       add 1 to WS-LSM-PLACED-COUNT(WS-LSM-MATCH-IX)
                       add ANM-LAST-STAY-DAYS
                           to WS-LSM-PLACED-DAYS(WS-LSM-MATCH-IX)
                   when other
                       add 1
                           to WS-LOS-TRANSFER-COUNT(WS-LOS-MATCH-IX)
                       add 1
                           to WS-LSM-TRANSFER-COUNT(WS-LSM-MATCH-IX)
               end-evaluate
           end-if

           exit.

      ******************************************************************
      * Days from the start of the current stay to the run date.
      * Stays started before reliable dating count zero days rather
      * than an impossible age.
      ******************************************************************
       compute-wait-days.

           move zero to WS-WAIT-DAYS

           if ANM-STAY-START-DATE >= 19000101 and
                   ANM-STAY-START-DATE <= WS-RUN-DATE
               compute WS-STAY-START-DAY-INT =
                   function integer-of-date(ANM-STAY-START-DATE)
               compute WS-WAIT-DAYS =
                   WS-RUN-DAY-INT - WS-STAY-START-DAY-INT
           end-if

           exit.

      ******************************************************************
      * Find (or open) the accumulator row for the animal's breed and
      * intake location. More combinations than rows is master-data
      * trouble, not something to drop silently.
      ******************************************************************
       find-los-entry.

           move zero to WS-LOS-MATCH-IX

           perform varying WS-LOS-IX from 1 by 1
                   until WS-LOS-IX > WS-LOS-COUNT
               if WS-LOS-BREED-CODE(WS-LOS-IX) = ANM-BREED-CODE and
                       WS-LOS-LOC-CODE(WS-LOS-IX) = ANM-INTAKE-LOCATION
                   move WS-LOS-IX to WS-LOS-MATCH-IX
                   move WS-LOS-COUNT to WS-LOS-IX
               end-if
           end-perform

           if WS-LOS-MATCH-IX = ZERO
               if WS-LOS-COUNT >= 500
                   display 'ZTPDOGLS: MORE THAN 500 BREED/LOCATION '
                       'COMBINATIONS'
                   move 16 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-LOS-COUNT
               move WS-LOS-COUNT to WS-LOS-MATCH-IX
               move ANM-BREED-CODE
                   to WS-LOS-BREED-CODE(WS-LOS-MATCH-IX)
               move ANM-INTAKE-LOCATION
                   to WS-LOS-LOC-CODE(WS-LOS-MATCH-IX)
               move zero to WS-LOS-WAIT-COUNT(WS-LOS-MATCH-IX)
               move zero to WS-LOS-WAIT-DAYS(WS-LOS-MATCH-IX)
               move zero to WS-LOS-WAIT-MAX(WS-LOS-MATCH-IX)
               move zero to WS-LOS-PLACED-COUNT(WS-LOS-MATCH-IX)
               move zero to WS-LOS-PLACED-DAYS(WS-LOS-MATCH-IX)
               move zero to WS-LOS-TRANSFER-COUNT(WS-LOS-MATCH-IX)
               move ANM-BREED-CODE to WS-LOOKUP-BREED-CODE
               perform lookup-breed-name
               if WS-BREED-FOUND
                   move 'Y' to WS-LOS-KNOWN(WS-LOS-MATCH-IX)
               else
                   move 'N' to WS-LOS-KNOWN(WS-LOS-MATCH-IX)
               end-if
           end-if

           exit.

       find-location-summary.

           move zero to WS-LSM-MATCH-IX

           perform varying WS-LSM-IX from 1 by 1
                   until WS-LSM-IX > WS-LSM-COUNT
               if WS-LSM-LOC-CODE(WS-LSM-IX) = ANM-INTAKE-LOCATION
                   move WS-LSM-IX to WS-LSM-MATCH-IX
                   move WS-LSM-COUNT to WS-LSM-IX
               end-if
           end-perform

           if WS-LSM-MATCH-IX = ZERO
               if WS-LSM-COUNT >= 100
                   display 'ZTPDOGLS: MORE THAN 100 LOCATION CODES'
                   move 16 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-LSM-COUNT
               move WS-LSM-COUNT to WS-LSM-MATCH-IX
               move ANM-INTAKE-LOCATION
                   to WS-LSM-LOC-CODE(WS-LSM-MATCH-IX)
               move zero to WS-LSM-WAIT-COUNT(WS-LSM-MATCH-IX)
               move zero to WS-LSM-WAIT-DAYS(WS-LSM-MATCH-IX)
               move zero to WS-LSM-WAIT-MAX(WS-LSM-MATCH-IX)
               move zero to WS-LSM-PLACED-COUNT(WS-LSM-MATCH-IX)
               move zero to WS-LSM-PLACED-DAYS(WS-LSM-MATCH-IX)
               move zero to WS-LSM-TRANSFER-COUNT(WS-LSM-MATCH-IX)
           end-if

           exit.

       lookup-breed-name.

           move 'N' to WS-BREED-FOUND-SWITCH
           move 'UNKNOWN BREED' to WS-LOOKUP-BREED-NAME

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX)
                       = WS-LOOKUP-BREED-CODE
                   move 'Y' to WS-BREED-FOUND-SWITCH
                   move WS-TAB-BREED-NAME(WS-BREED-IX)
                       to WS-LOOKUP-BREED-NAME
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * One section per breed in BREEDMST order: a line per intake
      * location holding animals of the breed, then the breed total.
      * A breed with no animals on the master prints nothing.
      ******************************************************************
       write-breed-sections.

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               move zero to WS-SUB-TOTALS
               move 'N' to WS-SECTION-PRINTED-SWITCH
               perform varying WS-LOS-IX from 1 by 1
                       until WS-LOS-IX > WS-LOS-COUNT
                   if WS-LOS-BREED-CODE(WS-LOS-IX)
                           = WS-TAB-BREED-CODE(WS-BREED-IX)
                       move 'Y' to WS-SECTION-PRINTED-SWITCH
                       move WS-TAB-BREED-NAME(WS-BREED-IX)
                           to WS-LDL-BREED-NAME
                       perform write-los-entry-line
                   end-if
               end-perform
               if WS-SECTION-PRINTED
                   move WS-TAB-BREED-NAME(WS-BREED-IX)
                       to WS-LDL-BREED-NAME
                   perform write-breed-total-line
               end-if
           end-perform

           exit.

      ******************************************************************
      * Animals whose breed code is not on BREEDMST, one line per
      * code and location, closed with their own total.
      ******************************************************************
       write-unknown-breed-section.

           move zero to WS-SUB-TOTALS
           move 'N' to WS-SECTION-PRINTED-SWITCH

           perform varying WS-LOS-IX from 1 by 1
                   until WS-LOS-IX > WS-LOS-COUNT
               if WS-LOS-KNOWN(WS-LOS-IX) = 'N'
                   move 'Y' to WS-SECTION-PRINTED-SWITCH
                   move 'UNKNOWN BREED' to WS-LDL-BREED-NAME
                   perform write-los-entry-line
               end-if
           end-perform

           if WS-SECTION-PRINTED
               move 'UNKNOWN BREED' to WS-LDL-BREED-NAME
               perform write-breed-total-line
           end-if

           exit.

      ******************************************************************
      * Print the accumulator row WS-LOS-IX and add it into the breed
      * subtotal and the grand total.
      ******************************************************************
       write-los-entry-line.

           move WS-LOS-WAIT-COUNT(WS-LOS-IX) to WS-LNF-WAIT-COUNT
           move WS-LOS-WAIT-DAYS(WS-LOS-IX) to WS-LNF-WAIT-DAYS
           move WS-LOS-WAIT-MAX(WS-LOS-IX) to WS-LNF-WAIT-MAX
           move WS-LOS-PLACED-COUNT(WS-LOS-IX) to WS-LNF-PLACED-COUNT
           move WS-LOS-PLACED-DAYS(WS-LOS-IX) to WS-LNF-PLACED-DAYS
           move WS-LOS-TRANSFER-COUNT(WS-LOS-IX)
               to WS-LNF-TRANSFER-COUNT

           move WS-LOS-BREED-CODE(WS-LOS-IX) to WS-LDL-BREED-CODE
           move WS-LOS-LOC-CODE(WS-LOS-IX) to WS-LDL-LOCATION-CODE
           perform write-figures-line

           add WS-LNF-WAIT-COUNT to WS-SUB-WAIT-COUNT
                                    WS-GRD-WAIT-COUNT
           add WS-LNF-WAIT-DAYS to WS-SUB-WAIT-DAYS WS-GRD-WAIT-DAYS
           if WS-LNF-WAIT-MAX > WS-SUB-WAIT-MAX
               move WS-LNF-WAIT-MAX to WS-SUB-WAIT-MAX
           end-if
           if WS-LNF-WAIT-MAX > WS-GRD-WAIT-MAX
               move WS-LNF-WAIT-MAX to WS-GRD-WAIT-MAX
           end-if
           add WS-LNF-PLACED-COUNT to WS-SUB-PLACED-COUNT
                                      WS-GRD-PLACED-COUNT
           add WS-LNF-PLACED-DAYS to WS-SUB-PLACED-DAYS
                                     WS-GRD-PLACED-DAYS
           add WS-LNF-TRANSFER-COUNT to WS-SUB-TRANSFER-COUNT
                                        WS-GRD-TRANSFER-COUNT

           exit.

       write-breed-total-line.

           move WS-SUB-TOTALS to WS-LINE-FIGURES
           move 'ALL' to WS-LDL-BREED-CODE
           move 'ALL' to WS-LDL-LOCATION-CODE
           perform write-figures-line

           move spaces to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           exit.

      ******************************************************************
      * The same figures rolled up by intake location across every
      * breed.
      ******************************************************************
       write-location-summary.

           move spaces to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move 'LOCATION SUMMARY - ALL BREEDS' to WS-LSL-TEXT
           move WS-LOS-SECTION-LINE to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           perform varying WS-LSM-IX from 1 by 1
                   until WS-LSM-IX > WS-LSM-COUNT
               move WS-LSM-WAIT-COUNT(WS-LSM-IX) to WS-LNF-WAIT-COUNT
               move WS-LSM-WAIT-DAYS(WS-LSM-IX) to WS-LNF-WAIT-DAYS
               move WS-LSM-WAIT-MAX(WS-LSM-IX) to WS-LNF-WAIT-MAX
               move WS-LSM-PLACED-COUNT(WS-LSM-IX)
                   to WS-LNF-PLACED-COUNT
               move WS-LSM-PLACED-DAYS(WS-LSM-IX)
                   to WS-LNF-PLACED-DAYS
               move WS-LSM-TRANSFER-COUNT(WS-LSM-IX)
                   to WS-LNF-TRANSFER-COUNT
               move 'ALL' to WS-LDL-BREED-CODE
               move 'ALL BREEDS' to WS-LDL-BREED-NAME
               move WS-LSM-LOC-CODE(WS-LSM-IX) to WS-LDL-LOCATION-CODE
               perform write-figures-line
           end-perform

           exit.

      ******************************************************************
      * Format WS-LINE-FIGURES onto the detail line. The averages are
      * whole days, rounded; a zero count prints a zero average.
      ******************************************************************
       write-figures-line.

           move WS-LNF-WAIT-COUNT to WS-LDL-WAIT-COUNT
           move WS-LNF-WAIT-MAX to WS-LDL-WAIT-MAX
           move WS-LNF-PLACED-COUNT to WS-LDL-PLACED-COUNT
           move WS-LNF-TRANSFER-COUNT to WS-LDL-TRANSFER-COUNT

           if WS-LNF-WAIT-COUNT > ZERO
               compute WS-LDL-AVG-WAIT rounded =
                   WS-LNF-WAIT-DAYS / WS-LNF-WAIT-COUNT
           else
               move zero to WS-LDL-AVG-WAIT
           end-if

           if WS-LNF-PLACED-COUNT > ZERO
               compute WS-LDL-AVG-STAY rounded =
                   WS-LNF-PLACED-DAYS / WS-LNF-PLACED-COUNT
           else
               move zero to WS-LDL-AVG-STAY
           end-if

           move WS-LOS-DETAIL-LINE to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           exit.

      ******************************************************************
      * Grand total over every breed and location, then the control
      * counts: animals read and animals left out for an unrecognized
      * master status.
      ******************************************************************
       write-report-totals.

           move spaces to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move WS-GRAND-TOTALS to WS-LINE-FIGURES
           move 'ALL' to WS-LDL-BREED-CODE
           move 'GRAND TOTAL' to WS-LDL-BREED-NAME
           move 'ALL' to WS-LDL-LOCATION-CODE
           perform write-figures-line

           move spaces to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move 'ANIMALS READ' to WS-LTO-LABEL
           move WS-ANIMALS-READ-COUNT to WS-LTO-COUNT
           move WS-LOS-TOTAL-LINE to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           move 'STATUS UNRECOGNIZED' to WS-LTO-LABEL
           move WS-BAD-STATUS-COUNT to WS-LTO-COUNT
           move WS-LOS-TOTAL-LINE to LOS-REPORT-LINE
           write LOS-REPORT-LINE

           if WS-BAD-STATUS-COUNT > ZERO
               move 8 to RETURN-CODE
           end-if

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close ANMMAST
           close LOSRPT

           exit.

       END PROGRAM 'ZTPDOGLS'.
