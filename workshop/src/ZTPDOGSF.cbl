       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGSF'.

      ******************************************************************
      * ZTPDOGSF - Annual state shelter outcomes statistics filing.
      *
      * Every January the shelter files the state's statistics return
      * for the calendar year just ended. It used to be assembled by
      * hand from a year of OUTREP, RTNRPT and BRDHIST printouts and
      * seldom tied out first time. This step builds it:
      *
      *   - reads the ADOPTS KSDS and counts the ADOPTION, REVERSAL
      *     and RETURN records dated in the year by breed group
      *     (BRM-BREED-GROUP on BREEDMST) and location, splitting the
      *     returns by the days from adoption to return. The adoption
      *     is the animal's latest ADOPTION on or before the return,
      *     matched on the animal ID as ZTPDOGFU matches them (adopter
      *     and breed for records keyed before the animal-ID rollout);
      *   - files only the records a posting run applied. A record the
      *     run refused (a barred adopter, an animal not in the
      *     shelter) stays on the KSDS for good, so each ADOPTS record
      *     must match an applied entry on the AUDARCH cumulative
      *     audit archive - same adopter (the survivor, for an adopter
      *     since merged), breed and record type, from a run whose
      *     date range holds the record's date - and each archive
      *     entry vouches for one record only. The rest are excluded
      *     and listed on SFRPT;
      *   - writes the return in the state's fixed record format to
      *     STATFILE (ZTPDGSTF): header, outcome details, live-release
      *     figures and a trailer with hash totals;
      *   - prints the SFRPT control listing, tying each breed's filed
      *     totals back to what was posted for the year:
      *       . the reversals and returns on the BRDHIST snapshots of
      *         the periods ending in the year (latest row wins on a
      *         reposted period, as ZTPDOGBL reads them);
      *       . the year's BRDTOTM movement, as the December close
      *         snapshotted it into the BRDPERD prior-year bucket,
      *         with BRDTOTM itself posted through 31 December. Only a
      *         December fiscal year end (the PERDCARD default) makes
      *         that bucket the calendar year; under any other the
      *         comparison is skipped with a warning.
      *
      * A difference is flagged beside the posted figure and fails the
      * tie. The listing ends TIED (return code 0), TIED WITH WARNINGS
      * (4) or NOT TIED (8), so the scheduler holds the transmission
      * of a mis-stated return.
      *
      * The optional SFCARD names the year (default: the year before
      * the run date) and carries the state licence number. A missing
      * licence, or a year that has not ended, is refused with return
      * code 8 and nothing is written. So is an AUDARCH that no longer
      * reaches back to the run that posted 1 January: ZTPDOGAA's
      * retention purge ages runs out by run date, and at its default
      * of 365 days a January filing has already lost the first days
      * of the year. The ARCCARD retention must be at least 400 days
      * for the filing to run in January.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL SFCARD ASSIGN TO SFCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SFCARD-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

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

           SELECT OPTIONAL AUDARCH ASSIGN TO AUDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT OPTIONAL BRDHIST ASSIGN TO BRDHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDHIST-STATUS.

           SELECT OPTIONAL BRDTOTM ASSIGN TO BRDTOTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDTOTM-STATUS.

           SELECT OPTIONAL BRDPERD ASSIGN TO BRDPERD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDPERD-STATUS.

           SELECT STATFILE ASSIGN TO STATFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STATFILE-STATUS.

           SELECT SFRPT ASSIGN TO SFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SFCARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGSFC.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

      * As in ZTPDOGOS, the ADOPTS record layout lives in
      * WORKING-STORAGE so the keyed browse READs INTO it; the KSDS
      * FD carries only the key.
       FD  ADOPTS.
       01  ADOPTS-KEY-REC.
           05  ADOPTS-KEY                  PIC X(8).
           05  FILLER                      PIC X(72).

       FD  ADPMAST.
           COPY ZTPDGADM.

       FD  AUDARCH
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGAAR.

       FD  BRDHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGHST.

       FD  BRDTOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGBTM.

       FD  BRDPERD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGBPT.

       FD  STATFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGSTF.

       FD  SFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  SF-REPORT-LINE                  PIC X(133).

       WORKING-STORAGE SECTION.

      * The ADOPTS record in hand, filled by READ INTO from the KSDS.
           COPY ZTPDGADP.

       01  WS-SFCARD-STATUS                PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-ADPMAST-STATUS               PIC XX.
       01  WS-AUDARCH-STATUS               PIC XX.
       01  WS-BRDHIST-STATUS               PIC XX.
       01  WS-BRDTOTM-STATUS               PIC XX.
       01  WS-BRDPERD-STATUS               PIC XX.
       01  WS-STATFILE-STATUS              PIC XX.
       01  WS-SFRPT-STATUS                 PIC XX.

       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      * The run date, the year being filed and its first and last
      * day. BRDPERD names a fiscal year for the calendar year it
      * ends in, so after the December close the year being filed is
      * the prior year of fiscal year WS-NEXT-FISCAL-YEAR.
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(4).
           05  FILLER                      PIC X(4).
       01  WS-FILING-YEAR                  PIC 9(4).
       01  WS-YEAR-START-DATE              PIC 9(8).
       01  WS-YEAR-END-DATE                PIC 9(8).
       01  WS-NEXT-FISCAL-YEAR             PIC 9(4).

       01  WS-LICENCE-NUMBER               PIC X(10) VALUE SPACES.
       01  WS-SHELTER-NAME                 PIC X(30) VALUE SPACES.
       01  WS-CARD-REFUSE-REASON           PIC X(40) VALUE SPACES.

      * Breeds from BREEDMST with everything filed and posted for
      * each in the year. The row after the last BREEDMST row
      * collects breed codes no longer (or never) on the master.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-UNMAPPED-ROW                 PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY              OCCURS 51 TIMES.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
               10  WS-TAB-GROUP-ROW        PIC 9(2).
               10  WS-TAB-FILED-ADOPTIONS  PIC 9(7).
               10  WS-TAB-FILED-REVERSALS  PIC 9(7).
               10  WS-TAB-FILED-RETURNS    PIC 9(7).
               10  WS-TAB-HST-REVERSALS    PIC 9(7).
               10  WS-TAB-HST-RETURNS      PIC 9(7).
               10  WS-TAB-BPT-ADOPTIONS    PIC S9(7).
               10  WS-TAB-BPT-REVERSALS    PIC S9(7).
               10  WS-TAB-BPT-RETURNS      PIC S9(7).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-ROW                    PIC 9(3).
       01  WS-FIND-BREED-CODE              PIC 9(3).

      * Breed groups in the order BREEDMST first names them, each
      * with its outcome counts by location row.
       01  WS-GROUP-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY              OCCURS 51 TIMES.
               10  WS-GRP-NAME             PIC X(12).
               10  WS-GRP-LOCATION         OCCURS 51 TIMES.
                   15  WS-GL-ADOPTIONS     PIC 9(7).
                   15  WS-GL-REVERSALS     PIC 9(7).
                   15  WS-GL-RETURNS       PIC 9(7).
                   15  WS-GL-RETURNS-30    PIC 9(7).
                   15  WS-GL-RETURNS-OVER  PIC 9(7).
                   15  WS-GL-RETURNS-NO-DAYS
                                           PIC 9(7).
       01  WS-GROUP-IX                     PIC 9(2).
       01  WS-GROUP-ROW                    PIC 9(2).
       01  WS-GROUP-NAME                   PIC X(12).

      * Sites from LOCMAST; the last row collects codes not on the
      * master (and the blank code of pre-rollout records).
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 51 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-SITE-NAME        PIC X(20).
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).
       01  WS-OFF-MASTER-ROW               PIC 9(2) VALUE ZERO.

      * The year's RETURN records, waiting for the second ADOPTS pass
      * to find the adoption each one returned. The match key is the
      * animal ID, or for records keyed before the animal-ID rollout
      * the adopter ID and breed code. A return whose adoption is
      * never found keeps a zero adoption date and is filed with no
      * days.
       01  WS-MATCH-KEY.
           05  WS-MK-ANIMAL-ID             PIC X(10).
           05  WS-MK-ADOPTER-ID            PIC X(8).
           05  WS-MK-BREED-CODE            PIC 9(3).
       01  WS-RETURN-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-RETURN-TABLE.
           05  WS-RETURN-ENTRY             OCCURS 5000 TIMES.
               10  WS-RTN-MATCH-KEY        PIC X(21).
               10  WS-RTN-RETURN-DATE      PIC 9(8).
               10  WS-RTN-ADOPTION-DATE    PIC 9(8).
               10  WS-RTN-GROUP-ROW        PIC 9(2).
               10  WS-RTN-LOC-ROW          PIC 9(2).
       01  WS-RTN-IX                       PIC 9(5).
       01  WS-RETURN-WINDOW-DAYS           PIC 9(3) VALUE 30.
       01  WS-RETURN-DAY-INT               PIC 9(7).
       01  WS-ADOPT-DAY-INT                PIC 9(7).
       01  WS-DAYS-TO-RETURN               PIC S9(7).

      * BRDHIST rows for the periods ending in the year, one entry
      * per period end date, by breed row. A later row for the same
      * period and breed replaces the earlier one; rows for breeds no
      * longer on BREEDMST are summed into the unmapped row as they
      * stand.
       01  WS-HSP-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-HSP-TABLE.
           05  WS-HSP-ENTRY                OCCURS 500 TIMES.
               10  WS-HSP-END-DATE         PIC 9(8).
               10  WS-HSP-BREED            OCCURS 51 TIMES.
                   15  WS-HSP-REVERSALS    PIC 9(5).
                   15  WS-HSP-RETURNS      PIC 9(5).
       01  WS-HSP-IX                       PIC 9(3).
       01  WS-HSP-ROW                      PIC 9(3).
       01  WS-HST-ROWS-READ                PIC 9(7) VALUE ZERO.

      * AUDARCH: the ADOPTION, REVERSAL and RETURN records applied by
      * the posting runs whose date range reaches into the year, each
      * used up by the one ADOPTS record it vouches for, and how far
      * back the archive still reaches after its retention purge. The
      * adopter is held as the survivor when ADPMAST shows the
      * archived ID since merged, as the ADOPTS record now is.
       01  WS-ARC-RECORDS-READ             PIC 9(7) VALUE ZERO.
       01  WS-ARC-EARLIEST-START           PIC 9(8) VALUE 99999999.
       01  WS-ARC-COVERS-SWITCH            PIC X VALUE 'N'.
           88  WS-ARC-COVERS-YEAR          VALUE 'Y'.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-TABLE.
           05  WS-APPLIED-ENTRY            OCCURS 20000 TIMES.
               10  WS-APL-ADOPTER-ID       PIC X(8).
               10  WS-APL-BREED-CODE       PIC 9(3).
               10  WS-APL-RECORD-TYPE      PIC X(8).
               10  WS-APL-START-DATE       PIC 9(8).
               10  WS-APL-END-DATE         PIC 9(8).
               10  WS-APL-USED-SWITCH      PIC X.
       01  WS-APL-IX                       PIC 9(5).
       01  WS-APPLIED-FOUND-SWITCH         PIC X.
           88  WS-APPLIED-FOUND            VALUE 'Y'.
       01  WS-LAST-ARCHIVED-ID             PIC X(8) VALUE LOW-VALUES.
       01  WS-LAST-SURVIVOR-ID             PIC X(8) VALUE SPACES.

      * ADOPTS records dated in the year that no archived posting run
      * applied: all are counted, the first 500 held for the listing.
       01  WS-EXCLUDED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-HELD                PIC 9(3) VALUE ZERO.
       01  WS-EXCLUDED-TABLE.
           05  WS-EXCLUDED-ENTRY           OCCURS 500 TIMES.
               10  WS-EXC-ADOPTER-ID       PIC X(8).
               10  WS-EXC-ANIMAL-ID        PIC X(10).
               10  WS-EXC-BREED-CODE       PIC 9(3).
               10  WS-EXC-RECORD-TYPE      PIC X(8).
               10  WS-EXC-DATE             PIC 9(8).
               10  WS-EXC-LOCATION-CODE    PIC X(3).
       01  WS-EXC-IX                       PIC 9(3).

      * BRDPERD and BRDTOTM.
       01  WS-BPT-ROWS-READ                PIC 9(3) VALUE ZERO.
       01  WS-BPT-YEAR-ROWS                PIC 9(3) VALUE ZERO.
       01  WS-BPT-FISCAL-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-BPT-CLOSED-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-BPT-CLOSED-SWITCH            PIC X VALUE 'N'.
           88  WS-BPT-YEAR-CLOSED          VALUE 'Y'.
       01  WS-BPT-FY-END-MONTH             PIC 9(2) VALUE 12.
           88  WS-BPT-CALENDAR-YEAR        VALUE 12.
       01  WS-BTM-ROWS-READ                PIC 9(3) VALUE ZERO.
       01  WS-BTM-SHORT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BTM-EARLIEST-POSTED          PIC 9(8) VALUE 99999999.

      * ADOPTS totals.
       01  WS-ADOPTS-READ                  PIC 9(7) VALUE ZERO.
       01  WS-ADOPTS-IN-YEAR               PIC 9(7) VALUE ZERO.
       01  WS-ADOPTS-OTHER-TYPE            PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-NO-DAYS              PIC 9(7) VALUE ZERO.

      * Tie-out differences, counted by breed.
       01  WS-HST-DIFF-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-BPT-DIFF-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-BREED-DIFF-SWITCH            PIC X VALUE 'N'.
           88  WS-BREED-DIFFERS            VALUE 'Y'.

      * Year totals across all breeds for the tie-out total line.
       01  WS-TOTAL-FIGURES.
           05  WS-TOT-FILED-ADOPTIONS      PIC 9(7).
           05  WS-TOT-FILED-REVERSALS      PIC 9(7).
           05  WS-TOT-FILED-RETURNS        PIC 9(7).
           05  WS-TOT-HST-REVERSALS        PIC 9(7).
           05  WS-TOT-HST-RETURNS          PIC 9(7).
           05  WS-TOT-BPT-ADOPTIONS        PIC S9(7).
           05  WS-TOT-BPT-REVERSALS        PIC S9(7).
           05  WS-TOT-BPT-RETURNS          PIC S9(7).

      * Live-release figures for one location, and for the shelter.
       01  WS-LR-ADOPTIONS                 PIC 9(7).
       01  WS-LR-REVERSALS                 PIC 9(7).
       01  WS-LR-RETURNS                   PIC 9(7).
       01  WS-LR-LIVE-RELEASES             PIC S9(7).
       01  WS-LR-NET-LIVE-RELEASES         PIC S9(7).
       01  WS-ALL-ADOPTIONS                PIC 9(7) VALUE ZERO.
       01  WS-ALL-REVERSALS                PIC 9(7) VALUE ZERO.
       01  WS-ALL-RETURNS                  PIC 9(7) VALUE ZERO.

      * State file control totals for the trailer.
       01  WS-STF-RECORD-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-STF-DETAIL-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-HASH-ADOPTIONS               PIC 9(9) VALUE ZERO.
       01  WS-HASH-REVERSALS               PIC 9(9) VALUE ZERO.
       01  WS-HASH-RETURNS                 PIC 9(9) VALUE ZERO.

      * Report bookkeeping. Any failed check is NOT TIED (return code
      * 8); warnings alone give return code 4.
       01  WS-CHECK-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-FAIL-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-WARN-COUNT                   PIC 9(3) VALUE ZERO.

      * Report line layouts.
       01  WS-SFT-TITLE-LINE.
           05  FILLER                      PIC X(44) VALUE
               'ZTPDOGSF  STATE SHELTER STATISTICS FILING'.
           05  FILLER                      PIC X(6)  VALUE '  RUN '.
           05  WS-STL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(8)  VALUE
               '  YEAR '.
           05  WS-STL-FILING-YEAR          PIC 9(4).
           05  FILLER                      PIC X(11) VALUE
               '  LICENCE '.
           05  WS-STL-LICENCE-NUMBER       PIC X(10).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-SFT-NOTE-LINE                PIC X(133).

       01  WS-OUTCOME-COLUMN-HEADING.
           05  FILLER                      PIC X(14) VALUE 'GROUP'.
           05  FILLER                      PIC X(5)  VALUE 'LOC'.
           05  FILLER                      PIC X(22) VALUE 'SITE'.
           05  FILLER                      PIC X(10) VALUE
               '   ADOPTED'.
           05  FILLER                      PIC X(10) VALUE
               '  REVERSED'.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNED'.
           05  FILLER                      PIC X(10) VALUE
               ' WITHIN 30'.
           05  FILLER                      PIC X(10) VALUE
               '  AFTER 30'.
           05  FILLER                      PIC X(10) VALUE
               '   NO DAYS'.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-OUTCOME-DETAIL-LINE.
           05  WS-ODL-GROUP                PIC X(12).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ODL-SITE-NAME            PIC X(20).
           05  FILLER                      PIC X(5)  VALUE SPACES.
           05  WS-ODL-ADOPTIONS            PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ODL-REVERSALS            PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ODL-RETURNS              PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ODL-RETURNS-30           PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ODL-RETURNS-OVER         PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-ODL-RETURNS-NO-DAYS      PIC ZZZZZZ9.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-LIVE-COLUMN-HEADING.
           05  FILLER                      PIC X(5)  VALUE 'LOC'.
           05  FILLER                      PIC X(22) VALUE 'SITE'.
           05  FILLER                      PIC X(10) VALUE
               '   ADOPTED'.
           05  FILLER                      PIC X(10) VALUE
               '  REVERSED'.
           05  FILLER                      PIC X(10) VALUE
               '  LIVE REL'.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNED'.
           05  FILLER                      PIC X(10) VALUE
               '  NET LIVE'.
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-LIVE-DETAIL-LINE.
           05  WS-LDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-LDL-SITE-NAME            PIC X(20).
           05  FILLER                      PIC X(5)  VALUE SPACES.
           05  WS-LDL-ADOPTIONS            PIC ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-LDL-REVERSALS            PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-LDL-LIVE-RELEASES        PIC -ZZZZZZ9.
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-LDL-RETURNS              PIC ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-LDL-NET-LIVE-RELEASES    PIC -ZZZZZZ9.
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-TIE-GROUP-HEADING.
           05  FILLER                      PIC X(27) VALUE SPACES.
           05  FILLER                      PIC X(30) VALUE
               '  ------- FILED (ADOPTS) -----'.
           05  FILLER                      PIC X(20) VALUE
               '  ---- BRDHIST -----'.
           05  FILLER                      PIC X(30) VALUE
               '  ---- BRDTOTM (BRDPERD) -----'.
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-TIE-COLUMN-HEADING.
           05  FILLER                      PIC X(5)  VALUE 'CODE'.
           05  FILLER                      PIC X(22) VALUE 'BREED'.
           05  FILLER                      PIC X(10) VALUE
               '   ADOPTED'.
           05  FILLER                      PIC X(10) VALUE
               '  REVERSED'.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNED'.
           05  FILLER                      PIC X(10) VALUE
               '  REVERSED'.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNED'.
           05  FILLER                      PIC X(10) VALUE
               '   ADOPTED'.
           05  FILLER                      PIC X(10) VALUE
               '  REVERSED'.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNED'.
           05  FILLER                      PIC X(26) VALUE SPACES.

      * A posted figure that differs from the filed one is flagged
      * with an asterisk beside it.
       01  WS-TIE-DETAIL-LINE.
           05  WS-TDL-BREED-CODE           PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-TDL-FILED-ADOPTIONS      PIC -ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-FILED-REVERSALS      PIC -ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-FILED-RETURNS        PIC -ZZZZZZ9.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-TDL-HST-REVERSALS        PIC -ZZZZZZ9.
           05  WS-TDL-HST-REVERSALS-FLAG   PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-TDL-HST-RETURNS          PIC -ZZZZZZ9.
           05  WS-TDL-HST-RETURNS-FLAG     PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-TDL-BPT-ADOPTIONS        PIC -ZZZZZZ9.
           05  WS-TDL-BPT-ADOPTIONS-FLAG   PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-TDL-BPT-REVERSALS        PIC -ZZZZZZ9.
           05  WS-TDL-BPT-REVERSALS-FLAG   PIC X(1).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-TDL-BPT-RETURNS          PIC -ZZZZZZ9.
           05  WS-TDL-BPT-RETURNS-FLAG     PIC X(1).
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-EXCLUDED-COLUMN-HEADING.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(12) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(7)  VALUE 'BREED'.
           05  FILLER                      PIC X(10) VALUE 'TYPE'.
           05  FILLER                      PIC X(10) VALUE 'DATE'.
           05  FILLER                      PIC X(3)  VALUE 'LOC'.
           05  FILLER                      PIC X(81) VALUE SPACES.

       01  WS-EXCLUDED-DETAIL-LINE.
           05  WS-XDL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-XDL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-XDL-BREED-CODE           PIC 9(3).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  WS-XDL-RECORD-TYPE          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-XDL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-XDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(81) VALUE SPACES.

       01  WS-SFT-CHECK-LINE.
           05  WS-SCL-LABEL                PIC X(44).
           05  WS-SCL-RESULT               PIC X(6).
           05  WS-SCL-DETAIL               PIC X(83).

       01  WS-SFT-SUMMARY-LINE.
           05  WS-SSL-LABEL                PIC X(40).
           05  WS-SSL-COUNT                PIC ZZZZZZ9.
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  WS-SFT-VERDICT-LINE             PIC X(133).

      * Edited fields for check detail text.
       01  WS-EDIT-COUNT-A                 PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-B                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform load-audit-archive
           perform load-breed-master
           perform load-location-master
           perform count-year-outcomes
           perform find-returned-adoptions
           perform classify-returns
           perform load-brdhist
           perform load-breed-period-totals
           perform load-breed-totals-master
           perform open-output-files
           perform write-state-filing
           perform write-outcome-listing
           perform write-excluded-listing
           perform write-tie-out-listing
           perform write-tie-out-checks
           perform write-verdict
           perform terminate-run

           goback.

      ******************************************************************
      * Pick up the filing card and settle the year. A card that
      * cannot be filed is refused before anything is written.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE
           compute WS-FILING-YEAR = WS-RUN-YEAR - 1

           open input SFCARD

           if WS-SFCARD-STATUS = '00'
               read SFCARD
                   not at end
                       if SFC-FILING-YEAR numeric and
                               SFC-FILING-YEAR > 0
                           move SFC-FILING-YEAR to WS-FILING-YEAR
                       end-if
                       move SFC-LICENCE-NUMBER to WS-LICENCE-NUMBER
                       move SFC-SHELTER-NAME to WS-SHELTER-NAME
               end-read
               close SFCARD
           end-if

           evaluate true
               when WS-LICENCE-NUMBER = spaces
                   move 'STATE LICENCE NUMBER MISSING'
                       to WS-CARD-REFUSE-REASON
               when WS-FILING-YEAR < 1900
                   move 'FILING YEAR INVALID'
                       to WS-CARD-REFUSE-REASON
               when WS-FILING-YEAR >= WS-RUN-YEAR
                   move 'FILING YEAR HAS NOT ENDED'
                       to WS-CARD-REFUSE-REASON
           end-evaluate

           if WS-CARD-REFUSE-REASON not = spaces
               display 'ZTPDOGSF: FILING REFUSED - '
                   WS-CARD-REFUSE-REASON
               move 8 to RETURN-CODE
               stop run
           end-if

           compute WS-YEAR-START-DATE = WS-FILING-YEAR * 10000 + 101
           compute WS-YEAR-END-DATE = WS-FILING-YEAR * 10000 + 1231
           compute WS-NEXT-FISCAL-YEAR = WS-FILING-YEAR + 1

           exit.

      ******************************************************************
      * Load the breeds and their groups from BREEDMST, then add the
      * row for breed codes not on the master. A breed with no group
      * is filed as UNGROUPED.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGSF: BREEDMST OPEN FAILED, STATUS='
                   WS-MASTER-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-BREED-COUNT
           move zero to WS-BREED-TABLE
           move zero to WS-GROUP-COUNT
           move zero to WS-GROUP-TABLE

           perform until WS-MASTER-STATUS = '10'
               read BREEDMST
                   at end
                       move '10' to WS-MASTER-STATUS
                   not at end
                       if WS-BREED-COUNT >= 50
                           display
                               'ZTPDOGSF: BREEDMST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-BREED-COUNT
                       move BRM-BREED-CODE
                           to WS-TAB-BREED-CODE(WS-BREED-COUNT)
                       move BRM-BREED-NAME
                           to WS-TAB-BREED-NAME(WS-BREED-COUNT)
                       if BRM-BREED-GROUP = spaces
                           move 'UNGROUPED' to WS-GROUP-NAME
                       else
                           move BRM-BREED-GROUP to WS-GROUP-NAME
                       end-if
                       perform find-group-row
                       move WS-GROUP-ROW
                           to WS-TAB-GROUP-ROW(WS-BREED-COUNT)
               end-read
           end-perform

           close BREEDMST

           compute WS-UNMAPPED-ROW = WS-BREED-COUNT + 1
           move 'NOT ON BREEDMST'
               to WS-TAB-BREED-NAME(WS-UNMAPPED-ROW)
           move 'UNGROUPED' to WS-GROUP-NAME
           perform find-group-row
           move WS-GROUP-ROW to WS-TAB-GROUP-ROW(WS-UNMAPPED-ROW)

           exit.

      ******************************************************************
      * The group row for WS-GROUP-NAME, adding the group the first
      * time it appears.
      ******************************************************************
       find-group-row.

           move zero to WS-GROUP-ROW

           perform varying WS-GROUP-IX from 1 by 1
                   until WS-GROUP-IX > WS-GROUP-COUNT
               if WS-GRP-NAME(WS-GROUP-IX) = WS-GROUP-NAME
                   move WS-GROUP-IX to WS-GROUP-ROW
                   move WS-GROUP-COUNT to WS-GROUP-IX
               end-if
           end-perform

           if WS-GROUP-ROW = ZERO
               add 1 to WS-GROUP-COUNT
               move WS-GROUP-NAME to WS-GRP-NAME(WS-GROUP-COUNT)
               move WS-GROUP-COUNT to WS-GROUP-ROW
           end-if

           exit.

      ******************************************************************
      * Load the site codes and names from LOCMAST, then add the row
      * for codes not on the master.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGSF: LOCMAST OPEN FAILED, STATUS='
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
                               'ZTPDOGSF: LOCMAST EXCEEDS 50 ROWS'
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

           exit.

      ******************************************************************
      * First ADOPTS pass: count every applied ADOPTION, REVERSAL and
      * RETURN dated in the year by breed, and by breed group and
      * location, holding each RETURN for the adoption-to-return
      * days. A record no posting run applied is held for the
      * exclusion listing instead.
      ******************************************************************
       count-year-outcomes.

           open input ADOPTS
           if WS-ADOPTS-STATUS not = '00'
               display 'ZTPDOGSF: ADOPTS OPEN FAILED, STATUS='
                   WS-ADOPTS-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

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
                       add 1 to WS-ADOPTS-READ
                       if ADOPTS-ADOPTION-DATE >= WS-YEAR-START-DATE
                               and ADOPTS-ADOPTION-DATE
                               <= WS-YEAR-END-DATE
                           perform count-outcome-record
                       end-if
               end-read
           end-perform

           exit.

       count-outcome-record.

           add 1 to WS-ADOPTS-IN-YEAR

           if ADOPTS-TYPE-ADOPTION or ADOPTS-TYPE-REVERSAL or
                   ADOPTS-TYPE-RETURN
               perform find-applied-entry
               if WS-APPLIED-FOUND
                   perform file-outcome-record
               else
                   perform hold-excluded-record
               end-if
           else
               add 1 to WS-ADOPTS-OTHER-TYPE
           end-if

           exit.

       file-outcome-record.

           move ADOPTS-BREED-CODE to WS-FIND-BREED-CODE
           perform find-breed-row
           move WS-TAB-GROUP-ROW(WS-BREED-ROW) to WS-GROUP-ROW
           perform find-location-row

           evaluate true
               when ADOPTS-TYPE-ADOPTION
                   add 1 to WS-TAB-FILED-ADOPTIONS(WS-BREED-ROW)
                   add 1 to WS-GL-ADOPTIONS
                       (WS-GROUP-ROW, WS-LOC-ROW-IX)
               when ADOPTS-TYPE-REVERSAL
                   add 1 to WS-TAB-FILED-REVERSALS(WS-BREED-ROW)
                   add 1 to WS-GL-REVERSALS
                       (WS-GROUP-ROW, WS-LOC-ROW-IX)
               when ADOPTS-TYPE-RETURN
                   add 1 to WS-TAB-FILED-RETURNS(WS-BREED-ROW)
                   add 1 to WS-GL-RETURNS
                       (WS-GROUP-ROW, WS-LOC-ROW-IX)
                   perform hold-return-record
           end-evaluate

           exit.

      ******************************************************************
      * The first unused applied archive entry for the record in hand,
      * used up so a second identical record needs an entry of its
      * own.
      ******************************************************************
       find-applied-entry.

           move 'N' to WS-APPLIED-FOUND-SWITCH

           perform varying WS-APL-IX from 1 by 1
                   until WS-APL-IX > WS-APPLIED-COUNT
               if WS-APL-USED-SWITCH(WS-APL-IX) = 'N' and
                       WS-APL-ADOPTER-ID(WS-APL-IX)
                       = ADOPTS-ADOPTER-ID and
                       WS-APL-BREED-CODE(WS-APL-IX)
                       = ADOPTS-BREED-CODE and
                       WS-APL-RECORD-TYPE(WS-APL-IX)
                       = ADOPTS-RECORD-TYPE and
                       ADOPTS-ADOPTION-DATE
                       >= WS-APL-START-DATE(WS-APL-IX) and
                       ADOPTS-ADOPTION-DATE
                       <= WS-APL-END-DATE(WS-APL-IX)
                   move 'Y' to WS-APL-USED-SWITCH(WS-APL-IX)
                   move 'Y' to WS-APPLIED-FOUND-SWITCH
                   move WS-APPLIED-COUNT to WS-APL-IX
               end-if
           end-perform

           exit.

       hold-excluded-record.

           add 1 to WS-EXCLUDED-COUNT

           if WS-EXCLUDED-HELD < 500
               add 1 to WS-EXCLUDED-HELD
               move ADOPTS-ADOPTER-ID
                   to WS-EXC-ADOPTER-ID(WS-EXCLUDED-HELD)
               move ADOPTS-ANIMAL-ID
                   to WS-EXC-ANIMAL-ID(WS-EXCLUDED-HELD)
               move ADOPTS-BREED-CODE
                   to WS-EXC-BREED-CODE(WS-EXCLUDED-HELD)
               move ADOPTS-RECORD-TYPE
                   to WS-EXC-RECORD-TYPE(WS-EXCLUDED-HELD)
               move ADOPTS-ADOPTION-DATE
                   to WS-EXC-DATE(WS-EXCLUDED-HELD)
               move ADOPTS-LOCATION-CODE
                   to WS-EXC-LOCATION-CODE(WS-EXCLUDED-HELD)
           end-if

           exit.

      ******************************************************************
      * The breed row for WS-FIND-BREED-CODE; a code not on BREEDMST
      * falls to the unmapped row.
      ******************************************************************
       find-breed-row.

           move WS-UNMAPPED-ROW to WS-BREED-ROW

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = WS-FIND-BREED-CODE
                   move WS-BREED-IX to WS-BREED-ROW
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * Resolve the record's location code to its row; a code not on
      * LOCMAST (blank included) falls to the off-master row.
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

       hold-return-record.

           if WS-RETURN-COUNT >= 5000
               display 'ZTPDOGSF: MORE THAN 5000 RETURNS IN THE '
                   'FILING YEAR'
               move 16 to RETURN-CODE
               stop run
           end-if

           perform build-match-key

           add 1 to WS-RETURN-COUNT
           move WS-MATCH-KEY to WS-RTN-MATCH-KEY(WS-RETURN-COUNT)
           move ADOPTS-ADOPTION-DATE
               to WS-RTN-RETURN-DATE(WS-RETURN-COUNT)
           move zero to WS-RTN-ADOPTION-DATE(WS-RETURN-COUNT)
           move WS-GROUP-ROW to WS-RTN-GROUP-ROW(WS-RETURN-COUNT)
           move WS-LOC-ROW-IX to WS-RTN-LOC-ROW(WS-RETURN-COUNT)

           exit.

       build-match-key.

           move spaces to WS-MATCH-KEY
           if ADOPTS-ANIMAL-ID not = spaces
               move ADOPTS-ANIMAL-ID to WS-MK-ANIMAL-ID
           else
               move ADOPTS-ADOPTER-ID to WS-MK-ADOPTER-ID
               move ADOPTS-BREED-CODE to WS-MK-BREED-CODE
           end-if

           exit.

      ******************************************************************
      * Second ADOPTS pass: for each return held, the latest ADOPTION
      * of the same animal dated on or before it - in any year, since
      * a dog adopted in December may come back in January.
      ******************************************************************
       find-returned-adoptions.

           if WS-RETURN-COUNT > ZERO
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
                                   <= WS-YEAR-END-DATE
                               perform match-adoption-to-returns
                           end-if
                   end-read
               end-perform
           end-if

           close ADOPTS

           exit.

       match-adoption-to-returns.

           perform build-match-key

           perform varying WS-RTN-IX from 1 by 1
                   until WS-RTN-IX > WS-RETURN-COUNT
               if WS-RTN-MATCH-KEY(WS-RTN-IX) = WS-MATCH-KEY and
                       ADOPTS-ADOPTION-DATE
                       <= WS-RTN-RETURN-DATE(WS-RTN-IX) and
                       ADOPTS-ADOPTION-DATE
                       > WS-RTN-ADOPTION-DATE(WS-RTN-IX)
                   move ADOPTS-ADOPTION-DATE
                       to WS-RTN-ADOPTION-DATE(WS-RTN-IX)
               end-if
           end-perform

           exit.

      ******************************************************************
      * File each return as within 30 days of its adoption, after 30
      * days, or with no days when its adoption was not found.
      ******************************************************************
       classify-returns.

           perform varying WS-RTN-IX from 1 by 1
                   until WS-RTN-IX > WS-RETURN-COUNT
               move WS-RTN-GROUP-ROW(WS-RTN-IX) to WS-GROUP-ROW
               move WS-RTN-LOC-ROW(WS-RTN-IX) to WS-LOC-ROW-IX
               if WS-RTN-ADOPTION-DATE(WS-RTN-IX) < 19000101
                   add 1 to WS-RETURNS-NO-DAYS
                   add 1 to WS-GL-RETURNS-NO-DAYS
                       (WS-GROUP-ROW, WS-LOC-ROW-IX)
               else
                   compute WS-RETURN-DAY-INT = function integer-of-date
                       (WS-RTN-RETURN-DATE(WS-RTN-IX))
                   compute WS-ADOPT-DAY-INT = function integer-of-date
                       (WS-RTN-ADOPTION-DATE(WS-RTN-IX))
                   compute WS-DAYS-TO-RETURN =
                       WS-RETURN-DAY-INT - WS-ADOPT-DAY-INT
                   if WS-DAYS-TO-RETURN <= WS-RETURN-WINDOW-DAYS
                       add 1 to WS-GL-RETURNS-30
                           (WS-GROUP-ROW, WS-LOC-ROW-IX)
                   else
                       add 1 to WS-GL-RETURNS-OVER
                           (WS-GROUP-ROW, WS-LOC-ROW-IX)
                   end-if
               end-if
           end-perform

           exit.

      ******************************************************************
      * Sum the BRDHIST reversals and returns of the periods ending in
      * the year, the latest row for a period and breed replacing any
      * earlier one (a reposted period).
      ******************************************************************
       load-brdhist.

           open input BRDHIST

           if WS-BRDHIST-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDHIST
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if HST-PERIOD-END-DATE
                                   >= WS-YEAR-START-DATE and
                                   HST-PERIOD-END-DATE
                                   <= WS-YEAR-END-DATE
                               perform load-brdhist-row
                           end-if
                   end-read
               end-perform
           end-if

           close BRDHIST

           perform varying WS-HSP-IX from 1 by 1
                   until WS-HSP-IX > WS-HSP-COUNT
               perform varying WS-BREED-IX from 1 by 1
                       until WS-BREED-IX > WS-UNMAPPED-ROW
                   add WS-HSP-REVERSALS(WS-HSP-IX, WS-BREED-IX)
                       to WS-TAB-HST-REVERSALS(WS-BREED-IX)
                   add WS-HSP-RETURNS(WS-HSP-IX, WS-BREED-IX)
                       to WS-TAB-HST-RETURNS(WS-BREED-IX)
               end-perform
           end-perform

           exit.

       load-brdhist-row.

           add 1 to WS-HST-ROWS-READ

           move zero to WS-HSP-ROW
           perform varying WS-HSP-IX from 1 by 1
                   until WS-HSP-IX > WS-HSP-COUNT
               if WS-HSP-END-DATE(WS-HSP-IX) = HST-PERIOD-END-DATE
                   move WS-HSP-IX to WS-HSP-ROW
                   move WS-HSP-COUNT to WS-HSP-IX
               end-if
           end-perform

           if WS-HSP-ROW = ZERO
               if WS-HSP-COUNT >= 500
                   display 'ZTPDOGSF: BRDHIST EXCEEDS 500 PERIODS IN '
                       'THE FILING YEAR'
                   move 16 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-HSP-COUNT
               move WS-HSP-COUNT to WS-HSP-ROW
               move zero to WS-HSP-ENTRY(WS-HSP-ROW)
               move HST-PERIOD-END-DATE to WS-HSP-END-DATE(WS-HSP-ROW)
           end-if

           move HST-BREED-CODE to WS-FIND-BREED-CODE
           perform find-breed-row

           if WS-BREED-ROW = WS-UNMAPPED-ROW
               add HST-REVERSAL-COUNT
                   to WS-HSP-REVERSALS(WS-HSP-ROW, WS-BREED-ROW)
               add HST-RETURN-COUNT
                   to WS-HSP-RETURNS(WS-HSP-ROW, WS-BREED-ROW)
           else
               move HST-REVERSAL-COUNT
                   to WS-HSP-REVERSALS(WS-HSP-ROW, WS-BREED-ROW)
               move HST-RETURN-COUNT
                   to WS-HSP-RETURNS(WS-HSP-ROW, WS-BREED-ROW)
           end-if

           exit.

      ******************************************************************
      * Hold the ADOPTION, REVERSAL and RETURN records the archive
      * shows applied by a posting run whose date range reaches into
      * the year. A run whose range crosses the year end counts too:
      * the record's own date decides whether it is filed. Records
      * archived before AUDITLOG carried the applied flag count as
      * applied when the breed slot moved. The filing is refused
      * unless the retention purge has left the run that posted 1
      * January.
      ******************************************************************
       load-audit-archive.

           open input ADPMAST
           if WS-ADPMAST-STATUS not = '00'
               display 'ZTPDOGSF: ADPMAST OPEN FAILED, STATUS='
                   WS-ADPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open input AUDARCH

           if WS-AUDARCH-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read AUDARCH
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform load-audit-archive-record
                   end-read
               end-perform
           end-if

           close AUDARCH
           close ADPMAST

           if WS-ARC-EARLIEST-START <= WS-YEAR-START-DATE
               move 'Y' to WS-ARC-COVERS-SWITCH
           end-if

           if not WS-ARC-COVERS-YEAR
               if WS-ARC-RECORDS-READ = ZERO
                   display 'ZTPDOGSF: FILING REFUSED - AUDARCH NOT '
                       'SUPPLIED OR EMPTY'
               else
                   display 'ZTPDOGSF: FILING REFUSED - AUDARCH '
                       'EARLIEST RUN RANGE STARTS '
                       WS-ARC-EARLIEST-START
                       ', AFTER 1 JANUARY - RAISE ARCCARD RETENTION'
               end-if
               move 8 to RETURN-CODE
               stop run
           end-if

           exit.

       load-audit-archive-record.

           add 1 to WS-ARC-RECORDS-READ

           if ARC-PERIOD-START-DATE < WS-ARC-EARLIEST-START
               move ARC-PERIOD-START-DATE to WS-ARC-EARLIEST-START
           end-if

           if ARC-PERIOD-END-DATE >= WS-YEAR-START-DATE and
                   ARC-PERIOD-START-DATE <= WS-YEAR-END-DATE and
                   (ARC-RECORD-TYPE = 'ADOPTION' or
                    ARC-RECORD-TYPE = 'REVERSAL' or
                    ARC-RECORD-TYPE = 'RETURN')
               if ARC-APPLIED or
                       (ARC-APPLIED-FLAG = space and
                        ARC-SLOT-AFTER not = ARC-SLOT-BEFORE)
                   perform hold-applied-entry
               end-if
           end-if

           exit.

       hold-applied-entry.

           if WS-APPLIED-COUNT >= 20000
               display 'ZTPDOGSF: MORE THAN 20000 APPLIED AUDARCH '
                   'RECORDS FOR THE FILING YEAR'
               move 16 to RETURN-CODE
               stop run
           end-if

           perform find-surviving-adopter

           add 1 to WS-APPLIED-COUNT
           move WS-LAST-SURVIVOR-ID
               to WS-APL-ADOPTER-ID(WS-APPLIED-COUNT)
           move ARC-BREED-CODE to WS-APL-BREED-CODE(WS-APPLIED-COUNT)
           move ARC-RECORD-TYPE
               to WS-APL-RECORD-TYPE(WS-APPLIED-COUNT)
           move ARC-PERIOD-START-DATE
               to WS-APL-START-DATE(WS-APPLIED-COUNT)
           move ARC-PERIOD-END-DATE
               to WS-APL-END-DATE(WS-APPLIED-COUNT)
           move 'N' to WS-APL-USED-SWITCH(WS-APPLIED-COUNT)

           exit.

      ******************************************************************
      * The ID the archived adopter's ADOPTS history now stands under:
      * the survivor when ADPMAST shows it merged, else itself. A
      * run's trail is in adopter-ID order, so the master is read only
      * when the ID changes.
      ******************************************************************
       find-surviving-adopter.

           if ARC-ADOPTER-ID not = WS-LAST-ARCHIVED-ID
               move ARC-ADOPTER-ID to WS-LAST-ARCHIVED-ID
               move ARC-ADOPTER-ID to WS-LAST-SURVIVOR-ID
               move ARC-ADOPTER-ID to ADM-ADOPTER-ID
               read ADPMAST
               evaluate WS-ADPMAST-STATUS
                   when '00'
                       if ADM-STATUS-MERGED
                           move ADM-MERGED-INTO-ID
                               to WS-LAST-SURVIVOR-ID
                       end-if
                   when '23'
                       continue
                   when other
                       display 'ZTPDOGSF: ADPMAST READ FAILED, STATUS='
                           WS-ADPMAST-STATUS
                       move 16 to RETURN-CODE
                       stop run
               end-evaluate
           end-if

           exit.

      ******************************************************************
      * The year's BRDTOTM movement per breed: once December of the
      * year is closed the fiscal year has rolled over, and the prior
      * year bucket holds the year's net, reversal and return
      * movement. Adoptions are net plus reversals plus returns, as
      * gross is on BRDTOTM. That holds only for a December fiscal
      * year end; under any other (BPT-FY-END-MONTH, blank on rows
      * closed before it was kept and taken as December) the bucket
      * is not the calendar year and is not compared.
      ******************************************************************
       load-breed-period-totals.

           open input BRDPERD

           if WS-BRDPERD-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDPERD
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           perform load-breed-period-record
                   end-read
               end-perform
           end-if

           close BRDPERD

           if WS-BPT-YEAR-ROWS > ZERO and
                   WS-BPT-YEAR-ROWS = WS-BPT-ROWS-READ and
                   WS-BPT-CLOSED-PERIOD >= WS-FILING-YEAR * 100 + 12
               move 'Y' to WS-BPT-CLOSED-SWITCH
           end-if

           exit.

       load-breed-period-record.

           add 1 to WS-BPT-ROWS-READ
           move BPT-FISCAL-YEAR to WS-BPT-FISCAL-YEAR
           move BPT-CLOSED-PERIOD to WS-BPT-CLOSED-PERIOD
           if BPT-FY-END-MONTH numeric and BPT-FY-END-MONTH > ZERO
               move BPT-FY-END-MONTH to WS-BPT-FY-END-MONTH
           end-if

           if BPT-FISCAL-YEAR = WS-NEXT-FISCAL-YEAR
               add 1 to WS-BPT-YEAR-ROWS
               move BPT-BREED-CODE to WS-FIND-BREED-CODE
               perform find-breed-row
               compute WS-TAB-BPT-ADOPTIONS(WS-BREED-ROW) =
                   WS-TAB-BPT-ADOPTIONS(WS-BREED-ROW)
                   + BPT-PY-NET + BPT-PY-REVERSAL + BPT-PY-RETURN
               add BPT-PY-REVERSAL
                   to WS-TAB-BPT-REVERSALS(WS-BREED-ROW)
               add BPT-PY-RETURN to WS-TAB-BPT-RETURNS(WS-BREED-ROW)
           end-if

           exit.

      ******************************************************************
      * BRDTOTM must be posted through 31 December of the year, or
      * the year's last postings are missing from everything the
      * filing is tied to.
      ******************************************************************
       load-breed-totals-master.

           open input BRDTOTM

           if WS-BRDTOTM-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDTOTM
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           add 1 to WS-BTM-ROWS-READ
                           if BTM-LAST-POSTED-DATE
                                   < WS-BTM-EARLIEST-POSTED
                               move BTM-LAST-POSTED-DATE
                                   to WS-BTM-EARLIEST-POSTED
                           end-if
                           if BTM-LAST-POSTED-DATE < WS-YEAR-END-DATE
                               add 1 to WS-BTM-SHORT-COUNT
                           end-if
                   end-read
               end-perform
           end-if

           close BRDTOTM

           exit.

       open-output-files.

           open output STATFILE
           if WS-STATFILE-STATUS not = '00'
               display 'ZTPDOGSF: STATFILE OPEN FAILED, STATUS='
                   WS-STATFILE-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output SFRPT
           if WS-SFRPT-STATUS not = '00'
               display 'ZTPDOGSF: SFRPT OPEN FAILED, STATUS='
                   WS-SFRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-STL-RUN-DATE
           move WS-FILING-YEAR to WS-STL-FILING-YEAR
           move WS-LICENCE-NUMBER to WS-STL-LICENCE-NUMBER
           move WS-SFT-TITLE-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move spaces to WS-SFT-NOTE-LINE
           string 'SHELTER: ' WS-SHELTER-NAME
               delimited by size into WS-SFT-NOTE-LINE
           end-string
           move WS-SFT-NOTE-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

      ******************************************************************
      * The state return: header, one detail per breed group and
      * location with activity, the live-release figures per location
      * and for the shelter, and the trailer.
      ******************************************************************
       write-state-filing.

           move spaces to STATE-FILING-REC
           move 'H' to STF-RECORD-TYPE
           move WS-SHELTER-NAME to STF-SHELTER-NAME
           move WS-RUN-DATE to STF-PREPARED-DATE
           perform write-state-record

           perform varying WS-GROUP-IX from 1 by 1
                   until WS-GROUP-IX > WS-GROUP-COUNT
               perform varying WS-LOC-IX from 1 by 1
                       until WS-LOC-IX > WS-LOCATION-COUNT
                   if WS-GL-ADOPTIONS(WS-GROUP-IX, WS-LOC-IX) > ZERO
                       or WS-GL-REVERSALS(WS-GROUP-IX, WS-LOC-IX)
                       > ZERO
                       or WS-GL-RETURNS(WS-GROUP-IX, WS-LOC-IX)
                       > ZERO
                       perform write-state-detail
                   end-if
               end-perform
           end-perform

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               perform sum-location-outcomes
               if WS-LR-ADOPTIONS > ZERO or WS-LR-REVERSALS > ZERO
                       or WS-LR-RETURNS > ZERO
                   move WS-LOC-CODE(WS-LOC-IX)
                       to STF-LR-LOCATION-CODE
                   perform write-state-live-release
               end-if
           end-perform

           move WS-ALL-ADOPTIONS to WS-LR-ADOPTIONS
           move WS-ALL-REVERSALS to WS-LR-REVERSALS
           move WS-ALL-RETURNS to WS-LR-RETURNS
           move 'ALL' to STF-LR-LOCATION-CODE
           perform write-state-live-release

           move spaces to STATE-FILING-REC
           move 'T' to STF-RECORD-TYPE
           add 1 to WS-STF-RECORD-COUNT
           move WS-STF-RECORD-COUNT to STF-RECORD-COUNT
           move WS-STF-DETAIL-COUNT to STF-DETAIL-COUNT
           move WS-HASH-ADOPTIONS to STF-HASH-ADOPTIONS
           move WS-HASH-REVERSALS to STF-HASH-REVERSALS
           move WS-HASH-RETURNS to STF-HASH-RETURNS
           move WS-LICENCE-NUMBER to STF-LICENCE-NUMBER
           move WS-FILING-YEAR to STF-FILING-YEAR
           write STATE-FILING-REC

           close STATFILE

           exit.

       write-state-detail.

           move spaces to STATE-FILING-REC
           move 'D' to STF-RECORD-TYPE
           move WS-GRP-NAME(WS-GROUP-IX) to STF-BREED-GROUP
           move WS-LOC-CODE(WS-LOC-IX) to STF-LOCATION-CODE
           move WS-GL-ADOPTIONS(WS-GROUP-IX, WS-LOC-IX)
               to STF-ADOPTIONS
           move WS-GL-REVERSALS(WS-GROUP-IX, WS-LOC-IX)
               to STF-REVERSALS
           move WS-GL-RETURNS(WS-GROUP-IX, WS-LOC-IX)
               to STF-RETURNS
           move WS-GL-RETURNS-30(WS-GROUP-IX, WS-LOC-IX)
               to STF-RETURNS-30-DAYS
           move WS-GL-RETURNS-OVER(WS-GROUP-IX, WS-LOC-IX)
               to STF-RETURNS-OVER-30
           move WS-GL-RETURNS-NO-DAYS(WS-GROUP-IX, WS-LOC-IX)
               to STF-RETURNS-NO-DAYS

           add 1 to WS-STF-DETAIL-COUNT
           add STF-ADOPTIONS to WS-HASH-ADOPTIONS
           add STF-REVERSALS to WS-HASH-REVERSALS
           add STF-RETURNS to WS-HASH-RETURNS

           perform write-state-record

           exit.

      ******************************************************************
      * One location's outcomes across the breed groups, added into
      * the shelter totals.
      ******************************************************************
       sum-location-outcomes.

           move zero to WS-LR-ADOPTIONS
           move zero to WS-LR-REVERSALS
           move zero to WS-LR-RETURNS

           perform varying WS-GROUP-IX from 1 by 1
                   until WS-GROUP-IX > WS-GROUP-COUNT
               add WS-GL-ADOPTIONS(WS-GROUP-IX, WS-LOC-IX)
                   to WS-LR-ADOPTIONS
               add WS-GL-REVERSALS(WS-GROUP-IX, WS-LOC-IX)
                   to WS-LR-REVERSALS
               add WS-GL-RETURNS(WS-GROUP-IX, WS-LOC-IX)
                   to WS-LR-RETURNS
           end-perform

           add WS-LR-ADOPTIONS to WS-ALL-ADOPTIONS
           add WS-LR-REVERSALS to WS-ALL-REVERSALS
           add WS-LR-RETURNS to WS-ALL-RETURNS

           exit.

      ******************************************************************
      * Live releases are adoptions less the reversals that voided
      * them; net live releases are live releases less returns. The
      * location code is already in STF-LR-LOCATION-CODE.
      ******************************************************************
       write-state-live-release.

           compute WS-LR-LIVE-RELEASES =
               WS-LR-ADOPTIONS - WS-LR-REVERSALS
           compute WS-LR-NET-LIVE-RELEASES =
               WS-LR-LIVE-RELEASES - WS-LR-RETURNS

           move 'L' to STF-RECORD-TYPE
           move WS-LR-LIVE-RELEASES to STF-LIVE-RELEASES
           move WS-LR-RETURNS to STF-LR-RETURNS
           move WS-LR-NET-LIVE-RELEASES to STF-NET-LIVE-RELEASES
           move spaces to STF-LIVE-RELEASE-BODY(27:39)

           perform write-state-record

           exit.

       write-state-record.

           move WS-LICENCE-NUMBER to STF-LICENCE-NUMBER
           move WS-FILING-YEAR to STF-FILING-YEAR
           write STATE-FILING-REC
           add 1 to WS-STF-RECORD-COUNT

           exit.

      ******************************************************************
      * The filed figures in readable form: the outcome details, then
      * the live releases by location and for the shelter.
      ******************************************************************
       write-outcome-listing.

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move 'OUTCOMES FILED BY BREED GROUP AND LOCATION'
               to SF-REPORT-LINE
           write SF-REPORT-LINE
           move WS-OUTCOME-COLUMN-HEADING to SF-REPORT-LINE
           write SF-REPORT-LINE

           perform varying WS-GROUP-IX from 1 by 1
                   until WS-GROUP-IX > WS-GROUP-COUNT
               perform varying WS-LOC-IX from 1 by 1
                       until WS-LOC-IX > WS-LOCATION-COUNT
                   if WS-GL-ADOPTIONS(WS-GROUP-IX, WS-LOC-IX) > ZERO
                       or WS-GL-REVERSALS(WS-GROUP-IX, WS-LOC-IX)
                       > ZERO
                       or WS-GL-RETURNS(WS-GROUP-IX, WS-LOC-IX)
                       > ZERO
                       perform write-outcome-line
                   end-if
               end-perform
           end-perform

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move 'LIVE RELEASES FILED BY LOCATION' to SF-REPORT-LINE
           write SF-REPORT-LINE
           move WS-LIVE-COLUMN-HEADING to SF-REPORT-LINE
           write SF-REPORT-LINE

           move zero to WS-ALL-ADOPTIONS
           move zero to WS-ALL-REVERSALS
           move zero to WS-ALL-RETURNS

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               perform sum-location-outcomes
               if WS-LR-ADOPTIONS > ZERO or WS-LR-REVERSALS > ZERO
                       or WS-LR-RETURNS > ZERO
                   move WS-LOC-CODE(WS-LOC-IX)
                       to WS-LDL-LOCATION-CODE
                   move WS-LOC-SITE-NAME(WS-LOC-IX)
                       to WS-LDL-SITE-NAME
                   perform write-live-release-line
               end-if
           end-perform

           move WS-ALL-ADOPTIONS to WS-LR-ADOPTIONS
           move WS-ALL-REVERSALS to WS-LR-REVERSALS
           move WS-ALL-RETURNS to WS-LR-RETURNS
           move 'ALL' to WS-LDL-LOCATION-CODE
           move 'SHELTER TOTAL' to WS-LDL-SITE-NAME
           perform write-live-release-line

           exit.

       write-outcome-line.

           move WS-GRP-NAME(WS-GROUP-IX) to WS-ODL-GROUP
           move WS-LOC-CODE(WS-LOC-IX) to WS-ODL-LOCATION-CODE
           move WS-LOC-SITE-NAME(WS-LOC-IX) to WS-ODL-SITE-NAME
           move WS-GL-ADOPTIONS(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-ADOPTIONS
           move WS-GL-REVERSALS(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-REVERSALS
           move WS-GL-RETURNS(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-RETURNS
           move WS-GL-RETURNS-30(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-RETURNS-30
           move WS-GL-RETURNS-OVER(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-RETURNS-OVER
           move WS-GL-RETURNS-NO-DAYS(WS-GROUP-IX, WS-LOC-IX)
               to WS-ODL-RETURNS-NO-DAYS

           move WS-OUTCOME-DETAIL-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

       write-live-release-line.

           compute WS-LR-LIVE-RELEASES =
               WS-LR-ADOPTIONS - WS-LR-REVERSALS
           compute WS-LR-NET-LIVE-RELEASES =
               WS-LR-LIVE-RELEASES - WS-LR-RETURNS

           move WS-LR-ADOPTIONS to WS-LDL-ADOPTIONS
           move WS-LR-REVERSALS to WS-LDL-REVERSALS
           move WS-LR-LIVE-RELEASES to WS-LDL-LIVE-RELEASES
           move WS-LR-RETURNS to WS-LDL-RETURNS
           move WS-LR-NET-LIVE-RELEASES to WS-LDL-NET-LIVE-RELEASES

           move WS-LIVE-DETAIL-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

      ******************************************************************
      * The ADOPTS records dated in the year that were left out of the
      * filing because no archived posting run applied them.
      ******************************************************************
       write-excluded-listing.

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move 'RECORDS NOT FILED - NEVER APPLIED BY A POSTING RUN'
               to SF-REPORT-LINE
           write SF-REPORT-LINE

           if WS-EXCLUDED-COUNT = ZERO
               move 'NONE' to SF-REPORT-LINE
               write SF-REPORT-LINE
           else
               move WS-EXCLUDED-COLUMN-HEADING to SF-REPORT-LINE
               write SF-REPORT-LINE
               perform varying WS-EXC-IX from 1 by 1
                       until WS-EXC-IX > WS-EXCLUDED-HELD
                   move WS-EXC-ADOPTER-ID(WS-EXC-IX)
                       to WS-XDL-ADOPTER-ID
                   move WS-EXC-ANIMAL-ID(WS-EXC-IX) to WS-XDL-ANIMAL-ID
                   move WS-EXC-BREED-CODE(WS-EXC-IX)
                       to WS-XDL-BREED-CODE
                   move WS-EXC-RECORD-TYPE(WS-EXC-IX)
                       to WS-XDL-RECORD-TYPE
                   move WS-EXC-DATE(WS-EXC-IX) to WS-XDL-DATE
                   move WS-EXC-LOCATION-CODE(WS-EXC-IX)
                       to WS-XDL-LOCATION-CODE
                   move WS-EXCLUDED-DETAIL-LINE to SF-REPORT-LINE
                   write SF-REPORT-LINE
               end-perform
               if WS-EXCLUDED-COUNT > WS-EXCLUDED-HELD
                   move WS-EXCLUDED-HELD to WS-EDIT-COUNT-A
                   move WS-EXCLUDED-COUNT to WS-EDIT-COUNT-B
                   move spaces to WS-SFT-NOTE-LINE
                   string 'FIRST ' WS-EDIT-COUNT-A ' OF '
                       WS-EDIT-COUNT-B ' LISTED'
                       delimited by size into WS-SFT-NOTE-LINE
                   end-string
                   move WS-SFT-NOTE-LINE to SF-REPORT-LINE
                   write SF-REPORT-LINE
               end-if
           end-if

           exit.

      ******************************************************************
      * Breed by breed, the filed figures beside the posted ones. The
      * BRDTOTM year is only compared once December is closed, and
      * only under a December fiscal year end.
      ******************************************************************
       write-tie-out-listing.

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move 'FILED TOTALS TIED TO THE POSTED FIGURES FOR THE YEAR'
               to SF-REPORT-LINE
           write SF-REPORT-LINE
           move WS-TIE-GROUP-HEADING to SF-REPORT-LINE
           write SF-REPORT-LINE
           move WS-TIE-COLUMN-HEADING to SF-REPORT-LINE
           write SF-REPORT-LINE

           move zero to WS-TOTAL-FIGURES

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-UNMAPPED-ROW
               if WS-BREED-IX < WS-UNMAPPED-ROW or
                       WS-TAB-FILED-ADOPTIONS(WS-BREED-IX) > ZERO or
                       WS-TAB-FILED-REVERSALS(WS-BREED-IX) > ZERO or
                       WS-TAB-FILED-RETURNS(WS-BREED-IX) > ZERO or
                       WS-TAB-HST-REVERSALS(WS-BREED-IX) > ZERO or
                       WS-TAB-HST-RETURNS(WS-BREED-IX) > ZERO or
                       WS-TAB-BPT-ADOPTIONS(WS-BREED-IX) not = ZERO
                       or WS-TAB-BPT-REVERSALS(WS-BREED-IX)
                       not = ZERO
                       or WS-TAB-BPT-RETURNS(WS-BREED-IX) not = ZERO
                   perform write-tie-out-line
               end-if
           end-perform

           move spaces to WS-TDL-BREED-CODE
           move 'TOTAL' to WS-TDL-BREED-NAME
           move WS-TOT-FILED-ADOPTIONS to WS-TDL-FILED-ADOPTIONS
           move WS-TOT-FILED-REVERSALS to WS-TDL-FILED-REVERSALS
           move WS-TOT-FILED-RETURNS to WS-TDL-FILED-RETURNS
           move WS-TOT-HST-REVERSALS to WS-TDL-HST-REVERSALS
           move WS-TOT-HST-RETURNS to WS-TDL-HST-RETURNS
           move WS-TOT-BPT-ADOPTIONS to WS-TDL-BPT-ADOPTIONS
           move WS-TOT-BPT-REVERSALS to WS-TDL-BPT-REVERSALS
           move WS-TOT-BPT-RETURNS to WS-TDL-BPT-RETURNS
           move spaces to WS-TDL-HST-REVERSALS-FLAG
           move spaces to WS-TDL-HST-RETURNS-FLAG
           move spaces to WS-TDL-BPT-ADOPTIONS-FLAG
           move spaces to WS-TDL-BPT-REVERSALS-FLAG
           move spaces to WS-TDL-BPT-RETURNS-FLAG

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move WS-TIE-DETAIL-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

       write-tie-out-line.

           if WS-BREED-IX = WS-UNMAPPED-ROW
               move '---' to WS-TDL-BREED-CODE
           else
               move WS-TAB-BREED-CODE(WS-BREED-IX) to WS-TDL-BREED-CODE
           end-if
           move WS-TAB-BREED-NAME(WS-BREED-IX) to WS-TDL-BREED-NAME

           move WS-TAB-FILED-ADOPTIONS(WS-BREED-IX)
               to WS-TDL-FILED-ADOPTIONS
           move WS-TAB-FILED-REVERSALS(WS-BREED-IX)
               to WS-TDL-FILED-REVERSALS
           move WS-TAB-FILED-RETURNS(WS-BREED-IX)
               to WS-TDL-FILED-RETURNS
           move WS-TAB-HST-REVERSALS(WS-BREED-IX)
               to WS-TDL-HST-REVERSALS
           move WS-TAB-HST-RETURNS(WS-BREED-IX) to WS-TDL-HST-RETURNS
           move WS-TAB-BPT-ADOPTIONS(WS-BREED-IX)
               to WS-TDL-BPT-ADOPTIONS
           move WS-TAB-BPT-REVERSALS(WS-BREED-IX)
               to WS-TDL-BPT-REVERSALS
           move WS-TAB-BPT-RETURNS(WS-BREED-IX) to WS-TDL-BPT-RETURNS

           move spaces to WS-TDL-HST-REVERSALS-FLAG
           move spaces to WS-TDL-HST-RETURNS-FLAG
           move spaces to WS-TDL-BPT-ADOPTIONS-FLAG
           move spaces to WS-TDL-BPT-REVERSALS-FLAG
           move spaces to WS-TDL-BPT-RETURNS-FLAG

           move 'N' to WS-BREED-DIFF-SWITCH
           if WS-TAB-HST-REVERSALS(WS-BREED-IX)
                   not = WS-TAB-FILED-REVERSALS(WS-BREED-IX)
               move '*' to WS-TDL-HST-REVERSALS-FLAG
               move 'Y' to WS-BREED-DIFF-SWITCH
           end-if
           if WS-TAB-HST-RETURNS(WS-BREED-IX)
                   not = WS-TAB-FILED-RETURNS(WS-BREED-IX)
               move '*' to WS-TDL-HST-RETURNS-FLAG
               move 'Y' to WS-BREED-DIFF-SWITCH
           end-if
           if WS-BREED-DIFFERS
               add 1 to WS-HST-DIFF-COUNT
           end-if

           if WS-BPT-YEAR-CLOSED and WS-BPT-CALENDAR-YEAR
               move 'N' to WS-BREED-DIFF-SWITCH
               if WS-TAB-BPT-ADOPTIONS(WS-BREED-IX)
                       not = WS-TAB-FILED-ADOPTIONS(WS-BREED-IX)
                   move '*' to WS-TDL-BPT-ADOPTIONS-FLAG
                   move 'Y' to WS-BREED-DIFF-SWITCH
               end-if
               if WS-TAB-BPT-REVERSALS(WS-BREED-IX)
                       not = WS-TAB-FILED-REVERSALS(WS-BREED-IX)
                   move '*' to WS-TDL-BPT-REVERSALS-FLAG
                   move 'Y' to WS-BREED-DIFF-SWITCH
               end-if
               if WS-TAB-BPT-RETURNS(WS-BREED-IX)
                       not = WS-TAB-FILED-RETURNS(WS-BREED-IX)
                   move '*' to WS-TDL-BPT-RETURNS-FLAG
                   move 'Y' to WS-BREED-DIFF-SWITCH
               end-if
               if WS-BREED-DIFFERS
                   add 1 to WS-BPT-DIFF-COUNT
               end-if
           end-if

           add WS-TAB-FILED-ADOPTIONS(WS-BREED-IX)
               to WS-TOT-FILED-ADOPTIONS
           add WS-TAB-FILED-REVERSALS(WS-BREED-IX)
               to WS-TOT-FILED-REVERSALS
           add WS-TAB-FILED-RETURNS(WS-BREED-IX)
               to WS-TOT-FILED-RETURNS
           add WS-TAB-HST-REVERSALS(WS-BREED-IX)
               to WS-TOT-HST-REVERSALS
           add WS-TAB-HST-RETURNS(WS-BREED-IX) to WS-TOT-HST-RETURNS
           add WS-TAB-BPT-ADOPTIONS(WS-BREED-IX)
               to WS-TOT-BPT-ADOPTIONS
           add WS-TAB-BPT-REVERSALS(WS-BREED-IX)
               to WS-TOT-BPT-REVERSALS
           add WS-TAB-BPT-RETURNS(WS-BREED-IX) to WS-TOT-BPT-RETURNS

           move WS-TIE-DETAIL-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

      ******************************************************************
      * The tie-out checks, one line each, in the pre-flight check
      * format.
      ******************************************************************
       write-tie-out-checks.

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE
           move 'TIE-OUT CHECKS' to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'ADOPTS RECORDS DATED IN THE YEAR' to WS-SCL-LABEL
           move WS-ADOPTS-IN-YEAR to WS-EDIT-COUNT-A
           move WS-ADOPTS-READ to WS-EDIT-COUNT-B
           move spaces to WS-SCL-DETAIL
           string WS-EDIT-COUNT-A ' OF ' WS-EDIT-COUNT-B ' READ'
               delimited by size into WS-SCL-DETAIL
           end-string
           if WS-ADOPTS-IN-YEAR = ZERO
               perform write-check-fail
           else
               perform write-check-pass
           end-if

           move 'ADOPTS RECORD TYPES' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           if WS-ADOPTS-OTHER-TYPE = ZERO
               move 'ALL ADOPTION, REVERSAL OR RETURN'
                   to WS-SCL-DETAIL
               perform write-check-pass
           else
               move WS-ADOPTS-OTHER-TYPE to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A
                   ' RECORDS OF ANOTHER TYPE LEFT OUT OF THE FILING'
                   delimited by size into WS-SCL-DETAIL
               end-string
               perform write-check-warn
           end-if

           move 'RETURNS MATCHED TO THEIR ADOPTION' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           if WS-RETURNS-NO-DAYS = ZERO
               move WS-RETURN-COUNT to WS-EDIT-COUNT-A
               string 'ALL ' WS-EDIT-COUNT-A ' RETURNS'
                   delimited by size into WS-SCL-DETAIL
               end-string
               perform write-check-pass
           else
               move WS-RETURNS-NO-DAYS to WS-EDIT-COUNT-A
               move WS-RETURN-COUNT to WS-EDIT-COUNT-B
               string WS-EDIT-COUNT-A ' OF ' WS-EDIT-COUNT-B
                   ' RETURNS HAVE NO ADOPTION ON ADOPTS - FILED '
                   'WITH NO DAYS'
                   delimited by size into WS-SCL-DETAIL
               end-string
               perform write-check-warn
           end-if

           move 'BRDHIST PERIODS ENDING IN THE YEAR' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           move WS-HSP-COUNT to WS-EDIT-COUNT-A
           move WS-HST-ROWS-READ to WS-EDIT-COUNT-B
           string WS-EDIT-COUNT-A ' PERIODS, ' WS-EDIT-COUNT-B
               ' ROWS'
               delimited by size into WS-SCL-DETAIL
           end-string
           if WS-HSP-COUNT = ZERO
               perform write-check-fail
           else
               perform write-check-pass
           end-if

           move 'BRDHIST REVERSALS AND RETURNS TIE' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           if WS-HST-DIFF-COUNT = ZERO
               perform write-check-pass
           else
               move WS-HST-DIFF-COUNT to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A ' BREEDS DIFFER - SEE *'
                   delimited by size into WS-SCL-DETAIL
               end-string
               perform write-check-fail
           end-if

           move 'AUDARCH COVERS THE YEAR' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           move WS-APPLIED-COUNT to WS-EDIT-COUNT-A
           string WS-EDIT-COUNT-A ' APPLIED RECORDS FROM RUNS SINCE '
               WS-ARC-EARLIEST-START
               delimited by size into WS-SCL-DETAIL
           end-string
           perform write-check-pass

           move 'ADOPTS RECORDS APPLIED BY A POSTING RUN'
               to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           if WS-EXCLUDED-COUNT = ZERO
               move 'ALL RECORDS IN THE YEAR' to WS-SCL-DETAIL
           else
               move WS-EXCLUDED-COUNT to WS-EDIT-COUNT-A
               string WS-EDIT-COUNT-A
                   ' NEVER APPLIED - EXCLUDED, SEE LIST'
                   delimited by size into WS-SCL-DETAIL
               end-string
           end-if
           perform write-check-pass

           move 'BRDTOTM POSTED THROUGH YEAR END' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           evaluate true
               when WS-BTM-ROWS-READ = ZERO
                   move 'BRDTOTM NOT SUPPLIED OR EMPTY'
                       to WS-SCL-DETAIL
                   perform write-check-fail
               when WS-BTM-SHORT-COUNT = ZERO
                   string 'ALL BREEDS POSTED THROUGH '
                       WS-BTM-EARLIEST-POSTED ' OR LATER'
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-pass
               when other
                   move WS-BTM-SHORT-COUNT to WS-EDIT-COUNT-A
                   string WS-EDIT-COUNT-A
                       ' BREEDS POSTED ONLY THROUGH '
                       WS-BTM-EARLIEST-POSTED
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-fail
           end-evaluate

           move 'BRDPERD DECEMBER CLOSED FOR THE YEAR'
               to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           evaluate true
               when WS-BPT-ROWS-READ = ZERO
                   move 'BRDPERD NOT SUPPLIED OR EMPTY'
                       to WS-SCL-DETAIL
                   perform write-check-fail
               when WS-BPT-YEAR-CLOSED
                   string 'LAST CLOSE ' WS-BPT-CLOSED-PERIOD
                       ', FISCAL YEAR ' WS-BPT-FISCAL-YEAR ' OPEN'
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-pass
               when other
                   string 'LAST CLOSE ' WS-BPT-CLOSED-PERIOD
                       ', FISCAL YEAR ' WS-BPT-FISCAL-YEAR
                       ' - CLOSE DECEMBER ' WS-FILING-YEAR ' FIRST'
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-fail
           end-evaluate

           move 'BRDTOTM YEAR FIGURES TIE' to WS-SCL-LABEL
           move spaces to WS-SCL-DETAIL
           evaluate true
               when not WS-BPT-YEAR-CLOSED
                   move 'NOT CHECKED - YEAR NOT CLOSED ON BRDPERD'
                       to WS-SCL-DETAIL
                   perform write-check-na
               when not WS-BPT-CALENDAR-YEAR
                   string 'N/A - FISCAL YEAR ENDS IN MONTH '
                       WS-BPT-FY-END-MONTH
                       ', NOT DECEMBER - TIE THE YEAR BY HAND'
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-warn
               when WS-BPT-DIFF-COUNT = ZERO
                   perform write-check-pass
               when other
                   move WS-BPT-DIFF-COUNT to WS-EDIT-COUNT-A
                   string WS-EDIT-COUNT-A ' BREEDS DIFFER - SEE *'
                       delimited by size into WS-SCL-DETAIL
                   end-string
                   perform write-check-fail
           end-evaluate

           exit.

       write-check-pass.

           add 1 to WS-CHECK-COUNT
           move 'PASS' to WS-SCL-RESULT
           move WS-SFT-CHECK-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

       write-check-warn.

           add 1 to WS-CHECK-COUNT
           add 1 to WS-WARN-COUNT
           move 'WARN' to WS-SCL-RESULT
           move WS-SFT-CHECK-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

       write-check-fail.

           add 1 to WS-CHECK-COUNT
           add 1 to WS-FAIL-COUNT
           move 'FAIL' to WS-SCL-RESULT
           move WS-SFT-CHECK-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

       write-check-na.

           add 1 to WS-CHECK-COUNT
           move 'N/A' to WS-SCL-RESULT
           move WS-SFT-CHECK-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

      ******************************************************************
      * The state file's control totals, the verdict and the return
      * code the schedule tests before the return is transmitted.
      ******************************************************************
       write-verdict.

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'STATFILE RECORDS WRITTEN' to WS-SSL-LABEL
           move WS-STF-RECORD-COUNT to WS-SSL-COUNT
           move WS-SFT-SUMMARY-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'STATFILE OUTCOME DETAILS' to WS-SSL-LABEL
           move WS-STF-DETAIL-COUNT to WS-SSL-COUNT
           move WS-SFT-SUMMARY-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'CHECKS PERFORMED' to WS-SSL-LABEL
           move WS-CHECK-COUNT to WS-SSL-COUNT
           move WS-SFT-SUMMARY-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'CHECKS FAILED' to WS-SSL-LABEL
           move WS-FAIL-COUNT to WS-SSL-COUNT
           move WS-SFT-SUMMARY-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move 'WARNINGS' to WS-SSL-LABEL
           move WS-WARN-COUNT to WS-SSL-COUNT
           move WS-SFT-SUMMARY-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           move spaces to SF-REPORT-LINE
           write SF-REPORT-LINE

           move spaces to WS-SFT-VERDICT-LINE
           evaluate true
               when WS-FAIL-COUNT > zero
                   string 'NOT TIED: DO NOT TRANSMIT STATFILE - CLEAR '
                       'THE FAILED CHECKS AND RERUN THIS STEP'
                       delimited by size into WS-SFT-VERDICT-LINE
                   end-string
                   display 'ZTPDOGSF: FILING ' WS-FILING-YEAR
                       ' NOT TIED - ' WS-FAIL-COUNT ' CHECKS FAILED'
                   move 8 to RETURN-CODE
               when WS-WARN-COUNT > zero
                   move 'TIED WITH WARNINGS: READ THE WARNINGS ABOVE'
                       to WS-SFT-VERDICT-LINE
                   display 'ZTPDOGSF: FILING ' WS-FILING-YEAR
                       ' TIED WITH ' WS-WARN-COUNT ' WARNINGS'
                   move 4 to RETURN-CODE
               when other
                   move 'TIED: STATFILE IS READY TO TRANSMIT'
                       to WS-SFT-VERDICT-LINE
                   display 'ZTPDOGSF: FILING ' WS-FILING-YEAR ' TIED'
                   move zero to RETURN-CODE
           end-evaluate

           move WS-SFT-VERDICT-LINE to SF-REPORT-LINE
           write SF-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close SFRPT

           exit.

       END PROGRAM 'ZTPDOGSF'.
