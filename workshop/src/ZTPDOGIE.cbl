      * to apply once the record is already on the KSDS: non-blank
      * adopter ID, recognized record type, numeric breed code, a
      * numeric and plausible adoption date, and a return reason that
      * is present on RETURN records and only on RETURN records, and
      * a location code that is on the LOCMAST location master and
      * open on the record's date.
      * Records that pass go to CLEANADP for the load; records that
      * fail go unchanged to ERRADPT so intake can rekey them the same
      * morning, and each failure is listed on the EDITRPT edit report
      * together with error counts by intake location and region -
      * the location counts are what tells intake which site's keying
      * needs attention.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERRADPT-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT EDITRPT ASSIGN TO EDITRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  ERROR-ADOPTS-REC                PIC X(80).

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  EDITRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-CLEANADP-STATUS              PIC XX.
       01  WS-ERRADPT-STATUS               PIC XX.
       01  WS-EDITRPT-STATUS               PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.

       01  WS-INTAKE-EOF-SWITCH            PIC X VALUE 'N'.
           88  WS-INTAKE-EOF               VALUE 'Y'.
       01  WS-CLEAN-COUNT                  PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT                  PIC 9(7) VALUE ZERO.

      * Per-location read and error counts, one row per site on the
      * LOCMAST location master (room for 50) in master order, plus a
      * last row collecting every record whose code is not on the
      * master - pre-rollout blanks and mistypes alike - so the
      * location counts still foot to the batch totals.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 51 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-SITE-NAME        PIC X(20).
               10  WS-LOC-REGION           PIC X(10).
               10  WS-LOC-OPEN-DATE        PIC 9(8).
               10  WS-LOC-CLOSED-DATE      PIC 9(8).
               10  WS-LOC-REGION-IX        PIC 9(2).
               10  WS-LOC-READ-COUNT       PIC 9(7).
               10  WS-LOC-ERROR-COUNT      PIC 9(7).
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).
       01  WS-OFF-MASTER-ROW               PIC 9(2) VALUE ZERO.

      * The same counts rolled up by the region each site belongs to,
      * regions in the order they first appear on LOCMAST.
       01  WS-REGION-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY             OCCURS 51 TIMES.
               10  WS-RGN-NAME             PIC X(10).
               10  WS-RGN-READ-COUNT       PIC 9(7).
               10  WS-RGN-ERROR-COUNT      PIC 9(7).
       01  WS-RGN-IX                       PIC 9(2).

       01  WS-RUN-DATE                     PIC 9(8).

               'ERROR COUNTS BY INTAKE LOCATION'.
           05  FILLER                      PIC X(95) VALUE SPACES.

       01  WS-EDT-RGN-HEADING.
           05  FILLER                      PIC X(38) VALUE
               'ERROR COUNTS BY REGION'.
           05  FILLER                      PIC X(95) VALUE SPACES.

       01  WS-EDT-LOC-LINE.
           05  WS-ELC-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-ELC-SITE-NAME            PIC X(20).
           05  FILLER                      PIC X(4)  VALUE SPACES.
           05  FILLER                      PIC X(5)  VALUE 'READ='.
           05  WS-ELC-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                      PIC X(9)  VALUE
               '  ERRORS='.
           05  WS-ELC-ERROR-COUNT          PIC ZZZZZZ9.
           05  FILLER                      PIC X(76) VALUE SPACES.

       01  WS-EDT-TOTAL-LINE.
           05  WS-ETO-LABEL                PIC X(30).
           move zero to WS-LOCATION-COUNT
           move spaces to WS-LOCATION-TABLE
           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > 51
               move zero to WS-LOC-OPEN-DATE(WS-LOC-IX)
               move zero to WS-LOC-CLOSED-DATE(WS-LOC-IX)
               move zero to WS-LOC-REGION-IX(WS-LOC-IX)
               move zero to WS-LOC-READ-COUNT(WS-LOC-IX)
               move zero to WS-LOC-ERROR-COUNT(WS-LOC-IX)
           end-perform

           perform load-location-master

           open input INTAKE
           if WS-INTAKE-STATUS not = '00'
               display 'ZTPDOGIE: INTAKE OPEN FAILED, STATUS='

           exit.

      ******************************************************************
      * Load the site rows from LOCMAST in master order, then add the
      * row that collects codes not on the master. Each row is tied
      * to its region's roll-up row as it loads.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGIE: LOCMAST OPEN FAILED, STATUS='
                   WS-LOCMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-REGION-COUNT
           move spaces to WS-REGION-TABLE

           perform until WS-LOCMAST-STATUS = '10'
               read LOCMAST
                   at end
                       move '10' to WS-LOCMAST-STATUS
                   not at end
                       if WS-LOCATION-COUNT >= 50
                           display
                               'ZTPDOGIE: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if LCM-LOCATION-CODE = spaces
                           display
                               'ZTPDOGIE: LOCMAST LOCATION CODE BLANK'
                           move 16 to RETURN-CODE
                           stop run
                       end-if

                       perform varying WS-LOC-IX from 1 by 1
                               until WS-LOC-IX > WS-LOCATION-COUNT
                           if WS-LOC-CODE(WS-LOC-IX)
                                   = LCM-LOCATION-CODE
                               display
                                   'ZTPDOGIE: LOCMAST LOCATION CODE '
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
                       move LCM-OPEN-DATE
                           to WS-LOC-OPEN-DATE(WS-LOCATION-COUNT)
                       move LCM-CLOSED-DATE
                           to WS-LOC-CLOSED-DATE(WS-LOCATION-COUNT)
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
               move zero to WS-RGN-READ-COUNT(WS-REGION-COUNT)
               move zero to WS-RGN-ERROR-COUNT(WS-REGION-COUNT)
               move WS-REGION-COUNT
                   to WS-LOC-REGION-IX(WS-LOCATION-COUNT)
           end-if

           exit.

      ******************************************************************
      * Read every intake record, edit it and route it to the clean
      * load file or the error file.
               perform edit-return-reason
           end-if

           if WS-EDIT-REASON = spaces
               perform edit-location
           end-if

           if WS-EDIT-REASON = spaces and
                   ADOPTS-FEE-AMOUNT not numeric
               move 'FEE AMOUNT NOT NUMERIC' to WS-EDIT-REASON
           exit.

      ******************************************************************
      * The location must be a site on LOCMAST, and the site must
      * have been open on the record's date: a code not on the
      * master is a mistype (or a pre-rollout blank) that would
      * otherwise post as a phantom site, and a closed site keys
      * nothing. The date has already passed its own edits here.
      ******************************************************************
       edit-location.

           evaluate true
               when WS-LOC-ROW-IX = WS-OFF-MASTER-ROW
                   move 'LOCATION NOT ON LOCMAST' to WS-EDIT-REASON
               when ADOPTS-ADOPTION-DATE
                       < WS-LOC-OPEN-DATE(WS-LOC-ROW-IX)
                   move 'LOCATION NOT YET OPEN' to WS-EDIT-REASON
               when WS-LOC-CLOSED-DATE(WS-LOC-ROW-IX) > ZERO and
                       ADOPTS-ADOPTION-DATE
                       >= WS-LOC-CLOSED-DATE(WS-LOC-ROW-IX)
                   move 'LOCATION CLOSED' to WS-EDIT-REASON
           end-evaluate

           exit.

      ******************************************************************
      * Resolve the record's location code to its counter row; a code
      * not on the master counts under the off-master row.
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

      ******************************************************************
      * Error counts by intake location - the section intake works
      * from each morning - for every site that keyed records in the
      * batch, then the same counts rolled up by region.
      ******************************************************************
       write-location-counts.


           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX > WS-LOCATION-COUNT
               if WS-LOC-READ-COUNT(WS-LOC-IX) > 0
                   move WS-LOC-CODE(WS-LOC-IX) to WS-ELC-LOCATION-CODE
                   move WS-LOC-SITE-NAME(WS-LOC-IX)
                       to WS-ELC-SITE-NAME
                   move WS-LOC-READ-COUNT(WS-LOC-IX)
                       to WS-ELC-READ-COUNT
                   move WS-LOC-ERROR-COUNT(WS-LOC-IX)
                       to WS-ELC-ERROR-COUNT
                   move WS-EDT-LOC-LINE to EDIT-REPORT-LINE
                   write EDIT-REPORT-LINE
               end-if
               move WS-LOC-REGION-IX(WS-LOC-IX) to WS-RGN-IX
               add WS-LOC-READ-COUNT(WS-LOC-IX)
                   to WS-RGN-READ-COUNT(WS-RGN-IX)
               add WS-LOC-ERROR-COUNT(WS-LOC-IX)
                   to WS-RGN-ERROR-COUNT(WS-RGN-IX)
           end-perform

           move spaces to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE

           move WS-EDT-RGN-HEADING to EDIT-REPORT-LINE
           write EDIT-REPORT-LINE

           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > WS-REGION-COUNT
               if WS-RGN-READ-COUNT(WS-RGN-IX) > 0
                   move spaces to WS-ELC-LOCATION-CODE
                   move WS-RGN-NAME(WS-RGN-IX) to WS-ELC-SITE-NAME
                   move WS-RGN-READ-COUNT(WS-RGN-IX)
                       to WS-ELC-READ-COUNT
                   move WS-RGN-ERROR-COUNT(WS-RGN-IX)
                       to WS-ELC-ERROR-COUNT
                   move WS-EDT-LOC-LINE to EDIT-REPORT-LINE
                   write EDIT-REPORT-LINE
               end-if
           end-perform

           exit.
