      * decodes ADOPTS-RETURN-REASON through the RTNRSNM return-reason
      * master (maintained like BREEDMST), producing the RTNRPT report
      * of returns by reason crossed with breed and intake location -
      * the behavior team's answer to "why are dogs coming back" -
      * with each site's name from the LOCMAST location master and
      * the returns rolled up by region.
      * Reason codes keyed on RETURN records but absent from the
      * master are listed as unrecognized so intake's code sheet stays
      * honest.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LOCMAST ASSIGN TO LOCMAST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT OPTIONAL CONTROLC ASSIGN TO CONTROLC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  LOCMAST.
           COPY ZTPDGLCM.

       FD  CONTROLC
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-RTNRSNM-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-LOCMAST-STATUS               PIC XX.
       01  WS-CONTROL-STATUS               PIC XX.
       01  WS-REJECTS-STATUS               PIC XX.
       01  WS-RTNRPT-STATUS                PIC XX.
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-MAPPED-SLOT                  PIC 9(3) VALUE ZERO.

      * Location dimension, one row per LOCMAST site plus the last,
      * blank-coded row for codes not on the master - the same rows
      * the posting run accumulates under. Each row carries its site
      * name and its region's row.
       01  WS-LOCATION-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-OFF-MASTER-ROW               PIC 9(2) VALUE ZERO.
       01  WS-LOCATION-TABLE.
           05  WS-LOCATION-ENTRY           OCCURS 51 TIMES.
               10  WS-LOC-CODE             PIC X(3).
               10  WS-LOC-SITE-NAME        PIC X(20).
               10  WS-LOC-REGION           PIC X(10).
               10  WS-LOC-REGION-IX        PIC 9(2).
       01  WS-LOC-IX                       PIC 9(2).
       01  WS-LOC-ROW-IX                   PIC 9(2).

      * Regions the sites roll up to, in LOCMAST order, with returns
      * by reason for each (every recognized reason, whether or not
      * the breed mapped to a slot).
       01  WS-REGION-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY             OCCURS 51 TIMES.
               10  WS-RGN-NAME             PIC X(10).
               10  WS-RGN-REASON-COUNT     PIC 9(5) OCCURS 50 TIMES.
       01  WS-RGN-IX                       PIC 9(2).
       01  WS-RGN-TOTAL                    PIC 9(5).

      * Lookup work fields, staged by the caller so the same mapping
      * paragraphs serve both the ADOPTS tally and the REJECTS
      * netting pass.
      * shown on its own line in the reason's section.
       01  RETURN-CROSS.
           05  WS-CROSS-REASON             OCCURS 50 TIMES.
               10  WS-CROSS-LOC            OCCURS 51 TIMES.
                   15  WS-CROSS-COUNT      PIC 9(5) OCCURS 50 TIMES.
       01  WS-REASON-TOTALS.
           05  WS-REASON-TOTAL             PIC 9(5) OCCURS 50 TIMES.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-SITE-NAME            PIC X(20).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(77) VALUE SPACES.

       01  WS-RTN-SUBTOTAL-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(22) VALUE
               'REASON TOTAL'.
           05  FILLER                      PIC X(27) VALUE SPACES.
           05  WS-RST-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(77) VALUE SPACES.

       01  WS-RTN-REGION-TITLE.
           05  FILLER                      PIC X(43) VALUE
               'RETURNS BY REGION AND REASON'.
           05  FILLER                      PIC X(90) VALUE SPACES.

       01  WS-RTN-REGION-HEADING.
           05  FILLER                      PIC X(7)  VALUE 'REGION'.
           05  WS-RGH-NAME                 PIC X(10).
           05  FILLER                      PIC X(116) VALUE SPACES.

       01  WS-RTN-REGION-LINE.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RGL-CODE                 PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RGL-DESC                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RGL-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(89) VALUE SPACES.

       01  WS-RTN-UNREC-HEADING.
           05  FILLER                      PIC X(43) VALUE

           perform load-reason-master
           perform load-breed-master
           perform load-location-master
           perform load-control-card

           move zero to RETURN-CROSS
           move zero to WS-REASON-TOTALS
           move zero to WS-REASON-UNMAPPED
           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > 51
               perform varying WS-REASON-IX from 1 by 1
                       until WS-REASON-IX > 50
                   move zero to WS-RGN-REASON-COUNT
                       (WS-RGN-IX, WS-REASON-IX)
               end-perform
           end-perform

           open input ADOPTS
           if WS-ADOPTS-STATUS not = '00'

           exit.

      ******************************************************************
      * Load the location rows from LOCMAST in master order, then add
      * the blank-coded row for codes not on the master, exactly as
      * ZTPDOGOS does. Each row is tied to its region as it loads.
      ******************************************************************
       load-location-master.

           open input LOCMAST

           if WS-LOCMAST-STATUS not = '00'
               display 'ZTPDOGRT: LOCMAST OPEN FAILED, STATUS='
                   WS-LOCMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-LOCATION-COUNT
           move spaces to WS-LOCATION-TABLE
           move zero to WS-REGION-COUNT

           perform until WS-LOCMAST-STATUS = '10'
               read LOCMAST
                   at end
                       move '10' to WS-LOCMAST-STATUS
                   not at end
                       if WS-LOCATION-COUNT >= 50
                           display
                               'ZTPDOGRT: LOCMAST EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       if LCM-LOCATION-CODE = spaces
                           display
                               'ZTPDOGRT: LOCMAST LOCATION CODE BLANK'
                           move 16 to RETURN-CODE
                           stop run
                       end-if

                       perform varying WS-LOC-IX from 1 by 1
                               until WS-LOC-IX > WS-LOCATION-COUNT
                           if WS-LOC-CODE(WS-LOC-IX)
                                   = LCM-LOCATION-CODE
                               display
                                   'ZTPDOGRT: LOCMAST LOCATION CODE '
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
      * Load the optional date-range control card - only the date
      * fields apply here; run mode and the other fields belong to
               perform tally-unrecognized-reason
           else
               add 1 to WS-REASON-TOTAL(WS-MAPPED-REASON)
               move ADOPTS-LOCATION-CODE to WS-WORK-LOCATION-CODE
               perform find-location-row
               add 1 to WS-RGN-REASON-COUNT
                   (WS-LOC-REGION-IX(WS-LOC-ROW-IX), WS-MAPPED-REASON)
               move ADOPTS-BREED-CODE to WS-WORK-BREED-CODE
               perform map-breed-code-to-slot
               if WS-MAPPED-SLOT = ZERO
                   add 1 to WS-RSN-UNMAPPED-COUNT(WS-MAPPED-REASON)
               else
                   add 1 to WS-CROSS-COUNT(WS-MAPPED-REASON,
                       WS-LOC-ROW-IX, WS-MAPPED-SLOT)
               end-if
           exit.

      ******************************************************************
      * Resolve a location code to its row; a code not on LOCMAST
      * tallies under the off-master row.
      ******************************************************************
       find-location-row.

           move WS-OFF-MASTER-ROW to WS-LOC-ROW-IX

           perform varying WS-LOC-IX from 1 by 1
                   until WS-LOC-IX >= WS-OFF-MASTER-ROW
               if WS-LOC-CODE(WS-LOC-IX) = WS-WORK-LOCATION-CODE
                   move WS-LOC-IX to WS-LOC-ROW-IX
                   move WS-OFF-MASTER-ROW to WS-LOC-IX
               end-if
           end-perform

           exit.

      ******************************************************************
               if WS-REASON-TOTAL(WS-MAPPED-REASON) > 0
                   subtract 1 from WS-REASON-TOTAL(WS-MAPPED-REASON)
               end-if
               move RJR-LOCATION-CODE to WS-WORK-LOCATION-CODE
               perform find-location-row
               move WS-LOC-REGION-IX(WS-LOC-ROW-IX) to WS-RGN-IX
               if WS-RGN-REASON-COUNT(WS-RGN-IX, WS-MAPPED-REASON) > 0
                   subtract 1 from
                       WS-RGN-REASON-COUNT(WS-RGN-IX, WS-MAPPED-REASON)
               end-if
               move RJR-BREED-CODE to WS-WORK-BREED-CODE
               perform map-breed-code-to-slot
               if WS-MAPPED-SLOT = ZERO
                           WS-RSN-UNMAPPED-COUNT(WS-MAPPED-REASON)
                   end-if
               else
                   if WS-CROSS-COUNT(WS-MAPPED-REASON,
                           WS-LOC-ROW-IX, WS-MAPPED-SLOT) > 0
                       subtract 1 from
               end-if
           end-perform

           perform write-region-section
           perform write-unrecognized-section
           perform write-period-totals

                           to WS-RDL-BREED-NAME
                       move WS-LOC-CODE(WS-LOC-IX)
                           to WS-RDL-LOCATION-CODE
                       move WS-LOC-SITE-NAME(WS-LOC-IX)
                           to WS-RDL-SITE-NAME
                       move WS-CROSS-COUNT(WS-REASON-IX, WS-LOC-IX,
                           WS-TAB-SLOT-NUMBER(WS-BREED-IX))
                           to WS-RDL-COUNT
           if WS-RSN-UNMAPPED-COUNT(WS-REASON-IX) > 0
               move 'BREED NOT ON MASTER' to WS-RDL-BREED-NAME
               move spaces to WS-RDL-LOCATION-CODE
               move spaces to WS-RDL-SITE-NAME
               move WS-RSN-UNMAPPED-COUNT(WS-REASON-IX)
                   to WS-RDL-COUNT
               move WS-RTN-DETAIL-LINE to RETURN-REPORT-LINE

           exit.

      ******************************************************************
      * The recognized-reason returns rolled up by region: a block
      * per region with returns, a line per reason within it and the
      * region total. Blocks foot to the reason totals above.
      ******************************************************************
       write-region-section.

           move spaces to RETURN-REPORT-LINE
           write RETURN-REPORT-LINE

           move WS-RTN-REGION-TITLE to RETURN-REPORT-LINE
           write RETURN-REPORT-LINE

           perform varying WS-RGN-IX from 1 by 1
                   until WS-RGN-IX > WS-REGION-COUNT
               move zero to WS-RGN-TOTAL
               perform varying WS-REASON-IX from 1 by 1
                       until WS-REASON-IX > WS-REASON-COUNT
                   add WS-RGN-REASON-COUNT(WS-RGN-IX, WS-REASON-IX)
                       to WS-RGN-TOTAL
               end-perform
               if WS-RGN-TOTAL > 0
                   perform write-region-block
               end-if
           end-perform

           exit.

       write-region-block.

           move spaces to RETURN-REPORT-LINE
           write RETURN-REPORT-LINE

           move WS-RGN-NAME(WS-RGN-IX) to WS-RGH-NAME
           move WS-RTN-REGION-HEADING to RETURN-REPORT-LINE
           write RETURN-REPORT-LINE

           perform varying WS-REASON-IX from 1 by 1
                   until WS-REASON-IX > WS-REASON-COUNT
               if WS-RGN-REASON-COUNT(WS-RGN-IX, WS-REASON-IX) > 0
                   move WS-RSN-CODE(WS-REASON-IX) to WS-RGL-CODE
                   move WS-RSN-DESC(WS-REASON-IX) to WS-RGL-DESC
                   move WS-RGN-REASON-COUNT(WS-RGN-IX, WS-REASON-IX)
                       to WS-RGL-COUNT
                   move WS-RTN-REGION-LINE to RETURN-REPORT-LINE
                   write RETURN-REPORT-LINE
               end-if
           end-perform

           move spaces to WS-RGL-CODE
           move 'REGION TOTAL' to WS-RGL-DESC
           move WS-RGN-TOTAL to WS-RGL-COUNT
           move WS-RTN-REGION-LINE to RETURN-REPORT-LINE
           write RETURN-REPORT-LINE

           exit.

      ******************************************************************
      * Reason codes seen on RETURN records but absent from the
      * master - intake's code sheet has drifted when this section is
