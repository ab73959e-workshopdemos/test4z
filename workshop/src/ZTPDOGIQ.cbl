       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGIQ'.

      ******************************************************************
      * ZTPDOGIQ - Front-desk adopter eligibility and history inquiry
      * (CICS transaction ADIQ).
      *
      * The adoption counter had no view of ADPMAST or the ADOPTS
      * KSDS during the day: a barred adopter, or one who had brought
      * back three dogs, was found only when the posting run rejected
      * the ADOPTION that night, after the dog had gone home. Counter
      * staff now clear the screen and key
      *
      *     ADIQ adopter-id [page]      or      ADIQ name
      *
      * An operand that is not an adopter ID on ADPMAST is taken as
      * the leading part of a name and looked up through the ADPMNAM
      * alternate-index path over ADPMAST, matched as the name was
      * keyed on the master. One match is shown at once; several are
      * listed with their IDs to key next.
      *
      * The adopter screen shows ADM-STATUS and the register date,
      * the adoption, return and reversal counts, the ADOPTS events
      * with breed names (BREEDMST) and return reasons (RTNRSNM), and
      * the adopter's open rejects (REJECTS - the reprocessing
      * cycle's carried rejects, reloaded each night). It warns when
      * the adopter is BARRED, and when one more adoption would meet
      * the default multiple-adoption limit (3) within the last 12
      * months - the posting run's limit when its control card
      * carries no CTL-ADOPTER-LIMIT override; an override on the
      * card is not visible to the inquiry. A merged ID is followed
      * to the surviving ID, whose history it now is.
      *
      * BREEDMST, RTNRSNM and REJECTS are the nightly reference and
      * reject files as defined to CICS (KSDS copies of the two
      * masters keyed on the code, ESDS of the rejects).
      ******************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

           COPY ZTPDGADM.
           COPY ZTPDGADP.
           COPY ZTPDGBRM.
           COPY ZTPDGRRM.
           COPY ZTPDGRJR.

       01  WS-RESP                         PIC S9(8) COMP.

      * Terminal input: the transaction ID, then the operand.
       01  WS-INPUT-LENGTH                 PIC S9(4) COMP.
       01  WS-TERMINAL-INPUT               PIC X(80).
       01  WS-OPERAND                      PIC X(76).
       01  WS-LEADING-SPACES               PIC 9(2).
       01  WS-TOKEN-1                      PIC X(30).
       01  WS-TOKEN-2                      PIC X(8).
       01  WS-TOKEN-COUNT                  PIC 9(2).
       01  WS-PAGE-NUMBER                  PIC 9(3).

      * The adopter shown, and the one keyed when it was merged.
       01  WS-INQUIRY-ID                   PIC X(8).
       01  WS-KEYED-ID                     PIC X(8).
       01  WS-ADOPTER-FOUND-SWITCH         PIC X.
           88  WS-ADOPTER-FOUND            VALUE 'Y'.

      * Name search through the alternate index.
       01  WS-NAME-KEY                     PIC X(30).
       01  WS-NAME-KEY-LENGTH              PIC S9(4) COMP.
       01  WS-NAME-SCAN-IX                 PIC 9(2).
       01  WS-MATCH-COUNT                  PIC 9(2).
       01  WS-MATCH-LIMIT                  PIC 9(2) VALUE 15.
       01  WS-BROWSE-DONE-SWITCH           PIC X.
           88  WS-BROWSE-DONE              VALUE 'Y'.

      * ADOPTS browse. The multiple-adoption limit is the posting
      * run's DEFAULT adopter activity threshold, applied here to the
      * adoptions of the last 12 months. The CONTROLC card is not
      * defined to CICS, so a CTL-ADOPTER-LIMIT override on the
      * night's card is not seen here and the warning says so.
       01  WS-ADOPTS-RIDFLD                PIC X(8).
       01  WS-ADOPTER-LIMIT                PIC 9(3) VALUE 3.
       01  WS-LIMIT-WINDOW-DAYS            PIC 9(3) VALUE 365.
       01  WS-LIMIT-START-DATE             PIC 9(8).
       01  WS-RUN-DATE                     PIC 9(8).
       01  WS-EVENT-COUNT                  PIC 9(5).
       01  WS-ADOPTION-COUNT               PIC 9(5).
       01  WS-RETURN-COUNT                 PIC 9(5).
       01  WS-REVERSAL-COUNT               PIC 9(5).
       01  WS-RECENT-ADOPTION-COUNT        PIC 9(5).
       01  WS-EVENTS-PER-PAGE              PIC 9(2) VALUE 10.
       01  WS-FIRST-EVENT                  PIC 9(5).
       01  WS-LAST-EVENT                   PIC 9(5).
       01  WS-PAGE-COUNT                   PIC 9(3).

      * Open rejects browse (ESDS, from the start).
       01  WS-REJECT-RBA                   PIC S9(8) COMP.
       01  WS-REJECT-COUNT                 PIC 9(3).
       01  WS-REJECT-LINES                 PIC 9(1) VALUE 2.

      * The screen: 23 lines, each ended by a new-line order so the
      * text lands line for line whatever the terminal.
       01  WS-SCREEN.
           05  WS-SCREEN-LINE              OCCURS 23 TIMES.
               10  WS-SCR-TEXT             PIC X(79).
               10  WS-SCR-NL               PIC X(1).
       01  WS-SCREEN-LENGTH                PIC S9(4) COMP VALUE 1840.
       01  WS-LINE-IX                      PIC 9(2).
       01  WS-NEXT-LINE                    PIC 9(2).

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(49) VALUE
               'ZTPDOGIQ  ADOPTER ELIGIBILITY AND HISTORY'.
           05  FILLER                      PIC X(5)  VALUE 'DATE '.
           05  WS-TTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-IDENTITY-LINE.
           05  FILLER                      PIC X(8)  VALUE 'ADOPTER '.
           05  WS-IDL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-IDL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-IDL-STATUS               PIC X(8).
           05  FILLER                      PIC X(14) VALUE
               '  REGISTERED '.
           05  WS-IDL-REGISTER-DATE        PIC 9(8).

       01  WS-COUNTS-LINE.
           05  FILLER                      PIC X(10) VALUE 'ADOPTIONS '.
           05  WS-CNL-ADOPTIONS            PIC ZZZ9.
           05  FILLER                      PIC X(10) VALUE
               '  RETURNS '.
           05  WS-CNL-RETURNS              PIC ZZZ9.
           05  FILLER                      PIC X(12) VALUE
               '  REVERSALS '.
           05  WS-CNL-REVERSALS            PIC ZZZ9.
           05  FILLER                      PIC X(30) VALUE
               '  ADOPTIONS LAST 12 MONTHS '.
           05  WS-CNL-RECENT               PIC ZZZ9.
           05  FILLER                      PIC X(1)  VALUE SPACES.

       01  WS-LIMIT-WARNING-LINE.
           05  FILLER                      PIC X(51) VALUE
               '*** WARNING - NEXT ADOPTION MEETS DEFAULT LIMIT OF '.
           05  WS-LWL-LIMIT                PIC ZZ9.
           05  FILLER                      PIC X(25) VALUE
               ' IN 12 MONTHS - REFER ***'.

       01  WS-EVENT-HEADING.
           05  FILLER                      PIC X(9)  VALUE 'DATE'.
           05  FILLER                      PIC X(9)  VALUE 'TYPE'.
           05  FILLER                      PIC X(21) VALUE 'BREED'.
           05  FILLER                      PIC X(11) VALUE 'ANIMAL'.
           05  FILLER                      PIC X(4)  VALUE 'LOC'.
           05  FILLER                      PIC X(25) VALUE
               'RETURN REASON'.

       01  WS-EVENT-LINE.
           05  WS-EVL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-EVL-TYPE                 PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-EVL-BREED-NAME           PIC X(20).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-EVL-ANIMAL-ID            PIC X(10).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-EVL-LOCATION-CODE        PIC X(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-EVL-REASON               PIC X(24).

       01  WS-REJECT-HEADING-LINE.
           05  FILLER                      PIC X(22) VALUE
               'OPEN REJECTS ON FILE: '.
           05  WS-RHL-COUNT                PIC ZZ9.
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-REJECT-LINE.
           05  WS-RJL-DATE                 PIC 9(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-RJL-TYPE                 PIC X(8).
           05  FILLER                      PIC X(1)  VALUE SPACES.
           05  WS-RJL-BREED-CODE           PIC 9(3).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RJL-REASON               PIC X(30).
           05  FILLER                      PIC X(10) VALUE
               ' REJECTED '.
           05  WS-RJL-REJECT-DATE          PIC 9(8).
           05  FILLER                      PIC X(8)  VALUE SPACES.

       01  WS-PAGE-LINE.
           05  FILLER                      PIC X(5)  VALUE 'PAGE '.
           05  WS-PGL-PAGE                 PIC ZZ9.
           05  FILLER                      PIC X(4)  VALUE ' OF '.
           05  WS-PGL-PAGES                PIC ZZ9.
           05  FILLER                      PIC X(64) VALUE SPACES.

       01  WS-MATCH-LINE.
           05  WS-MTL-ADOPTER-ID           PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MTL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MTL-STATUS               PIC X(8).
           05  FILLER                      PIC X(13) VALUE
               '  REGISTERED '.
           05  WS-MTL-REGISTER-DATE        PIC 9(8).
           05  FILLER                      PIC X(8)  VALUE SPACES.

       01  WS-MESSAGE-LINE                 PIC X(79).

       01  WS-HELP-LINE                    PIC X(79) VALUE
           'CLEAR AND KEY  ADIQ ADOPTER-ID [PAGE]  OR  ADIQ NAME'.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-screen
           perform receive-operand

           evaluate true
               when WS-OPERAND = spaces
                   move 'KEY AN ADOPTER ID OR NAME' to WS-MESSAGE-LINE
                   perform put-message-line
               when WS-TOKEN-COUNT <= 2 and
                       WS-TOKEN-1(9:22) = spaces
                   perform inquire-by-id
                   if not WS-ADOPTER-FOUND
                       perform inquire-by-name
                   end-if
               when other
                   perform inquire-by-name
           end-evaluate

           perform send-screen

           exec cics return
           end-exec

           goback.

      ******************************************************************
      * Blank screen with the title, the help line at the foot and a
      * new-line order closing every line.
      ******************************************************************
       initialize-screen.

           move function current-date(1:8) to WS-RUN-DATE
           compute WS-LIMIT-START-DATE = function date-of-integer
               (function integer-of-date(WS-RUN-DATE)
               - WS-LIMIT-WINDOW-DAYS)

           perform varying WS-LINE-IX from 1 by 1
                   until WS-LINE-IX > 23
               move spaces to WS-SCR-TEXT(WS-LINE-IX)
               move X'15' to WS-SCR-NL(WS-LINE-IX)
           end-perform

           move WS-RUN-DATE to WS-TTL-RUN-DATE
           move WS-TITLE-LINE to WS-SCR-TEXT(1)
           move WS-HELP-LINE to WS-SCR-TEXT(23)
           move 3 to WS-NEXT-LINE

           exit.

      ******************************************************************
      * Receive what was keyed and split off the operand: the first
      * token (ID or start of name) and an optional page number.
      ******************************************************************
       receive-operand.

           move spaces to WS-TERMINAL-INPUT
           move spaces to WS-OPERAND
           move spaces to WS-MESSAGE-LINE
           move length of WS-TERMINAL-INPUT to WS-INPUT-LENGTH

           exec cics receive
               into(WS-TERMINAL-INPUT)
               length(WS-INPUT-LENGTH)
               resp(WS-RESP)
           end-exec

           if WS-RESP = dfhresp(normal) or
                   WS-RESP = dfhresp(lengtherr)
               move WS-TERMINAL-INPUT(5:76) to WS-OPERAND
               move zero to WS-LEADING-SPACES
               inspect WS-OPERAND tallying WS-LEADING-SPACES
                   for leading spaces
               if WS-LEADING-SPACES > 0 and WS-LEADING-SPACES < 76
                   move WS-TERMINAL-INPUT(5 + WS-LEADING-SPACES:)
                       to WS-OPERAND
               end-if
           end-if

           move spaces to WS-TOKEN-1
           move spaces to WS-TOKEN-2
           move zero to WS-TOKEN-COUNT
           unstring WS-OPERAND delimited by all space
               into WS-TOKEN-1 WS-TOKEN-2
               tallying in WS-TOKEN-COUNT
           end-unstring

           exit.

      ******************************************************************
      * The operand as an adopter ID. A merged ID is followed once to
      * its survivor.
      ******************************************************************
       inquire-by-id.

           move WS-TOKEN-1 to WS-INQUIRY-ID
           move spaces to WS-KEYED-ID
           perform read-adopter-master

           if WS-ADOPTER-FOUND and ADM-STATUS-MERGED and
                   ADM-MERGED-INTO-ID not = spaces
               move WS-INQUIRY-ID to WS-KEYED-ID
               move ADM-MERGED-INTO-ID to WS-INQUIRY-ID
               perform read-adopter-master
           end-if

           if WS-ADOPTER-FOUND
               move 1 to WS-PAGE-NUMBER
               if WS-TOKEN-2 not = spaces
                   if function test-numval(WS-TOKEN-2) = 0
                       compute WS-PAGE-NUMBER =
                           function numval(WS-TOKEN-2)
                   end-if
               end-if
               if WS-PAGE-NUMBER = zero
                   move 1 to WS-PAGE-NUMBER
               end-if
               perform show-adopter
           end-if

           exit.

       read-adopter-master.

           move 'N' to WS-ADOPTER-FOUND-SWITCH

           exec cics read
               file('ADPMAST')
               into(ADOPTER-MASTER-REC)
               ridfld(WS-INQUIRY-ID)
               resp(WS-RESP)
           end-exec

           evaluate true
               when WS-RESP = dfhresp(normal)
                   move 'Y' to WS-ADOPTER-FOUND-SWITCH
               when WS-RESP = dfhresp(notfnd)
                   continue
               when other
                   move 'ADPMAST NOT AVAILABLE - TRY AGAIN OR CALL THE O
      -                 'FFICE' to WS-MESSAGE-LINE
                   perform put-message-line
                   perform send-screen
                   exec cics return
                   end-exec
           end-evaluate

           exit.

      ******************************************************************
      * The operand as the leading part of a name, browsed on the
      * name alternate index. One match is shown in full; several
      * are listed.
      ******************************************************************
       inquire-by-name.

           move WS-OPERAND(1:30) to WS-NAME-KEY
           move 30 to WS-NAME-KEY-LENGTH
           perform varying WS-NAME-SCAN-IX from 30 by -1
                   until WS-NAME-SCAN-IX < 1
               if WS-NAME-KEY(WS-NAME-SCAN-IX:1) = space
                   move WS-NAME-SCAN-IX to WS-NAME-KEY-LENGTH
                   subtract 1 from WS-NAME-KEY-LENGTH
               else
                   move 1 to WS-NAME-SCAN-IX
               end-if
           end-perform

           if WS-NAME-KEY-LENGTH = zero
               move 'KEY AN ADOPTER ID OR NAME' to WS-MESSAGE-LINE
               perform put-message-line
           else
               perform browse-name-index
           end-if

           exit.

       browse-name-index.

           move zero to WS-MATCH-COUNT
           move 'N' to WS-BROWSE-DONE-SWITCH

           exec cics startbr
               file('ADPMNAM')
               ridfld(WS-NAME-KEY)
               keylength(WS-NAME-KEY-LENGTH)
               generic
               gteq
               resp(WS-RESP)
           end-exec

           if WS-RESP not = dfhresp(normal)
               move 'Y' to WS-BROWSE-DONE-SWITCH
           end-if

           move 'ADOPTERS MATCHING THE NAME KEYED - KEY ADIQ AND THE ID'
               to WS-SCR-TEXT(WS-NEXT-LINE)
           add 2 to WS-NEXT-LINE

           perform until WS-BROWSE-DONE
               exec cics readnext
                   file('ADPMNAM')
                   into(ADOPTER-MASTER-REC)
                   ridfld(WS-NAME-KEY)
                   resp(WS-RESP)
               end-exec
               evaluate true
                   when WS-RESP not = dfhresp(normal) and
                           WS-RESP not = dfhresp(dupkey)
                       move 'Y' to WS-BROWSE-DONE-SWITCH
                   when ADM-ADOPTER-NAME(1:WS-NAME-KEY-LENGTH) not =
                           WS-OPERAND(1:WS-NAME-KEY-LENGTH)
                       move 'Y' to WS-BROWSE-DONE-SWITCH
                   when WS-MATCH-COUNT >= WS-MATCH-LIMIT
                       move 'MORE ADOPTERS MATCH - KEY MORE OF THE NAME'
                           to WS-MESSAGE-LINE
                       move 'Y' to WS-BROWSE-DONE-SWITCH
                   when other
                       add 1 to WS-MATCH-COUNT
                       move ADM-ADOPTER-ID to WS-MTL-ADOPTER-ID
                       move ADM-ADOPTER-NAME to WS-MTL-ADOPTER-NAME
                       move ADM-STATUS to WS-MTL-STATUS
                       move ADM-REGISTER-DATE to WS-MTL-REGISTER-DATE
                       move WS-MATCH-LINE to WS-SCR-TEXT(WS-NEXT-LINE)
                       add 1 to WS-NEXT-LINE
               end-evaluate
           end-perform

           exec cics endbr
               file('ADPMNAM')
               resp(WS-RESP)
           end-exec

           evaluate true
               when WS-MATCH-COUNT = zero
                   move spaces to WS-SCR-TEXT(3)
                   move 'NO ADOPTER ON FILE WITH THAT ID OR NAME'
                       to WS-MESSAGE-LINE
                   perform put-message-line
               when WS-MATCH-COUNT = 1
                   perform clear-screen-body
                   move ADM-ADOPTER-ID to WS-INQUIRY-ID
                   move spaces to WS-KEYED-ID
                   move 1 to WS-PAGE-NUMBER
                   perform read-adopter-master
                   if WS-ADOPTER-FOUND and ADM-STATUS-MERGED and
                           ADM-MERGED-INTO-ID not = spaces
                       move WS-INQUIRY-ID to WS-KEYED-ID
                       move ADM-MERGED-INTO-ID to WS-INQUIRY-ID
                       perform read-adopter-master
                   end-if
                   if WS-ADOPTER-FOUND
                       perform show-adopter
                   end-if
               when WS-MESSAGE-LINE not = spaces
                   perform put-message-line
           end-evaluate

           exit.

       clear-screen-body.

           perform varying WS-LINE-IX from 2 by 1
                   until WS-LINE-IX > 22
               move spaces to WS-SCR-TEXT(WS-LINE-IX)
           end-perform
           move spaces to WS-MESSAGE-LINE
           move 3 to WS-NEXT-LINE

           exit.

      ******************************************************************
      * The adopter screen: identity, warnings, counts, one page of
      * ADOPTS events, the open rejects and the page footer.
      ******************************************************************
       show-adopter.

           move ADM-ADOPTER-ID to WS-IDL-ADOPTER-ID
           move ADM-ADOPTER-NAME to WS-IDL-ADOPTER-NAME
           move ADM-STATUS to WS-IDL-STATUS
           move ADM-REGISTER-DATE to WS-IDL-REGISTER-DATE
           move WS-IDENTITY-LINE to WS-SCR-TEXT(3)

           if WS-KEYED-ID not = spaces
               string 'ID ' WS-KEYED-ID ' WAS MERGED INTO '
                       ADM-ADOPTER-ID ' - SHOWING THE SURVIVING ID'
                       delimited by size
                   into WS-SCR-TEXT(4)
               end-string
           end-if

           perform count-adopter-events

           move WS-ADOPTION-COUNT to WS-CNL-ADOPTIONS
           move WS-RETURN-COUNT to WS-CNL-RETURNS
           move WS-REVERSAL-COUNT to WS-CNL-REVERSALS
           move WS-RECENT-ADOPTION-COUNT to WS-CNL-RECENT
           move WS-COUNTS-LINE to WS-SCR-TEXT(5)

           if ADM-STATUS-BARRED
               move '*** ADOPTER IS BARRED - DO NOT RELEASE AN ANIMAL -
      -             'REFER TO THE MANAGER ***' to WS-SCR-TEXT(6)
           else
               if not ADM-STATUS-ACTIVE
                   move '*** ADOPTER STATUS NOT ACTIVE - THE ADOPTION WI
      -                 'LL BE REJECTED - REFER ***' to WS-SCR-TEXT(6)
               end-if
           end-if

           if WS-RECENT-ADOPTION-COUNT + 1 >= WS-ADOPTER-LIMIT
               move WS-ADOPTER-LIMIT to WS-LWL-LIMIT
               move WS-LIMIT-WARNING-LINE to WS-SCR-TEXT(7)
           end-if

           move WS-EVENT-HEADING to WS-SCR-TEXT(8)
           move 9 to WS-NEXT-LINE

           compute WS-PAGE-COUNT =
               (WS-EVENT-COUNT + WS-EVENTS-PER-PAGE - 1)
               / WS-EVENTS-PER-PAGE
           if WS-PAGE-COUNT = zero
               move 1 to WS-PAGE-COUNT
           end-if
           if WS-PAGE-NUMBER > WS-PAGE-COUNT
               move WS-PAGE-COUNT to WS-PAGE-NUMBER
           end-if
           compute WS-FIRST-EVENT =
               (WS-PAGE-NUMBER - 1) * WS-EVENTS-PER-PAGE + 1
           compute WS-LAST-EVENT =
               WS-FIRST-EVENT + WS-EVENTS-PER-PAGE - 1

           if WS-EVENT-COUNT = zero
               move 'NO ADOPTIONS, RETURNS OR REVERSALS ON FILE'
                   to WS-SCR-TEXT(WS-NEXT-LINE)
           else
               perform list-adopter-events
           end-if

           perform list-open-rejects

           move WS-PAGE-NUMBER to WS-PGL-PAGE
           move WS-PAGE-COUNT to WS-PGL-PAGES
           move WS-PAGE-LINE to WS-SCR-TEXT(22)
           if WS-PAGE-NUMBER < WS-PAGE-COUNT
               string 'PAGE ' WS-PGL-PAGE ' OF ' WS-PGL-PAGES
                       ' - KEY ADIQ ' ADM-ADOPTER-ID
                       ' AND THE PAGE NUMBER FOR MORE'
                       delimited by size
                   into WS-SCR-TEXT(22)
               end-string
           end-if

           exit.

      ******************************************************************
      * First pass over the adopter's ADOPTS events: the counts.
      ******************************************************************
       count-adopter-events.

           move zero to WS-EVENT-COUNT
           move zero to WS-ADOPTION-COUNT
           move zero to WS-RETURN-COUNT
           move zero to WS-REVERSAL-COUNT
           move zero to WS-RECENT-ADOPTION-COUNT

           perform start-adopts-browse

           perform until WS-BROWSE-DONE
               perform read-next-adopts-event
               if not WS-BROWSE-DONE
                   add 1 to WS-EVENT-COUNT
                   evaluate true
                       when ADOPTS-TYPE-ADOPTION
                           add 1 to WS-ADOPTION-COUNT
                           if ADOPTS-ADOPTION-DATE >=
                                   WS-LIMIT-START-DATE
                               add 1 to WS-RECENT-ADOPTION-COUNT
                           end-if
                       when ADOPTS-TYPE-RETURN
                           add 1 to WS-RETURN-COUNT
                       when ADOPTS-TYPE-REVERSAL
                           add 1 to WS-REVERSAL-COUNT
                   end-evaluate
               end-if
           end-perform

           perform end-adopts-browse

           exit.

      ******************************************************************
      * Second pass: the events on the page asked for.
      ******************************************************************
       list-adopter-events.

           move zero to WS-EVENT-COUNT
           perform start-adopts-browse

           perform until WS-BROWSE-DONE
               perform read-next-adopts-event
               if not WS-BROWSE-DONE
                   add 1 to WS-EVENT-COUNT
                   if WS-EVENT-COUNT > WS-LAST-EVENT
                       move 'Y' to WS-BROWSE-DONE-SWITCH
                   else
                       if WS-EVENT-COUNT >= WS-FIRST-EVENT
                           perform format-event-line
                       end-if
                   end-if
               end-if
           end-perform

           perform end-adopts-browse

           exit.

       format-event-line.

           move ADOPTS-ADOPTION-DATE to WS-EVL-DATE
           move ADOPTS-RECORD-TYPE to WS-EVL-TYPE
           move ADOPTS-ANIMAL-ID to WS-EVL-ANIMAL-ID
           move ADOPTS-LOCATION-CODE to WS-EVL-LOCATION-CODE

           move ADOPTS-BREED-CODE to BRM-BREED-CODE
           exec cics read
               file('BREEDMST')
               into(BREED-MASTER-REC)
               ridfld(BRM-BREED-CODE)
               resp(WS-RESP)
           end-exec
           if WS-RESP = dfhresp(normal)
               move BRM-BREED-NAME to WS-EVL-BREED-NAME
           else
               move 'UNKNOWN BREED' to WS-EVL-BREED-NAME
           end-if

           move spaces to WS-EVL-REASON
           if ADOPTS-TYPE-RETURN
               move ADOPTS-RETURN-REASON to RRM-REASON-CODE
               exec cics read
                   file('RTNRSNM')
                   into(RETURN-REASON-MASTER-REC)
                   ridfld(RRM-REASON-CODE)
                   resp(WS-RESP)
               end-exec
               if WS-RESP = dfhresp(normal)
                   move RRM-REASON-DESC to WS-EVL-REASON
               else
                   string ADOPTS-RETURN-REASON ' - UNRECOGNIZED CODE'
                           delimited by size
                       into WS-EVL-REASON
                   end-string
               end-if
           end-if

           move WS-EVENT-LINE to WS-SCR-TEXT(WS-NEXT-LINE)
           add 1 to WS-NEXT-LINE

           exit.

       start-adopts-browse.

           move 'N' to WS-BROWSE-DONE-SWITCH
           move ADM-ADOPTER-ID to WS-ADOPTS-RIDFLD

           exec cics startbr
               file('ADOPTS')
               ridfld(WS-ADOPTS-RIDFLD)
               gteq
               resp(WS-RESP)
           end-exec

           if WS-RESP not = dfhresp(normal)
               move 'Y' to WS-BROWSE-DONE-SWITCH
           end-if

           exit.

       read-next-adopts-event.

           exec cics readnext
               file('ADOPTS')
               into(ADOPTS-RECORD)
               ridfld(WS-ADOPTS-RIDFLD)
               resp(WS-RESP)
           end-exec

           if (WS-RESP not = dfhresp(normal) and
                   WS-RESP not = dfhresp(dupkey)) or
                   ADOPTS-ADOPTER-ID not = ADM-ADOPTER-ID
               move 'Y' to WS-BROWSE-DONE-SWITCH
           end-if

           exit.

       end-adopts-browse.

           exec cics endbr
               file('ADOPTS')
               resp(WS-RESP)
           end-exec

           exit.

      ******************************************************************
      * The adopter's open rejects: the count and the first few.
      * Rejects under a merged ID are listed with the survivor's.
      ******************************************************************
       list-open-rejects.

           move zero to WS-REJECT-COUNT
           move zero to WS-REJECT-RBA
           move 'N' to WS-BROWSE-DONE-SWITCH

           exec cics startbr
               file('REJECTS')
               ridfld(WS-REJECT-RBA)
               rba
               resp(WS-RESP)
           end-exec

           if WS-RESP not = dfhresp(normal)
               move 'Y' to WS-BROWSE-DONE-SWITCH
           end-if

           move 19 to WS-NEXT-LINE

           perform until WS-BROWSE-DONE
               exec cics readnext
                   file('REJECTS')
                   into(REJECT-REC)
                   ridfld(WS-REJECT-RBA)
                   rba
                   resp(WS-RESP)
               end-exec
               evaluate true
                   when WS-RESP not = dfhresp(normal)
                       move 'Y' to WS-BROWSE-DONE-SWITCH
                   when RJR-ADOPTER-ID = ADM-ADOPTER-ID or
                           (WS-KEYED-ID not = spaces and
                           RJR-ADOPTER-ID = WS-KEYED-ID)
                       add 1 to WS-REJECT-COUNT
                       if WS-REJECT-COUNT <= WS-REJECT-LINES
                           add 1 to WS-NEXT-LINE
                           move RJR-ADOPTION-DATE to WS-RJL-DATE
                           move RJR-RECORD-TYPE to WS-RJL-TYPE
                           move RJR-BREED-CODE to WS-RJL-BREED-CODE
                           move RJR-REASON to WS-RJL-REASON
                           move RJR-REJECT-DATE to WS-RJL-REJECT-DATE
                           move WS-REJECT-LINE
                               to WS-SCR-TEXT(WS-NEXT-LINE)
                       end-if
               end-evaluate
           end-perform

           exec cics endbr
               file('REJECTS')
               resp(WS-RESP)
           end-exec

           move WS-REJECT-COUNT to WS-RHL-COUNT
           move WS-REJECT-HEADING-LINE to WS-SCR-TEXT(19)

           exit.

      ******************************************************************
      * Message on the line above the footer.
      ******************************************************************
       put-message-line.

           move WS-MESSAGE-LINE to WS-SCR-TEXT(21)

           exit.

       send-screen.

           exec cics send text
               from(WS-SCREEN)
               length(WS-SCREEN-LENGTH)
               erase
               freekb
               resp(WS-RESP)
           end-exec

           exit.

       END PROGRAM 'ZTPDOGIQ'.
