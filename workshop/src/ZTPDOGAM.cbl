      * ZTPDOGAM - Adopter master maintenance.
      *
      * Reads the ADMTRAN transaction file (ADD / CHANGE / BAR /
      * REINSTATE / MERGE) and applies each transaction to the ADPMAST
      * adopter master KSDS with full edits: a duplicate ADD, a
      * CHANGE, BAR or REINSTATE of an unknown or merged adopter ID,
      * and an invalid status transition (BAR of an already-barred
      * adopter, REINSTATE of an adopter who is not barred) are
      * refused, never applied. Every transaction is shown on the
      * MNTRPT maintenance register as APPLIED or REFUSED with its
      * reason, so the county audit can be answered from the
      * register file instead of memory. Until this program existed,
      * bar notices and new registrations were hand-edits to the
      * master with no trail at all.
      *
      * MERGE retires an adopter registered twice (a barred adopter
      * re-registering under a new ID is how the bar was being got
      * round - see ZTPDOGDP for the review list). The duplicate ID's
      * ADOPTS history is re-keyed to the surviving ID, the ANMMAST
      * last-adopter fields follow it, and its FUPMAST follow-up calls
      * move with it; the survivor takes the stricter status (BARRED
      * wins) and the earlier register date, and the duplicate stays
      * on ADPMAST as MERGED so the ID can never be used again. Every
      * record moved or changed is written to MRGAUD as it stood
      * before the merge, ahead of the change itself.
      *
      * The ADOPTS KSDS is keyed on the adopter ID, so a re-keyed
      * event cannot be written back under a survivor that already
      * has history there. Each one is written instead, under the
      * surviving ID, to MRGADPT in ADOPTS layout, to be concatenated
      * into the next ADOPTS load - the pattern ZTPDOGRC's CORRADPT
      * uses for corrected rejects - and only then deleted from the
      * KSDS under the duplicate's ID. Until that load the moved
      * events are on MRGADPT and MRGAUD, not on the KSDS.
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ADM-ADOPTER-ID
               FILE STATUS IS WS-ADPMAST-STATUS.

           SELECT ADOPTS ASSIGN TO ADOPTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADOPTS-KEY
               FILE STATUS IS WS-ADOPTS-STATUS.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

           SELECT FUPMAST ASSIGN TO FUPMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUP-KEY
               FILE STATUS IS WS-FUPMAST-STATUS.

           SELECT MNTRPT ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTRPT-STATUS.

           SELECT MRGAUD ASSIGN TO MRGAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGAUD-STATUS.

           SELECT MRGADPT ASSIGN TO MRGADPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGADPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  ADPMAST.
           COPY ZTPDGADM.

      * As in ZTPDOGOS, the ADOPTS record layout lives in
      * WORKING-STORAGE so the keyed browse READs INTO it; the KSDS
      * FD carries only the key.
       FD  ADOPTS.
       01  ADOPTS-KEY-REC.
           05  ADOPTS-KEY                  PIC X(8).
           05  FILLER                      PIC X(72).

       FD  ANMMAST.
           COPY ZTPDGANM.

       FD  FUPMAST.
           COPY ZTPDGFUP.

       FD  MNTRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MAINT-REPORT-LINE               PIC X(133).

       FD  MRGAUD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGMAU.

      * ADOPTS events re-keyed to a surviving adopter, in ADOPTS
      * layout (ZTPDGADP is already copied into WORKING-STORAGE, so
      * this record is written FROM it).
       FD  MRGADPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MERGE-ADOPTS-REC                PIC X(80).

       WORKING-STORAGE SECTION.

      * The ADOPTS record in hand, filled by READ INTO from the KSDS.
           COPY ZTPDGADP.

       01  WS-ADMTRAN-STATUS               PIC XX.
       01  WS-ADPMAST-STATUS               PIC XX.
       01  WS-ADOPTS-STATUS                PIC XX.
       01  WS-ANMMAST-STATUS               PIC XX.
       01  WS-FUPMAST-STATUS               PIC XX.
       01  WS-MNTRPT-STATUS                PIC XX.
       01  WS-MRGAUD-STATUS                PIC XX.
       01  WS-MRGADPT-STATUS               PIC XX.

       01  WS-TRAN-EOF-SWITCH              PIC X VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.
       01  WS-DISPOSITION                  PIC X(8).
       01  WS-REFUSE-REASON                PIC X(30).

      * What an applied MERGE did, shown in the reason column.
       01  WS-APPLIED-NOTE                 PIC X(32).

      * MERGE work areas: both master records as they stood before
      * the merge, and the switches ending the moves.
       01  WS-SURVIVOR-FOUND-SWITCH        PIC X.
           88  WS-SURVIVOR-FOUND           VALUE 'Y'.
       01  WS-DUPLICATE-MASTER-REC         PIC X(80).
       01  WS-SURVIVOR-MASTER-REC          PIC X(80).
       01  WS-DUPLICATE-STATUS             PIC X(8).
       01  WS-DUPLICATE-REGISTER-DATE      PIC 9(8).
       01  WS-MOVE-DONE-SWITCH             PIC X.
           88  WS-MOVE-DONE                VALUE 'Y'.
       01  WS-ANIMAL-CHANGED-SWITCH        PIC X.
           88  WS-ANIMAL-CHANGED           VALUE 'Y'.
       01  WS-MERGE-ADOPTS-MOVED           PIC 9(5).
       01  WS-MERGE-ADOPTS-DISPLAY         PIC ZZZZ9.

      * Register totals. Every ADMTRAN record read ends up counted as
      * applied or refused.
       01  WS-TRAN-READ-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-BARRED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-MERGED-COUNT                 PIC 9(5) VALUE ZERO.
       01  WS-ADOPTS-MOVED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FOLLOWUP-MOVED-COUNT         PIC 9(5) VALUE ZERO.

      * Run date (YYYYMMDD), used as the default register date on an
      * ADD transaction whose date field was left zero.
           05  FILLER                      PIC X(10) VALUE 'ADOPTER'.
           05  FILLER                      PIC X(10) VALUE
               'DISPOSED'.
           05  FILLER                      PIC X(34) VALUE 'REASON'.
           05  FILLER                      PIC X(30) VALUE 'NAME'.
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-MNT-DETAIL-LINE.
           05  WS-MDL-FUNCTION             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MDL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MDL-REASON               PIC X(32).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-MDL-ADOPTER-NAME         PIC X(30).
           05  FILLER                      PIC X(37) VALUE SPACES.

       01  WS-MNT-TOTAL-LINE.
           05  WS-MTO-LABEL                PIC X(30).
      ******************************************************************
      * Open files and write the register headings. ADPMAST is opened
      * I-O: ADD writes new records, the other functions rewrite
      * existing ones. ADOPTS, ANMMAST and FUPMAST are opened I-O for
      * MERGE, which writes the re-keyed ADOPTS events to MRGADPT.
      ******************************************************************
       initialize-run.

               stop run
           end-if

           open i-o ADOPTS
           if WS-ADOPTS-STATUS not = '00'
               display 'ZTPDOGAM: ADOPTS OPEN FAILED, STATUS='
                   WS-ADOPTS-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open i-o ANMMAST
           if WS-ANMMAST-STATUS not = '00'
               display 'ZTPDOGAM: ANMMAST OPEN FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open i-o FUPMAST
           if WS-FUPMAST-STATUS not = '00'
               display 'ZTPDOGAM: FUPMAST OPEN FAILED, STATUS='
                   WS-FUPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output MNTRPT
           if WS-MNTRPT-STATUS not = '00'
               display 'ZTPDOGAM: MNTRPT OPEN FAILED, STATUS='
               stop run
           end-if

           open output MRGAUD
           if WS-MRGAUD-STATUS not = '00'
               display 'ZTPDOGAM: MRGAUD OPEN FAILED, STATUS='
                   WS-MRGAUD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output MRGADPT
           if WS-MRGADPT-STATUS not = '00'
               display 'ZTPDOGAM: MRGADPT OPEN FAILED, STATUS='
                   WS-MRGADPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-MTL-RUN-DATE
           move WS-MNT-TITLE-LINE to MAINT-REPORT-LINE
           write MAINT-REPORT-LINE
       apply-one-transaction.

           move spaces to WS-REFUSE-REASON
           move spaces to WS-APPLIED-NOTE
           move 'APPLIED' to WS-DISPOSITION

           evaluate true
                   perform apply-bar
               when AMT-FUNC-REINSTATE
                   perform apply-reinstate
               when AMT-FUNC-MERGE
                   perform apply-merge
               when other
                   move 'UNRECOGNIZED FUNCTION' to WS-REFUSE-REASON
           end-evaluate
           evaluate true
               when not WS-MASTER-FOUND
                   move 'UNKNOWN ADOPTER ID' to WS-REFUSE-REASON
               when ADM-STATUS-MERGED
                   move 'ADOPTER ID MERGED' to WS-REFUSE-REASON
               when AMT-ADOPTER-NAME = spaces and
                       not (AMT-REGISTER-DATE numeric and
                       AMT-REGISTER-DATE > ZERO)
           evaluate true
               when not WS-MASTER-FOUND
                   move 'UNKNOWN ADOPTER ID' to WS-REFUSE-REASON
               when ADM-STATUS-MERGED
                   move 'ADOPTER ID MERGED' to WS-REFUSE-REASON
               when ADM-STATUS-BARRED
                   move 'ALREADY BARRED' to WS-REFUSE-REASON
               when other
                   move 'UNKNOWN ADOPTER ID' to WS-REFUSE-REASON
               when ADM-STATUS-ACTIVE
                   move 'ADOPTER NOT BARRED' to WS-REFUSE-REASON
               when ADM-STATUS-MERGED
                   move 'ADOPTER ID MERGED' to WS-REFUSE-REASON
               when not ADM-STATUS-BARRED
                   move 'MASTER STATUS UNRECOGNIZED'
                       to WS-REFUSE-REASON

           exit.

      ******************************************************************
      * Merge a duplicate registration (AMT-ADOPTER-ID) into the
      * surviving adopter (AMT-MERGE-INTO-ID). Both must be on the
      * master with a recognized ACTIVE or BARRED status; a duplicate
      * already merged is refused, so a MERGE keyed twice shows on
      * the register instead of moving nothing.
      ******************************************************************
       apply-merge.

           perform read-adopter-master

           evaluate true
               when AMT-MERGE-INTO-ID = spaces
                   move 'SURVIVING ID MISSING' to WS-REFUSE-REASON
               when AMT-MERGE-INTO-ID = AMT-ADOPTER-ID
                   move 'CANNOT MERGE ID INTO ITSELF'
                       to WS-REFUSE-REASON
               when not WS-MASTER-FOUND
                   move 'UNKNOWN ADOPTER ID' to WS-REFUSE-REASON
               when ADM-STATUS-MERGED
                   move 'ALREADY MERGED' to WS-REFUSE-REASON
               when not ADM-STATUS-ACTIVE and not ADM-STATUS-BARRED
                   move 'MASTER STATUS UNRECOGNIZED'
                       to WS-REFUSE-REASON
               when other
                   move ADOPTER-MASTER-REC to WS-DUPLICATE-MASTER-REC
                   move ADM-STATUS to WS-DUPLICATE-STATUS
                   move ADM-REGISTER-DATE
                       to WS-DUPLICATE-REGISTER-DATE
                   perform read-surviving-master
                   evaluate true
                       when not WS-SURVIVOR-FOUND
                           move 'SURVIVING ID NOT ON MASTER'
                               to WS-REFUSE-REASON
                       when ADM-STATUS-MERGED
                           move 'SURVIVING ID IS MERGED'
                               to WS-REFUSE-REASON
                       when not ADM-STATUS-ACTIVE and
                               not ADM-STATUS-BARRED
                           move 'SURVIVOR STATUS UNRECOGNIZED'
                               to WS-REFUSE-REASON
                       when other
                           perform merge-adopter
                   end-evaluate
           end-evaluate

           exit.

      ******************************************************************
      * Apply the merge: move the history, then update the survivor
      * and retire the duplicate, auditing each master record as it
      * stood before ahead of its rewrite.
      ******************************************************************
       merge-adopter.

           move ADOPTER-MASTER-REC to WS-SURVIVOR-MASTER-REC

           perform move-adopts-history
           perform move-followup-calls

           move WS-SURVIVOR-MASTER-REC to ADOPTER-MASTER-REC
           move ADM-STATUS to MAU-STATUS-BEFORE
           if WS-DUPLICATE-STATUS = 'BARRED' and ADM-STATUS-ACTIVE
               move 'BARRED' to ADM-STATUS
               add 1 to WS-BARRED-COUNT
           end-if
           if WS-DUPLICATE-REGISTER-DATE numeric and
                   WS-DUPLICATE-REGISTER-DATE > ZERO and
                   WS-DUPLICATE-REGISTER-DATE < ADM-REGISTER-DATE
               move WS-DUPLICATE-REGISTER-DATE to ADM-REGISTER-DATE
           end-if
           move 'ADPMAST' to MAU-ENTRY-TYPE
           move ADM-STATUS to MAU-STATUS-AFTER
           move WS-SURVIVOR-MASTER-REC to MAU-RECORD-IMAGE
           perform write-merge-audit
           perform rewrite-adopter-master

           move WS-DUPLICATE-MASTER-REC to ADOPTER-MASTER-REC
           move ADM-STATUS to MAU-STATUS-BEFORE
           move 'MERGED' to ADM-STATUS
           move AMT-MERGE-INTO-ID to ADM-MERGED-INTO-ID
           move 'ADPMAST' to MAU-ENTRY-TYPE
           move ADM-STATUS to MAU-STATUS-AFTER
           move WS-DUPLICATE-MASTER-REC to MAU-RECORD-IMAGE
           perform write-merge-audit
           perform rewrite-adopter-master

           add 1 to WS-MERGED-COUNT

           move WS-MERGE-ADOPTS-MOVED to WS-MERGE-ADOPTS-DISPLAY
           string 'INTO ' AMT-MERGE-INTO-ID ' '
                   WS-MERGE-ADOPTS-DISPLAY ' ADOPTS MOVED'
                   delimited by size
               into WS-APPLIED-NOTE
           end-string

           exit.

      ******************************************************************
      * Re-key the duplicate's ADOPTS events to the survivor. Each is
      * audited, written under the surviving ID to MRGADPT for the
      * next ADOPTS load, and then deleted from the KSDS; the browse
      * is restarted at the duplicate's key every time, so the delete
      * never disturbs the position of the next read.
      ******************************************************************
       move-adopts-history.

           move zero to WS-MERGE-ADOPTS-MOVED
           move 'N' to WS-MOVE-DONE-SWITCH

           perform until WS-MOVE-DONE
               move AMT-ADOPTER-ID to ADOPTS-KEY
               start ADOPTS key is equal to ADOPTS-KEY
                   invalid key
                       move 'Y' to WS-MOVE-DONE-SWITCH
               end-start
               if not WS-MOVE-DONE
                   read ADOPTS next record into ADOPTS-RECORD
                       at end
                           move 'Y' to WS-MOVE-DONE-SWITCH
                   end-read
               end-if
               if not WS-MOVE-DONE
                   if ADOPTS-ADOPTER-ID not = AMT-ADOPTER-ID
                       move 'Y' to WS-MOVE-DONE-SWITCH
                   else
                       perform move-one-adopts-record
                   end-if
               end-if
           end-perform

           exit.

       move-one-adopts-record.

           move ADOPTS-RECORD to MAU-RECORD-IMAGE
           move 'ADOPTS' to MAU-ENTRY-TYPE
           move spaces to MAU-STATUS-BEFORE
           move spaces to MAU-STATUS-AFTER
           perform write-merge-audit

           move AMT-MERGE-INTO-ID to ADOPTS-ADOPTER-ID
           write MERGE-ADOPTS-REC from ADOPTS-RECORD
           if WS-MRGADPT-STATUS not = '00'
               display 'ZTPDOGAM: MRGADPT WRITE FAILED, STATUS='
                   WS-MRGADPT-STATUS ' ADOPTER ' AMT-MERGE-INTO-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           delete ADOPTS record
           if WS-ADOPTS-STATUS not = '00'
               display 'ZTPDOGAM: ADOPTS DELETE FAILED, STATUS='
                   WS-ADOPTS-STATUS ' ADOPTER ' AMT-ADOPTER-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           perform update-animal-adopter

           add 1 to WS-MERGE-ADOPTS-MOVED
           add 1 to WS-ADOPTS-MOVED-COUNT

           exit.

      ******************************************************************
      * Keep the animal master's adopter fields in step with the moved
      * event: the posting run matches a replayed event on
      * ANM-LAST-EVENT-ADOPTER, so a field left on the retired ID
      * would let a FULL rebuild post the event a second time.
      ******************************************************************
       update-animal-adopter.

           if ADOPTS-ANIMAL-ID not = spaces
               move ADOPTS-ANIMAL-ID to ANM-ANIMAL-ID
               read ANMMAST
               evaluate WS-ANMMAST-STATUS
                   when '00'
                       move 'N' to WS-ANIMAL-CHANGED-SWITCH
                       if ANM-LAST-ADOPTER-ID = AMT-ADOPTER-ID
                           move AMT-MERGE-INTO-ID
                               to ANM-LAST-ADOPTER-ID
                           move 'Y' to WS-ANIMAL-CHANGED-SWITCH
                       end-if
                       if ANM-LAST-EVENT-ADOPTER = AMT-ADOPTER-ID
                           move AMT-MERGE-INTO-ID
                               to ANM-LAST-EVENT-ADOPTER
                           move 'Y' to WS-ANIMAL-CHANGED-SWITCH
                       end-if
                       if WS-ANIMAL-CHANGED
                           rewrite ANIMAL-MASTER-REC
                           if WS-ANMMAST-STATUS not = '00'
                               display 'ZTPDOGAM: ANMMAST REWRITE '
                                   'FAILED, STATUS=' WS-ANMMAST-STATUS
                               move 16 to RETURN-CODE
                               stop run
                           end-if
                       end-if
                   when '23'
                       continue
                   when other
                       display 'ZTPDOGAM: ANMMAST READ FAILED, STATUS='
                           WS-ANMMAST-STATUS
                       move 16 to RETURN-CODE
                       stop run
               end-evaluate
           end-if

           exit.

      ******************************************************************
      * Move the duplicate's follow-up calls to the survivor so the
      * nightly follow-up run does not schedule the moved adoptions'
      * calls a second time. A call the survivor already holds is
      * kept and the duplicate's copy dropped (it is still audited).
      * The call is audited first and written under the surviving ID
      * before the duplicate's copy is deleted.
      ******************************************************************
       move-followup-calls.

           move 'N' to WS-MOVE-DONE-SWITCH

           perform until WS-MOVE-DONE
               move low-values to FUP-KEY
               move AMT-ADOPTER-ID to FUP-ADOPTER-ID
               start FUPMAST key is not less than FUP-KEY
                   invalid key
                       move 'Y' to WS-MOVE-DONE-SWITCH
               end-start
               if not WS-MOVE-DONE
                   read FUPMAST next record
                       at end
                           move 'Y' to WS-MOVE-DONE-SWITCH
                   end-read
               end-if
               if not WS-MOVE-DONE
                   if FUP-ADOPTER-ID not = AMT-ADOPTER-ID
                       move 'Y' to WS-MOVE-DONE-SWITCH
                   else
                       perform move-one-followup-call
                   end-if
               end-if
           end-perform

           exit.

       move-one-followup-call.

           move FOLLOWUP-MASTER-REC to MAU-RECORD-IMAGE
           move 'FOLLOWUP' to MAU-ENTRY-TYPE
           move spaces to MAU-STATUS-BEFORE
           move spaces to MAU-STATUS-AFTER
           perform write-merge-audit

           move AMT-MERGE-INTO-ID to FUP-ADOPTER-ID
           write FOLLOWUP-MASTER-REC
           if WS-FUPMAST-STATUS not = '00' and
                   WS-FUPMAST-STATUS not = '22'
               display 'ZTPDOGAM: FUPMAST WRITE FAILED, STATUS='
                   WS-FUPMAST-STATUS ' ADOPTER ' AMT-MERGE-INTO-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           move MAU-RECORD-IMAGE to FOLLOWUP-MASTER-REC
           delete FUPMAST record
           if WS-FUPMAST-STATUS not = '00'
               display 'ZTPDOGAM: FUPMAST DELETE FAILED, STATUS='
                   WS-FUPMAST-STATUS ' ADOPTER ' AMT-ADOPTER-ID
               move 16 to RETURN-CODE
               stop run
           end-if

           add 1 to WS-FOLLOWUP-MOVED-COUNT

           exit.

      ******************************************************************
      * One MRGAUD record; the caller sets the entry type, statuses
      * and record image.
      ******************************************************************
       write-merge-audit.

           move WS-RUN-DATE to MAU-MERGE-DATE
           move AMT-ADOPTER-ID to MAU-FROM-ADOPTER-ID
           move AMT-MERGE-INTO-ID to MAU-INTO-ADOPTER-ID

           write MERGE-AUDIT-REC
           if WS-MRGAUD-STATUS not = '00'
               display 'ZTPDOGAM: MRGAUD WRITE FAILED, STATUS='
                   WS-MRGAUD-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

      ******************************************************************
      * One keyed read of the surviving adopter on a MERGE. Found and
      * not-found are the expected results; anything else is a hard
      * error.
      ******************************************************************
       read-surviving-master.

           move 'N' to WS-SURVIVOR-FOUND-SWITCH
           move AMT-MERGE-INTO-ID to ADM-ADOPTER-ID

           read ADPMAST
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-SURVIVOR-FOUND-SWITCH
           end-read

           if WS-ADPMAST-STATUS not = '00' and
                   WS-ADPMAST-STATUS not = '23'
               display 'ZTPDOGAM: ADPMAST READ FAILED, STATUS='
                   WS-ADPMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           exit.

      ******************************************************************
      * One keyed read of the master for the transaction in hand.
      * Found and not-found are the expected results; anything else
           move AMT-FUNCTION to WS-MDL-FUNCTION
           move AMT-ADOPTER-ID to WS-MDL-ADOPTER-ID
           move WS-DISPOSITION to WS-MDL-DISPOSITION
           if WS-DISPOSITION = 'APPLIED'
               move WS-APPLIED-NOTE to WS-MDL-REASON
           else
               move WS-REFUSE-REASON to WS-MDL-REASON
           end-if

           if WS-DISPOSITION = 'APPLIED'
               move ADM-ADOPTER-NAME to WS-MDL-ADOPTER-NAME
      * Register totals: every transaction read is accounted for as
      * applied or refused, and the bars applied this run are counted
      * separately - that figure is what the county audit asks about.
      * A bar carried onto a survivor by a MERGE counts as a bar.
      ******************************************************************
       write-register-totals.

           move WS-MNT-TOTAL-LINE to MAINT-REPORT-LINE
           write MAINT-REPORT-LINE

           move 'MERGES APPLIED' to WS-MTO-LABEL
           move WS-MERGED-COUNT to WS-MTO-COUNT
           move WS-MNT-TOTAL-LINE to MAINT-REPORT-LINE
           write MAINT-REPORT-LINE

           move 'ADOPTS RECORDS TO MRGADPT' to WS-MTO-LABEL
           move WS-ADOPTS-MOVED-COUNT to WS-MTO-COUNT
           move WS-MNT-TOTAL-LINE to MAINT-REPORT-LINE
           write MAINT-REPORT-LINE

           move 'FOLLOW-UP CALLS MOVED' to WS-MTO-LABEL
           move WS-FOLLOWUP-MOVED-COUNT to WS-MTO-COUNT
           move WS-MNT-TOTAL-LINE to MAINT-REPORT-LINE
           write MAINT-REPORT-LINE

           exit.

      ******************************************************************

           close ADMTRAN
           close ADPMAST
           close ADOPTS
           close ANMMAST
           close FUPMAST
           close MNTRPT
           close MRGAUD
           close MRGADPT

           exit.

