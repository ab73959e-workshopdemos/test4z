       PROCESS PGMN(LM),NODYNAM
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'ZTPDOGRM'.

      ******************************************************************
      * ZTPDOGRM - Breed and return-reason reference file maintenance.
      *
      * Reads the REFTRAN transaction file (ADD / CHANGE / RETIRE
      * against BREEDMST or RTNRSNM) and applies each transaction to
      * an in-storage copy of the file with full edits, then writes
      * the changed file back - BREEDMST in slot order, RTNRSNM in
      * its existing order with additions at the end. Refused, never
      * applied: a duplicate breed or reason code, an unknown code on
      * CHANGE or RETIRE, a breed slot outside 1-50 or already held
      * by another breed, a missing name, and the retirement of a
      * breed that still has a net balance on BRDTOTM or animals on
      * ANMMAST that are out in a home (open placements) or waiting
      * in the shelter. Every transaction is shown on the REFRPT
      * maintenance register as APPLIED or REFUSED with its reason,
      * so the codes every downstream report depends on change only
      * through a register instead of a hand edit.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REFTRAN ASSIGN TO REFTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFTRAN-STATUS.

           SELECT BREEDMST ASSIGN TO BREEDMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT RTNRSNM ASSIGN TO RTNRSNM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTNRSNM-STATUS.

           SELECT OPTIONAL BRDTOTM ASSIGN TO BRDTOTM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRDTOTM-STATUS.

           SELECT ANMMAST ASSIGN TO ANMMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANM-ANIMAL-ID
               FILE STATUS IS WS-ANMMAST-STATUS.

           SELECT REFRPT ASSIGN TO REFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REFTRAN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGRMT.

       FD  BREEDMST.
           COPY ZTPDGBRM.

       FD  RTNRSNM.
           COPY ZTPDGRRM.

       FD  BRDTOTM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
           COPY ZTPDGBTM.

       FD  ANMMAST.
           COPY ZTPDGANM.

       FD  REFRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  REF-REPORT-LINE                 PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-REFTRAN-STATUS               PIC XX.
       01  WS-MASTER-STATUS                PIC XX.
       01  WS-RTNRSNM-STATUS               PIC XX.
       01  WS-BRDTOTM-STATUS               PIC XX.
       01  WS-ANMMAST-STATUS               PIC XX.
       01  WS-REFRPT-STATUS                PIC XX.

       01  WS-TRAN-EOF-SWITCH              PIC X VALUE 'N'.
           88  WS-TRAN-EOF                 VALUE 'Y'.
       01  WS-EOF-SWITCH                   PIC X VALUE 'N'.
           88  WS-EOF                      VALUE 'Y'.

      * Disposition of the transaction in hand; the refusal reason is
      * blanked per transaction so a stale reason can never print.
       01  WS-DISPOSITION                  PIC X(8).
       01  WS-REFUSE-REASON                PIC X(30).

      * Register totals. Every REFTRAN record read ends up counted as
      * applied or refused.
       01  WS-TRAN-READ-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(5) VALUE ZERO.

      * The breed master held in storage while transactions apply.
      * The table has room for the 50 slots the accumulators hold.
       01  WS-BREED-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-BREED-TABLE.
           05  WS-BREED-ENTRY              OCCURS 50 TIMES.
               10  WS-TAB-BREED-CODE       PIC 9(3).
               10  WS-TAB-SLOT-NUMBER      PIC 9(3).
               10  WS-TAB-BREED-NAME       PIC X(20).
               10  WS-TAB-BREED-GROUP      PIC X(12).
       01  WS-BREED-HOLD.
           05  WS-HLD-BREED-CODE           PIC 9(3).
           05  WS-HLD-SLOT-NUMBER          PIC 9(3).
           05  WS-HLD-BREED-NAME           PIC X(20).
           05  WS-HLD-BREED-GROUP          PIC X(12).
       01  WS-BREED-IX                     PIC 9(3).
       01  WS-BREED-JX                     PIC 9(3).
       01  WS-BREED-MATCH-IX               PIC 9(3).
       01  WS-SLOT-OWNER-IX                PIC 9(3).
       01  WS-BREED-CHANGED-SWITCH         PIC X VALUE 'N'.
           88  WS-BREED-CHANGED            VALUE 'Y'.

      * The return-reason master held the same way; ZTPDOGRT tables
      * up to 50 reasons.
       01  WS-REASON-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY             OCCURS 50 TIMES.
               10  WS-RSN-CODE             PIC X(3).
               10  WS-RSN-DESC             PIC X(30).
       01  WS-REASON-IX                    PIC 9(3).
       01  WS-REASON-MATCH-IX              PIC 9(3).
       01  WS-REASON-CHANGED-SWITCH        PIC X VALUE 'N'.
           88  WS-REASON-CHANGED           VALUE 'Y'.

      * What stands behind each breed code, indexed by the code
      * itself: its net balance on BRDTOTM and its animals on ANMMAST
      * out in a home or waiting in the shelter. These decide whether
      * a breed may be retired.
       01  WS-BREED-USAGE.
           05  WS-USAGE-ENTRY              OCCURS 999 TIMES.
               10  WS-USE-BTM-NET          PIC 9(7).
               10  WS-USE-PLACED           PIC 9(5).
               10  WS-USE-IN-SHELTER       PIC 9(5).

      * Run date (YYYYMMDD) for the register title.
       01  WS-RUN-DATE                     PIC 9(8).

      * Report line layouts.
       01  WS-REF-TITLE-LINE.
           05  FILLER                      PIC X(46) VALUE
               'ZTPDOGRM  REFERENCE FILE MAINTENANCE REGISTER '.
           05  FILLER                      PIC X(4)  VALUE 'RUN '.
           05  WS-RTL-RUN-DATE             PIC 9(8).
           05  FILLER                      PIC X(75) VALUE SPACES.

       01  WS-REF-COLUMN-HEADING.
           05  FILLER                      PIC X(12) VALUE 'FUNCTION'.
           05  FILLER                      PIC X(10) VALUE 'FILE'.
           05  FILLER                      PIC X(6)  VALUE 'CODE'.
           05  FILLER                      PIC X(6)  VALUE 'SLOT'.
           05  FILLER                      PIC X(10) VALUE
               'DISPOSED'.
           05  FILLER                      PIC X(32) VALUE 'REASON'.
           05  FILLER                      PIC X(32) VALUE
               'NAME / DESCRIPTION'.
           05  FILLER                      PIC X(12) VALUE 'GROUP'.
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-REF-DETAIL-LINE.
           05  WS-RDL-FUNCTION             PIC X(10).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-FILE-ID              PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-CODE                 PIC X(3).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-RDL-SLOT                 PIC X(3).
           05  FILLER                      PIC X(3)  VALUE SPACES.
           05  WS-RDL-DISPOSITION          PIC X(8).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-REASON               PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-NAME                 PIC X(30).
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  WS-RDL-GROUP                PIC X(12).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-REF-TOTAL-LINE.
           05  WS-RTO-LABEL                PIC X(30).
           05  WS-RTO-COUNT                PIC ZZZZ9.
           05  FILLER                      PIC X(98) VALUE SPACES.

       PROCEDURE DIVISION.

       main-process.

           perform initialize-run
           perform process-transactions
           perform rewrite-reference-files
           perform write-register-totals
           perform terminate-run

           goback.

      ******************************************************************
      * Load both reference files and what stands behind each breed,
      * open the transactions and write the register headings.
      ******************************************************************
       initialize-run.

           move function current-date(1:8) to WS-RUN-DATE

           perform load-breed-master
           perform load-reason-master
           perform load-breed-usage

           open input REFTRAN
           if WS-REFTRAN-STATUS not = '00'
               display 'ZTPDOGRM: REFTRAN OPEN FAILED, STATUS='
                   WS-REFTRAN-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           open output REFRPT
           if WS-REFRPT-STATUS not = '00'
               display 'ZTPDOGRM: REFRPT OPEN FAILED, STATUS='
                   WS-REFRPT-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move WS-RUN-DATE to WS-RTL-RUN-DATE
           move WS-REF-TITLE-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE

           move WS-REF-COLUMN-HEADING to REF-REPORT-LINE
           write REF-REPORT-LINE

           exit.

      ******************************************************************
      * Load BREEDMST as it stands. No slot edits here: this is the
      * program that repairs a bad row, so it must be able to read
      * one.
      ******************************************************************
       load-breed-master.

           open input BREEDMST

           if WS-MASTER-STATUS not = '00'
               display 'ZTPDOGRM: BREEDMST OPEN FAILED, STATUS='
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
                               'ZTPDOGRM: BREEDMST EXCEEDS 50 ROWS'
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
                       move BRM-BREED-GROUP
                           to WS-TAB-BREED-GROUP(WS-BREED-COUNT)
               end-read
           end-perform

           close BREEDMST

           exit.

       load-reason-master.

           open input RTNRSNM

           if WS-RTNRSNM-STATUS not = '00'
               display 'ZTPDOGRM: RTNRSNM OPEN FAILED, STATUS='
                   WS-RTNRSNM-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move zero to WS-REASON-COUNT

           perform until WS-RTNRSNM-STATUS = '10'
               read RTNRSNM
                   at end
                       move '10' to WS-RTNRSNM-STATUS
                   not at end
                       if WS-REASON-COUNT >= 50
                           display
                               'ZTPDOGRM: RTNRSNM EXCEEDS 50 ROWS'
                           move 16 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-REASON-COUNT
                       move RRM-REASON-CODE
                           to WS-RSN-CODE(WS-REASON-COUNT)
                       move RRM-REASON-DESC
                           to WS-RSN-DESC(WS-REASON-COUNT)
               end-read
           end-perform

           close RTNRSNM

           exit.

      ******************************************************************
      * Tally, per breed code, the net balance on BRDTOTM (optional -
      * absent before the first incremental run) and the animals on
      * ANMMAST still out in a home or waiting in the shelter.
      ******************************************************************
       load-breed-usage.

           move zero to WS-BREED-USAGE

           open input BRDTOTM

           if WS-BRDTOTM-STATUS = '00'
               move 'N' to WS-EOF-SWITCH
               perform until WS-EOF
                   read BRDTOTM
                       at end
                           move 'Y' to WS-EOF-SWITCH
                       not at end
                           if BTM-BREED-CODE > ZERO
                               add BTM-NET-COUNT
                                   to WS-USE-BTM-NET(BTM-BREED-CODE)
                           end-if
                   end-read
               end-perform
           end-if

           close BRDTOTM

           open input ANMMAST
           if WS-ANMMAST-STATUS not = '00'
               display 'ZTPDOGRM: ANMMAST OPEN FAILED, STATUS='
                   WS-ANMMAST-STATUS
               move 16 to RETURN-CODE
               stop run
           end-if

           move 'N' to WS-EOF-SWITCH
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
                       if ANM-BREED-CODE > ZERO
                           evaluate true
                               when ANM-STATUS-ADOPTED
                                   add 1 to WS-USE-PLACED
                                       (ANM-BREED-CODE)
                               when ANM-STATUS-AVAILABLE
                                   add 1 to WS-USE-IN-SHELTER
                                       (ANM-BREED-CODE)
                           end-evaluate
                       end-if
               end-read
           end-perform

           close ANMMAST

           exit.

      ******************************************************************
      * Read every REFTRAN transaction and apply or refuse it in file
      * order.
      ******************************************************************
       process-transactions.

           perform until WS-TRAN-EOF
               read REFTRAN
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
      * (recognized file, non-blank code, recognized function) run
      * first; the per-function paragraph then does its own checks.
      ******************************************************************
       apply-one-transaction.

           move spaces to WS-REFUSE-REASON
           move 'APPLIED' to WS-DISPOSITION

           evaluate true
               when not RMT-FILE-BREED and not RMT-FILE-REASON
                   move 'UNRECOGNIZED FILE' to WS-REFUSE-REASON
               when RMT-CODE = spaces
                   move 'CODE BLANK' to WS-REFUSE-REASON
               when RMT-FILE-BREED and
                       (RMT-BREED-CODE not numeric or
                       RMT-BREED-CODE = ZERO)
                   move 'BREED CODE NOT NUMERIC' to WS-REFUSE-REASON
               when RMT-FILE-BREED and RMT-FUNC-ADD
                   perform apply-breed-add
               when RMT-FILE-BREED and RMT-FUNC-CHANGE
                   perform apply-breed-change
               when RMT-FILE-BREED and RMT-FUNC-RETIRE
                   perform apply-breed-retire
               when RMT-FUNC-ADD
                   perform apply-reason-add
               when RMT-FUNC-CHANGE
                   perform apply-reason-change
               when RMT-FUNC-RETIRE
                   perform apply-reason-retire
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
      * Add a breed. The code must be new, the slot must be supplied,
      * inside the 1-50 the accumulators hold and not already held by
      * another breed - two breeds in one slot would quietly pool
      * their counts - and the name must fit BREEDMST's 20 bytes.
      ******************************************************************
       apply-breed-add.

           perform find-breed-code
           perform find-slot-owner

           evaluate true
               when WS-BREED-MATCH-IX > ZERO
                   move 'DUPLICATE BREED CODE' to WS-REFUSE-REASON
               when RMT-SLOT-NUMBER not numeric or
                       RMT-SLOT-NUMBER < 1 or RMT-SLOT-NUMBER > 50
                   move 'SLOT OUTSIDE 1-50' to WS-REFUSE-REASON
               when WS-SLOT-OWNER-IX > ZERO
                   move 'SLOT ALREADY IN USE' to WS-REFUSE-REASON
               when RMT-NAME = spaces
                   move 'BREED NAME MISSING' to WS-REFUSE-REASON
               when RMT-NAME(21:10) not = spaces
                   move 'BREED NAME OVER 20 CHARACTERS'
                       to WS-REFUSE-REASON
               when WS-BREED-COUNT >= 50
                   move 'BREEDMST FULL - 50 BREEDS'
                       to WS-REFUSE-REASON
               when other
                   add 1 to WS-BREED-COUNT
                   move RMT-BREED-CODE
                       to WS-TAB-BREED-CODE(WS-BREED-COUNT)
                   move RMT-SLOT-NUMBER
                       to WS-TAB-SLOT-NUMBER(WS-BREED-COUNT)
                   move RMT-NAME
                       to WS-TAB-BREED-NAME(WS-BREED-COUNT)
                   move RMT-BREED-GROUP
                       to WS-TAB-BREED-GROUP(WS-BREED-COUNT)
                   move 'Y' to WS-BREED-CHANGED-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * Rename a breed, move it to another slot and/or change its
      * breed group. A blank slot, name or group leaves that field as
      * it stands; a slot supplied is edited exactly as on ADD,
      * except that the breed's own slot is not "in use".
      ******************************************************************
       apply-breed-change.

           perform find-breed-code
           perform find-slot-owner

           evaluate true
               when WS-BREED-MATCH-IX = ZERO
                   move 'UNKNOWN BREED CODE' to WS-REFUSE-REASON
               when RMT-SLOT-TEXT = spaces and RMT-NAME = spaces
                       and RMT-BREED-GROUP = spaces
                   move 'NOTHING TO CHANGE' to WS-REFUSE-REASON
               when RMT-SLOT-TEXT not = spaces and
                       (RMT-SLOT-NUMBER not numeric or
                       RMT-SLOT-NUMBER < 1 or RMT-SLOT-NUMBER > 50)
                   move 'SLOT OUTSIDE 1-50' to WS-REFUSE-REASON
               when RMT-SLOT-TEXT not = spaces and
                       WS-SLOT-OWNER-IX > ZERO and
                       WS-SLOT-OWNER-IX not = WS-BREED-MATCH-IX
                   move 'SLOT ALREADY IN USE' to WS-REFUSE-REASON
               when RMT-NAME(21:10) not = spaces
                   move 'BREED NAME OVER 20 CHARACTERS'
                       to WS-REFUSE-REASON
               when other
                   if RMT-SLOT-TEXT not = spaces
                       move RMT-SLOT-NUMBER
                           to WS-TAB-SLOT-NUMBER(WS-BREED-MATCH-IX)
                   end-if
                   if RMT-NAME not = spaces
                       move RMT-NAME
                           to WS-TAB-BREED-NAME(WS-BREED-MATCH-IX)
                   end-if
                   if RMT-BREED-GROUP not = spaces
                       move RMT-BREED-GROUP
                           to WS-TAB-BREED-GROUP(WS-BREED-MATCH-IX)
                   end-if
                   move 'Y' to WS-BREED-CHANGED-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * Retire a breed, freeing its code and slot. Refused while the
      * breed still carries a net balance on BRDTOTM (the posting run
      * would lose it), has animals out in a home (a RETURN could
      * still arrive for them) or has animals waiting in the shelter
      * (their ADOPTION would have no slot to post to).
      ******************************************************************
       apply-breed-retire.

           perform find-breed-code

           evaluate true
               when WS-BREED-MATCH-IX = ZERO
                   move 'UNKNOWN BREED CODE' to WS-REFUSE-REASON
               when WS-USE-BTM-NET(RMT-BREED-CODE) > ZERO
                   move 'BREED HAS BRDTOTM BALANCE'
                       to WS-REFUSE-REASON
               when WS-USE-PLACED(RMT-BREED-CODE) > ZERO
                   move 'BREED HAS OPEN PLACEMENTS'
                       to WS-REFUSE-REASON
               when WS-USE-IN-SHELTER(RMT-BREED-CODE) > ZERO
                   move 'BREED HAS ANIMALS IN SHELTER'
                       to WS-REFUSE-REASON
               when other
                   move WS-TAB-BREED-NAME(WS-BREED-MATCH-IX)
                       to RMT-NAME
                   move WS-TAB-BREED-GROUP(WS-BREED-MATCH-IX)
                       to RMT-BREED-GROUP
                   perform varying WS-BREED-IX
                           from WS-BREED-MATCH-IX by 1
                           until WS-BREED-IX >= WS-BREED-COUNT
                       move WS-BREED-ENTRY(WS-BREED-IX + 1)
                           to WS-BREED-ENTRY(WS-BREED-IX)
                   end-perform
                   subtract 1 from WS-BREED-COUNT
                   move 'Y' to WS-BREED-CHANGED-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * Add a return reason: the code must be new and described.
      ******************************************************************
       apply-reason-add.

           perform find-reason-code

           evaluate true
               when WS-REASON-MATCH-IX > ZERO
                   move 'DUPLICATE REASON CODE' to WS-REFUSE-REASON
               when RMT-NAME = spaces
                   move 'REASON DESCRIPTION MISSING'
                       to WS-REFUSE-REASON
               when WS-REASON-COUNT >= 50
                   move 'RTNRSNM FULL - 50 REASONS'
                       to WS-REFUSE-REASON
               when other
                   add 1 to WS-REASON-COUNT
                   move RMT-CODE to WS-RSN-CODE(WS-REASON-COUNT)
                   move RMT-NAME to WS-RSN-DESC(WS-REASON-COUNT)
                   move 'Y' to WS-REASON-CHANGED-SWITCH
           end-evaluate

           exit.

       apply-reason-change.

           perform find-reason-code

           evaluate true
               when WS-REASON-MATCH-IX = ZERO
                   move 'UNKNOWN REASON CODE' to WS-REFUSE-REASON
               when RMT-NAME = spaces
                   move 'NOTHING TO CHANGE' to WS-REFUSE-REASON
               when other
                   move RMT-NAME to WS-RSN-DESC(WS-REASON-MATCH-IX)
                   move 'Y' to WS-REASON-CHANGED-SWITCH
           end-evaluate

           exit.

      ******************************************************************
      * Retire a return reason. Returns already keyed with the code
      * stay on ADOPTS; the returns analysis lists them as
      * unrecognized from then on, which is what retiring means.
      ******************************************************************
       apply-reason-retire.

           perform find-reason-code

           if WS-REASON-MATCH-IX = ZERO
               move 'UNKNOWN REASON CODE' to WS-REFUSE-REASON
           else
               move WS-RSN-DESC(WS-REASON-MATCH-IX) to RMT-NAME
               perform varying WS-REASON-IX
                       from WS-REASON-MATCH-IX by 1
                       until WS-REASON-IX >= WS-REASON-COUNT
                   move WS-REASON-ENTRY(WS-REASON-IX + 1)
                       to WS-REASON-ENTRY(WS-REASON-IX)
               end-perform
               subtract 1 from WS-REASON-COUNT
               move 'Y' to WS-REASON-CHANGED-SWITCH
           end-if

           exit.

       find-breed-code.

           move zero to WS-BREED-MATCH-IX

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX > WS-BREED-COUNT
               if WS-TAB-BREED-CODE(WS-BREED-IX) = RMT-BREED-CODE
                   move WS-BREED-IX to WS-BREED-MATCH-IX
                   move WS-BREED-COUNT to WS-BREED-IX
               end-if
           end-perform

           exit.

       find-slot-owner.

           move zero to WS-SLOT-OWNER-IX

           if RMT-SLOT-NUMBER numeric
               perform varying WS-BREED-IX from 1 by 1
                       until WS-BREED-IX > WS-BREED-COUNT
                   if WS-TAB-SLOT-NUMBER(WS-BREED-IX)
                           = RMT-SLOT-NUMBER
                       move WS-BREED-IX to WS-SLOT-OWNER-IX
                       move WS-BREED-COUNT to WS-BREED-IX
                   end-if
               end-perform
           end-if

           exit.

       find-reason-code.

           move zero to WS-REASON-MATCH-IX

           perform varying WS-REASON-IX from 1 by 1
                   until WS-REASON-IX > WS-REASON-COUNT
               if WS-RSN-CODE(WS-REASON-IX) = RMT-CODE
                   move WS-REASON-IX to WS-REASON-MATCH-IX
                   move WS-REASON-COUNT to WS-REASON-IX
               end-if
           end-perform

           exit.

      ******************************************************************
      * Write back each file a transaction changed. BREEDMST goes out
      * in slot order, as its layout requires; RTNRSNM keeps its
      * order. A file nothing changed is left exactly as it was.
      ******************************************************************
       rewrite-reference-files.

           if WS-BREED-CHANGED
               perform sort-breeds-by-slot
               open output BREEDMST
               if WS-MASTER-STATUS not = '00'
                   display 'ZTPDOGRM: BREEDMST OPEN OUTPUT FAILED, '
                       'STATUS=' WS-MASTER-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
               perform varying WS-BREED-IX from 1 by 1
                       until WS-BREED-IX > WS-BREED-COUNT
                   move spaces to BREED-MASTER-REC
                   move WS-TAB-BREED-CODE(WS-BREED-IX)
                       to BRM-BREED-CODE
                   move WS-TAB-SLOT-NUMBER(WS-BREED-IX)
                       to BRM-SLOT-NUMBER
                   move WS-TAB-BREED-NAME(WS-BREED-IX)
                       to BRM-BREED-NAME
                   move WS-TAB-BREED-GROUP(WS-BREED-IX)
                       to BRM-BREED-GROUP
                   write BREED-MASTER-REC
               end-perform
               close BREEDMST
           end-if

           if WS-REASON-CHANGED
               open output RTNRSNM
               if WS-RTNRSNM-STATUS not = '00'
                   display 'ZTPDOGRM: RTNRSNM OPEN OUTPUT FAILED, '
                       'STATUS=' WS-RTNRSNM-STATUS
                   move 16 to RETURN-CODE
                   stop run
               end-if
               perform varying WS-REASON-IX from 1 by 1
                       until WS-REASON-IX > WS-REASON-COUNT
                   move spaces to RETURN-REASON-MASTER-REC
                   move WS-RSN-CODE(WS-REASON-IX) to RRM-REASON-CODE
                   move WS-RSN-DESC(WS-REASON-IX) to RRM-REASON-DESC
                   write RETURN-REASON-MASTER-REC
               end-perform
               close RTNRSNM
           end-if

           exit.

      ******************************************************************
      * Exchange sort of the breed rows into slot order (50 rows at
      * most).
      ******************************************************************
       sort-breeds-by-slot.

           perform varying WS-BREED-IX from 1 by 1
                   until WS-BREED-IX >= WS-BREED-COUNT
               perform varying WS-BREED-JX from WS-BREED-IX by 1
                       until WS-BREED-JX > WS-BREED-COUNT
                   if WS-TAB-SLOT-NUMBER(WS-BREED-JX)
                           < WS-TAB-SLOT-NUMBER(WS-BREED-IX)
                       move WS-BREED-ENTRY(WS-BREED-IX)
                           to WS-BREED-HOLD
                       move WS-BREED-ENTRY(WS-BREED-JX)
                           to WS-BREED-ENTRY(WS-BREED-IX)
                       move WS-BREED-HOLD
                           to WS-BREED-ENTRY(WS-BREED-JX)
                   end-if
               end-perform
           end-perform

           exit.

      ******************************************************************
      * One register line for the transaction just disposed of. A
      * RETIRE shows the name or description (and a breed's group) it
      * removed.
      ******************************************************************
       write-register-line.

           move RMT-FUNCTION to WS-RDL-FUNCTION
           move RMT-FILE-ID to WS-RDL-FILE-ID
           move RMT-CODE to WS-RDL-CODE
           move RMT-SLOT-TEXT to WS-RDL-SLOT
           move WS-DISPOSITION to WS-RDL-DISPOSITION
           move WS-REFUSE-REASON to WS-RDL-REASON
           move RMT-NAME to WS-RDL-NAME
           if RMT-FILE-BREED
               move RMT-BREED-GROUP to WS-RDL-GROUP
           else
               move spaces to WS-RDL-GROUP
           end-if

           move WS-REF-DETAIL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           exit.

      ******************************************************************
      * Register totals: every transaction read is accounted for as
      * applied or refused, followed by the row counts each file now
      * holds.
      ******************************************************************
       write-register-totals.

           move spaces to REF-REPORT-LINE
           write REF-REPORT-LINE

           move 'TRANSACTIONS READ' to WS-RTO-LABEL
           move WS-TRAN-READ-COUNT to WS-RTO-COUNT
           move WS-REF-TOTAL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           move 'APPLIED' to WS-RTO-LABEL
           move WS-APPLIED-COUNT to WS-RTO-COUNT
           move WS-REF-TOTAL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           move 'REFUSED' to WS-RTO-LABEL
           move WS-REFUSED-COUNT to WS-RTO-COUNT
           move WS-REF-TOTAL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           move 'BREEDMST ROWS' to WS-RTO-LABEL
           move WS-BREED-COUNT to WS-RTO-COUNT
           move WS-REF-TOTAL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           move 'RTNRSNM ROWS' to WS-RTO-LABEL
           move WS-REASON-COUNT to WS-RTO-COUNT
           move WS-REF-TOTAL-LINE to REF-REPORT-LINE
           write REF-REPORT-LINE

           exit.

      ******************************************************************
      * Close files.
      ******************************************************************
       terminate-run.

           close REFTRAN
           close REFRPT

           exit.

       END PROGRAM 'ZTPDOGRM'.
