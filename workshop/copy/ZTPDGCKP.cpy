      * taken. The adopter-activity fields carry the in-flight
      * control-break state and exception table for the ADPTRPT
      * adopter activity report, which is produced during pass 1.
      *
      * One checkpoint is a header record followed by
      * CKP-DETAIL-RECORD-COUNT detail records holding the location
      * accumulator rows, the animal placement table and the animal
      * event table in slices, each slice stamped with the table
      * entry it starts at. Only the entries in use are written. A
      * checkpoint whose detail records are not all on file (the run
      * came down while writing it) is not restarted from.
      ******************************************************************
       01  CHECKPOINT-REC.
           05  CKP-RECORD-TYPE             PIC X.
               88  CKP-HEADER-RECORD       VALUE 'H'.
               88  CKP-LOCATION-RECORD     VALUE 'L'.
               88  CKP-ANIMAL-RECORD       VALUE 'A'.
               88  CKP-EVENT-RECORD        VALUE 'E'.
           05  CKP-HEADER-DATA.
               10  CKP-ADOPTER-ID          PIC X(8).
               10  CKP-ACCUMULATOR.
                   15  CKP-BREED-ADOPTIONS PIC 9(3) OCCURS 50 TIMES.
               10  CKP-REVERSAL-COUNTS.
                   15  CKP-REV-COUNT       PIC 9(3) OCCURS 50 TIMES.
               10  CKP-BREED-COUNT         PIC 9(3).
               10  CKP-ADOPTS-READ-COUNT   PIC 9(7).
               10  CKP-ADOPTION-APPLIED-COUNT
                                           PIC 9(7).
               10  CKP-REVERSAL-APPLIED-COUNT
                                           PIC 9(7).
               10  CKP-REJECT-COUNT        PIC 9(7).
               10  CKP-DATE-SKIPPED-COUNT  PIC 9(7).
               10  CKP-PASS-NUMBER         PIC 9.
               10  CKP-CURR-ADOPTER-ID     PIC X(8).
               10  CKP-CURR-ADOPTER-COUNT  PIC 9(5).
               10  CKP-ADOPTER-RPT-COUNT   PIC 9(5).
               10  CKP-ADOPTER-ADOPTION-TOTAL
                                           PIC 9(7).
               10  CKP-EXCEPTION-COUNT     PIC 9(3).
               10  CKP-EXCEPTION-TOTAL     PIC 9(5).
               10  CKP-EXCEPTION-TABLE.
                   15  CKP-EXCEPTION-ENTRY OCCURS 100 TIMES.
                       20  CKP-EXC-ADOPTER-ID
                                           PIC X(8).
                       20  CKP-EXC-COUNT   PIC 9(5).
               10  CKP-RETURN-COUNTS.
                   15  CKP-RET-COUNT       PIC 9(3) OCCURS 50 TIMES.
               10  CKP-RETURN-APPLIED-COUNT
                                           PIC 9(7).
               10  CKP-MASTER-CONSUMED.
                   15  CKP-MST-CONSUMED    PIC 9(5) OCCURS 50 TIMES.
               10  CKP-LOCATION-COUNT      PIC 9(2).
               10  CKP-LOCATION-CODES.
                   15  CKP-LOC-CODE        PIC X(3) OCCURS 51 TIMES.
               10  CKP-FEE-ACCUMULATOR.
                   15  CKP-BREED-FEE       PIC S9(7)V99
                                               OCCURS 50 TIMES.
               10  CKP-REVERSAL-FEES.
                   15  CKP-REVERSAL-FEE    PIC S9(7)V99
                                               OCCURS 50 TIMES.
               10  CKP-RETURN-FEES.
                   15  CKP-RETURN-FEE      PIC S9(7)V99
                                               OCCURS 50 TIMES.
               10  CKP-FEE-POSTED-TOTAL    PIC S9(9)V99.
      * In-flight animal placement table for per-animal reversal and
      * return matching (see WS-ANIMAL-TABLE in ZTPDOGOS), carried so
      * a restart mid-pass keeps matching exactly where it left off.
               10  CKP-ANIMAL-COUNT        PIC 9(3).
               10  CKP-ANIMAL-OVERFLOW-SW  PIC X.
      * Stamp of the run the checkpoint belongs to, so a restart
      * keeps identifying itself on ANMMAST as the same run.
               10  CKP-ANIMAL-RUN-STAMP    PIC X(16).
      * Animal event table for the in-shelter check (see
      * WS-EVENT-TABLE in ZTPDOGOS), collected and judged before pass
      * 1 from the master as it stood before the run - a restart
      * cannot collect it again from a master this run has moved.
               10  CKP-EVENT-COUNT         PIC 9(4).
               10  CKP-EVENT-OVERFLOW-SW   PIC X.
               10  CKP-DETAIL-RECORD-COUNT PIC 9(3).
      * Location accumulator rows (LOCATION-ACCUMULATORS in ZTPDOGOS),
      * 8 rows a record starting at row CKP-LOC-FIRST-ROW.
           05  CKP-LOCATION-DATA           REDEFINES CKP-HEADER-DATA.
               10  CKP-LOC-FIRST-ROW       PIC 9(2).
               10  CKP-LOC-ROW             OCCURS 8 TIMES.
                   15  CKP-LOC-NET         PIC 9(3) OCCURS 50 TIMES.
                   15  CKP-LOC-REVERSAL    PIC 9(3) OCCURS 50 TIMES.
                   15  CKP-LOC-RETURN      PIC 9(3) OCCURS 50 TIMES.
      * Animal placement table, 50 entries a record starting at entry
      * CKP-ANM-FIRST-ENTRY.
           05  CKP-ANIMAL-DATA             REDEFINES CKP-HEADER-DATA.
               10  CKP-ANM-FIRST-ENTRY     PIC 9(3).
               10  CKP-ANIMAL-ENTRY        OCCURS 50 TIMES.
                   15  CKP-ANM-ANIMAL-ID   PIC X(10).
                   15  CKP-ANM-SLOT        PIC 9(3).
                   15  CKP-ANM-LOC-ROW     PIC 9(2).
                                           PIC X(3).
                       20  CKP-ANM-RET-DAYS
                                           PIC S9(5).
      * Animal event table, 100 entries a record starting at entry
      * CKP-EVT-FIRST-ENTRY.
           05  CKP-EVENT-DATA              REDEFINES CKP-HEADER-DATA.
               10  CKP-EVT-FIRST-ENTRY     PIC 9(4).
               10  CKP-EVENT-ENTRY         OCCURS 100 TIMES.
                   15  CKP-EVT-ANIMAL-ID   PIC X(10).
                   15  CKP-EVT-DATE        PIC 9(8).
                   15  CKP-EVT-ADOPTER-ID  PIC X(8).
                   15  CKP-EVT-KIND        PIC X.
                   15  CKP-EVT-START-AVAIL PIC X.
                   15  CKP-EVT-VERDICT     PIC X.
                   15  CKP-EVT-USED        PIC X.
