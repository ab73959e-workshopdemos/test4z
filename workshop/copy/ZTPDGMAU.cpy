      ******************************************************************
      * ZTPDGMAU - MRGAUD adopter merge audit record layout.
      *
      * Written by ZTPDOGAM for every applied MERGE: one ADOPTS record
      * per ADOPTS event moved from the duplicate ID to the surviving
      * ID, one FOLLOWUP record per follow-up call moved, and one
      * ADPMAST record for each of the two master records the merge
      * changed. MAU-RECORD-IMAGE holds the record as it stood BEFORE
      * the merge (the ADOPTS, FUPMAST or ADPMAST layout), so the
      * merge can be traced - or undone by hand - from this file
      * alone. MAU-STATUS-BEFORE / MAU-STATUS-AFTER carry the ADM
      * status movement on the ADPMAST records.
      ******************************************************************
       01  MERGE-AUDIT-REC.
           05  MAU-MERGE-DATE              PIC 9(8).
           05  MAU-FROM-ADOPTER-ID         PIC X(8).
           05  MAU-INTO-ADOPTER-ID         PIC X(8).
           05  MAU-ENTRY-TYPE              PIC X(8).
               88  MAU-ENTRY-ADOPTS        VALUE 'ADOPTS'.
               88  MAU-ENTRY-FOLLOWUP      VALUE 'FOLLOWUP'.
               88  MAU-ENTRY-ADPMAST       VALUE 'ADPMAST'.
           05  MAU-STATUS-BEFORE           PIC X(8).
           05  MAU-STATUS-AFTER            PIC X(8).
           05  MAU-RECORD-IMAGE            PIC X(120).
           05  FILLER                      PIC X(12).
