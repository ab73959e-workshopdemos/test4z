      ******************************************************************
      * ZTPDGFUT - FUPTRAN follow-up call outcome transaction layout.
      *
      * One record per welfare call attempt, keyed by staff from the
      * work list and applied to FUPMAST by the next nightly run.
      * FUT-CALL-KEY is the work list's call key; FUT-OUTCOME is
      * REACHED, NO ANSWER or CONCERN (concern raised - FUT-NOTE
      * should say what about). FUT-CALL-DATE is the day of the
      * attempt and FUT-STAFF-ID who made it. The -TEXT views let
      * the numeric fields be listed as keyed, even when not numeric.
      ******************************************************************
       01  FOLLOWUP-TRANSACTION-REC.
           05  FUT-CALL-KEY.
               10  FUT-ADOPTER-ID          PIC X(8).
               10  FUT-ANIMAL-ID           PIC X(10).
               10  FUT-ADOPTION-DATE       PIC 9(8).
               10  FUT-ADOPTION-DATE-TEXT REDEFINES FUT-ADOPTION-DATE
                                           PIC X(8).
               10  FUT-CALL-DAY            PIC 9(3).
               10  FUT-CALL-DAY-TEXT REDEFINES FUT-CALL-DAY
                                           PIC X(3).
           05  FUT-OUTCOME                 PIC X(10).
               88  FUT-OUTCOME-REACHED     VALUE 'REACHED'.
               88  FUT-OUTCOME-NO-ANSWER   VALUE 'NO ANSWER'.
               88  FUT-OUTCOME-CONCERN     VALUE 'CONCERN'.
           05  FUT-CALL-DATE               PIC 9(8).
           05  FUT-CALL-DATE-TEXT REDEFINES FUT-CALL-DATE
                                           PIC X(8).
           05  FUT-STAFF-ID                PIC X(8).
           05  FUT-NOTE                    PIC X(40).
           05  FILLER                      PIC X(5).
