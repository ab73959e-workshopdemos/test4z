      ******************************************************************
      * ZTPDGFUP - FUPMAST post-adoption follow-up call master layout.
      *
      * KSDS with one record per welfare call: policy is a call 3, 30
      * and 90 days after every adoption. The nightly follow-up run
      * (ZTPDOGFU) writes the record PENDING on the day the call
      * falls due and puts it on the work list; staff outcomes from
      * FUPTRAN then move it. REACHED and CONCERN close the call
      * (CONCERN puts the case on the behaviour team's list); NO
      * ANSWER leaves it open, like PENDING, so it stays overdue until
      * someone gets through. A call still open when the animal comes
      * back as a RETURN or REVERSAL is CANCELLED by the run.
      *
      * FUP-KEY identifies the adoption (adopter, animal, adoption
      * date) and the call (day 3, 30 or 90). FUP-LAST-CALL-DATE is
      * the latest attempt, or the cancellation date on a CANCELLED
      * call.
      ******************************************************************
       01  FOLLOWUP-MASTER-REC.
           05  FUP-KEY.
               10  FUP-ADOPTER-ID          PIC X(8).
               10  FUP-ANIMAL-ID           PIC X(10).
               10  FUP-ADOPTION-DATE       PIC 9(8).
               10  FUP-CALL-DAY            PIC 9(3).
           05  FUP-BREED-CODE              PIC 9(3).
           05  FUP-LOCATION-CODE           PIC X(3).
           05  FUP-DUE-DATE                PIC 9(8).
           05  FUP-STATUS                  PIC X(10).
               88  FUP-STATUS-PENDING      VALUE 'PENDING'.
               88  FUP-STATUS-REACHED      VALUE 'REACHED'.
               88  FUP-STATUS-NO-ANSWER    VALUE 'NO ANSWER'.
               88  FUP-STATUS-CONCERN      VALUE 'CONCERN'.
               88  FUP-STATUS-CANCELLED    VALUE 'CANCELLED'.
               88  FUP-STATUS-OPEN         VALUE 'PENDING'
                                                 'NO ANSWER'.
           05  FUP-ATTEMPT-COUNT           PIC 9(2).
           05  FUP-LAST-CALL-DATE          PIC 9(8).
           05  FUP-STAFF-ID                PIC X(8).
           05  FUP-NOTE                    PIC X(40).
           05  FILLER                      PIC X(9).
